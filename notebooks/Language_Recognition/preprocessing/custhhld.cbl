000100******************************************************************
000200* CUSTHHLD - HOUSEHOLD CANDIDATE PROPOSALS FROM SHARED ADDRESSES
000300******************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. CUSTHHLD.
000600 AUTHOR. R MERCER.
000700 INSTALLATION. DATA PROCESSING.
000800 DATE-WRITTEN. 2026-10-15.
000900 DATE-COMPILED.
001000******************************************************************
001100* MODIFICATION HISTORY
001200* ----------------------------------------------------------------
001300* DATE        INIT  DESCRIPTION
001400* 2026-10-15  RDM   ORIGINAL VERSION - SORTS THE CUSTMAST
001500*                   SNAPSHOT BY ZIP-CODE/CITY/STREET AND TREATS
001600*                   EVERY ADDRESS SHARED BY TWO OR MORE ACTIVE
001700*                   OR PENDING CUSTOMERS AS A HOUSEHOLD
001800*                   CANDIDATE. AGAINST THE CURRENT HOUSEHLD
001900*                   FILE, EACH MEMBER NOT YET IN A HOUSEHOLD IS
002000*                   PROPOSED AS AN 'H' LINK TRANSACTION ON
002100*                   HHLDPROP (CUSTTRAN LAYOUT) - INTO THE
002200*                   HOUSEHOLD ALREADY AT THE ADDRESS IF THERE IS
002300*                   ONE, ELSE UNDER THE LOWEST CUSTOMER ID.
002400*                   HHLDRPT LISTS EVERY CANDIDATE ADDRESS FOR
002500*                   REVIEW; A REVIEWER PASSES THE CONFIRMED
002600*                   LINKS TO CUSTMAINT AS CUSTTRAN AND BREAKS A
002700*                   WRONG ONE WITH AN 'H' B. MEMBERS SHARING A
002800*                   NAME ARE HELD BACK - THEY ARE LIKELY ONE
002900*                   PERSON UNDER TWO IDS (CUSTDUPE) - AND A
003000*                   MEMBER ONCE BROKEN OUT (KEPT SEPARATE) IS
003100*                   NEVER PROPOSED AGAIN.
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. X86-64.
003600 OBJECT-COMPUTER. X86-64.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS SEQUENTIAL
004200         RECORD KEY IS CM-CUSTOMER-ID
004300         FILE STATUS IS WS-CUSTMAST-STATUS.
004400
004500     SELECT HOUSEHLD-FILE ASSIGN TO "HOUSEHLD"
004600         ORGANIZATION IS SEQUENTIAL
004700         ACCESS MODE IS SEQUENTIAL
004800         FILE STATUS IS WS-HOUSEHLD-STATUS.
004900
005000     SELECT HHLDSORT-FILE ASSIGN TO "HHSRTWK".
005100
005200     SELECT HHLDPROP-FILE ASSIGN TO "HHLDPROP"
005300         ORGANIZATION IS SEQUENTIAL
005400         ACCESS MODE IS SEQUENTIAL
005500         FILE STATUS IS WS-HHLDPROP-STATUS.
005600
005700     SELECT HHLDRPT-FILE ASSIGN TO "HHLDRPT"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-HHLDRPT-STATUS.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300* NIGHTLY CUSTOMER-MASTER SNAPSHOT BUILT BY CUSTEXTR, READ
006400* FRONT TO BACK.
006500 FD  CUSTMAST-FILE.
006600 01  CUSTMAST-RECORD.
006700     05  CM-CUSTOMER-ID        PIC 9(06).
006800     05  CM-CUSTOMER-NAME      PIC X(30).
006900     05  CM-STREET             PIC X(30).
007000     05  CM-CITY               PIC X(20).
007100     05  CM-STATE              PIC X(02).
007200     05  CM-ZIP-CODE           PIC 9(05).
007300     05  CM-CUSTOMER-PHONE     PIC X(15).
007400     05  CM-CUSTOMER-EMAIL     PIC X(50).
007500     05  CM-CUSTOMER-STATUS    PIC X(01).
007600         88  CM-STATUS-ACTIVE  VALUE 'A'.
007700         88  CM-STATUS-PENDING VALUE 'P'.
007800     05  CM-CUSTOMER-JOIN-DATE PIC X(10).
007900     05  CM-CUSTOMER-LAST-ORDER PIC X(10).
008000     05  CM-CUSTOMER-REGION    PIC X(02).
008100     05  CM-CURRENCY-CODE      PIC X(03).
008200
008300* HOUSEHOLD MEMBERSHIP MAINTAINED BY CUSTMAINT'S 'H'
008400* TRANSACTION - L LINKED INTO HH-HOUSEHOLD-ID, X BROKEN OUT
008500* AND KEPT SEPARATE.
008600 FD  HOUSEHLD-FILE
008700     RECORDING MODE IS F.
008800 01  HOUSEHLD-RECORD.
008900     05  HH-CUSTOMER-ID        PIC 9(06).
009000     05  HH-HOUSEHOLD-ID       PIC 9(06).
009100     05  HH-LINK-STATUS        PIC X(01).
009200     05  HH-LINK-DATE          PIC X(10).
009300     05  HH-OPERATOR-ID        PIC X(08).
009400     05  FILLER                PIC X(09).
009500
009600 SD  HHLDSORT-FILE.
009700 01  HHLDSORT-RECORD.
009800     05  HS-ZIP-CODE           PIC 9(05).
009900     05  HS-CITY               PIC X(20).
010000     05  HS-STREET             PIC X(30).
010100     05  HS-STATE              PIC X(02).
010200     05  HS-CUSTOMER-NAME      PIC X(30).
010300     05  HS-CUSTOMER-ID        PIC 9(06).
010400
010500* PROPOSED 'H' LINK TRANSACTIONS IN CUSTTRAN LAYOUT (CUSTMAINT'S
010600* HOUSEHOLD VIEW OF THE RECORD), FOR REVIEW BEFORE THEY ARE
010700* SUBMITTED AS CUSTTRAN.
010800 FD  HHLDPROP-FILE
010900     RECORDING MODE IS F.
011000 01  HHLDPROP-RECORD.
011100     05  CL-TRANS-CODE         PIC X(01).
011200     05  CL-CUSTOMER-ID        PIC 9(06).
011300     05  CL-HHLD-ACTION        PIC X(01).
011400     05  CL-LINK-TO-ID         PIC 9(06).
011500     05  FILLER                PIC X(172).
011600     05  CL-CYCLE-COUNT        PIC 9(02).
011700
011800 FD  HHLDRPT-FILE.
011900 01  HHLDRPT-LINE              PIC X(132).
012000
012100 WORKING-STORAGE SECTION.
012200* INCLUDE SHARED DATE-HANDLING WORKING STORAGE
012300     COPY DATECHK.
012400
012500 01  WS-VARIABLES.
012600     05  WS-CURRENT-DATE       PIC X(10) VALUE SPACES.
012700
012800 01  WS-FILE-SWITCHES.
012900     05  WS-CUSTMAST-STATUS    PIC X(02) VALUE SPACES.
013000         88  CUSTMAST-OK       VALUE '00'.
013100     05  WS-HOUSEHLD-STATUS    PIC X(02) VALUE SPACES.
013200         88  HOUSEHLD-OK       VALUE '00'.
013300     05  WS-HHLDPROP-STATUS    PIC X(02) VALUE SPACES.
013400     05  WS-HHLDRPT-STATUS     PIC X(02) VALUE SPACES.
013500     05  WS-CUSTMAST-SW        PIC X(01) VALUE 'N'.
013600         88  END-OF-CUSTMAST   VALUE 'Y'.
013700     05  WS-HOUSEHLD-SW        PIC X(01) VALUE 'N'.
013800         88  END-OF-HOUSEHLD   VALUE 'Y'.
013900     05  WS-HHLDSORT-SW        PIC X(01) VALUE 'N'.
014000         88  END-OF-HHLDSORT   VALUE 'Y'.
014100
014200* THE CURRENT HOUSEHOLD FILE, HELD IN MEMORY FOR THE LOOKUPS.
014300* A FILE BIGGER THAN THE TABLE FAILS THE RUN - A MISSED
014400* MEMBERSHIP WOULD BE PROPOSED AGAIN AS A NEW LINK.
014500 01  WS-HHLD-TABLE.
014600     05  WS-MAX-HHLD-TABLE     PIC 9(04) VALUE 5000 COMP.
014700     05  WS-HHLD-TABLE-COUNT   PIC 9(04) VALUE ZERO.
014800     05  WS-HHLD-OVERFLOW-SW   PIC X(01) VALUE 'N'.
014900         88  HHLD-TABLE-OVERFLOW VALUE 'Y'.
015000     05  WS-HHLD-TABLE-ENTRY OCCURS 5000 TIMES
015100             INDEXED BY WS-HHLD-IDX.
015200         10  WS-HHLD-CUSTOMER-ID PIC 9(06).
015300         10  WS-HHLD-ID          PIC 9(06).
015400         10  WS-HHLD-STATUS      PIC X(01).
015500
015600* ONE ADDRESS GROUP - THE SORTED RECORDS SHARING A ZIP-CODE,
015700* CITY AND STREET. MORE MEMBERS THAN THE TABLE HOLDS IS AN
015800* APARTMENT BLOCK OR A BUSINESS ADDRESS, NOT A HOUSEHOLD, AND
015900* IS REPORTED WITHOUT PROPOSALS.
016000 01  WS-GROUP-TABLE.
016100     05  WS-MAX-GROUP          PIC 9(04) VALUE 50 COMP.
016200     05  WS-GROUP-COUNT        PIC 9(04) VALUE ZERO.
016300     05  WS-GROUP-OVERFLOW-SW  PIC X(01) VALUE 'N'.
016400         88  GROUP-OVERFLOW    VALUE 'Y'.
016500     05  WS-GROUP-ZIP-CODE     PIC 9(05) VALUE ZERO.
016600     05  WS-GROUP-CITY         PIC X(20) VALUE SPACES.
016700     05  WS-GROUP-STREET       PIC X(30) VALUE SPACES.
016800     05  WS-GROUP-STATE        PIC X(02) VALUE SPACES.
016900     05  WS-GROUP-ENTRY OCCURS 50 TIMES.
017000         10  WS-GRP-CUSTOMER-ID  PIC 9(06).
017100         10  WS-GRP-NAME         PIC X(30).
017200         10  WS-GRP-HHLD-ID      PIC 9(06).
017300         10  WS-GRP-HHLD-STATUS  PIC X(01).
017400             88  GRP-LINKED      VALUE 'L'.
017500             88  GRP-SEPARATE    VALUE 'X'.
017600         10  WS-GRP-SAME-NAME-SW PIC X(01).
017700             88  GRP-SAME-NAME   VALUE 'Y'.
017800         10  WS-GRP-ACTION       PIC X(01).
017900             88  GRP-PROPOSE     VALUE 'P'.
018000             88  GRP-FOUNDER     VALUE 'F'.
018100             88  GRP-IN-ANCHOR   VALUE 'K'.
018200             88  GRP-IN-OTHER    VALUE 'O'.
018300             88  GRP-HELD-NAME   VALUE 'S'.
018400             88  GRP-KEPT-APART  VALUE 'X'.
018500             88  GRP-NO-ACTION   VALUE ' '.
018600
018700 01  WS-GROUP-FIELDS.
018800     05  WS-GRP-SUB            PIC 9(04) COMP VALUE ZERO.
018900     05  WS-GRP-PRIOR-SUB      PIC 9(04) COMP VALUE ZERO.
019000     05  WS-ANCHOR-ID          PIC 9(06) VALUE ZERO.
019100     05  WS-ANCHOR-HHLD-ID     PIC 9(06) VALUE ZERO.
019200     05  WS-GROUP-PROPOSALS    PIC 9(04) COMP VALUE ZERO.
019300     05  WS-GROUP-FLAGGED      PIC 9(04) COMP VALUE ZERO.
019400     05  WS-FIRST-RECORD-SW    PIC X(01) VALUE 'Y'.
019500         88  FIRST-RECORD      VALUE 'Y'.
019600
019700 01  WS-HHLD-COUNTS.
019800     05  WS-RECORD-COUNT       PIC 9(05) VALUE ZERO.
019900     05  WS-GROUP-REPORTED     PIC 9(05) VALUE ZERO.
020000     05  WS-PROPOSAL-COUNT     PIC 9(05) VALUE ZERO.
020100     05  WS-SAME-NAME-COUNT    PIC 9(05) VALUE ZERO.
020200     05  WS-SEPARATE-COUNT     PIC 9(05) VALUE ZERO.
020300     05  WS-OTHER-HHLD-COUNT   PIC 9(05) VALUE ZERO.
020400     05  WS-TOO-LARGE-COUNT    PIC 9(05) VALUE ZERO.
020500
020600 01  WS-REPORT-LINES.
020700     05  WS-HEADER-LINE.
020800         10  FILLER            PIC X(34) VALUE
020900             "HOUSEHOLD CANDIDATE ADDRESSES".
021000         10  FILLER            PIC X(12) VALUE "  RUN DATE: ".
021100         10  WS-HDR-DATE       PIC X(10) VALUE SPACES.
021200     05  WS-ADDRESS-LINE.
021300         10  FILLER            PIC X(01) VALUE SPACES.
021400         10  WS-ADR-STREET     PIC X(30).
021500         10  FILLER            PIC X(01) VALUE SPACES.
021600         10  WS-ADR-CITY       PIC X(20).
021700         10  FILLER            PIC X(01) VALUE SPACES.
021800         10  WS-ADR-STATE      PIC X(02).
021900         10  FILLER            PIC X(01) VALUE SPACES.
022000         10  WS-ADR-ZIP-CODE   PIC 9(05).
022100         10  FILLER            PIC X(02) VALUE SPACES.
022200         10  WS-ADR-NOTE       PIC X(40).
022300     05  WS-DETAIL-LINE.
022400         10  FILLER            PIC X(05) VALUE SPACES.
022500         10  WS-DTL-ID         PIC 9(06).
022600         10  FILLER            PIC X(02) VALUE SPACES.
022700         10  WS-DTL-NAME       PIC X(30).
022800         10  FILLER            PIC X(02) VALUE SPACES.
022900         10  WS-DTL-ACTION     PIC X(28).
023000         10  WS-DTL-REL-ID     PIC X(06).
023100     05  WS-SUMMARY-LINE.
023200         10  FILLER            PIC X(20) VALUE SPACES.
023300         10  WS-SUM-LABEL      PIC X(23).
023400         10  WS-SUM-VALUE      PIC ZZZ,ZZ9.
023500
023600 PROCEDURE DIVISION.
023700 0000-MAINLINE.
023800     DISPLAY "HOUSEHOLD CANDIDATE PROPOSALS".
023900     PERFORM 1000-INITIALIZE-ROUTINE THRU 1000-EXIT.
024000     IF RETURN-CODE = ZERO
024100         PERFORM 2000-PROCESS-DATA THRU 2000-EXIT
024200     ELSE
024300         DISPLAY "INITIALIZATION FAILED, SKIPPING PROCESS-DATA"
024400     END-IF.
024500     PERFORM 4000-CLEANUP-ROUTINE THRU 4000-EXIT.
024600     STOP RUN.
024700
024800******************************************************************
024900* 1000-INITIALIZE-ROUTINE - LOAD THE HOUSEHOLD FILE, OPEN THE
025000* SNAPSHOT, THE PROPOSAL FILE AND THE REPORT.
025100******************************************************************
025200 1000-INITIALIZE-ROUTINE.
025300     PERFORM DERIVE-CURRENT-DATE
025400         THRU DERIVE-CURRENT-DATE-EXIT.
025500     MOVE DC-TODAY-DATE TO WS-CURRENT-DATE.
025600
025700     OPEN OUTPUT HHLDRPT-FILE.
025800     OPEN OUTPUT HHLDPROP-FILE.
025900
026000     PERFORM 1200-LOAD-HOUSEHOLDS THRU 1200-EXIT.
026100     IF RETURN-CODE NOT = ZERO
026200         GO TO 1000-EXIT
026300     END-IF.
026400
026500     OPEN INPUT CUSTMAST-FILE.
026600     IF NOT CUSTMAST-OK
026700         DISPLAY "UNABLE TO OPEN CUSTMAST, STATUS: "
026800             WS-CUSTMAST-STATUS
026900         DISPLAY "HAS THE CUSTEXTR SNAPSHOT EXTRACT RUN?"
027000         MOVE 16 TO RETURN-CODE
027100         GO TO 1000-EXIT
027200     END-IF.
027300
027400     MOVE WS-CURRENT-DATE TO WS-HDR-DATE.
027500     WRITE HHLDRPT-LINE FROM WS-HEADER-LINE.
027600 1000-EXIT.
027700     EXIT.
027800
027900******************************************************************
028000* 1200-LOAD-HOUSEHOLDS - NO FILE YET MEANS NOBODY IS IN A
028100* HOUSEHOLD, SO EVERY SHARED ADDRESS IS PROPOSED FRESH.
028200******************************************************************
028300 1200-LOAD-HOUSEHOLDS.
028400     MOVE ZERO TO WS-HHLD-TABLE-COUNT.
028500     OPEN INPUT HOUSEHLD-FILE.
028600     IF NOT HOUSEHLD-OK
028700         DISPLAY "NO HOUSEHOLD FILE FOUND, STATUS: "
028800             WS-HOUSEHLD-STATUS
028900         GO TO 1200-EXIT
029000     END-IF.
029100     PERFORM 1250-READ-HOUSEHLD-RECORD THRU 1250-EXIT.
029200     PERFORM 1300-ADD-HOUSEHOLD-ENTRY THRU 1300-EXIT
029300         UNTIL END-OF-HOUSEHLD.
029400     CLOSE HOUSEHLD-FILE.
029500
029600     IF HHLD-TABLE-OVERFLOW
029700         DISPLAY "MORE THAN " WS-MAX-HHLD-TABLE
029800             " HOUSEHOLD RECORDS, RUN ABORTED"
029900         MOVE 16 TO RETURN-CODE
030000     END-IF.
030100 1200-EXIT.
030200     EXIT.
030300
030400 1250-READ-HOUSEHLD-RECORD.
030500     READ HOUSEHLD-FILE
030600         AT END
030700             SET END-OF-HOUSEHLD TO TRUE
030800     END-READ.
030900 1250-EXIT.
031000     EXIT.
031100
031200 1300-ADD-HOUSEHOLD-ENTRY.
031300     IF WS-HHLD-TABLE-COUNT < WS-MAX-HHLD-TABLE
031400         ADD 1 TO WS-HHLD-TABLE-COUNT
031500         MOVE HH-CUSTOMER-ID
031600             TO WS-HHLD-CUSTOMER-ID (WS-HHLD-TABLE-COUNT)
031700         MOVE HH-HOUSEHOLD-ID
031800             TO WS-HHLD-ID (WS-HHLD-TABLE-COUNT)
031900         MOVE HH-LINK-STATUS
032000             TO WS-HHLD-STATUS (WS-HHLD-TABLE-COUNT)
032100     ELSE
032200         SET HHLD-TABLE-OVERFLOW TO TRUE
032300     END-IF.
032400     PERFORM 1250-READ-HOUSEHLD-RECORD THRU 1250-EXIT.
032500 1300-EXIT.
032600     EXIT.
032700
032800******************************************************************
032900* 2000-PROCESS-DATA - SORT THE SNAPSHOT BY ADDRESS SO EVERY
033000* CUSTOMER AT ONE ADDRESS LANDS TOGETHER (BY NAME WITHIN IT,
033100* SO SAME-NAME MEMBERS ARE ADJACENT), THEN WORK EACH GROUP.
033200******************************************************************
033300 2000-PROCESS-DATA.
033400     SORT HHLDSORT-FILE
033500         ON ASCENDING KEY HS-ZIP-CODE
033600         ON ASCENDING KEY HS-CITY
033700         ON ASCENDING KEY HS-STREET
033800         ON ASCENDING KEY HS-CUSTOMER-NAME
033900         ON ASCENDING KEY HS-CUSTOMER-ID
034000         INPUT PROCEDURE IS 2100-RELEASE-SNAPSHOT
034100             THRU 2100-EXIT
034200         OUTPUT PROCEDURE IS 3000-SCAN-ADDRESS-GROUPS
034300             THRU 3000-EXIT.
034400 2000-EXIT.
034500     EXIT.
034600
034700 2100-RELEASE-SNAPSHOT.
034800     PERFORM 2150-READ-CUSTMAST-RECORD THRU 2150-EXIT.
034900     PERFORM 2200-RELEASE-ONE-RECORD THRU 2200-EXIT
035000         UNTIL END-OF-CUSTMAST.
035100 2100-EXIT.
035200     EXIT.
035300
035400 2150-READ-CUSTMAST-RECORD.
035500     READ CUSTMAST-FILE
035600         AT END
035700             SET END-OF-CUSTMAST TO TRUE
035800     END-READ.
035900 2150-EXIT.
036000     EXIT.
036100
036200* ONLY ACTIVE AND PENDING CUSTOMERS WITH A STREET ON FILE ARE
036300* HOUSEHOLD CANDIDATES - A BLANK STREET WOULD GROUP EVERY
036400* ADDRESSLESS CUSTOMER IN A ZIP-CODE TOGETHER.
036500 2200-RELEASE-ONE-RECORD.
036600     ADD 1 TO WS-RECORD-COUNT.
036700     IF (CM-STATUS-ACTIVE OR CM-STATUS-PENDING)
036800             AND CM-STREET NOT = SPACES
036900         MOVE SPACES TO HHLDSORT-RECORD
037000         MOVE CM-ZIP-CODE TO HS-ZIP-CODE
037100         MOVE CM-CITY TO HS-CITY
037200         MOVE CM-STREET TO HS-STREET
037300         MOVE CM-STATE TO HS-STATE
037400         MOVE CM-CUSTOMER-NAME TO HS-CUSTOMER-NAME
037500         MOVE CM-CUSTOMER-ID TO HS-CUSTOMER-ID
037600         RELEASE HHLDSORT-RECORD
037700     END-IF.
037800     PERFORM 2150-READ-CUSTMAST-RECORD THRU 2150-EXIT.
037900 2200-EXIT.
038000     EXIT.
038100
038200******************************************************************
038300* 3000-SCAN-ADDRESS-GROUPS - COLLECT THE SORTED RECORDS INTO
038400* ONE GROUP PER ADDRESS AND WORK EACH GROUP AS IT CLOSES.
038500******************************************************************
038600 3000-SCAN-ADDRESS-GROUPS.
038700     PERFORM 3100-RETURN-SORTED-RECORD THRU 3100-EXIT.
038800     PERFORM 3200-COLLECT-ONE-RECORD THRU 3200-EXIT
038900         UNTIL END-OF-HHLDSORT.
039000     IF NOT FIRST-RECORD
039100         PERFORM 3500-CLOSE-GROUP THRU 3500-EXIT
039200     END-IF.
039300 3000-EXIT.
039400     EXIT.
039500
039600 3100-RETURN-SORTED-RECORD.
039700     RETURN HHLDSORT-FILE
039800         AT END
039900             SET END-OF-HHLDSORT TO TRUE
040000     END-RETURN.
040100 3100-EXIT.
040200     EXIT.
040300
040400 3200-COLLECT-ONE-RECORD.
040500     IF NOT FIRST-RECORD
040600             AND (HS-ZIP-CODE NOT = WS-GROUP-ZIP-CODE
040700             OR HS-CITY NOT = WS-GROUP-CITY
040800             OR HS-STREET NOT = WS-GROUP-STREET)
040900         PERFORM 3500-CLOSE-GROUP THRU 3500-EXIT
041000     END-IF.
041100     IF FIRST-RECORD OR WS-GROUP-COUNT = ZERO
041200         MOVE 'N' TO WS-FIRST-RECORD-SW
041300         MOVE 'N' TO WS-GROUP-OVERFLOW-SW
041400         MOVE HS-ZIP-CODE TO WS-GROUP-ZIP-CODE
041500         MOVE HS-CITY TO WS-GROUP-CITY
041600         MOVE HS-STREET TO WS-GROUP-STREET
041700         MOVE HS-STATE TO WS-GROUP-STATE
041800     END-IF.
041900     PERFORM 3300-ADD-GROUP-MEMBER THRU 3300-EXIT.
042000     PERFORM 3100-RETURN-SORTED-RECORD THRU 3100-EXIT.
042100 3200-EXIT.
042200     EXIT.
042300
042400 3300-ADD-GROUP-MEMBER.
042500     IF WS-GROUP-COUNT < WS-MAX-GROUP
042600         ADD 1 TO WS-GROUP-COUNT
042700         MOVE HS-CUSTOMER-ID
042800             TO WS-GRP-CUSTOMER-ID (WS-GROUP-COUNT)
042900         MOVE HS-CUSTOMER-NAME TO WS-GRP-NAME (WS-GROUP-COUNT)
043000         MOVE ZERO TO WS-GRP-HHLD-ID (WS-GROUP-COUNT)
043100         MOVE SPACE TO WS-GRP-HHLD-STATUS (WS-GROUP-COUNT)
043200         MOVE 'N' TO WS-GRP-SAME-NAME-SW (WS-GROUP-COUNT)
043300         MOVE SPACE TO WS-GRP-ACTION (WS-GROUP-COUNT)
043400     ELSE
043500         SET GROUP-OVERFLOW TO TRUE
043600     END-IF.
043700 3300-EXIT.
043800     EXIT.
043900
044000******************************************************************
044100* 3500-CLOSE-GROUP - A LONE CUSTOMER AT AN ADDRESS IS NOT A
044200* CANDIDATE. OTHERWISE LOOK EVERY MEMBER UP ON THE HOUSEHOLD
044300* FILE, CHOOSE THE ANCHOR THE OTHERS WILL LINK TO, DECIDE EACH
044400* MEMBER'S ACTION AND REPORT THE GROUP IF THERE IS ANYTHING
044500* FOR A REVIEWER TO SEE.
044600******************************************************************
044700 3500-CLOSE-GROUP.
044800     IF WS-GROUP-COUNT > 1
044900         PERFORM 3520-WORK-GROUP THRU 3520-EXIT
045000     END-IF.
045100     MOVE ZERO TO WS-GROUP-COUNT.
045200     MOVE 'N' TO WS-GROUP-OVERFLOW-SW.
045300 3500-EXIT.
045400     EXIT.
045500
045600 3520-WORK-GROUP.
045700     IF GROUP-OVERFLOW
045800         ADD 1 TO WS-TOO-LARGE-COUNT
045900         ADD 1 TO WS-GROUP-REPORTED
046000         MOVE "TOO MANY CUSTOMERS - NOT PROPOSED"
046100             TO WS-ADR-NOTE
046200         PERFORM 3800-WRITE-ADDRESS-LINE THRU 3800-EXIT
046300         GO TO 3520-EXIT
046400     END-IF.
046500
046600     MOVE ZERO TO WS-ANCHOR-ID.
046700     MOVE ZERO TO WS-ANCHOR-HHLD-ID.
046800     PERFORM 3550-CLASSIFY-MEMBER THRU 3550-EXIT
046900         VARYING WS-GRP-SUB FROM 1 BY 1
047000         UNTIL WS-GRP-SUB > WS-GROUP-COUNT.
047100     IF WS-ANCHOR-ID = ZERO
047200         PERFORM 3600-CHECK-FOUNDER THRU 3600-EXIT
047300             VARYING WS-GRP-SUB FROM 1 BY 1
047400             UNTIL WS-GRP-SUB > WS-GROUP-COUNT
047500     END-IF.
047600
047700     MOVE ZERO TO WS-GROUP-PROPOSALS.
047800     MOVE ZERO TO WS-GROUP-FLAGGED.
047900     PERFORM 3650-DECIDE-MEMBER-ACTION THRU 3650-EXIT
048000         VARYING WS-GRP-SUB FROM 1 BY 1
048100         UNTIL WS-GRP-SUB > WS-GROUP-COUNT.
048200     IF WS-GROUP-PROPOSALS = ZERO AND WS-GROUP-FLAGGED = ZERO
048300         GO TO 3520-EXIT
048400     END-IF.
048500
048600     ADD 1 TO WS-GROUP-REPORTED.
048700     MOVE SPACES TO WS-ADR-NOTE.
048800     PERFORM 3800-WRITE-ADDRESS-LINE THRU 3800-EXIT.
048900     PERFORM 3700-REPORT-ONE-MEMBER THRU 3700-EXIT
049000         VARYING WS-GRP-SUB FROM 1 BY 1
049100         UNTIL WS-GRP-SUB > WS-GROUP-COUNT.
049200 3520-EXIT.
049300     EXIT.
049400
049500* LOOK THE MEMBER UP ON THE HOUSEHOLD TABLE AND FLAG SAME-NAME
049600* NEIGHBORS. THE FIRST MEMBER FOUND ALREADY LINKED FIXES THE
049700* ANCHOR - NEW LINKS JOIN THE HOUSEHOLD ALREADY AT THE ADDRESS.
049800 3550-CLASSIFY-MEMBER.
049900     IF WS-HHLD-TABLE-COUNT > ZERO
050000         SET WS-HHLD-IDX TO 1
050100         SEARCH WS-HHLD-TABLE-ENTRY
050200             AT END
050300                 CONTINUE
050400             WHEN WS-HHLD-IDX > WS-HHLD-TABLE-COUNT
050500                 CONTINUE
050600             WHEN WS-HHLD-CUSTOMER-ID (WS-HHLD-IDX)
050700                     = WS-GRP-CUSTOMER-ID (WS-GRP-SUB)
050800                 MOVE WS-HHLD-ID (WS-HHLD-IDX)
050900                     TO WS-GRP-HHLD-ID (WS-GRP-SUB)
051000                 MOVE WS-HHLD-STATUS (WS-HHLD-IDX)
051100                     TO WS-GRP-HHLD-STATUS (WS-GRP-SUB)
051200         END-SEARCH
051300     END-IF.
051400
051500     IF GRP-LINKED (WS-GRP-SUB) AND WS-ANCHOR-ID = ZERO
051600         MOVE WS-GRP-CUSTOMER-ID (WS-GRP-SUB) TO WS-ANCHOR-ID
051700         MOVE WS-GRP-HHLD-ID (WS-GRP-SUB) TO WS-ANCHOR-HHLD-ID
051800     END-IF.
051900
052000     IF WS-GRP-SUB > 1
052100         COMPUTE WS-GRP-PRIOR-SUB = WS-GRP-SUB - 1
052200         IF WS-GRP-NAME (WS-GRP-SUB) NOT = SPACES
052300                 AND WS-GRP-NAME (WS-GRP-SUB)
052400                 = WS-GRP-NAME (WS-GRP-PRIOR-SUB)
052500             SET GRP-SAME-NAME (WS-GRP-SUB) TO TRUE
052600             SET GRP-SAME-NAME (WS-GRP-PRIOR-SUB) TO TRUE
052700         END-IF
052800     END-IF.
052900 3550-EXIT.
053000     EXIT.
053100
053200* NO HOUSEHOLD AT THE ADDRESS YET - THE LOWEST ID AMONG THE
053300* MEMBERS FREE TO LINK FOUNDS ONE.
053400 3600-CHECK-FOUNDER.
053500     IF WS-GRP-HHLD-STATUS (WS-GRP-SUB) = SPACE
053600             AND NOT GRP-SAME-NAME (WS-GRP-SUB)
053700         IF WS-ANCHOR-ID = ZERO
053800                 OR WS-GRP-CUSTOMER-ID (WS-GRP-SUB)
053900                 < WS-ANCHOR-ID
054000             MOVE WS-GRP-CUSTOMER-ID (WS-GRP-SUB)
054100                 TO WS-ANCHOR-ID
054200         END-IF
054300     END-IF.
054400 3600-EXIT.
054500     EXIT.
054600
054700 3650-DECIDE-MEMBER-ACTION.
054800     EVALUATE TRUE
054900         WHEN GRP-LINKED (WS-GRP-SUB)
055000                 AND WS-GRP-HHLD-ID (WS-GRP-SUB)
055100                 = WS-ANCHOR-HHLD-ID
055200             SET GRP-IN-ANCHOR (WS-GRP-SUB) TO TRUE
055300         WHEN GRP-LINKED (WS-GRP-SUB)
055400             SET GRP-IN-OTHER (WS-GRP-SUB) TO TRUE
055500             ADD 1 TO WS-GROUP-FLAGGED
055600             ADD 1 TO WS-OTHER-HHLD-COUNT
055700         WHEN GRP-SEPARATE (WS-GRP-SUB)
055800             SET GRP-KEPT-APART (WS-GRP-SUB) TO TRUE
055900             ADD 1 TO WS-SEPARATE-COUNT
056000         WHEN GRP-SAME-NAME (WS-GRP-SUB)
056100             SET GRP-HELD-NAME (WS-GRP-SUB) TO TRUE
056200             ADD 1 TO WS-GROUP-FLAGGED
056300             ADD 1 TO WS-SAME-NAME-COUNT
056400         WHEN WS-GRP-CUSTOMER-ID (WS-GRP-SUB) = WS-ANCHOR-ID
056500             SET GRP-FOUNDER (WS-GRP-SUB) TO TRUE
056600         WHEN OTHER
056700             SET GRP-PROPOSE (WS-GRP-SUB) TO TRUE
056800             ADD 1 TO WS-GROUP-PROPOSALS
056900     END-EVALUATE.
057000 3650-EXIT.
057100     EXIT.
057200
057300******************************************************************
057400* 3700-REPORT-ONE-MEMBER - ONE LINE PER MEMBER OF A REPORTED
057500* GROUP, AND THE 'H' LINK PROPOSAL FOR EACH MEMBER FREE TO
057600* LINK. A FOUNDER WITH NOBODY TO LINK TO IT IS JUST LISTED.
057700******************************************************************
057800 3700-REPORT-ONE-MEMBER.
057900     MOVE SPACES TO WS-DETAIL-LINE.
058000     MOVE WS-GRP-CUSTOMER-ID (WS-GRP-SUB) TO WS-DTL-ID.
058100     MOVE WS-GRP-NAME (WS-GRP-SUB) TO WS-DTL-NAME.
058200     EVALUATE TRUE
058300         WHEN GRP-PROPOSE (WS-GRP-SUB)
058400             MOVE "LINK PROPOSED TO" TO WS-DTL-ACTION
058500             MOVE WS-ANCHOR-ID TO WS-DTL-REL-ID
058600             PERFORM 3750-WRITE-PROPOSAL THRU 3750-EXIT
058700         WHEN GRP-FOUNDER (WS-GRP-SUB)
058800                 AND WS-GROUP-PROPOSALS > ZERO
058900             MOVE "FOUNDS NEW HOUSEHOLD" TO WS-DTL-ACTION
059000         WHEN GRP-IN-ANCHOR (WS-GRP-SUB)
059100             MOVE "ALREADY IN HOUSEHOLD" TO WS-DTL-ACTION
059200             MOVE WS-GRP-HHLD-ID (WS-GRP-SUB) TO WS-DTL-REL-ID
059300         WHEN GRP-IN-OTHER (WS-GRP-SUB)
059400             MOVE "BREAK FIRST - IN HOUSEHOLD"
059500                 TO WS-DTL-ACTION
059600             MOVE WS-GRP-HHLD-ID (WS-GRP-SUB) TO WS-DTL-REL-ID
059700         WHEN GRP-HELD-NAME (WS-GRP-SUB)
059800             MOVE "SAME NAME - SEE CUSTDUPE" TO WS-DTL-ACTION
059900         WHEN GRP-KEPT-APART (WS-GRP-SUB)
060000             MOVE "KEPT SEPARATE" TO WS-DTL-ACTION
060100         WHEN OTHER
060200             MOVE "NOT PROPOSED" TO WS-DTL-ACTION
060300     END-EVALUATE.
060400     WRITE HHLDRPT-LINE FROM WS-DETAIL-LINE.
060500 3700-EXIT.
060600     EXIT.
060700
060800 3750-WRITE-PROPOSAL.
060900     MOVE SPACES TO HHLDPROP-RECORD.
061000     MOVE 'H' TO CL-TRANS-CODE.
061100     MOVE WS-GRP-CUSTOMER-ID (WS-GRP-SUB) TO CL-CUSTOMER-ID.
061200     MOVE 'L' TO CL-HHLD-ACTION.
061300     MOVE WS-ANCHOR-ID TO CL-LINK-TO-ID.
061400     MOVE ZERO TO CL-CYCLE-COUNT.
061500     WRITE HHLDPROP-RECORD.
061600     ADD 1 TO WS-PROPOSAL-COUNT.
061700 3750-EXIT.
061800     EXIT.
061900
062000 3800-WRITE-ADDRESS-LINE.
062100     MOVE SPACES TO HHLDRPT-LINE.
062200     WRITE HHLDRPT-LINE.
062300     MOVE WS-GROUP-STREET TO WS-ADR-STREET.
062400     MOVE WS-GROUP-CITY TO WS-ADR-CITY.
062500     MOVE WS-GROUP-STATE TO WS-ADR-STATE.
062600     MOVE WS-GROUP-ZIP-CODE TO WS-ADR-ZIP-CODE.
062700     WRITE HHLDRPT-LINE FROM WS-ADDRESS-LINE.
062800 3800-EXIT.
062900     EXIT.
063000
063100******************************************************************
063200* 4000-CLEANUP-ROUTINE - PRINT THE SUMMARY COUNTS AND CLOSE ALL
063300* FILES.
063400******************************************************************
063500 4000-CLEANUP-ROUTINE.
063600     MOVE SPACES TO HHLDRPT-LINE.
063700     WRITE HHLDRPT-LINE.
063800     MOVE SPACES TO WS-SUMMARY-LINE.
063900     MOVE "CUSTOMERS SCANNED:     " TO WS-SUM-LABEL.
064000     MOVE WS-RECORD-COUNT TO WS-SUM-VALUE.
064100     WRITE HHLDRPT-LINE FROM WS-SUMMARY-LINE.
064200
064300     MOVE "ADDRESSES REPORTED:    " TO WS-SUM-LABEL.
064400     MOVE WS-GROUP-REPORTED TO WS-SUM-VALUE.
064500     WRITE HHLDRPT-LINE FROM WS-SUMMARY-LINE.
064600
064700     MOVE "LINKS PROPOSED:        " TO WS-SUM-LABEL.
064800     MOVE WS-PROPOSAL-COUNT TO WS-SUM-VALUE.
064900     WRITE HHLDRPT-LINE FROM WS-SUMMARY-LINE.
065000
065100     MOVE "HELD - SAME NAME:      " TO WS-SUM-LABEL.
065200     MOVE WS-SAME-NAME-COUNT TO WS-SUM-VALUE.
065300     WRITE HHLDRPT-LINE FROM WS-SUMMARY-LINE.
065400
065500     MOVE "HELD - OTHER HOUSEHOLD:" TO WS-SUM-LABEL.
065600     MOVE WS-OTHER-HHLD-COUNT TO WS-SUM-VALUE.
065700     WRITE HHLDRPT-LINE FROM WS-SUMMARY-LINE.
065800
065900     MOVE "KEPT SEPARATE:         " TO WS-SUM-LABEL.
066000     MOVE WS-SEPARATE-COUNT TO WS-SUM-VALUE.
066100     WRITE HHLDRPT-LINE FROM WS-SUMMARY-LINE.
066200
066300     MOVE "ADDRESSES TOO LARGE:   " TO WS-SUM-LABEL.
066400     MOVE WS-TOO-LARGE-COUNT TO WS-SUM-VALUE.
066500     WRITE HHLDRPT-LINE FROM WS-SUMMARY-LINE.
066600
066700     IF RETURN-CODE = ZERO
066800         CLOSE CUSTMAST-FILE
066900     END-IF.
067000     CLOSE HHLDPROP-FILE.
067100     CLOSE HHLDRPT-FILE.
067200
067300     DISPLAY "HOUSEHOLD LINKS PROPOSED: " WS-PROPOSAL-COUNT.
067400     DISPLAY "HOUSEHOLD CANDIDATE RUN COMPLETE".
067500 4000-EXIT.
067600     EXIT.
067700
067800* INCLUDE THE SHARED CHECK-DATE-FORMAT UTILITY PARAGRAPHS
067900     COPY CHKDATE.
