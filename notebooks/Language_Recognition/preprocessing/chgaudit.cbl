000100******************************************************************
000200* CHGAUDIT - WEEKLY AUDIT OF CHANGES MADE OUTSIDE CUSTMAINT
000300******************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. CHGAUDIT.
000600 AUTHOR. R MERCER.
000700 INSTALLATION. DATA PROCESSING.
000800 DATE-WRITTEN. 2026-10-15.
000900 DATE-COMPILED.
001000******************************************************************
001100* MODIFICATION HISTORY
001200* ----------------------------------------------------------------
001300* DATE        INIT  DESCRIPTION
001400* 2026-10-15  RDM   ORIGINAL VERSION - CUSTMAINT IS THE ONLY
001500*                   SANCTIONED WAY TO CHANGE A CUSTOMERS ROW, BUT
001600*                   NOTHING CAUGHT AN EDIT MADE STRAIGHT THROUGH
001700*                   SQL, AND CUSTRECN ONLY COMPARES NAME AND
001800*                   STATUS AGAINST CUSTREFY. THIS WEEKLY RUN
001900*                   COMPARES EVERY FIELD OF TONIGHT'S CUSTMAST
002000*                   SNAPSHOT WITH THE PRIOR GENERATION KEPT ON
002100*                   CUSTMASP AND MATCHES EACH DIFFERENCE TO ITS
002200*                   EXPLANATION DATED INSIDE THE WINDOW (THE
002300*                   PRIOR SNAPSHOT DATE THROUGH TODAY):
002400*                   - A CHGHIST RECORD FOR THE CUSTOMER AND FIELD
002500*                     WHOSE AFTER IMAGE IS THE NEW VALUE
002600*                     (CUSTMAINT, INCLUDING THE 'M' AND 'R'
002700*                     PATHS, CUSTDEAP AND CUSTERAS ALL WRITE
002800*                     ONE), OR A CUSTOMER-ADD / CUST-RESTORE
002900*                     RECORD, WHICH RE-CREATES THE WHOLE ROW;
003000*                   - AN ORDLEDG SALE POSTING FOR THE CUSTOMER,
003100*                     FOR LAST-ORDER (ORDPOST ROLLS IT WITHOUT
003200*                     A CHGHIST RECORD);
003300*                   - A NEW CUSTOMER NEEDS A CUSTOMER-ADD OR
003400*                     CUST-RESTORE RECORD, A VANISHED ONE A
003500*                     MRGTRACE MERGE OR AN ARCHIDX ENTRY.
003600*                   ANYTHING LEFT OVER IS LISTED ON UNAUDRPT AS
003700*                   AN UNAUDITED CHANGE - CUSTOMER, FIELD, OLD
003800*                   AND NEW VALUE AND THE WINDOW - FOR THE
003900*                   SECURITY REVIEW THAT ALREADY READS OPERRPT,
004000*                   AND ENDS THE RUN WITH RC 8. REGION AND
004100*                   CURRENCY ARE NOT COMPARED: CUSTEXTR DERIVES
004200*                   THEM FROM RGNREF AT EXTRACT TIME, SO THEY
004300*                   MOVE WHEN THE REFERENCE DOES.
004400*                   THE SNAPSHOT IS COPIED TO CUSTMASN, WITH AN
004500*                   'HDR' RECORD CARRYING THE SNAPSHOT DATE AND
004600*                   A 'TRL' RECORD CARRYING THE COUNT AND HASHED
004700*                   ID SUM (THE CUSTREF CONVENTION), FOR THE
004800*                   SCHEDULER TO SWAP IN AS NEXT WEEK'S CUSTMASP.
004900*                   A PRIOR GENERATION THAT DOES NOT PROVE IS
005000*                   REFUSED (RC 12); WITH NONE AT ALL THE RUN
005100*                   ONLY TAKES THE BASELINE (RC 4).
005114* 2026-10-15  RDM   CUSTMASN NOW STAMPS GENTOTS WHEN IT IS OPENED
005128*                   AND, AFTER A CLEAN CLOSE, WITH EVERY RECORD
005142*                   WRITTEN INCLUDING THE HDR AND TRL (SHARED
005156*                   STAMP-GENERATION-TOTALS UTILITY, CHKGEN), SO
005170*                   GENMGR CAN PROVE THE SNAPSHOT BEFORE IT SWAPS
005184*                   IT IN AS CUSTMASP.
005200******************************************************************
005300 ENVIRONMENT DIVISION.
005400 CONFIGURATION SECTION.
005500 SOURCE-COMPUTER. X86-64.
005600 OBJECT-COMPUTER. X86-64.
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900     SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS SEQUENTIAL
006200         RECORD KEY IS CM-CUSTOMER-ID
006300         FILE STATUS IS WS-CUSTMAST-STATUS.
006400
006500     SELECT CUSTMASP-FILE ASSIGN TO "CUSTMASP"
006600         ORGANIZATION IS SEQUENTIAL
006700         ACCESS MODE IS SEQUENTIAL
006800         FILE STATUS IS WS-CUSTMASP-STATUS.
006900
007000     SELECT CUSTMASN-FILE ASSIGN TO "CUSTMASN"
007100         ORGANIZATION IS SEQUENTIAL
007200         ACCESS MODE IS SEQUENTIAL
007300         FILE STATUS IS WS-CUSTMASN-STATUS.
007400
007500     SELECT CHGHIST-FILE ASSIGN TO "CHGHIST"
007600         ORGANIZATION IS SEQUENTIAL
007700         ACCESS MODE IS SEQUENTIAL
007800         FILE STATUS IS WS-CHGHIST-STATUS.
007900
008000     SELECT ORDLEDG-FILE ASSIGN TO "ORDLEDG"
008100         ORGANIZATION IS SEQUENTIAL
008200         ACCESS MODE IS SEQUENTIAL
008300         FILE STATUS IS WS-ORDLEDG-STATUS.
008400
008500     SELECT MRGTRACE-FILE ASSIGN TO "MRGTRACE"
008600         ORGANIZATION IS SEQUENTIAL
008700         ACCESS MODE IS SEQUENTIAL
008800         FILE STATUS IS WS-MRGTRACE-STATUS.
008900
009000     SELECT ARCHIDX-FILE ASSIGN TO "ARCHIDX"
009100         ORGANIZATION IS SEQUENTIAL
009200         ACCESS MODE IS SEQUENTIAL
009300         FILE STATUS IS WS-ARCHIDX-STATUS.
009400
009500     SELECT EXPLSORT-FILE ASSIGN TO "EXPLSWK".
009600
009700     SELECT UNAUDRPT-FILE ASSIGN TO "UNAUDRPT"
009800         ORGANIZATION IS LINE SEQUENTIAL
009900         FILE STATUS IS WS-UNAUDRPT-STATUS.
010000
010100     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
010200         ORGANIZATION IS SEQUENTIAL
010300         ACCESS MODE IS SEQUENTIAL
010400         FILE STATUS IS WS-RUNCTL-STATUS.
010416
010432     SELECT GENTOTS-FILE ASSIGN TO "GENTOTS"
010448         ORGANIZATION IS SEQUENTIAL
010464         ACCESS MODE IS SEQUENTIAL
010480         FILE STATUS IS WS-GENTOTS-STATUS.
010500
010600 DATA DIVISION.
010700 FILE SECTION.
010800* NIGHTLY CUSTOMER-MASTER SNAPSHOT BUILT BY CUSTEXTR - READ IN
010900* CUSTOMER-ID ORDER.
011000 FD  CUSTMAST-FILE.
011100 01  CUSTMAST-RECORD.
011200     05  CM-CUSTOMER-ID        PIC 9(06).
011300     05  CM-CUSTOMER-NAME      PIC X(30).
011400     05  CM-STREET             PIC X(30).
011500     05  CM-CITY               PIC X(20).
011600     05  CM-STATE              PIC X(02).
011700     05  CM-ZIP-CODE           PIC 9(05).
011800     05  CM-CUSTOMER-PHONE     PIC X(15).
011900     05  CM-CUSTOMER-EMAIL     PIC X(50).
012000     05  CM-CUSTOMER-STATUS    PIC X(01).
012100     05  CM-CUSTOMER-JOIN-DATE PIC X(10).
012200     05  CM-CUSTOMER-LAST-ORDER PIC X(10).
012300     05  CM-CUSTOMER-REGION    PIC X(02).
012400     05  CM-CURRENCY-CODE      PIC X(03).
012500
012600* PRIOR SNAPSHOT GENERATION - LAST RUN'S CUSTMASN, SWAPPED IN BY
012700* THE SCHEDULER. CUSTMAST LAYOUT IN CUSTOMER-ID ORDER BETWEEN AN
012800* 'HDR' RECORD (SNAPSHOT DATE) AND A 'TRL' RECORD (DETAIL COUNT
012900* AND HASHED SUM OF THE CUSTOMER IDS).
013000 FD  CUSTMASP-FILE
013100     RECORDING MODE IS F.
013200 01  CUSTMASP-RECORD.
013300     05  PM-CUSTOMER-ID        PIC 9(06).
013400     05  PM-CUSTOMER-NAME      PIC X(30).
013500     05  PM-STREET             PIC X(30).
013600     05  PM-CITY               PIC X(20).
013700     05  PM-STATE              PIC X(02).
013800     05  PM-ZIP-CODE           PIC 9(05).
013900     05  PM-CUSTOMER-PHONE     PIC X(15).
014000     05  PM-CUSTOMER-EMAIL     PIC X(50).
014100     05  PM-CUSTOMER-STATUS    PIC X(01).
014200     05  PM-CUSTOMER-JOIN-DATE PIC X(10).
014300     05  PM-CUSTOMER-LAST-ORDER PIC X(10).
014400     05  PM-CUSTOMER-REGION    PIC X(02).
014500     05  PM-CURRENCY-CODE      PIC X(03).
014600 01  CUSTMASP-CONTROL.
014700     05  PC-RECORD-TYPE        PIC X(03).
014800         88  PC-HEADER         VALUE 'HDR'.
014900         88  PC-TRAILER        VALUE 'TRL'.
015000         88  PC-CONTROL        VALUE 'HDR' 'TRL'.
015100     05  PC-SNAPSHOT-DATE      PIC X(10).
015200     05  PC-RECORD-COUNT       PIC 9(09).
015300     05  PC-ID-HASH            PIC 9(12).
015400     05  FILLER                PIC X(150).
015500
015600* NEXT PRIOR GENERATION - TONIGHT'S SNAPSHOT IN THE CUSTMASP
015700* LAYOUT.
015800 FD  CUSTMASN-FILE
015900     RECORDING MODE IS F.
016000 01  CUSTMASN-RECORD           PIC X(184).
016100 01  CUSTMASN-CONTROL.
016200     05  NC-RECORD-TYPE        PIC X(03).
016300     05  NC-SNAPSHOT-DATE      PIC X(10).
016400     05  NC-RECORD-COUNT       PIC 9(09).
016500     05  NC-ID-HASH            PIC 9(12).
016600     05  FILLER                PIC X(150).
016700
016800* RETAINED FIELD-LEVEL CHANGE HISTORY - ONE RECORD PER FIELD A
016900* SANCTIONED PROGRAM CHANGED, WITH THE BEFORE AND AFTER IMAGE.
017000 FD  CHGHIST-FILE
017100     RECORDING MODE IS F.
017200 01  CHGHIST-RECORD.
017300     05  CH-RUN-DATE           PIC X(10).
017400     05  CH-TRANS-CODE         PIC X(01).
017500     05  CH-CUSTOMER-ID        PIC 9(06).
017600     05  CH-FIELD-NAME         PIC X(15).
017700     05  CH-BEFORE-VALUE       PIC X(50).
017800     05  CH-AFTER-VALUE        PIC X(50).
017900     05  CH-OPERATOR-ID        PIC X(08).
018000
018100* ORDPOST POSTING LEDGER - ONE RECORD PER ORDER POSTED. A SALE
018200* ROLLS CUSTOMER_LAST_ORDER FORWARD; A RETURN OR ADJUSTMENT
018300* NEVER DOES. A RECORD FROM BEFORE THE TYPE WAS CARRIED HAS A
018400* SPACE THERE AND WAS A SALE.
018500 FD  ORDLEDG-FILE
018600     RECORDING MODE IS F.
018700 01  ORDLEDG-RECORD.
018800     05  OL-ORDER-REF          PIC X(12).
018900     05  OL-CUSTOMER-ID        PIC 9(06).
019000     05  OL-POST-DATE          PIC X(10).
019100     05  OL-TRANS-TYPE         PIC X(01).
019200     05  OL-ORDER-AMOUNT       PIC 9(07)V99.
019300     05  FILLER                PIC X(02).
019400
019500* MERGE TRACE WRITTEN BY CUSTMAINT - RETIRED ID TO SURVIVOR.
019600 FD  MRGTRACE-FILE
019700     RECORDING MODE IS F.
019800 01  MRGTRACE-RECORD.
019900     05  MT-RETIRED-ID         PIC 9(06).
020000     05  MT-SURVIVOR-ID        PIC 9(06).
020100     05  MT-MERGE-DATE         PIC X(10).
020200     05  MT-OPERATOR-ID        PIC X(08).
020300
020400* ARCHIVE INDEX WRITTEN BY CUSTARCH - ONE ENTRY PER ARCHIVED ID.
020500 FD  ARCHIDX-FILE
020600     RECORDING MODE IS F.
020700 01  ARCHIDX-RECORD.
020800     05  AI-CUSTOMER-ID        PIC 9(06).
020900     05  AI-CUSTOMER-NAME      PIC X(30).
021000     05  AI-ARCHIVE-DATE       PIC X(10).
021100     05  AI-ARCHIVE-SEQ        PIC 9(09).
021200     05  FILLER                PIC X(25).
021300
021400* EVERY EXPLANATION DATED INSIDE THE WINDOW, SORTED INTO
021500* CUSTOMER-ID ORDER SO IT CAN BE WALKED ALONGSIDE THE SNAPSHOTS.
021600 SD  EXPLSORT-FILE.
021700 01  EXPLSORT-RECORD.
021800     05  XS-CUSTOMER-ID        PIC 9(06).
021900     05  XS-SOURCE             PIC X(01).
022000     05  XS-FIELD-NAME         PIC X(15).
022100     05  XS-VALUE              PIC X(50).
022200
022300 FD  UNAUDRPT-FILE.
022400 01  UNAUDRPT-LINE             PIC X(132).
022500
022600* SHARED NIGHTLY RUN-CONTROL FILE - ONE RECORD PER PROGRAM
022700* COMPLETION, STAMPED AT CLEANUP AND CHECKED BY PROGRAMS WITH A
022800* SEQUENCE DEPENDENCY. SEE CHKRUN.cpy.
022900 FD  RUNCTL-FILE
023000     RECORDING MODE IS F.
023100 01  RUNCTL-RECORD.
023200     05  RU-RUN-DATE           PIC X(10).
023300     05  RU-PROGRAM-ID         PIC X(08).
023400     05  RU-TIMESTAMP          PIC X(21).
023500     05  RU-RETURN-CODE        PIC S9(04).
023600     05  FILLER                PIC X(37).
023700
023706* NEXT-GENERATION CONTROL TOTALS - STAMPED WHEN CUSTMASN IS OPENED
023712* AND WHEN IT CLOSES CLEANLY, READ BY GENMGR BEFORE THE SWAP. SEE
023718* CHKGEN.cpy.
023724 FD  GENTOTS-FILE
023730     RECORDING MODE IS F.
023736 01  GENTOTS-RECORD.
023742     05  GT-FILE-ID            PIC X(10).
023748     05  GT-RUN-DATE           PIC X(10).
023754     05  GT-PROGRAM-ID         PIC X(08).
023760     05  GT-EVENT              PIC X(01).
023766     05  GT-RECORD-COUNT       PIC 9(09).
023772     05  GT-TIMESTAMP          PIC X(21).
023778     05  FILLER                PIC X(21).
023784
023800 WORKING-STORAGE SECTION.
023900
024000* INCLUDE SHARED RUN-CONTROL WORKING STORAGE
024100     COPY RUNCTL.
024200
024300* INCLUDE SHARED DATE-HANDLING WORKING STORAGE
024400     COPY DATECHK.
024425
024450* INCLUDE SHARED GENERATION CONTROL-TOTALS WORKING STORAGE
024475     COPY GENCHK.
024500
024600 01  WS-VARIABLES.
024700     05  WS-CURRENT-DATE       PIC X(10) VALUE SPACES.
024800     05  WS-WINDOW-FROM        PIC X(10) VALUE SPACES.
024900     05  WS-WINDOW-TO          PIC X(10) VALUE SPACES.
025000     05  WS-CUR-KEY            PIC X(06) VALUE SPACES.
025100     05  WS-PRI-KEY            PIC X(06) VALUE SPACES.
025200     05  WS-MATCH-ID           PIC 9(06) VALUE ZERO.
025300     05  WS-CMP-FIELD          PIC X(15) VALUE SPACES.
025400     05  WS-CMP-OLD            PIC X(50) VALUE SPACES.
025500     05  WS-CMP-NEW            PIC X(50) VALUE SPACES.
025600     05  WS-SOURCE-NAME        PIC X(08) VALUE SPACES.
025700
025800 01  WS-FILE-SWITCHES.
025900     05  WS-CUSTMAST-STATUS    PIC X(02) VALUE SPACES.
026000         88  CUSTMAST-OK       VALUE '00'.
026100     05  WS-CUSTMASP-STATUS    PIC X(02) VALUE SPACES.
026200         88  CUSTMASP-OK       VALUE '00'.
026300         88  CUSTMASP-MISSING  VALUE '35'.
026400     05  WS-CUSTMASN-STATUS    PIC X(02) VALUE SPACES.
026500         88  CUSTMASN-OK       VALUE '00'.
026600     05  WS-CHGHIST-STATUS     PIC X(02) VALUE SPACES.
026700         88  CHGHIST-OK        VALUE '00'.
026800     05  WS-ORDLEDG-STATUS     PIC X(02) VALUE SPACES.
026900         88  ORDLEDG-OK        VALUE '00'.
027000     05  WS-MRGTRACE-STATUS    PIC X(02) VALUE SPACES.
027100         88  MRGTRACE-OK       VALUE '00'.
027200     05  WS-ARCHIDX-STATUS     PIC X(02) VALUE SPACES.
027300         88  ARCHIDX-OK        VALUE '00'.
027400     05  WS-UNAUDRPT-STATUS    PIC X(02) VALUE SPACES.
027500     05  WS-SOURCE-SW          PIC X(01) VALUE 'N'.
027600         88  END-OF-SOURCE     VALUE 'Y'.
027700     05  WS-EXPLSORT-SW        PIC X(01) VALUE 'N'.
027800         88  END-OF-EXPLSORT   VALUE 'Y'.
027900     05  WS-PRIOR-SW           PIC X(01) VALUE 'Y'.
028000         88  PRIOR-GENERATION-ON-FILE VALUE 'Y'.
028100         88  NO-PRIOR-GENERATION VALUE 'N'.
028200     05  WS-RPT-OPEN-SW        PIC X(01) VALUE 'N'.
028300         88  REPORT-WAS-OPENED VALUE 'Y'.
028400     05  WS-SNAP-OPEN-SW       PIC X(01) VALUE 'N'.
028500         88  SNAPSHOTS-WERE-OPENED VALUE 'Y'.
028600
028700* PRIOR-GENERATION PROOF - WHAT ITS CONTROL RECORDS SAY AGAINST
028800* WHAT WAS ACTUALLY READ.
028900 01  WS-PRIOR-CONTROL-FIELDS.
029000     05  WS-PRIOR-DATE         PIC X(10) VALUE SPACES.
029100     05  WS-PRIOR-EXP-COUNT    PIC 9(09) VALUE ZERO.
029200     05  WS-PRIOR-EXP-HASH     PIC 9(12) VALUE ZERO.
029300     05  WS-PRIOR-ACT-COUNT    PIC 9(09) VALUE ZERO.
029400     05  WS-PRIOR-ACT-HASH     PIC 9(12) VALUE ZERO.
029500     05  WS-PRIOR-HDR-SW       PIC X(01) VALUE 'N'.
029600         88  PRIOR-HEADER-SEEN VALUE 'Y'.
029700     05  WS-PRIOR-TRL-SW       PIC X(01) VALUE 'N'.
029800         88  PRIOR-TRAILER-SEEN VALUE 'Y'.
029900     05  WS-NEXT-COUNT         PIC 9(09) VALUE ZERO.
030000     05  WS-NEXT-HASH          PIC 9(12) VALUE ZERO.
030100
030200* EXPLANATIONS INSIDE THE WINDOW IN CUSTOMER-ID ORDER. SOURCE
030300* 'C' IS A CHGHIST RECORD (FIELD NAME AND AFTER IMAGE), 'O' AN
030400* ORDLEDG SALE, 'M' A MERGE THAT RETIRED THE ID, 'A' AN ARCHIVE.
030500* WS-EXPL-START IS KEPT AT THE FIRST ENTRY FOR THE CUSTOMER IN
030600* HAND AS THE MATCH PASS MOVES UP THROUGH THE IDS. A FULL TABLE
030700* DROPS THE EXCESS, COUNTED AND WARNED - A DIFFERENCE WHOSE
030800* EXPLANATION WAS DROPPED IS REPORTED AS UNAUDITED.
030900 01  WS-EXPL-TABLE.
031000     05  WS-MAX-EXPL-TABLE     PIC 9(05) VALUE 30000 COMP.
031100     05  WS-EXPL-COUNT         PIC 9(05) VALUE ZERO COMP.
031200     05  WS-EXPL-SUB           PIC 9(05) VALUE ZERO COMP.
031300     05  WS-EXPL-START         PIC 9(05) VALUE 1 COMP.
031400     05  WS-EXPL-ENTRY OCCURS 30000 TIMES.
031500         10  WS-EXPL-ID        PIC 9(06).
031600         10  WS-EXPL-SOURCE    PIC X(01).
031700             88  EXPL-FROM-CHGHIST VALUE 'C'.
031800             88  EXPL-FROM-ORDLEDG VALUE 'O'.
031900             88  EXPL-FROM-MERGE   VALUE 'M'.
032000             88  EXPL-FROM-ARCHIVE VALUE 'A'.
032100         10  WS-EXPL-FIELD     PIC X(15).
032200         10  WS-EXPL-VALUE     PIC X(50).
032300
032400 01  WS-FIND-FIELDS.
032500     05  WS-FIND-MODE          PIC X(01) VALUE SPACE.
032600         88  FIND-FIELD-CHANGE VALUE 'F'.
032700         88  FIND-NEW-CUSTOMER VALUE 'N'.
032800         88  FIND-GONE-CUSTOMER VALUE 'G'.
032900     05  WS-FIND-SW            PIC X(01) VALUE 'N'.
033000         88  EXPLANATION-FOUND VALUE 'Y'.
033100     05  WS-SCAN-SW            PIC X(01) VALUE 'N'.
033200         88  EXPLANATION-SCAN-DONE VALUE 'Y'.
033300     05  WS-POSITION-SW        PIC X(01) VALUE 'N'.
033400         88  EXPLANATIONS-POSITIONED VALUE 'Y'.
033500     05  WS-FOUND-SOURCE       PIC X(01) VALUE SPACE.
033600
033700 01  WS-AUDIT-COUNTS.
033800     05  WS-CURRENT-COUNT      PIC 9(07) VALUE ZERO.
033900     05  WS-PRIOR-COUNT        PIC 9(07) VALUE ZERO.
034000     05  WS-MATCHED-COUNT      PIC 9(07) VALUE ZERO.
034100     05  WS-FIELDS-CHANGED     PIC 9(07) VALUE ZERO.
034200     05  WS-BY-CHGHIST-COUNT   PIC 9(07) VALUE ZERO.
034300     05  WS-BY-ORDLEDG-COUNT   PIC 9(07) VALUE ZERO.
034400     05  WS-ADDED-COUNT        PIC 9(07) VALUE ZERO.
034500     05  WS-ADDED-OK-COUNT     PIC 9(07) VALUE ZERO.
034600     05  WS-GONE-COUNT         PIC 9(07) VALUE ZERO.
034700     05  WS-GONE-MERGED-COUNT  PIC 9(07) VALUE ZERO.
034800     05  WS-GONE-ARCHIVED-COUNT PIC 9(07) VALUE ZERO.
034900     05  WS-UNAUDITED-COUNT    PIC 9(07) VALUE ZERO.
035000     05  WS-EXPL-READ-COUNT    PIC 9(07) VALUE ZERO.
035100     05  WS-EXPL-DROPPED       PIC 9(07) VALUE ZERO.
035200     05  WS-SOURCES-MISSING    PIC 9(02) VALUE ZERO.
035300
035400 01  WS-REPORT-LINES.
035500     05  WS-HEADER-LINE.
035600         10  FILLER            PIC X(40) VALUE
035700             "UNAUDITED CUSTOMER CHANGE AUDIT".
035800         10  FILLER            PIC X(12) VALUE "  RUN DATE: ".
035900         10  WS-HDR-DATE       PIC X(10) VALUE SPACES.
036000     05  WS-WINDOW-LINE.
036100         10  FILLER            PIC X(31) VALUE
036200             "PRIOR GENERATION DATED:".
036300         10  WS-WIN-PRIOR      PIC X(10) VALUE SPACES.
036400         10  FILLER            PIC X(23) VALUE
036500             "   CHANGES DATED FROM: ".
036600         10  WS-WIN-FROM       PIC X(10) VALUE SPACES.
036700         10  FILLER            PIC X(06) VALUE " THRU ".
036800         10  WS-WIN-TO         PIC X(10) VALUE SPACES.
036900     05  WS-NOTE-LINE.
037000         10  FILLER            PIC X(03) VALUE SPACES.
037100         10  WS-NOTE-TEXT      PIC X(80) VALUE SPACES.
037200     05  WS-COLUMN-LINE.
037300         10  FILLER            PIC X(03) VALUE SPACES.
037400         10  FILLER            PIC X(08) VALUE "CUST-ID".
037500         10  FILLER            PIC X(17) VALUE "FIELD".
037600         10  FILLER            PIC X(37) VALUE "OLD VALUE".
037700         10  FILLER            PIC X(37) VALUE "NEW VALUE".
037800         10  FILLER            PIC X(24) VALUE "DATE WINDOW".
037900     05  WS-DETAIL-LINE.
038000         10  FILLER            PIC X(03) VALUE SPACES.
038100         10  WS-DTL-ID         PIC 9(06).
038200         10  FILLER            PIC X(02) VALUE SPACES.
038300         10  WS-DTL-FIELD      PIC X(15).
038400         10  FILLER            PIC X(02) VALUE SPACES.
038500         10  WS-DTL-OLD        PIC X(35).
038600         10  FILLER            PIC X(02) VALUE SPACES.
038700         10  WS-DTL-NEW        PIC X(35).
038800         10  FILLER            PIC X(02) VALUE SPACES.
038900         10  WS-DTL-FROM       PIC X(10).
039000         10  FILLER            PIC X(04) VALUE " TO ".
039100         10  WS-DTL-TO         PIC X(10).
039200     05  WS-SUMMARY-LINE.
039300         10  FILLER            PIC X(20) VALUE SPACES.
039400         10  WS-SUM-LABEL      PIC X(32).
039500         10  WS-SUM-VALUE      PIC Z,ZZZ,ZZ9.
039600
039700 PROCEDURE DIVISION.
039800 0000-MAINLINE.
039900     DISPLAY "UNAUDITED CUSTOMER CHANGE AUDIT".
040000     PERFORM 1000-INITIALIZE-ROUTINE THRU 1000-EXIT.
040100     IF RETURN-CODE = ZERO
040200         PERFORM 2000-PROCESS-DATA THRU 2000-EXIT
040300     ELSE
040400         DISPLAY "INITIALIZATION FAILED, SKIPPING PROCESS-DATA"
040500     END-IF.
040600     PERFORM 4000-CLEANUP-ROUTINE THRU 4000-EXIT.
040700     STOP RUN.
040800
040900******************************************************************
041000* 1000-INITIALIZE-ROUTINE - TONIGHT'S SNAPSHOT MUST BE BUILT
041100* (CUSTEXTR STAMPED FOR THE DATE) AND THE PRIOR GENERATION MUST
041200* PROVE AGAINST ITS OWN TRAILER, OR EVERY ID MISSING FROM A
041300* SHORT FILE WOULD BE REPORTED AS A NEW CUSTOMER. THEN OPEN THE
041400* SNAPSHOTS AND START THE NEXT GENERATION.
041500******************************************************************
041600 1000-INITIALIZE-ROUTINE.
041700     PERFORM DERIVE-CURRENT-DATE
041800         THRU DERIVE-CURRENT-DATE-EXIT.
041900     MOVE DC-TODAY-DATE TO WS-CURRENT-DATE.
042000
042100     MOVE "CUSTEXTR" TO RC-CHECK-PROGRAM.
042200     MOVE WS-CURRENT-DATE TO RC-CHECK-DATE.
042300     PERFORM CHECK-RUN-CONTROL THRU CHECK-RUN-CONTROL-EXIT.
042400     IF NOT RUN-CONTROL-FOUND
042500         DISPLAY "CUSTEXTR HAS NOT COMPLETED FOR RUN DATE "
042600             WS-CURRENT-DATE ", RUN REFUSED"
042700         MOVE 12 TO RETURN-CODE
042800         GO TO 1000-EXIT
042900     END-IF.
043000
043100     OPEN OUTPUT UNAUDRPT-FILE.
043200     SET REPORT-WAS-OPENED TO TRUE.
043300     MOVE WS-CURRENT-DATE TO WS-HDR-DATE.
043400     WRITE UNAUDRPT-LINE FROM WS-HEADER-LINE.
043500
043600     PERFORM 1100-VERIFY-PRIOR-GENERATION THRU 1100-EXIT.
043700     IF RETURN-CODE NOT = ZERO
043800         GO TO 1000-EXIT
043900     END-IF.
044000
044100     MOVE WS-CURRENT-DATE TO WS-WINDOW-TO.
044200     MOVE SPACES TO UNAUDRPT-LINE.
044300     WRITE UNAUDRPT-LINE.
044400     IF NO-PRIOR-GENERATION
044500         MOVE SPACES TO WS-NOTE-TEXT
044600         MOVE "NO PRIOR GENERATION ON FILE - BASELINE TAKEN"
044700             TO WS-NOTE-TEXT
044800         WRITE UNAUDRPT-LINE FROM WS-NOTE-LINE
044900     ELSE
045000         MOVE WS-PRIOR-DATE TO WS-WINDOW-FROM
045100         MOVE WS-PRIOR-DATE TO WS-WIN-PRIOR
045200         MOVE WS-WINDOW-FROM TO WS-WIN-FROM
045300         MOVE WS-WINDOW-TO TO WS-WIN-TO
045400         WRITE UNAUDRPT-LINE FROM WS-WINDOW-LINE
045500     END-IF.
045600
045700     OPEN INPUT CUSTMAST-FILE.
045800     IF NOT CUSTMAST-OK
045900         DISPLAY "UNABLE TO OPEN CUSTMAST, STATUS: "
046000             WS-CUSTMAST-STATUS
046100         MOVE 16 TO RETURN-CODE
046200         GO TO 1000-EXIT
046300     END-IF.
046400     IF PRIOR-GENERATION-ON-FILE
046500         OPEN INPUT CUSTMASP-FILE
046600         IF NOT CUSTMASP-OK
046700             DISPLAY "UNABLE TO REOPEN CUSTMASP, STATUS: "
046800                 WS-CUSTMASP-STATUS
046900             CLOSE CUSTMAST-FILE
047000             MOVE 16 TO RETURN-CODE
047100             GO TO 1000-EXIT
047200         END-IF
047300     END-IF.
047400     OPEN OUTPUT CUSTMASN-FILE.
047500     IF NOT CUSTMASN-OK
047600         DISPLAY "UNABLE TO OPEN CUSTMASN, STATUS: "
047700             WS-CUSTMASN-STATUS
047800         CLOSE CUSTMAST-FILE
047900         IF PRIOR-GENERATION-ON-FILE
048000             CLOSE CUSTMASP-FILE
048100         END-IF
048200         MOVE 16 TO RETURN-CODE
048300         GO TO 1000-EXIT
048400     END-IF.
048500     SET SNAPSHOTS-WERE-OPENED TO TRUE.
048514     MOVE "CUSTMASN" TO GC-STAMP-FILE.
048528     MOVE "CHGAUDIT" TO GC-STAMP-PROGRAM.
048542     MOVE WS-CURRENT-DATE TO GC-STAMP-DATE.
048556     SET STAMP-GEN-OPENED TO TRUE.
048570     PERFORM STAMP-GENERATION-TOTALS
048584         THRU STAMP-GENERATION-TOTALS-EXIT.
048600
048700     MOVE SPACES TO CUSTMASN-CONTROL.
048800     MOVE "HDR" TO NC-RECORD-TYPE.
048900     MOVE WS-CURRENT-DATE TO NC-SNAPSHOT-DATE.
049000     MOVE ZERO TO NC-RECORD-COUNT.
049100     MOVE ZERO TO NC-ID-HASH.
049200     WRITE CUSTMASN-CONTROL.
049300 1000-EXIT.
049400     EXIT.
049500
049600******************************************************************
049700* 1100-VERIFY-PRIOR-GENERATION - READ CUSTMASP ONCE AND PROVE ITS
049800* DETAIL COUNT AND HASHED ID SUM AGAINST THE TRAILER. NO FILE AT
049900* ALL IS THE FIRST RUN: TAKE THE BASELINE. A DATE AFTER TODAY
050000* MEANS THE GENERATIONS HAVE BEEN SWAPPED OUT OF ORDER.
050100******************************************************************
050200 1100-VERIFY-PRIOR-GENERATION.
050300     OPEN INPUT CUSTMASP-FILE.
050400     IF CUSTMASP-MISSING
050500         SET NO-PRIOR-GENERATION TO TRUE
050600         GO TO 1100-EXIT
050700     END-IF.
050800     IF NOT CUSTMASP-OK
050900         DISPLAY "UNABLE TO OPEN CUSTMASP, STATUS: "
051000             WS-CUSTMASP-STATUS
051100         MOVE 16 TO RETURN-CODE
051200         GO TO 1100-EXIT
051300     END-IF.
051400     MOVE 'N' TO WS-SOURCE-SW.
051500     PERFORM 1110-READ-PRIOR-CONTROL THRU 1110-EXIT.
051600     PERFORM 1120-TALLY-PRIOR-RECORD THRU 1120-EXIT
051700         UNTIL END-OF-SOURCE.
051800     CLOSE CUSTMASP-FILE.
051900
052000     MOVE SPACES TO WS-NOTE-TEXT.
052100     IF NOT PRIOR-HEADER-SEEN
052200             OR NOT PRIOR-TRAILER-SEEN
052300         MOVE "PRIOR GENERATION HAS NO HDR/TRL CONTROL RECORDS"
052400             TO WS-NOTE-TEXT
052500     ELSE
052600         IF WS-PRIOR-ACT-COUNT NOT = WS-PRIOR-EXP-COUNT
052700                 OR WS-PRIOR-ACT-HASH NOT = WS-PRIOR-EXP-HASH
052800             MOVE "PRIOR GENERATION DOES NOT PROVE TO TRAILER"
052900                 TO WS-NOTE-TEXT
053000         ELSE
053100             IF WS-PRIOR-DATE = SPACES
053200                     OR WS-PRIOR-DATE > WS-CURRENT-DATE
053300                 MOVE "PRIOR GENERATION DATE MISSING OR AHEAD"
053400                     TO WS-NOTE-TEXT
053500             END-IF
053600         END-IF
053700     END-IF.
053800     IF WS-NOTE-TEXT NOT = SPACES
053900         DISPLAY WS-NOTE-TEXT
054000         DISPLAY "CUSTMASP RECORDS READ: " WS-PRIOR-ACT-COUNT
054100             " TRAILER: " WS-PRIOR-EXP-COUNT ", RUN REFUSED"
054200         MOVE SPACES TO UNAUDRPT-LINE
054300         WRITE UNAUDRPT-LINE
054400         WRITE UNAUDRPT-LINE FROM WS-NOTE-LINE
054500         MOVE "RUN REFUSED - NO COMPARISON MADE" TO WS-NOTE-TEXT
054600         WRITE UNAUDRPT-LINE FROM WS-NOTE-LINE
054700         MOVE 12 TO RETURN-CODE
054800     END-IF.
054900 1100-EXIT.
055000     EXIT.
055100
055200 1110-READ-PRIOR-CONTROL.
055300     READ CUSTMASP-FILE
055400         AT END
055500             SET END-OF-SOURCE TO TRUE
055600     END-READ.
055700 1110-EXIT.
055800     EXIT.
055900
056000 1120-TALLY-PRIOR-RECORD.
056100     IF PC-HEADER
056200         SET PRIOR-HEADER-SEEN TO TRUE
056300         MOVE PC-SNAPSHOT-DATE TO WS-PRIOR-DATE
056400     ELSE
056500         IF PC-TRAILER
056600             SET PRIOR-TRAILER-SEEN TO TRUE
056700             MOVE PC-RECORD-COUNT TO WS-PRIOR-EXP-COUNT
056800             MOVE PC-ID-HASH TO WS-PRIOR-EXP-HASH
056900         ELSE
057000             ADD 1 TO WS-PRIOR-ACT-COUNT
057100             ADD PM-CUSTOMER-ID TO WS-PRIOR-ACT-HASH
057200         END-IF
057300     END-IF.
057400     PERFORM 1110-READ-PRIOR-CONTROL THRU 1110-EXIT.
057500 1120-EXIT.
057600     EXIT.
057700
057800******************************************************************
057900* 2000-PROCESS-DATA - GATHER THE WINDOW'S EXPLANATIONS IN
058000* CUSTOMER-ID ORDER, THEN MATCH THE TWO SNAPSHOTS. ON A BASELINE
058100* RUN THERE IS NOTHING TO EXPLAIN AND THE PASS ONLY COPIES.
058200******************************************************************
058300 2000-PROCESS-DATA.
058400     IF PRIOR-GENERATION-ON-FILE
058500         SORT EXPLSORT-FILE
058600             ON ASCENDING KEY XS-CUSTOMER-ID
058700             INPUT PROCEDURE IS 2100-RELEASE-EXPLANATIONS
058800                 THRU 2100-EXIT
058900             OUTPUT PROCEDURE IS 2600-LOAD-EXPLANATIONS
059000                 THRU 2600-EXIT
059100         MOVE SPACES TO UNAUDRPT-LINE
059200         WRITE UNAUDRPT-LINE
059300         WRITE UNAUDRPT-LINE FROM WS-COLUMN-LINE
059400     END-IF.
059500     PERFORM 3000-MATCH-SNAPSHOTS THRU 3000-EXIT.
059600 2000-EXIT.
059700     EXIT.
059800
059900 2100-RELEASE-EXPLANATIONS.
060000     PERFORM 2200-RELEASE-CHGHIST THRU 2200-EXIT.
060100     PERFORM 2300-RELEASE-ORDLEDG THRU 2300-EXIT.
060200     PERFORM 2400-RELEASE-MRGTRACE THRU 2400-EXIT.
060300     PERFORM 2500-RELEASE-ARCHIDX THRU 2500-EXIT.
060400 2100-EXIT.
060500     EXIT.
060600
060700******************************************************************
060800* 2200 - CHGHIST RECORDS IN THE WINDOW FOR A COMPARED FIELD, OR
060900* THE ADD AND RESTORE RECORDS THAT RE-CREATE A WHOLE ROW.
061000* PREFERENCE, HOUSEHOLD AND REGION HISTORY IS NOT NEEDED HERE.
061100******************************************************************
061200 2200-RELEASE-CHGHIST.
061300     MOVE 'N' TO WS-SOURCE-SW.
061400     OPEN INPUT CHGHIST-FILE.
061500     IF NOT CHGHIST-OK
061600         MOVE "CHGHIST" TO WS-SOURCE-NAME
061700         PERFORM 2900-NOTE-MISSING-SOURCE THRU 2900-EXIT
061800         GO TO 2200-EXIT
061900     END-IF.
062000     PERFORM 2210-READ-CHGHIST THRU 2210-EXIT.
062100     PERFORM 2220-RELEASE-ONE-CHGHIST THRU 2220-EXIT
062200         UNTIL END-OF-SOURCE.
062300     CLOSE CHGHIST-FILE.
062400 2200-EXIT.
062500     EXIT.
062600
062700 2210-READ-CHGHIST.
062800     READ CHGHIST-FILE
062900         AT END
063000             SET END-OF-SOURCE TO TRUE
063100     END-READ.
063200 2210-EXIT.
063300     EXIT.
063400
063500 2220-RELEASE-ONE-CHGHIST.
063600     IF CH-RUN-DATE < WS-WINDOW-FROM
063700             OR CH-RUN-DATE > WS-WINDOW-TO
063800         GO TO 2220-NEXT
063900     END-IF.
064000     IF CH-FIELD-NAME NOT = "NAME"
064100             AND CH-FIELD-NAME NOT = "STREET"
064200             AND CH-FIELD-NAME NOT = "CITY"
064300             AND CH-FIELD-NAME NOT = "STATE"
064400             AND CH-FIELD-NAME NOT = "ZIP-CODE"
064500             AND CH-FIELD-NAME NOT = "PHONE"
064600             AND CH-FIELD-NAME NOT = "EMAIL"
064700             AND CH-FIELD-NAME NOT = "STATUS"
064800             AND CH-FIELD-NAME NOT = "JOIN-DATE"
064900             AND CH-FIELD-NAME NOT = "LAST-ORDER"
065000             AND CH-FIELD-NAME NOT = "CUSTOMER-ADD"
065100             AND CH-FIELD-NAME NOT = "CUST-RESTORE"
065200         GO TO 2220-NEXT
065300     END-IF.
065400     MOVE SPACES TO EXPLSORT-RECORD.
065500     MOVE CH-CUSTOMER-ID TO XS-CUSTOMER-ID.
065600     MOVE 'C' TO XS-SOURCE.
065700     MOVE CH-FIELD-NAME TO XS-FIELD-NAME.
065800     MOVE CH-AFTER-VALUE TO XS-VALUE.
065900     RELEASE EXPLSORT-RECORD.
066000     ADD 1 TO WS-EXPL-READ-COUNT.
066100 2220-NEXT.
066200     PERFORM 2210-READ-CHGHIST THRU 2210-EXIT.
066300 2220-EXIT.
066400     EXIT.
066500
066600* ONLY A SALE MOVES LAST-ORDER; RETURNS AND ADJUSTMENTS NEVER DO.
066700 2300-RELEASE-ORDLEDG.
066800     MOVE 'N' TO WS-SOURCE-SW.
066900     OPEN INPUT ORDLEDG-FILE.
067000     IF NOT ORDLEDG-OK
067100         MOVE "ORDLEDG" TO WS-SOURCE-NAME
067200         PERFORM 2900-NOTE-MISSING-SOURCE THRU 2900-EXIT
067300         GO TO 2300-EXIT
067400     END-IF.
067500     PERFORM 2310-READ-ORDLEDG THRU 2310-EXIT.
067600     PERFORM 2320-RELEASE-ONE-ORDLEDG THRU 2320-EXIT
067700         UNTIL END-OF-SOURCE.
067800     CLOSE ORDLEDG-FILE.
067900 2300-EXIT.
068000     EXIT.
068100
068200 2310-READ-ORDLEDG.
068300     READ ORDLEDG-FILE
068400         AT END
068500             SET END-OF-SOURCE TO TRUE
068600     END-READ.
068700 2310-EXIT.
068800     EXIT.
068900
069000 2320-RELEASE-ONE-ORDLEDG.
069100     IF OL-POST-DATE < WS-WINDOW-FROM
069200             OR OL-POST-DATE > WS-WINDOW-TO
069300             OR OL-TRANS-TYPE = 'R'
069400             OR OL-TRANS-TYPE = 'A'
069500         GO TO 2320-NEXT
069600     END-IF.
069700     MOVE SPACES TO EXPLSORT-RECORD.
069800     MOVE OL-CUSTOMER-ID TO XS-CUSTOMER-ID.
069900     MOVE 'O' TO XS-SOURCE.
070000     MOVE "LAST-ORDER" TO XS-FIELD-NAME.
070100     RELEASE EXPLSORT-RECORD.
070200     ADD 1 TO WS-EXPL-READ-COUNT.
070300 2320-NEXT.
070400     PERFORM 2310-READ-ORDLEDG THRU 2310-EXIT.
070500 2320-EXIT.
070600     EXIT.
070700
070800 2400-RELEASE-MRGTRACE.
070900     MOVE 'N' TO WS-SOURCE-SW.
071000     OPEN INPUT MRGTRACE-FILE.
071100     IF NOT MRGTRACE-OK
071200         MOVE "MRGTRACE" TO WS-SOURCE-NAME
071300         PERFORM 2900-NOTE-MISSING-SOURCE THRU 2900-EXIT
071400         GO TO 2400-EXIT
071500     END-IF.
071600     PERFORM 2410-READ-MRGTRACE THRU 2410-EXIT.
071700     PERFORM 2420-RELEASE-ONE-MRGTRACE THRU 2420-EXIT
071800         UNTIL END-OF-SOURCE.
071900     CLOSE MRGTRACE-FILE.
072000 2400-EXIT.
072100     EXIT.
072200
072300 2410-READ-MRGTRACE.
072400     READ MRGTRACE-FILE
072500         AT END
072600             SET END-OF-SOURCE TO TRUE
072700     END-READ.
072800 2410-EXIT.
072900     EXIT.
073000
073100 2420-RELEASE-ONE-MRGTRACE.
073200     IF MT-MERGE-DATE < WS-WINDOW-FROM
073300             OR MT-MERGE-DATE > WS-WINDOW-TO
073400         GO TO 2420-NEXT
073500     END-IF.
073600     MOVE SPACES TO EXPLSORT-RECORD.
073700     MOVE MT-RETIRED-ID TO XS-CUSTOMER-ID.
073800     MOVE 'M' TO XS-SOURCE.
073900     MOVE MT-SURVIVOR-ID TO XS-VALUE.
074000     RELEASE EXPLSORT-RECORD.
074100     ADD 1 TO WS-EXPL-READ-COUNT.
074200 2420-NEXT.
074300     PERFORM 2410-READ-MRGTRACE THRU 2410-EXIT.
074400 2420-EXIT.
074500     EXIT.
074600
074700 2500-RELEASE-ARCHIDX.
074800     MOVE 'N' TO WS-SOURCE-SW.
074900     OPEN INPUT ARCHIDX-FILE.
075000     IF NOT ARCHIDX-OK
075100         MOVE "ARCHIDX" TO WS-SOURCE-NAME
075200         PERFORM 2900-NOTE-MISSING-SOURCE THRU 2900-EXIT
075300         GO TO 2500-EXIT
075400     END-IF.
075500     PERFORM 2510-READ-ARCHIDX THRU 2510-EXIT.
075600     PERFORM 2520-RELEASE-ONE-ARCHIDX THRU 2520-EXIT
075700         UNTIL END-OF-SOURCE.
075800     CLOSE ARCHIDX-FILE.
075900 2500-EXIT.
076000     EXIT.
076100
076200 2510-READ-ARCHIDX.
076300     READ ARCHIDX-FILE
076400         AT END
076500             SET END-OF-SOURCE TO TRUE
076600     END-READ.
076700 2510-EXIT.
076800     EXIT.
076900
077000 2520-RELEASE-ONE-ARCHIDX.
077100     IF AI-ARCHIVE-DATE < WS-WINDOW-FROM
077200             OR AI-ARCHIVE-DATE > WS-WINDOW-TO
077300         GO TO 2520-NEXT
077400     END-IF.
077500     MOVE SPACES TO EXPLSORT-RECORD.
077600     MOVE AI-CUSTOMER-ID TO XS-CUSTOMER-ID.
077700     MOVE 'A' TO XS-SOURCE.
077800     MOVE AI-ARCHIVE-DATE TO XS-VALUE.
077900     RELEASE EXPLSORT-RECORD.
078000     ADD 1 TO WS-EXPL-READ-COUNT.
078100 2520-NEXT.
078200     PERFORM 2510-READ-ARCHIDX THRU 2510-EXIT.
078300 2520-EXIT.
078400     EXIT.
078500
078600 2600-LOAD-EXPLANATIONS.
078700     MOVE 'N' TO WS-EXPLSORT-SW.
078800     PERFORM 2610-RETURN-EXPLANATION THRU 2610-EXIT.
078900     PERFORM 2620-TABLE-EXPLANATION THRU 2620-EXIT
079000         UNTIL END-OF-EXPLSORT.
079100 2600-EXIT.
079200     EXIT.
079300
079400 2610-RETURN-EXPLANATION.
079500     RETURN EXPLSORT-FILE
079600         AT END
079700             SET END-OF-EXPLSORT TO TRUE
079800     END-RETURN.
079900 2610-EXIT.
080000     EXIT.
080100
080200 2620-TABLE-EXPLANATION.
080300     IF WS-EXPL-COUNT < WS-MAX-EXPL-TABLE
080400         ADD 1 TO WS-EXPL-COUNT
080500         MOVE XS-CUSTOMER-ID TO WS-EXPL-ID (WS-EXPL-COUNT)
080600         MOVE XS-SOURCE TO WS-EXPL-SOURCE (WS-EXPL-COUNT)
080700         MOVE XS-FIELD-NAME TO WS-EXPL-FIELD (WS-EXPL-COUNT)
080800         MOVE XS-VALUE TO WS-EXPL-VALUE (WS-EXPL-COUNT)
080900     ELSE
081000         ADD 1 TO WS-EXPL-DROPPED
081100     END-IF.
081200     PERFORM 2610-RETURN-EXPLANATION THRU 2610-EXIT.
081300 2620-EXIT.
081400     EXIT.
081500
081600* A SOURCE THAT IS NOT THERE EXPLAINS NOTHING - EVERY CHANGE IT
081700* WOULD HAVE COVERED SHOWS AS UNAUDITED, SO SAY WHY.
081800 2900-NOTE-MISSING-SOURCE.
081900     ADD 1 TO WS-SOURCES-MISSING.
082000     MOVE SPACES TO WS-NOTE-TEXT.
082100     STRING "WARNING: " DELIMITED BY SIZE
082200         WS-SOURCE-NAME DELIMITED BY SPACE
082300         " NOT AVAILABLE - NOTHING EXPLAINED FROM IT"
082400         DELIMITED BY SIZE
082500         INTO WS-NOTE-TEXT.
082600     WRITE UNAUDRPT-LINE FROM WS-NOTE-LINE.
082700     DISPLAY WS-NOTE-TEXT.
082800 2900-EXIT.
082900     EXIT.
083000
083100******************************************************************
083200* 3000-MATCH-SNAPSHOTS - CLASSIC TWO-FILE MATCH ON CUSTOMER ID.
083300* AN ID ONLY ON TONIGHT'S SNAPSHOT IS NEW, ONE ONLY ON THE PRIOR
083400* GENERATION HAS GONE, ONE ON BOTH IS COMPARED FIELD BY FIELD.
083500* EVERY RECORD OF TONIGHT'S SNAPSHOT IS COPIED TO CUSTMASN.
083600******************************************************************
083700 3000-MATCH-SNAPSHOTS.
083800     PERFORM 3100-READ-CURRENT THRU 3100-EXIT.
083900     PERFORM 3200-READ-PRIOR THRU 3200-EXIT.
084000     PERFORM 3300-MATCH-ONE-KEY THRU 3300-EXIT
084100         UNTIL WS-CUR-KEY = HIGH-VALUES
084200         AND WS-PRI-KEY = HIGH-VALUES.
084300 3000-EXIT.
084400     EXIT.
084500
084600 3100-READ-CURRENT.
084700     READ CUSTMAST-FILE
084800         AT END
084900             MOVE HIGH-VALUES TO WS-CUR-KEY
085000             GO TO 3100-EXIT
085100     END-READ.
085200     ADD 1 TO WS-CURRENT-COUNT.
085300     MOVE CM-CUSTOMER-ID TO WS-CUR-KEY.
085400 3100-EXIT.
085500     EXIT.
085600
085700 3150-KEEP-CURRENT.
085800     WRITE CUSTMASN-RECORD FROM CUSTMAST-RECORD.
085900     ADD 1 TO WS-NEXT-COUNT.
086000     ADD CM-CUSTOMER-ID TO WS-NEXT-HASH.
086100 3150-EXIT.
086200     EXIT.
086300
086400 3200-READ-PRIOR.
086500     IF NO-PRIOR-GENERATION
086600         MOVE HIGH-VALUES TO WS-PRI-KEY
086700         GO TO 3200-EXIT
086800     END-IF.
086900     READ CUSTMASP-FILE
087000         AT END
087100             MOVE HIGH-VALUES TO WS-PRI-KEY
087200             GO TO 3200-EXIT
087300     END-READ.
087400     IF PC-CONTROL
087500         GO TO 3200-READ-PRIOR
087600     END-IF.
087700     ADD 1 TO WS-PRIOR-COUNT.
087800     MOVE PM-CUSTOMER-ID TO WS-PRI-KEY.
087900 3200-EXIT.
088000     EXIT.
088100
088200 3300-MATCH-ONE-KEY.
088300     IF WS-CUR-KEY < WS-PRI-KEY
088400         MOVE CM-CUSTOMER-ID TO WS-MATCH-ID
088500         PERFORM 3400-CHECK-NEW-CUSTOMER THRU 3400-EXIT
088600         PERFORM 3150-KEEP-CURRENT THRU 3150-EXIT
088700         PERFORM 3100-READ-CURRENT THRU 3100-EXIT
088800         GO TO 3300-EXIT
088900     END-IF.
089000     IF WS-CUR-KEY > WS-PRI-KEY
089100         MOVE PM-CUSTOMER-ID TO WS-MATCH-ID
089200         PERFORM 3500-CHECK-GONE-CUSTOMER THRU 3500-EXIT
089300         PERFORM 3200-READ-PRIOR THRU 3200-EXIT
089400         GO TO 3300-EXIT
089500     END-IF.
089600     MOVE CM-CUSTOMER-ID TO WS-MATCH-ID.
089700     ADD 1 TO WS-MATCHED-COUNT.
089800     PERFORM 3600-COMPARE-CUSTOMER THRU 3600-EXIT.
089900     PERFORM 3150-KEEP-CURRENT THRU 3150-EXIT.
090000     PERFORM 3100-READ-CURRENT THRU 3100-EXIT.
090100     PERFORM 3200-READ-PRIOR THRU 3200-EXIT.
090200 3300-EXIT.
090300     EXIT.
090400
090500* A NEW ID NEEDS A CUSTMAINT ADD OR RESTORE IN THE WINDOW.
090600 3400-CHECK-NEW-CUSTOMER.
090700     IF NO-PRIOR-GENERATION
090800         GO TO 3400-EXIT
090900     END-IF.
091000     ADD 1 TO WS-ADDED-COUNT.
091100     SET FIND-NEW-CUSTOMER TO TRUE.
091200     PERFORM 5000-FIND-EXPLANATION THRU 5000-EXIT.
091300     IF EXPLANATION-FOUND
091400         ADD 1 TO WS-ADDED-OK-COUNT
091500         GO TO 3400-EXIT
091600     END-IF.
091700     MOVE "(ADDED)" TO WS-CMP-FIELD.
091800     MOVE SPACES TO WS-CMP-OLD.
091900     MOVE CM-CUSTOMER-NAME TO WS-CMP-NEW.
092000     PERFORM 3900-REPORT-UNAUDITED THRU 3900-EXIT.
092100 3400-EXIT.
092200     EXIT.
092300
092400* A VANISHED ID NEEDS A MERGE THAT RETIRED IT OR AN ARCHIVE.
092500 3500-CHECK-GONE-CUSTOMER.
092600     ADD 1 TO WS-GONE-COUNT.
092700     SET FIND-GONE-CUSTOMER TO TRUE.
092800     PERFORM 5000-FIND-EXPLANATION THRU 5000-EXIT.
092900     IF EXPLANATION-FOUND
093000         IF WS-FOUND-SOURCE = 'M'
093100             ADD 1 TO WS-GONE-MERGED-COUNT
093200         ELSE
093300             ADD 1 TO WS-GONE-ARCHIVED-COUNT
093400         END-IF
093500         GO TO 3500-EXIT
093600     END-IF.
093700     MOVE "(REMOVED)" TO WS-CMP-FIELD.
093800     MOVE PM-CUSTOMER-NAME TO WS-CMP-OLD.
093900     MOVE SPACES TO WS-CMP-NEW.
094000     PERFORM 3900-REPORT-UNAUDITED THRU 3900-EXIT.
094100 3500-EXIT.
094200     EXIT.
094300
094400******************************************************************
094500* 3600-COMPARE-CUSTOMER - EVERY MAINTAINED FIELD, UNDER THE NAME
094600* CHGHIST CARRIES IT BY. A NUMERIC ZIP MOVES INTO THE COMPARE
094700* AREA THE SAME WAY CUSTMAINT MOVES IT INTO THE AFTER IMAGE.
094800******************************************************************
094900 3600-COMPARE-CUSTOMER.
095000     MOVE "NAME" TO WS-CMP-FIELD.
095100     MOVE PM-CUSTOMER-NAME TO WS-CMP-OLD.
095200     MOVE CM-CUSTOMER-NAME TO WS-CMP-NEW.
095300     PERFORM 3650-COMPARE-FIELD THRU 3650-EXIT.
095400
095500     MOVE "STREET" TO WS-CMP-FIELD.
095600     MOVE PM-STREET TO WS-CMP-OLD.
095700     MOVE CM-STREET TO WS-CMP-NEW.
095800     PERFORM 3650-COMPARE-FIELD THRU 3650-EXIT.
095900
096000     MOVE "CITY" TO WS-CMP-FIELD.
096100     MOVE PM-CITY TO WS-CMP-OLD.
096200     MOVE CM-CITY TO WS-CMP-NEW.
096300     PERFORM 3650-COMPARE-FIELD THRU 3650-EXIT.
096400
096500     MOVE "STATE" TO WS-CMP-FIELD.
096600     MOVE PM-STATE TO WS-CMP-OLD.
096700     MOVE CM-STATE TO WS-CMP-NEW.
096800     PERFORM 3650-COMPARE-FIELD THRU 3650-EXIT.
096900
097000     MOVE "ZIP-CODE" TO WS-CMP-FIELD.
097100     MOVE PM-ZIP-CODE TO WS-CMP-OLD.
097200     MOVE CM-ZIP-CODE TO WS-CMP-NEW.
097300     PERFORM 3650-COMPARE-FIELD THRU 3650-EXIT.
097400
097500     MOVE "PHONE" TO WS-CMP-FIELD.
097600     MOVE PM-CUSTOMER-PHONE TO WS-CMP-OLD.
097700     MOVE CM-CUSTOMER-PHONE TO WS-CMP-NEW.
097800     PERFORM 3650-COMPARE-FIELD THRU 3650-EXIT.
097900
098000     MOVE "EMAIL" TO WS-CMP-FIELD.
098100     MOVE PM-CUSTOMER-EMAIL TO WS-CMP-OLD.
098200     MOVE CM-CUSTOMER-EMAIL TO WS-CMP-NEW.
098300     PERFORM 3650-COMPARE-FIELD THRU 3650-EXIT.
098400
098500     MOVE "STATUS" TO WS-CMP-FIELD.
098600     MOVE PM-CUSTOMER-STATUS TO WS-CMP-OLD.
098700     MOVE CM-CUSTOMER-STATUS TO WS-CMP-NEW.
098800     PERFORM 3650-COMPARE-FIELD THRU 3650-EXIT.
098900
099000     MOVE "JOIN-DATE" TO WS-CMP-FIELD.
099100     MOVE PM-CUSTOMER-JOIN-DATE TO WS-CMP-OLD.
099200     MOVE CM-CUSTOMER-JOIN-DATE TO WS-CMP-NEW.
099300     PERFORM 3650-COMPARE-FIELD THRU 3650-EXIT.
099400
099500     MOVE "LAST-ORDER" TO WS-CMP-FIELD.
099600     MOVE PM-CUSTOMER-LAST-ORDER TO WS-CMP-OLD.
099700     MOVE CM-CUSTOMER-LAST-ORDER TO WS-CMP-NEW.
099800     PERFORM 3650-COMPARE-FIELD THRU 3650-EXIT.
099900 3600-EXIT.
100000     EXIT.
100100
100200 3650-COMPARE-FIELD.
100300     IF WS-CMP-OLD = WS-CMP-NEW
100400         GO TO 3650-EXIT
100500     END-IF.
100600     ADD 1 TO WS-FIELDS-CHANGED.
100700     SET FIND-FIELD-CHANGE TO TRUE.
100800     PERFORM 5000-FIND-EXPLANATION THRU 5000-EXIT.
100900     IF EXPLANATION-FOUND
101000         IF WS-FOUND-SOURCE = 'O'
101100             ADD 1 TO WS-BY-ORDLEDG-COUNT
101200         ELSE
101300             ADD 1 TO WS-BY-CHGHIST-COUNT
101400         END-IF
101500         GO TO 3650-EXIT
101600     END-IF.
101700     PERFORM 3900-REPORT-UNAUDITED THRU 3900-EXIT.
101800 3650-EXIT.
101900     EXIT.
102000
102100 3900-REPORT-UNAUDITED.
102200     ADD 1 TO WS-UNAUDITED-COUNT.
102300     MOVE WS-MATCH-ID TO WS-DTL-ID.
102400     MOVE WS-CMP-FIELD TO WS-DTL-FIELD.
102500     MOVE WS-CMP-OLD TO WS-DTL-OLD.
102600     MOVE WS-CMP-NEW TO WS-DTL-NEW.
102700     MOVE WS-WINDOW-FROM TO WS-DTL-FROM.
102800     MOVE WS-WINDOW-TO TO WS-DTL-TO.
102900     WRITE UNAUDRPT-LINE FROM WS-DETAIL-LINE.
103000 3900-EXIT.
103100     EXIT.
103200
103300******************************************************************
103400* 4000-CLEANUP-ROUTINE - CLOSE THE NEXT GENERATION WITH ITS
103500* TRAILER, PRINT THE SUMMARY AND STAMP THE RUN. AN UNAUDITED
103600* CHANGE ENDS THE RUN WITH RC 8; A BASELINE RUN, A MISSING
103700* SOURCE OR A FULL EXPLANATION TABLE WITH RC 4.
103800******************************************************************
103900 4000-CLEANUP-ROUTINE.
104000     IF NOT SNAPSHOTS-WERE-OPENED
104100         IF REPORT-WAS-OPENED
104200             CLOSE UNAUDRPT-FILE
104300         END-IF
104400         GO TO 4000-EXIT
104500     END-IF.
104600
104700     MOVE SPACES TO CUSTMASN-CONTROL.
104800     MOVE "TRL" TO NC-RECORD-TYPE.
104900     MOVE WS-CURRENT-DATE TO NC-SNAPSHOT-DATE.
105000     MOVE WS-NEXT-COUNT TO NC-RECORD-COUNT.
105100     MOVE WS-NEXT-HASH TO NC-ID-HASH.
105200     WRITE CUSTMASN-CONTROL.
105300     CLOSE CUSTMASN-FILE.
105314     IF RETURN-CODE < 8 AND CUSTMASN-OK
105328         COMPUTE GC-STAMP-COUNT = WS-NEXT-COUNT + 2
105342         SET STAMP-GEN-CLOSED TO TRUE
105356         PERFORM STAMP-GENERATION-TOTALS
105370             THRU STAMP-GENERATION-TOTALS-EXIT
105384     END-IF.
105400     CLOSE CUSTMAST-FILE.
105500     IF PRIOR-GENERATION-ON-FILE
105600         CLOSE CUSTMASP-FILE
105700     END-IF.
105800
105900     IF RETURN-CODE = ZERO
106000         IF WS-UNAUDITED-COUNT > ZERO
106100             MOVE 8 TO RETURN-CODE
106200         ELSE
106300             IF NO-PRIOR-GENERATION
106400                     OR WS-SOURCES-MISSING > ZERO
106500                     OR WS-EXPL-DROPPED > ZERO
106600                 MOVE 4 TO RETURN-CODE
106700             END-IF
106800         END-IF
106900     END-IF.
107000
107100     MOVE SPACES TO UNAUDRPT-LINE.
107200     WRITE UNAUDRPT-LINE.
107300     MOVE SPACES TO WS-SUMMARY-LINE.
107400     MOVE "CUSTOMERS ON TONIGHT'S SNAPSHOT:" TO WS-SUM-LABEL.
107500     MOVE WS-CURRENT-COUNT TO WS-SUM-VALUE.
107600     WRITE UNAUDRPT-LINE FROM WS-SUMMARY-LINE.
107700
107800     MOVE "CUSTOMERS ON PRIOR GENERATION:  " TO WS-SUM-LABEL.
107900     MOVE WS-PRIOR-COUNT TO WS-SUM-VALUE.
108000     WRITE UNAUDRPT-LINE FROM WS-SUMMARY-LINE.
108100
108200     MOVE "CUSTOMERS ON BOTH:              " TO WS-SUM-LABEL.
108300     MOVE WS-MATCHED-COUNT TO WS-SUM-VALUE.
108400     WRITE UNAUDRPT-LINE FROM WS-SUMMARY-LINE.
108500
108600     MOVE "EXPLANATIONS IN WINDOW:         " TO WS-SUM-LABEL.
108700     MOVE WS-EXPL-READ-COUNT TO WS-SUM-VALUE.
108800     WRITE UNAUDRPT-LINE FROM WS-SUMMARY-LINE.
108900
109000     MOVE "  NOT TABLED, TABLE FULL:       " TO WS-SUM-LABEL.
109100     MOVE WS-EXPL-DROPPED TO WS-SUM-VALUE.
109200     WRITE UNAUDRPT-LINE FROM WS-SUMMARY-LINE.
109300
109400     MOVE "FIELDS CHANGED:                 " TO WS-SUM-LABEL.
109500     MOVE WS-FIELDS-CHANGED TO WS-SUM-VALUE.
109600     WRITE UNAUDRPT-LINE FROM WS-SUMMARY-LINE.
109700
109800     MOVE "  EXPLAINED BY CHGHIST:         " TO WS-SUM-LABEL.
109900     MOVE WS-BY-CHGHIST-COUNT TO WS-SUM-VALUE.
110000     WRITE UNAUDRPT-LINE FROM WS-SUMMARY-LINE.
110100
110200     MOVE "  EXPLAINED BY ORDER POSTING:   " TO WS-SUM-LABEL.
110300     MOVE WS-BY-ORDLEDG-COUNT TO WS-SUM-VALUE.
110400     WRITE UNAUDRPT-LINE FROM WS-SUMMARY-LINE.
110500
110600     MOVE "CUSTOMERS ADDED:                " TO WS-SUM-LABEL.
110700     MOVE WS-ADDED-COUNT TO WS-SUM-VALUE.
110800     WRITE UNAUDRPT-LINE FROM WS-SUMMARY-LINE.
110900
111000     MOVE "  EXPLAINED BY ADD OR RESTORE:  " TO WS-SUM-LABEL.
111100     MOVE WS-ADDED-OK-COUNT TO WS-SUM-VALUE.
111200     WRITE UNAUDRPT-LINE FROM WS-SUMMARY-LINE.
111300
111400     MOVE "CUSTOMERS REMOVED:              " TO WS-SUM-LABEL.
111500     MOVE WS-GONE-COUNT TO WS-SUM-VALUE.
111600     WRITE UNAUDRPT-LINE FROM WS-SUMMARY-LINE.
111700
111800     MOVE "  EXPLAINED BY MERGE:           " TO WS-SUM-LABEL.
111900     MOVE WS-GONE-MERGED-COUNT TO WS-SUM-VALUE.
112000     WRITE UNAUDRPT-LINE FROM WS-SUMMARY-LINE.
112100
112200     MOVE "  EXPLAINED BY ARCHIVE:         " TO WS-SUM-LABEL.
112300     MOVE WS-GONE-ARCHIVED-COUNT TO WS-SUM-VALUE.
112400     WRITE UNAUDRPT-LINE FROM WS-SUMMARY-LINE.
112500
112600     MOVE "UNAUDITED CHANGES:              " TO WS-SUM-LABEL.
112700     MOVE WS-UNAUDITED-COUNT TO WS-SUM-VALUE.
112800     WRITE UNAUDRPT-LINE FROM WS-SUMMARY-LINE.
112900
113000     MOVE "NEXT GENERATION RECORDS:        " TO WS-SUM-LABEL.
113100     MOVE WS-NEXT-COUNT TO WS-SUM-VALUE.
113200     WRITE UNAUDRPT-LINE FROM WS-SUMMARY-LINE.
113300     CLOSE UNAUDRPT-FILE.
113400
113500     DISPLAY "FIELDS CHANGED: " WS-FIELDS-CHANGED
113600         " UNAUDITED: " WS-UNAUDITED-COUNT.
113700     DISPLAY "CUSTMASN WRITTEN: " WS-NEXT-COUNT " RECORDS".
113800
113900     MOVE "CHGAUDIT" TO RC-STAMP-PROGRAM.
114000     MOVE WS-CURRENT-DATE TO RC-STAMP-DATE.
114100     PERFORM STAMP-RUN-CONTROL THRU STAMP-RUN-CONTROL-EXIT.
114200
114300     DISPLAY "CHANGE AUDIT COMPLETE".
114400 4000-EXIT.
114500     EXIT.
114600
114700* INCLUDE THE SHARED RUN-CONTROL UTILITY PARAGRAPHS
114800     COPY CHKRUN.
114900
114925* INCLUDE THE SHARED GENERATION CONTROL-TOTALS STAMP PARAGRAPH
114950     COPY CHKGEN.
114975
115000******************************************************************
115100* 5000-FIND-EXPLANATION - MOVE THE TABLE START UP TO THE FIRST
115200* ENTRY FOR WS-MATCH-ID (THE MATCH PASS ONLY EVER MOVES UP), THEN
115300* LOOK THROUGH THAT CUSTOMER'S ENTRIES FOR ONE THAT FITS.
115400******************************************************************
115500 5000-FIND-EXPLANATION.
115600     MOVE 'N' TO WS-FIND-SW.
115700     MOVE 'N' TO WS-SCAN-SW.
115800     MOVE 'N' TO WS-POSITION-SW.
115900     MOVE SPACE TO WS-FOUND-SOURCE.
116000     PERFORM 5050-POSITION-EXPLANATIONS THRU 5050-EXIT
116100         UNTIL WS-EXPL-START > WS-EXPL-COUNT
116200         OR EXPLANATIONS-POSITIONED.
116300     PERFORM 5100-TEST-EXPLANATION THRU 5100-EXIT
116400         VARYING WS-EXPL-SUB FROM WS-EXPL-START BY 1
116500         UNTIL WS-EXPL-SUB > WS-EXPL-COUNT
116600         OR EXPLANATION-FOUND
116700         OR EXPLANATION-SCAN-DONE.
116800 5000-EXIT.
116900     EXIT.
117000
117100 5050-POSITION-EXPLANATIONS.
117200     IF WS-EXPL-ID (WS-EXPL-START) < WS-MATCH-ID
117300         ADD 1 TO WS-EXPL-START
117400     ELSE
117500         SET EXPLANATIONS-POSITIONED TO TRUE
117600     END-IF.
117700 5050-EXIT.
117800     EXIT.
117900
118000* A CHANGED FIELD IS EXPLAINED BY A CHGHIST RECORD FOR IT ENDING
118100* ON THE NEW VALUE, BY AN ADD OR RESTORE OF THE WHOLE ROW, OR -
118200* LAST-ORDER ONLY - BY A SALE POSTED. A NEW ID BY AN ADD OR
118300* RESTORE; A VANISHED ONE BY A MERGE OR AN ARCHIVE.
118400 5100-TEST-EXPLANATION.
118500     IF WS-EXPL-ID (WS-EXPL-SUB) NOT = WS-MATCH-ID
118600         SET EXPLANATION-SCAN-DONE TO TRUE
118700         GO TO 5100-EXIT
118800     END-IF.
118900     IF FIND-FIELD-CHANGE
119000             AND EXPL-FROM-CHGHIST (WS-EXPL-SUB)
119100             AND WS-EXPL-FIELD (WS-EXPL-SUB) = WS-CMP-FIELD
119200             AND WS-EXPL-VALUE (WS-EXPL-SUB) = WS-CMP-NEW
119300         GO TO 5100-FOUND
119400     END-IF.
119500     IF FIND-FIELD-CHANGE
119600             AND EXPL-FROM-ORDLEDG (WS-EXPL-SUB)
119700             AND WS-CMP-FIELD = "LAST-ORDER"
119800         GO TO 5100-FOUND
119900     END-IF.
120000     IF (FIND-FIELD-CHANGE OR FIND-NEW-CUSTOMER)
120100             AND EXPL-FROM-CHGHIST (WS-EXPL-SUB)
120200             AND (WS-EXPL-FIELD (WS-EXPL-SUB) = "CUSTOMER-ADD"
120300             OR WS-EXPL-FIELD (WS-EXPL-SUB) = "CUST-RESTORE")
120400         GO TO 5100-FOUND
120500     END-IF.
120600     IF FIND-GONE-CUSTOMER
120700             AND (EXPL-FROM-MERGE (WS-EXPL-SUB)
120800             OR EXPL-FROM-ARCHIVE (WS-EXPL-SUB))
120900         GO TO 5100-FOUND
121000     END-IF.
121100     GO TO 5100-EXIT.
121200 5100-FOUND.
121300     SET EXPLANATION-FOUND TO TRUE.
121400     MOVE WS-EXPL-SOURCE (WS-EXPL-SUB) TO WS-FOUND-SOURCE.
121500 5100-EXIT.
121600     EXIT.
121700
121800* INCLUDE THE SHARED CHECK-DATE-FORMAT UTILITY PARAGRAPHS
121900     COPY CHKDATE.
