000100******************************************************************
000200* ORDRLSE - ORDER HOLD QUEUE RELEASE, DECLINE AND AGING
000300******************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. ORDRLSE.
000600 AUTHOR. R MERCER.
000700 INSTALLATION. DATA PROCESSING.
000800 DATE-WRITTEN. 2026-10-15.
000900 DATE-COMPILED.
001000******************************************************************
001100* MODIFICATION HISTORY
001200* ----------------------------------------------------------------
001300* DATE        INIT  DESCRIPTION
001400* 2026-10-15  RDM   ORIGINAL VERSION - WORKS THE ORDHOLD QUEUE
001500*                   ORDPOST FILLS WITH ORDERS AGAINST INACTIVE,
001600*                   PENDING, MERGED AND ARCHIVED CUSTOMERS. A
001700*                   SUPERVISOR KEYS ONE HOLDDEC DECISION PER
001800*                   ORDER REFERENCE: 'R' RELEASE (OPTIONALLY
001900*                   RE-POINTED TO THE MRGTRACE SURVIVOR) OR 'D'
002000*                   DECLINE. RELEASES ARE WRITTEN IN THE ORDERS
002100*                   LAYOUT TO ORDRLSD FOR THE NEXT ORDPOST RUN;
002200*                   DECLINES ARE REPORTED AND DROPPED; EVERYTHING
002300*                   ELSE IS CARRIED FORWARD TO ORDHOLDN FOR THE
002400*                   SCHEDULER TO SWAP IN AS THE NEXT ORDHOLD,
002500*                   THE SAME WAY CUSTDEAP HANDLES DEASUSP. THE
002600*                   DECIDING SUPERVISOR MUST HOLD UPDATE
002700*                   AUTHORITY ON AUTHREF. THE REPORT ENDS WITH AN
002800*                   AGING OF WHAT IS STILL ON HOLD, BY HOLD CODE.
002804* 2026-10-15  RDM   LINE ITEMS: ORDPOST NOW QUEUES A HELD ORDER'S
002808*                   'L' LINE-ITEM RECORDS STRAIGHT AFTER IT. THEY
002812*                   FOLLOW THEIR ORDER - WRITTEN TO ORDRLSD IN THE
002816*                   ORDERS LINE-ITEM LAYOUT (UNDER THE SURVIVOR
002820*                   WHEN RE-POINTED), DROPPED WITH A DECLINE, OR
002824*                   CARRIED TO ORDHOLDN. A LINE ITEM WITH NO ORDER
002828*                   OF ITS OWN BEFORE IT IS CARRIED AND COUNTED.
002832*                   LINE ITEMS ARE NOT COUNTED OR AGED AS HOLDS.
002836* 2026-10-15  RDM   ORDHOLDN NOW STAMPS GENTOTS WHEN IT IS OPENED
002840*                   AND, AFTER A CLEAN CLOSE, WITH THE HOLDS AND
002844*                   LINE ITEMS CARRIED (SHARED
002848*                   STAMP-GENERATION-TOTALS UTILITY, CHKGEN), SO
002852*                   GENMGR CAN PROVE THE QUEUE BEFORE IT SWAPS IT
002856*                   IN. A RUN REFUSED AT STARTUP NEVER CLOSES
002860*                   ORDHOLDN CLEANLY AND IS NOT SWAPPED IN.
002864* 2026-10-15  RDM   A RELEASE DECISION FOR AN ARCHIVED CUSTOMER'S
002868*                   ORDER IS NOW DECLINED, REPORTED AS SUCH AND
002872*                   COUNTED: THE RELEASE PASS POSTS WITHOUT THE
002876*                   HOLD CHECKS AND AN ARCHIVED ID IS NOT ON
002880*                   FILE, SO THE ORDER COULD ONLY FAIL THERE. THE
002884*                   CUSTOMER IS RESTORED (CUSTMAINT 'R') AND THE
002888*                   ORDER RE-KEYED INSTEAD.
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. X86-64.
003300 OBJECT-COMPUTER. X86-64.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT ORDHOLD-FILE ASSIGN TO "ORDHOLD"
003700         ORGANIZATION IS SEQUENTIAL
003800         ACCESS MODE IS SEQUENTIAL
003900         FILE STATUS IS WS-ORDHOLD-STATUS.
004000
004100     SELECT HOLDDEC-FILE ASSIGN TO "HOLDDEC"
004200         ORGANIZATION IS SEQUENTIAL
004300         ACCESS MODE IS SEQUENTIAL
004400         FILE STATUS IS WS-HOLDDEC-STATUS.
004500
004600     SELECT ORDHOLDN-FILE ASSIGN TO "ORDHOLDN"
004700         ORGANIZATION IS SEQUENTIAL
004800         ACCESS MODE IS SEQUENTIAL
004900         FILE STATUS IS WS-ORDHOLDN-STATUS.
005000
005100     SELECT ORDRLSD-FILE ASSIGN TO "ORDRLSD"
005200         ORGANIZATION IS SEQUENTIAL
005300         ACCESS MODE IS SEQUENTIAL
005400         FILE STATUS IS WS-ORDRLSD-STATUS.
005500
005600     SELECT HOLDRPT-FILE ASSIGN TO "HOLDRPT"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-HOLDRPT-STATUS.
005900
006000     SELECT AUTHREF-FILE ASSIGN TO "AUTHREF"
006100         ORGANIZATION IS SEQUENTIAL
006200         ACCESS MODE IS SEQUENTIAL
006300         FILE STATUS IS WS-AUTHREF-STATUS.
006400
006500     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
006600         ORGANIZATION IS SEQUENTIAL
006700         ACCESS MODE IS SEQUENTIAL
006800         FILE STATUS IS WS-RUNCTL-STATUS.
006900
006916     SELECT GENTOTS-FILE ASSIGN TO "GENTOTS"
006932         ORGANIZATION IS SEQUENTIAL
006948         ACCESS MODE IS SEQUENTIAL
006964         FILE STATUS IS WS-GENTOTS-STATUS.
006980
007000 DATA DIVISION.
007100 FILE SECTION.
007200* ORDERS HELD BY ORDPOST. HOLD CODES: I INACTIVE, P PENDING,
007300* M MERGED (WITH THE SURVIVOR), A ARCHIVED (WITH THE DATE).
007400 FD  ORDHOLD-FILE
007500     RECORDING MODE IS F.
007600 01  ORDHOLD-RECORD.
007700     05  OH-CUSTOMER-ID        PIC 9(06).
007800     05  OH-ORDER-DATE         PIC X(10).
007900     05  OH-ORDER-AMOUNT       PIC 9(07)V99.
008000     05  OH-TRANS-TYPE         PIC X(01).
008100     05  OH-ORDER-REF          PIC X(12).
008200     05  OH-HOLD-DATE          PIC X(10).
008300     05  OH-HOLD-CODE          PIC X(01).
008400         88  HOLD-MERGED       VALUE 'M'.
008450         88  HOLD-ARCHIVED     VALUE 'A'.
008500     05  OH-HOLD-REASON        PIC X(30).
008600     05  OH-SURVIVOR-ID        PIC 9(06).
008700     05  OH-ARCHIVE-DATE       PIC X(10).
008713     05  OH-RECORD-TYPE        PIC X(01).
008726         88  HOLD-IS-LINE-ITEM VALUE 'L'.
008739     05  FILLER                PIC X(04).
008752* A LINE ITEM OF THE ORDER BEFORE IT.
008765 01  ORDHOLD-ITEM-RECORD.
008778     05  OHI-CUSTOMER-ID       PIC 9(06).
008791     05  OHI-PRODUCT-CODE      PIC X(08).
008804     05  OHI-QUANTITY          PIC X(04).
008817     05  OHI-UNIT-PRICE        PIC X(07).
008830     05  FILLER                PIC X(01).
008843     05  OHI-ORDER-REF         PIC X(12).
008856     05  FILLER                PIC X(57).
008869     05  OHI-RECORD-TYPE       PIC X(01).
008882     05  FILLER                PIC X(04).
008900
009000* SUPERVISOR DECISIONS - ONE RECORD PER HELD ORDER REFERENCE.
009100 FD  HOLDDEC-FILE
009200     RECORDING MODE IS F.
009300 01  HOLDDEC-RECORD.
009400     05  HD-SUPERVISOR-ID      PIC X(08).
009500     05  HD-ORDER-REF          PIC X(12).
009600     05  HD-ACTION             PIC X(01).
009700     05  HD-REPOINT-SW         PIC X(01).
009800     05  HD-NOTE               PIC X(30).
009900     05  FILLER                PIC X(28).
010000
010100* NEXT GENERATION OF THE HOLD QUEUE - EVERYTHING NOT RELEASED OR
010200* DECLINED. THE SCHEDULER SWAPS IT IN AS ORDHOLD BEFORE THE NEXT
010300* ORDPOST RUN.
010400 FD  ORDHOLDN-FILE
010500     RECORDING MODE IS F.
010600 01  ORDHOLDN-RECORD.
010700     05  ON-CUSTOMER-ID        PIC 9(06).
010800     05  ON-ORDER-DATE         PIC X(10).
010900     05  ON-ORDER-AMOUNT       PIC 9(07)V99.
011000     05  ON-TRANS-TYPE         PIC X(01).
011100     05  ON-ORDER-REF          PIC X(12).
011200     05  ON-HOLD-DATE          PIC X(10).
011300     05  ON-HOLD-CODE          PIC X(01).
011400     05  ON-HOLD-REASON        PIC X(30).
011500     05  ON-SURVIVOR-ID        PIC 9(06).
011600     05  ON-ARCHIVE-DATE       PIC X(10).
011650     05  ON-RECORD-TYPE        PIC X(01).
011700         88  HOLDN-IS-LINE-ITEM VALUE 'L'.
011750     05  FILLER                PIC X(04).
011800
011900* RELEASED ORDERS IN THE ORDERS TRANSACTION LAYOUT, EXTENDED SO
012000* TWO RELEASE RUNS BEFORE ONE POSTING LOSE NOTHING. ORDPOST
012100* POSTS THEM AND EMPTIES THE FILE.
012200 FD  ORDRLSD-FILE
012300     RECORDING MODE IS F.
012400 01  ORDRLSD-RECORD.
012500     05  RL-CUSTOMER-ID        PIC 9(06).
012600     05  RL-ORDER-DATE         PIC X(10).
012700     05  RL-ORDER-AMOUNT       PIC 9(07)V99.
012800     05  RL-TRANS-TYPE         PIC X(01).
012900     05  RL-ORDER-REF          PIC X(12).
012915     05  RL-RECORD-TYPE        PIC X(01).
012930     05  FILLER                PIC X(41).
012945* A LINE ITEM OF THE RELEASED ORDER BEFORE IT.
012960 01  ORDRLSD-ITEM-RECORD.
012975     05  RI-CUSTOMER-ID        PIC 9(06).
012990     05  RI-PRODUCT-CODE       PIC X(08).
013005     05  RI-QUANTITY           PIC X(04).
013020     05  RI-UNIT-PRICE         PIC X(07).
013035     05  FILLER                PIC X(01).
013050     05  RI-ORDER-REF          PIC X(12).
013065     05  RI-RECORD-TYPE        PIC X(01).
013080     05  FILLER                PIC X(41).
013100
013200 FD  HOLDRPT-FILE.
013300 01  HOLDRPT-LINE              PIC X(132).
013400
013500* OPERATOR AUTHORIZATION REFERENCE - ONE RECORD PER OPERATOR
013600* WITH Y/N FLAGS FOR THE FUNCTIONS THEY MAY USE. SEE
013700* CHKAUTH.cpy (FAILS CLOSED WHEN MISSING).
013800 FD  AUTHREF-FILE
013900     RECORDING MODE IS F.
014000 01  AUTHREF-RECORD.
014100     05  AU-OPERATOR-ID        PIC X(08).
014200     05  AU-ALLOW-ADD          PIC X(01).
014300     05  AU-ALLOW-UPDATE       PIC X(01).
014400     05  AU-ALLOW-DEACT        PIC X(01).
014500     05  AU-ALLOW-INQUIRE      PIC X(01).
014600     05  FILLER                PIC X(08).
014700
014800* SHARED NIGHTLY RUN-CONTROL FILE - ONE RECORD PER PROGRAM
014900* COMPLETION, STAMPED AT CLEANUP. SEE CHKRUN.cpy.
015000 FD  RUNCTL-FILE
015100     RECORDING MODE IS F.
015200 01  RUNCTL-RECORD.
015300     05  RU-RUN-DATE           PIC X(10).
015400     05  RU-PROGRAM-ID         PIC X(08).
015500     05  RU-TIMESTAMP          PIC X(21).
015600     05  RU-RETURN-CODE        PIC S9(04).
015700     05  FILLER                PIC X(37).
015800
015806* NEXT-GENERATION CONTROL TOTALS - STAMPED WHEN ORDHOLDN IS OPENED
015812* AND WHEN IT CLOSES CLEANLY, READ BY GENMGR BEFORE THE SWAP. SEE
015818* CHKGEN.cpy.
015824 FD  GENTOTS-FILE
015830     RECORDING MODE IS F.
015836 01  GENTOTS-RECORD.
015842     05  GT-FILE-ID            PIC X(10).
015848     05  GT-RUN-DATE           PIC X(10).
015854     05  GT-PROGRAM-ID         PIC X(08).
015860     05  GT-EVENT              PIC X(01).
015866     05  GT-RECORD-COUNT       PIC 9(09).
015872     05  GT-TIMESTAMP          PIC X(21).
015878     05  FILLER                PIC X(21).
015884
015900 WORKING-STORAGE SECTION.
016000
016100* INCLUDE SHARED RUN-CONTROL WORKING STORAGE
016200     COPY RUNCTL.
016300
016400* INCLUDE SHARED OPERATOR-AUTHORIZATION WORKING STORAGE
016500     COPY AUTHCHK.
016600
016700* INCLUDE SHARED DATE-VALIDATION WORKING STORAGE
016800     COPY DATECHK.
016825
016850* INCLUDE SHARED GENERATION CONTROL-TOTALS WORKING STORAGE
016875     COPY GENCHK.
016900
017000 01  WS-VARIABLES.
017100     05  WS-CURRENT-DATE       PIC X(10) VALUE SPACES.
017200
017300 01  WS-FILE-SWITCHES.
017400     05  WS-ORDHOLD-STATUS     PIC X(02) VALUE SPACES.
017500         88  ORDHOLD-OK        VALUE '00'.
017600     05  WS-HOLDDEC-STATUS     PIC X(02) VALUE SPACES.
017700         88  HOLDDEC-OK        VALUE '00'.
017800     05  WS-ORDHOLDN-STATUS    PIC X(02) VALUE SPACES.
017900         88  ORDHOLDN-OK       VALUE '00'.
018000     05  WS-ORDRLSD-STATUS     PIC X(02) VALUE SPACES.
018100     05  WS-HOLDRPT-STATUS     PIC X(02) VALUE SPACES.
018200     05  WS-ORDHOLD-SW         PIC X(01) VALUE 'N'.
018300         88  END-OF-ORDHOLD    VALUE 'Y'.
018400     05  WS-ORDHOLD-OPEN-SW    PIC X(01) VALUE 'N'.
018500         88  ORDHOLD-WAS-OPENED VALUE 'Y'.
018600     05  WS-HOLDDEC-SW         PIC X(01) VALUE 'N'.
018700         88  END-OF-HOLDDEC    VALUE 'Y'.
018800     05  WS-ORDHOLDN-SW        PIC X(01) VALUE 'N'.
018900         88  END-OF-ORDHOLDN   VALUE 'Y'.
019000
019100 01  WS-RELEASE-COUNTS.
019200     05  WS-HOLDS-READ         PIC 9(05) VALUE ZERO.
019300     05  WS-RELEASED-COUNT     PIC 9(05) VALUE ZERO.
019400     05  WS-REPOINTED-COUNT    PIC 9(05) VALUE ZERO.
019500     05  WS-DECLINED-COUNT     PIC 9(05) VALUE ZERO.
019550     05  WS-ARCH-DECLINED      PIC 9(05) VALUE ZERO.
019600     05  WS-REFUSED-COUNT      PIC 9(05) VALUE ZERO.
019700     05  WS-CARRIED-COUNT      PIC 9(05) VALUE ZERO.
019800     05  WS-UNMATCHED-COUNT    PIC 9(05) VALUE ZERO.
019806     05  WS-ITEMS-RELEASED     PIC 9(05) VALUE ZERO.
019812     05  WS-ITEMS-DECLINED     PIC 9(05) VALUE ZERO.
019818     05  WS-ITEMS-CARRIED      PIC 9(05) VALUE ZERO.
019824     05  WS-ITEMS-ORPHANED     PIC 9(05) VALUE ZERO.
019830
019836* WHAT BECAME OF THE LAST ORDER READ - ITS LINE ITEMS GO THE
019842* SAME WAY. NOTHING READ YET COUNTS AS CARRIED, SO A LINE ITEM
019848* AHEAD OF ANY ORDER STAYS ON THE QUEUE.
019854 01  WS-LAST-ORDER.
019860     05  WS-LAST-DISPOSITION   PIC X(01) VALUE 'C'.
019866         88  LAST-RELEASED     VALUE 'R'.
019872         88  LAST-DECLINED     VALUE 'D'.
019878         88  LAST-CARRIED      VALUE 'C'.
019884     05  WS-LAST-ORDER-REF     PIC X(12) VALUE SPACES.
019890     05  WS-LAST-RELEASE-ID    PIC 9(06) VALUE ZERO.
019900
020000* TABLE OF DECISIONS KEYED BY THE SUPERVISORS. A DECISION FILE
020100* BIGGER THAN THE TABLE FAILS THE RUN - SILENTLY IGNORING A
020200* DECISION WOULD LEAVE AN ORDER ON HOLD THAT SOMEBODY RELEASED.
020300 01  WS-DECISION-TABLE.
020400     05  WS-MAX-DEC-TABLE      PIC 9(04) VALUE 1000 COMP.
020500     05  WS-DEC-TABLE-COUNT    PIC 9(04) VALUE ZERO.
020600     05  WS-DEC-SUB            PIC 9(04) COMP VALUE ZERO.
020700     05  WS-DEC-OVERFLOW-SW    PIC X(01) VALUE 'N'.
020800         88  DEC-TABLE-OVERFLOW VALUE 'Y'.
020900     05  WS-DEC-MATCH-SW       PIC X(01) VALUE 'N'.
021000         88  DECISION-FOUND    VALUE 'Y'.
021100     05  WS-DEC-TABLE-ENTRY OCCURS 1000 TIMES
021200             INDEXED BY WS-DEC-IDX.
021300         10  WS-DEC-ORDER-REF  PIC X(12).
021400         10  WS-DEC-SUPERVISOR PIC X(08).
021500         10  WS-DEC-ACTION     PIC X(01).
021600             88  DEC-RELEASE   VALUE 'R'.
021700             88  DEC-DECLINE   VALUE 'D'.
021800         10  WS-DEC-REPOINT    PIC X(01).
021900             88  DEC-REPOINT   VALUE 'Y'.
022000         10  WS-DEC-NOTE       PIC X(30).
022100         10  WS-DEC-USED       PIC X(01).
022200
022300* AGING OF WHAT IS STILL ON HOLD - ONE ROW PER HOLD CODE, FOUR
022400* AGE BUCKETS: 0-7, 8-30, 31-60 AND OVER 60 DAYS.
022500 01  WS-AGING-TABLE.
022600     05  WS-AGE-ROW OCCURS 4 TIMES.
022700         10  WS-AGE-CODE       PIC X(01).
022800         10  WS-AGE-LABEL      PIC X(10).
022900         10  WS-AGE-BUCKET     PIC 9(05) OCCURS 4 TIMES.
023000         10  WS-AGE-TOTAL      PIC 9(05).
023100     05  WS-ROW-SUB            PIC 9(02) COMP VALUE ZERO.
023200     05  WS-BKT-SUB            PIC 9(02) COMP VALUE ZERO.
023300
023400 01  WS-DATE-WORK.
023500     05  WS-HOLD-CCYYMMDD      PIC 9(08) VALUE ZERO.
023600     05  WS-HOLD-INTEGER       PIC S9(09) COMP VALUE ZERO.
023700     05  WS-CURR-CCYYMMDD      PIC 9(08) VALUE ZERO.
023800     05  WS-CURR-INTEGER       PIC S9(09) COMP VALUE ZERO.
023900     05  WS-DAYS-HELD          PIC S9(09) COMP VALUE ZERO.
024000
024100 01  WS-REPORT-LINES.
024200     05  WS-HEADER-LINE.
024300         10  FILLER            PIC X(31) VALUE
024400             "ORDER HOLD QUEUE REPORT".
024500         10  FILLER            PIC X(12) VALUE "  RUN DATE: ".
024600         10  WS-HDR-DATE       PIC X(10) VALUE SPACES.
024700     05  WS-SECTION-LINE.
024800         10  WS-SEC-TITLE      PIC X(60) VALUE SPACES.
024900     05  WS-DETAIL-LINE.
025000         10  FILLER            PIC X(03) VALUE SPACES.
025100         10  WS-DTL-REF        PIC X(12).
025200         10  FILLER            PIC X(02) VALUE SPACES.
025300         10  WS-DTL-ID         PIC 9(06).
025400         10  FILLER            PIC X(02) VALUE SPACES.
025500         10  WS-DTL-HOLD-DATE  PIC X(10).
025600         10  FILLER            PIC X(02) VALUE SPACES.
025700         10  WS-DTL-CODE       PIC X(01).
025800         10  FILLER            PIC X(02) VALUE SPACES.
025900         10  WS-DTL-ACTION     PIC X(30).
026000         10  FILLER            PIC X(02) VALUE SPACES.
026100         10  WS-DTL-SUPERVISOR PIC X(08).
026200         10  FILLER            PIC X(02) VALUE SPACES.
026300         10  WS-DTL-NOTE       PIC X(30).
026400     05  WS-AGING-LINE.
026500         10  FILLER            PIC X(03) VALUE SPACES.
026600         10  WS-AGD-REF        PIC X(12).
026700         10  FILLER            PIC X(02) VALUE SPACES.
026800         10  WS-AGD-ID         PIC 9(06).
026900         10  FILLER            PIC X(02) VALUE SPACES.
027000         10  WS-AGD-HOLD-DATE  PIC X(10).
027100         10  FILLER            PIC X(02) VALUE SPACES.
027200         10  WS-AGD-DAYS       PIC ZZZZ9.
027300         10  FILLER            PIC X(02) VALUE SPACES.
027400         10  WS-AGD-REASON     PIC X(30).
027500         10  FILLER            PIC X(02) VALUE SPACES.
027600         10  WS-AGD-EXTRA      PIC X(30).
027700     05  WS-MATRIX-HEADER.
027800         10  FILLER            PIC X(15) VALUE SPACES.
027900         10  FILLER            PIC X(08) VALUE "  0-7".
028000         10  FILLER            PIC X(08) VALUE "  8-30".
028100         10  FILLER            PIC X(08) VALUE " 31-60".
028200         10  FILLER            PIC X(08) VALUE "   61+".
028300         10  FILLER            PIC X(08) VALUE "  TOTAL".
028400     05  WS-MATRIX-LINE.
028500         10  FILLER            PIC X(03) VALUE SPACES.
028600         10  WS-MTX-LABEL      PIC X(10).
028700         10  FILLER            PIC X(02) VALUE SPACES.
028800         10  WS-MTX-COUNT      PIC ZZZZ9 OCCURS 4 TIMES.
028900         10  FILLER            PIC X(03) VALUE SPACES.
029000         10  WS-MTX-TOTAL      PIC ZZZZ9.
029100     05  WS-SUMMARY-LINE.
029200         10  FILLER            PIC X(20) VALUE SPACES.
029300         10  WS-SUM-LABEL      PIC X(23).
029400         10  WS-SUM-VALUE      PIC ZZZ,ZZ9.
029500
029600 PROCEDURE DIVISION.
029700 0000-MAINLINE.
029800     DISPLAY "ORDER HOLD RELEASE PROGRAM".
029900     PERFORM 1000-INITIALIZE-ROUTINE THRU 1000-EXIT.
030000     IF RETURN-CODE = ZERO
030100         PERFORM 2000-PROCESS-DATA THRU 2000-EXIT
030200     ELSE
030300         DISPLAY "INITIALIZATION FAILED, SKIPPING PROCESS-DATA"
030400     END-IF.
030500     PERFORM 4000-CLEANUP-ROUTINE THRU 4000-EXIT.
030600     STOP RUN.
030700
030800******************************************************************
030900* 1000-INITIALIZE-ROUTINE - OPEN THE QUEUE, THE NEXT GENERATION,
031000* THE RELEASE FILE AND THE REPORT, LOAD AUTHORIZATION AND THE
031100* DECISIONS. NO QUEUE MEANS NOTHING IS HELD - THE RUN ENDS
031200* QUIETLY WITH AN EMPTY REPORT AND AN EMPTY ORDHOLDN.
031300******************************************************************
031400 1000-INITIALIZE-ROUTINE.
031500     PERFORM DERIVE-CURRENT-DATE
031600         THRU DERIVE-CURRENT-DATE-EXIT.
031700     MOVE DC-TODAY-DATE TO WS-CURRENT-DATE.
031800     MOVE WS-CURRENT-DATE(1:4) TO WS-CURR-CCYYMMDD(1:4).
031900     MOVE WS-CURRENT-DATE(6:2) TO WS-CURR-CCYYMMDD(5:2).
032000     MOVE WS-CURRENT-DATE(9:2) TO WS-CURR-CCYYMMDD(7:2).
032100     COMPUTE WS-CURR-INTEGER =
032200         FUNCTION INTEGER-OF-DATE(WS-CURR-CCYYMMDD).
032300     PERFORM 1050-SET-AGING-ROWS THRU 1050-EXIT.
032400
032500     OPEN OUTPUT HOLDRPT-FILE.
032600     MOVE WS-CURRENT-DATE TO WS-HDR-DATE.
032700     WRITE HOLDRPT-LINE FROM WS-HEADER-LINE.
032800
032900     OPEN INPUT ORDHOLD-FILE.
033000     IF ORDHOLD-OK
033100         SET ORDHOLD-WAS-OPENED TO TRUE
033200     ELSE
033300         DISPLAY "NO ORDER HOLD QUEUE FOUND, STATUS: "
033400             WS-ORDHOLD-STATUS
033500         SET END-OF-ORDHOLD TO TRUE
033600     END-IF.
033700
033800     OPEN OUTPUT ORDHOLDN-FILE.
033814     MOVE "ORDHOLDN" TO GC-STAMP-FILE.
033828     MOVE "ORDRLSE" TO GC-STAMP-PROGRAM.
033842     MOVE WS-CURRENT-DATE TO GC-STAMP-DATE.
033856     SET STAMP-GEN-OPENED TO TRUE.
033870     PERFORM STAMP-GENERATION-TOTALS
033884         THRU STAMP-GENERATION-TOTALS-EXIT.
033900
034000     OPEN EXTEND ORDRLSD-FILE.
034100     IF WS-ORDRLSD-STATUS = '05' OR WS-ORDRLSD-STATUS = '35'
034200         OPEN OUTPUT ORDRLSD-FILE
034300     END-IF.
034400
034500     PERFORM LOAD-AUTH-TABLE THRU LOAD-AUTH-TABLE-EXIT.
034600
034700     PERFORM 1200-LOAD-DECISION-TABLE THRU 1200-EXIT.
034800 1000-EXIT.
034900     EXIT.
035000
035100 1050-SET-AGING-ROWS.
035200     INITIALIZE WS-AGING-TABLE.
035300     MOVE 'I' TO WS-AGE-CODE (1).
035400     MOVE "INACTIVE" TO WS-AGE-LABEL (1).
035500     MOVE 'P' TO WS-AGE-CODE (2).
035600     MOVE "PENDING" TO WS-AGE-LABEL (2).
035700     MOVE 'M' TO WS-AGE-CODE (3).
035800     MOVE "MERGED" TO WS-AGE-LABEL (3).
035900     MOVE 'A' TO WS-AGE-CODE (4).
036000     MOVE "ARCHIVED" TO WS-AGE-LABEL (4).
036100 1050-EXIT.
036200     EXIT.
036300
036400******************************************************************
036500* 1200-LOAD-DECISION-TABLE - PULL EVERY DECISION INTO MEMORY. AN
036600* EMPTY OR MISSING HOLDDEC FILE IS A NORMAL RUN - EVERYTHING IS
036700* CARRIED FORWARD AND AGED.
036800******************************************************************
036900 1200-LOAD-DECISION-TABLE.
037000     MOVE ZERO TO WS-DEC-TABLE-COUNT.
037100     OPEN INPUT HOLDDEC-FILE.
037200     IF NOT HOLDDEC-OK
037300         DISPLAY "NO HOLD DECISION FILE FOUND, STATUS: "
037400             WS-HOLDDEC-STATUS
037500         GO TO 1200-EXIT
037600     END-IF.
037700     PERFORM 1250-READ-HOLDDEC-RECORD THRU 1250-EXIT.
037800     PERFORM 1300-ADD-DECISION-ENTRY THRU 1300-EXIT
037900         UNTIL END-OF-HOLDDEC.
038000     CLOSE HOLDDEC-FILE.
038100
038200     IF DEC-TABLE-OVERFLOW
038300         DISPLAY "MORE THAN " WS-MAX-DEC-TABLE
038400             " HOLD DECISIONS ON FILE, RUN ABORTED"
038500         MOVE 16 TO RETURN-CODE
038600     END-IF.
038700 1200-EXIT.
038800     EXIT.
038900
039000 1250-READ-HOLDDEC-RECORD.
039100     READ HOLDDEC-FILE
039200         AT END
039300             SET END-OF-HOLDDEC TO TRUE
039400     END-READ.
039500 1250-EXIT.
039600     EXIT.
039700
039800 1300-ADD-DECISION-ENTRY.
039900     IF WS-DEC-TABLE-COUNT < WS-MAX-DEC-TABLE
040000         ADD 1 TO WS-DEC-TABLE-COUNT
040100         MOVE HD-ORDER-REF
040200             TO WS-DEC-ORDER-REF (WS-DEC-TABLE-COUNT)
040300         MOVE HD-SUPERVISOR-ID
040400             TO WS-DEC-SUPERVISOR (WS-DEC-TABLE-COUNT)
040500         MOVE HD-ACTION
040600             TO WS-DEC-ACTION (WS-DEC-TABLE-COUNT)
040700         MOVE HD-REPOINT-SW
040800             TO WS-DEC-REPOINT (WS-DEC-TABLE-COUNT)
040900         MOVE HD-NOTE
041000             TO WS-DEC-NOTE (WS-DEC-TABLE-COUNT)
041100         MOVE 'N' TO WS-DEC-USED (WS-DEC-TABLE-COUNT)
041200     ELSE
041300         SET DEC-TABLE-OVERFLOW TO TRUE
041400     END-IF.
041500     PERFORM 1250-READ-HOLDDEC-RECORD THRU 1250-EXIT.
041600 1300-EXIT.
041700     EXIT.
041800
041900******************************************************************
042000* 2000-PROCESS-DATA - WORK THE QUEUE FRONT TO BACK: RELEASE OR
042100* DECLINE WHAT A SUPERVISOR DECIDED, CARRY THE REST FORWARD.
042200* THEN REPORT DECISIONS THAT MATCHED NOTHING AND AGE THE NEW
042300* GENERATION.
042400******************************************************************
042500 2000-PROCESS-DATA.
042600     MOVE SPACES TO WS-SECTION-LINE.
042700     MOVE "DECISIONS APPLIED:" TO WS-SEC-TITLE.
042800     WRITE HOLDRPT-LINE FROM WS-SECTION-LINE.
042900
043000     IF NOT END-OF-ORDHOLD
043100         PERFORM 2100-READ-ORDHOLD-RECORD THRU 2100-EXIT
043200     END-IF.
043300     PERFORM 2200-PROCESS-ONE-HOLD THRU 2200-EXIT
043400         UNTIL END-OF-ORDHOLD.
043500
043600     PERFORM 2800-REPORT-UNMATCHED THRU 2800-EXIT
043700         VARYING WS-DEC-SUB FROM 1 BY 1
043800         UNTIL WS-DEC-SUB > WS-DEC-TABLE-COUNT.
043900
044000     CLOSE ORDHOLDN-FILE.
044012     IF RETURN-CODE < 8 AND WS-ORDHOLDN-STATUS = '00'
044024         COMPUTE GC-STAMP-COUNT =
044036             WS-CARRIED-COUNT + WS-ITEMS-CARRIED
044048         SET STAMP-GEN-CLOSED TO TRUE
044060         PERFORM STAMP-GENERATION-TOTALS
044072             THRU STAMP-GENERATION-TOTALS-EXIT
044084     END-IF.
044100     PERFORM 3000-AGE-REMAINING-HOLDS THRU 3000-EXIT.
044200 2000-EXIT.
044300     EXIT.
044400
044500 2100-READ-ORDHOLD-RECORD.
044600     READ ORDHOLD-FILE
044700         AT END
044800             SET END-OF-ORDHOLD TO TRUE
044900         NOT AT END
045000             IF NOT HOLD-IS-LINE-ITEM
045033                 ADD 1 TO WS-HOLDS-READ
045066             END-IF
045100     END-READ.
045200 2100-EXIT.
045300     EXIT.
045400
045500******************************************************************
045600* 2200-PROCESS-ONE-HOLD - NO DECISION, OR ONE FROM A SUPERVISOR
045700* WITHOUT UPDATE AUTHORITY, LEAVES THE ORDER ON HOLD. A MERGED
045800* ORDER CAN ONLY BE RELEASED RE-POINTED - ITS OWN ID IS GONE.
045900******************************************************************
046000 2200-PROCESS-ONE-HOLD.
046016     IF HOLD-IS-LINE-ITEM
046032         PERFORM 2300-ROUTE-ORDER-ITEM THRU 2300-EXIT
046048         GO TO 2200-NEXT
046064     END-IF.
046080     MOVE OH-ORDER-REF TO WS-LAST-ORDER-REF.
046100     PERFORM 2250-FIND-DECISION THRU 2250-EXIT.
046200     IF NOT DECISION-FOUND
046300         PERFORM 2600-CARRY-FORWARD THRU 2600-EXIT
046400         GO TO 2200-NEXT
046500     END-IF.
046600     MOVE 'Y' TO WS-DEC-USED (WS-DEC-SUB).
046700
046800     MOVE WS-DEC-SUPERVISOR (WS-DEC-SUB) TO AC-OPERATOR-ID.
046900     MOVE 'U' TO AC-FUNCTION-CODE.
047000     PERFORM CHECK-OPERATOR-AUTH THRU CHECK-OPERATOR-AUTH-EXIT.
047100     IF NOT OPERATOR-AUTHORIZED
047200         ADD 1 TO WS-REFUSED-COUNT
047300         MOVE "REFUSED - NOT AUTHORIZED" TO WS-DTL-ACTION
047400         PERFORM 2700-WRITE-DETAIL-LINE THRU 2700-EXIT
047500         PERFORM 2600-CARRY-FORWARD THRU 2600-EXIT
047600         GO TO 2200-NEXT
047700     END-IF.
047800
047900     EVALUATE TRUE
048000         WHEN DEC-DECLINE (WS-DEC-SUB)
048100             PERFORM 2500-DECLINE-ORDER THRU 2500-EXIT
048200         WHEN DEC-RELEASE (WS-DEC-SUB)
048300             IF HOLD-MERGED AND NOT DEC-REPOINT (WS-DEC-SUB)
048400                 ADD 1 TO WS-REFUSED-COUNT
048500                 MOVE "REFUSED-MERGED, NOT RE-POINTED"
048600                     TO WS-DTL-ACTION
048700                 PERFORM 2700-WRITE-DETAIL-LINE THRU 2700-EXIT
048800                 PERFORM 2600-CARRY-FORWARD THRU 2600-EXIT
048900             ELSE
049000                 PERFORM 2400-RELEASE-ORDER THRU 2400-EXIT
049100             END-IF
049200         WHEN OTHER
049300             ADD 1 TO WS-REFUSED-COUNT
049400             MOVE "REFUSED - ACTION NOT R OR D" TO WS-DTL-ACTION
049500             PERFORM 2700-WRITE-DETAIL-LINE THRU 2700-EXIT
049600             PERFORM 2600-CARRY-FORWARD THRU 2600-EXIT
049700     END-EVALUATE.
049800 2200-NEXT.
049900     PERFORM 2100-READ-ORDHOLD-RECORD THRU 2100-EXIT.
050000 2200-EXIT.
050100     EXIT.
050200
050300 2250-FIND-DECISION.
050400     MOVE 'N' TO WS-DEC-MATCH-SW.
050500     MOVE ZERO TO WS-DEC-SUB.
050600     IF WS-DEC-TABLE-COUNT > ZERO
050700         SET WS-DEC-IDX TO 1
050800         SEARCH WS-DEC-TABLE-ENTRY
050900             AT END
051000                 CONTINUE
051100             WHEN WS-DEC-ORDER-REF (WS-DEC-IDX) = OH-ORDER-REF
051200                 SET DECISION-FOUND TO TRUE
051300                 SET WS-DEC-SUB TO WS-DEC-IDX
051400         END-SEARCH
051500     END-IF.
051600 2250-EXIT.
051700     EXIT.
051800
051900******************************************************************
051902* 2300-ROUTE-ORDER-ITEM - A LINE ITEM GOES WHERE ITS ORDER WENT.
051904* ONE THAT DOES NOT BELONG TO THE LAST ORDER READ IS CARRIED
051906* FORWARD RATHER THAN LOST, AND COUNTED FOR FOLLOW-UP.
051908******************************************************************
051910 2300-ROUTE-ORDER-ITEM.
051912     IF OHI-ORDER-REF NOT = WS-LAST-ORDER-REF
051914         ADD 1 TO WS-ITEMS-ORPHANED
051916         DISPLAY "WARNING: LINE ITEM FOR " OHI-ORDER-REF
051918             " HAS NO ORDER ON HOLD, CARRIED FORWARD"
051920         MOVE ORDHOLD-RECORD TO ORDHOLDN-RECORD
051922         WRITE ORDHOLDN-RECORD
051924         ADD 1 TO WS-ITEMS-CARRIED
051926         GO TO 2300-EXIT
051928     END-IF.
051930     EVALUATE TRUE
051932         WHEN LAST-RELEASED
051934             MOVE SPACES TO ORDRLSD-ITEM-RECORD
051936             MOVE WS-LAST-RELEASE-ID TO RI-CUSTOMER-ID
051938             MOVE OHI-PRODUCT-CODE TO RI-PRODUCT-CODE
051940             MOVE OHI-QUANTITY TO RI-QUANTITY
051942             MOVE OHI-UNIT-PRICE TO RI-UNIT-PRICE
051944             MOVE OHI-ORDER-REF TO RI-ORDER-REF
051946             MOVE 'L' TO RI-RECORD-TYPE
051948             WRITE ORDRLSD-ITEM-RECORD
051950             ADD 1 TO WS-ITEMS-RELEASED
051952         WHEN LAST-DECLINED
051954             ADD 1 TO WS-ITEMS-DECLINED
051956         WHEN OTHER
051958             MOVE ORDHOLD-RECORD TO ORDHOLDN-RECORD
051960             WRITE ORDHOLDN-RECORD
051962             ADD 1 TO WS-ITEMS-CARRIED
051964     END-EVALUATE.
051966 2300-EXIT.
051968     EXIT.
051970
051972******************************************************************
052000* 2400-RELEASE-ORDER - BACK INTO THE ORDERS LAYOUT FOR THE NEXT
052100* ORDPOST RUN. A RE-POINT ONLY MEANS SOMETHING FOR A MERGED
052150* HOLD, WHERE THE ORDER MOVES TO THE SURVIVOR. AN ARCHIVED HOLD
052200* HAS NO ID TO POST UNDER AND NO SURVIVOR TO MOVE TO, SO IT IS
052250* DECLINED INSTEAD (2550).
052300******************************************************************
052400 2400-RELEASE-ORDER.
052420     IF HOLD-ARCHIVED
052440         PERFORM 2550-DECLINE-ARCHIVED THRU 2550-EXIT
052460         GO TO 2400-EXIT
052480     END-IF.
052500     MOVE SPACES TO ORDRLSD-RECORD.
052600     MOVE OH-CUSTOMER-ID TO RL-CUSTOMER-ID.
052700     MOVE OH-ORDER-DATE TO RL-ORDER-DATE.
052800     MOVE OH-ORDER-AMOUNT TO RL-ORDER-AMOUNT.
052900     MOVE OH-TRANS-TYPE TO RL-TRANS-TYPE.
053000     MOVE OH-ORDER-REF TO RL-ORDER-REF.
053100     IF HOLD-MERGED
053200         MOVE OH-SURVIVOR-ID TO RL-CUSTOMER-ID
053300         ADD 1 TO WS-REPOINTED-COUNT
053400         MOVE "RELEASED TO SURVIVOR" TO WS-DTL-ACTION
053500     ELSE
053600         MOVE "RELEASED" TO WS-DTL-ACTION
053700     END-IF.
053750     MOVE RL-CUSTOMER-ID TO WS-LAST-RELEASE-ID.
053800     WRITE ORDRLSD-RECORD.
053900     ADD 1 TO WS-RELEASED-COUNT.
053933     SET LAST-RELEASED TO TRUE.
054000     PERFORM 2700-WRITE-DETAIL-LINE THRU 2700-EXIT.
054100 2400-EXIT.
054200     EXIT.
054300
054400 2500-DECLINE-ORDER.
054500     ADD 1 TO WS-DECLINED-COUNT.
054550     SET LAST-DECLINED TO TRUE.
054600     MOVE "DECLINED" TO WS-DTL-ACTION.
054700     PERFORM 2700-WRITE-DETAIL-LINE THRU 2700-EXIT.
054800 2500-EXIT.
054900     EXIT.
055000
055010 2550-DECLINE-ARCHIVED.
055020     ADD 1 TO WS-DECLINED-COUNT.
055030     ADD 1 TO WS-ARCH-DECLINED.
055040     SET LAST-DECLINED TO TRUE.
055050     MOVE "DECLINED - CUSTOMER ARCHIVED" TO WS-DTL-ACTION.
055060     PERFORM 2700-WRITE-DETAIL-LINE THRU 2700-EXIT.
055070 2550-EXIT.
055080     EXIT.
055090
055100 2600-CARRY-FORWARD.
055200     ADD 1 TO WS-CARRIED-COUNT.
055250     SET LAST-CARRIED TO TRUE.
055300     MOVE ORDHOLD-RECORD TO ORDHOLDN-RECORD.
055400     WRITE ORDHOLDN-RECORD.
055500 2600-EXIT.
055600     EXIT.
055700
055800 2700-WRITE-DETAIL-LINE.
055900     MOVE OH-ORDER-REF TO WS-DTL-REF.
056000     MOVE OH-CUSTOMER-ID TO WS-DTL-ID.
056100     MOVE OH-HOLD-DATE TO WS-DTL-HOLD-DATE.
056200     MOVE OH-HOLD-CODE TO WS-DTL-CODE.
056300     MOVE WS-DEC-SUPERVISOR (WS-DEC-SUB) TO WS-DTL-SUPERVISOR.
056400     MOVE WS-DEC-NOTE (WS-DEC-SUB) TO WS-DTL-NOTE.
056500     WRITE HOLDRPT-LINE FROM WS-DETAIL-LINE.
056600 2700-EXIT.
056700     EXIT.
056800
056900* A DECISION NO HELD ORDER CLAIMED - USUALLY A MISKEYED
057000* REFERENCE, OR AN ORDER ALREADY RELEASED BY AN EARLIER RUN.
057100 2800-REPORT-UNMATCHED.
057200     IF WS-DEC-USED (WS-DEC-SUB) = 'Y'
057300         GO TO 2800-EXIT
057400     END-IF.
057500     ADD 1 TO WS-UNMATCHED-COUNT.
057600     MOVE SPACES TO WS-DETAIL-LINE.
057700     MOVE WS-DEC-ORDER-REF (WS-DEC-SUB) TO WS-DTL-REF.
057800     MOVE ZERO TO WS-DTL-ID.
057900     MOVE "NO SUCH ORDER ON HOLD" TO WS-DTL-ACTION.
058000     MOVE WS-DEC-SUPERVISOR (WS-DEC-SUB) TO WS-DTL-SUPERVISOR.
058100     MOVE WS-DEC-NOTE (WS-DEC-SUB) TO WS-DTL-NOTE.
058200     WRITE HOLDRPT-LINE FROM WS-DETAIL-LINE.
058300 2800-EXIT.
058400     EXIT.
058500
058600******************************************************************
058700* 3000-AGE-REMAINING-HOLDS - READ BACK THE NEW GENERATION JUST
058800* WRITTEN AND LIST EVERY ORDER STILL ON HOLD WITH ITS DAYS HELD,
058900* THEN THE COUNT MATRIX BY HOLD CODE AND AGE.
059000******************************************************************
059100 3000-AGE-REMAINING-HOLDS.
059200     MOVE SPACES TO HOLDRPT-LINE.
059300     WRITE HOLDRPT-LINE.
059400     MOVE SPACES TO WS-SECTION-LINE.
059500     MOVE "STILL ON HOLD:" TO WS-SEC-TITLE.
059600     WRITE HOLDRPT-LINE FROM WS-SECTION-LINE.
059700
059800     OPEN INPUT ORDHOLDN-FILE.
059900     IF NOT ORDHOLDN-OK
060000         DISPLAY "UNABLE TO REOPEN ORDHOLDN, STATUS: "
060100             WS-ORDHOLDN-STATUS
060200         MOVE 16 TO RETURN-CODE
060300         GO TO 3000-EXIT
060400     END-IF.
060500     PERFORM 3100-READ-ORDHOLDN-RECORD THRU 3100-EXIT.
060600     PERFORM 3200-AGE-ONE-HOLD THRU 3200-EXIT
060700         UNTIL END-OF-ORDHOLDN.
060800     CLOSE ORDHOLDN-FILE.
060900
061000     MOVE SPACES TO HOLDRPT-LINE.
061100     WRITE HOLDRPT-LINE.
061200     WRITE HOLDRPT-LINE FROM WS-MATRIX-HEADER.
061300     PERFORM 3400-PRINT-AGING-ROW THRU 3400-EXIT
061400         VARYING WS-ROW-SUB FROM 1 BY 1
061500         UNTIL WS-ROW-SUB > 4.
061600 3000-EXIT.
061700     EXIT.
061800
061900 3100-READ-ORDHOLDN-RECORD.
062000     READ ORDHOLDN-FILE
062100         AT END
062200             SET END-OF-ORDHOLDN TO TRUE
062300     END-READ.
062400 3100-EXIT.
062500     EXIT.
062600
062700* A HOLD DATE THAT WILL NOT PARSE AGES AS ZERO AND IS WARNED.
062800 3200-AGE-ONE-HOLD.
062820     IF HOLDN-IS-LINE-ITEM
062840         PERFORM 3100-READ-ORDHOLDN-RECORD THRU 3100-EXIT
062860         GO TO 3200-EXIT
062880     END-IF.
062900     MOVE ZERO TO WS-DAYS-HELD.
063000     MOVE ON-HOLD-DATE TO DC-DATE-FIELD.
063100     PERFORM CHECK-DATE-FORMAT THRU CHECK-DATE-FORMAT-EXIT.
063200     IF DATE-FORMAT-BAD
063300         DISPLAY "WARNING: HOLD " ON-ORDER-REF
063400             " HOLD DATE INVALID, " DC-DATE-REASON
063500     ELSE
063600         MOVE ON-HOLD-DATE(1:4) TO WS-HOLD-CCYYMMDD(1:4)
063700         MOVE ON-HOLD-DATE(6:2) TO WS-HOLD-CCYYMMDD(5:2)
063800         MOVE ON-HOLD-DATE(9:2) TO WS-HOLD-CCYYMMDD(7:2)
063900         COMPUTE WS-HOLD-INTEGER =
064000             FUNCTION INTEGER-OF-DATE(WS-HOLD-CCYYMMDD)
064100         COMPUTE WS-DAYS-HELD =
064200             WS-CURR-INTEGER - WS-HOLD-INTEGER
064300     END-IF.
064400
064500     EVALUATE TRUE
064600         WHEN WS-DAYS-HELD <= 7
064700             MOVE 1 TO WS-BKT-SUB
064800         WHEN WS-DAYS-HELD <= 30
064900             MOVE 2 TO WS-BKT-SUB
065000         WHEN WS-DAYS-HELD <= 60
065100             MOVE 3 TO WS-BKT-SUB
065200         WHEN OTHER
065300             MOVE 4 TO WS-BKT-SUB
065400     END-EVALUATE.
065500     EVALUATE ON-HOLD-CODE
065600         WHEN 'I'
065700             MOVE 1 TO WS-ROW-SUB
065800         WHEN 'P'
065900             MOVE 2 TO WS-ROW-SUB
066000         WHEN 'M'
066100             MOVE 3 TO WS-ROW-SUB
066200         WHEN OTHER
066300             MOVE 4 TO WS-ROW-SUB
066400     END-EVALUATE.
066500     ADD 1 TO WS-AGE-BUCKET (WS-ROW-SUB, WS-BKT-SUB).
066600     ADD 1 TO WS-AGE-TOTAL (WS-ROW-SUB).
066700
066800     MOVE SPACES TO WS-AGING-LINE.
066900     MOVE ON-ORDER-REF TO WS-AGD-REF.
067000     MOVE ON-CUSTOMER-ID TO WS-AGD-ID.
067100     MOVE ON-HOLD-DATE TO WS-AGD-HOLD-DATE.
067200     MOVE WS-DAYS-HELD TO WS-AGD-DAYS.
067300     MOVE ON-HOLD-REASON TO WS-AGD-REASON.
067400     EVALUATE ON-HOLD-CODE
067500         WHEN 'M'
067600             STRING "SURVIVOR " ON-SURVIVOR-ID
067700                 DELIMITED BY SIZE INTO WS-AGD-EXTRA
067800         WHEN 'A'
067900             STRING "ARCHIVED " ON-ARCHIVE-DATE
068000                 DELIMITED BY SIZE INTO WS-AGD-EXTRA
068100         WHEN OTHER
068200             CONTINUE
068300     END-EVALUATE.
068400     WRITE HOLDRPT-LINE FROM WS-AGING-LINE.
068500
068600     PERFORM 3100-READ-ORDHOLDN-RECORD THRU 3100-EXIT.
068700 3200-EXIT.
068800     EXIT.
068900
069000 3400-PRINT-AGING-ROW.
069100     MOVE SPACES TO WS-MATRIX-LINE.
069200     MOVE WS-AGE-LABEL (WS-ROW-SUB) TO WS-MTX-LABEL.
069300     PERFORM 3450-MOVE-AGING-COUNT THRU 3450-EXIT
069400         VARYING WS-BKT-SUB FROM 1 BY 1
069500         UNTIL WS-BKT-SUB > 4.
069600     MOVE WS-AGE-TOTAL (WS-ROW-SUB) TO WS-MTX-TOTAL.
069700     WRITE HOLDRPT-LINE FROM WS-MATRIX-LINE.
069800 3400-EXIT.
069900     EXIT.
070000
070100 3450-MOVE-AGING-COUNT.
070200     MOVE WS-AGE-BUCKET (WS-ROW-SUB, WS-BKT-SUB)
070300         TO WS-MTX-COUNT (WS-BKT-SUB).
070400 3450-EXIT.
070500     EXIT.
070600
070700* INCLUDE THE SHARED CHECK-DATE-FORMAT UTILITY PARAGRAPH
070800     COPY CHKDATE.
070900
071000* INCLUDE THE SHARED OPERATOR-AUTHORIZATION UTILITY PARAGRAPHS
071100     COPY CHKAUTH.
071200
071300******************************************************************
071400* 4000-CLEANUP-ROUTINE - PRINT SUMMARY COUNTS, CLOSE ALL FILES
071500* AND STAMP RUN CONTROL.
071600******************************************************************
071700 4000-CLEANUP-ROUTINE.
071800     MOVE SPACES TO HOLDRPT-LINE.
071900     WRITE HOLDRPT-LINE.
072000     MOVE SPACES TO WS-SUMMARY-LINE.
072100     MOVE "HOLDS READ:            " TO WS-SUM-LABEL.
072200     MOVE WS-HOLDS-READ TO WS-SUM-VALUE.
072300     WRITE HOLDRPT-LINE FROM WS-SUMMARY-LINE.
072400
072500     MOVE "ORDERS RELEASED:       " TO WS-SUM-LABEL.
072600     MOVE WS-RELEASED-COUNT TO WS-SUM-VALUE.
072700     WRITE HOLDRPT-LINE FROM WS-SUMMARY-LINE.
072800
072900     MOVE "  RE-POINTED:          " TO WS-SUM-LABEL.
073000     MOVE WS-REPOINTED-COUNT TO WS-SUM-VALUE.
073100     WRITE HOLDRPT-LINE FROM WS-SUMMARY-LINE.
073200
073300     MOVE "ORDERS DECLINED:       " TO WS-SUM-LABEL.
073400     MOVE WS-DECLINED-COUNT TO WS-SUM-VALUE.
073500     WRITE HOLDRPT-LINE FROM WS-SUMMARY-LINE.
073600
073620     MOVE "  CUSTOMER ARCHIVED:   " TO WS-SUM-LABEL.
073640     MOVE WS-ARCH-DECLINED TO WS-SUM-VALUE.
073660     WRITE HOLDRPT-LINE FROM WS-SUMMARY-LINE.
073680
073700     MOVE "DECISIONS REFUSED:     " TO WS-SUM-LABEL.
073800     MOVE WS-REFUSED-COUNT TO WS-SUM-VALUE.
073900     WRITE HOLDRPT-LINE FROM WS-SUMMARY-LINE.
074000
074100     MOVE "DECISIONS UNMATCHED:   " TO WS-SUM-LABEL.
074200     MOVE WS-UNMATCHED-COUNT TO WS-SUM-VALUE.
074300     WRITE HOLDRPT-LINE FROM WS-SUMMARY-LINE.
074400
074500     MOVE "STILL ON HOLD:         " TO WS-SUM-LABEL.
074600     MOVE WS-CARRIED-COUNT TO WS-SUM-VALUE.
074605     WRITE HOLDRPT-LINE FROM WS-SUMMARY-LINE.
074610
074615     MOVE "LINE ITEMS RELEASED:   " TO WS-SUM-LABEL.
074620     MOVE WS-ITEMS-RELEASED TO WS-SUM-VALUE.
074625     WRITE HOLDRPT-LINE FROM WS-SUMMARY-LINE.
074630
074635     MOVE "LINE ITEMS DECLINED:   " TO WS-SUM-LABEL.
074640     MOVE WS-ITEMS-DECLINED TO WS-SUM-VALUE.
074645     WRITE HOLDRPT-LINE FROM WS-SUMMARY-LINE.
074650
074655     MOVE "LINE ITEMS STILL HELD: " TO WS-SUM-LABEL.
074660     MOVE WS-ITEMS-CARRIED TO WS-SUM-VALUE.
074665     WRITE HOLDRPT-LINE FROM WS-SUMMARY-LINE.
074670
074675     MOVE "  WITH NO ORDER:       " TO WS-SUM-LABEL.
074680     MOVE WS-ITEMS-ORPHANED TO WS-SUM-VALUE.
074700     WRITE HOLDRPT-LINE FROM WS-SUMMARY-LINE.
074800
074900     IF ORDHOLD-WAS-OPENED
075000         CLOSE ORDHOLD-FILE
075100     END-IF.
075200     CLOSE ORDRLSD-FILE.
075300     CLOSE HOLDRPT-FILE.
075400
075500     MOVE "ORDRLSE" TO RC-STAMP-PROGRAM.
075600     MOVE WS-CURRENT-DATE TO RC-STAMP-DATE.
075700     PERFORM STAMP-RUN-CONTROL THRU STAMP-RUN-CONTROL-EXIT.
075800
075900     DISPLAY "ORDERS RELEASED: " WS-RELEASED-COUNT.
076000     DISPLAY "ORDER HOLD RELEASE COMPLETE".
076100 4000-EXIT.
076200     EXIT.
076300
076400* INCLUDE THE SHARED RUN-CONTROL UTILITY PARAGRAPHS
076500     COPY CHKRUN.
076600
076700* INCLUDE THE SHARED GENERATION CONTROL-TOTALS STAMP PARAGRAPH
076800     COPY CHKGEN.
