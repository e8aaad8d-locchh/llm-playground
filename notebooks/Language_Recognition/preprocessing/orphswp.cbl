000100******************************************************************
000200* ORPHSWP - WEEKLY ORPHANED CUSTOMER-ID INTEGRITY SWEEP
000300******************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. ORPHSWP.
000600 AUTHOR. R MERCER.
000700 INSTALLATION. DATA PROCESSING.
000800 DATE-WRITTEN. 2026-10-15.
000900 DATE-COMPILED.
001000******************************************************************
001100* MODIFICATION HISTORY
001200* ----------------------------------------------------------------
001300* DATE        INIT  DESCRIPTION
001400* 2026-10-15  RDM   ORIGINAL VERSION - A CUSTMAINT 'M' MERGE
001500*                   DELETES THE DUPLICATE CUSTOMERS ROW AND
001600*                   CUSTARCH DELETES ARCHIVED ONES, BUT THE
001700*                   CHILD ROWS KEYED ON THOSE IDS STAY BEHIND -
001800*                   ORDERS, ORDER_TOTALS AND RECEIVABLES IN THE
001900*                   DATABASE, CONTPREF, CONTHIST AND DEASUSP ON
002000*                   FILE - AND TOPCUST, REVRPT AND ORDSTMT LOSE
002100*                   THEM QUIETLY. THIS WEEKLY RUN FINDS EVERY
002200*                   CHILD ID NOT ON THE CUSTMAST SNAPSHOT AND
002300*                   CLASSIFIES IT: MERGED (MRGTRACE GIVES THE
002400*                   SURVIVOR, FOLLOWED TO THE LAST HOP),
002500*                   ARCHIVED (ON ARCHIDX) OR UNKNOWN. ORPHRPT
002600*                   LISTS THE ORPHANS BY FILE; ORPHFIX CARRIES
002700*                   PROPOSED REPAIRS FOR REVIEW - RE-POINT A
002800*                   MERGED ID TO ITS SURVIVOR, HOLD AN ARCHIVED
002900*                   ONE FOR RETENTION. NOTHING IS CHANGED HERE.
003000*                   ANY UNKNOWN ORPHAN ENDS THE RUN WITH RC 4.
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER. X86-64.
003500 OBJECT-COMPUTER. X86-64.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS CM-CUSTOMER-ID
004200         FILE STATUS IS WS-CUSTMAST-STATUS.
004300
004400     SELECT CONTPREF-FILE ASSIGN TO "CONTPREF"
004500         ORGANIZATION IS SEQUENTIAL
004600         ACCESS MODE IS SEQUENTIAL
004700         FILE STATUS IS WS-CONTPREF-STATUS.
004800
004900     SELECT CONTHIST-FILE ASSIGN TO "CONTHIST"
005000         ORGANIZATION IS SEQUENTIAL
005100         ACCESS MODE IS SEQUENTIAL
005200         FILE STATUS IS WS-CONTHIST-STATUS.
005300
005400     SELECT DEASUSP-FILE ASSIGN TO "DEASUSP"
005500         ORGANIZATION IS SEQUENTIAL
005600         ACCESS MODE IS SEQUENTIAL
005700         FILE STATUS IS WS-DEASUSP-STATUS.
005800
005900     SELECT MRGTRACE-FILE ASSIGN TO "MRGTRACE"
006000         ORGANIZATION IS SEQUENTIAL
006100         ACCESS MODE IS SEQUENTIAL
006200         FILE STATUS IS WS-MRGTRACE-STATUS.
006300
006400     SELECT ARCHIDX-FILE ASSIGN TO "ARCHIDX"
006500         ORGANIZATION IS SEQUENTIAL
006600         ACCESS MODE IS SEQUENTIAL
006700         FILE STATUS IS WS-ARCHIDX-STATUS.
006800
006900     SELECT ORPHRPT-FILE ASSIGN TO "ORPHRPT"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-ORPHRPT-STATUS.
007200
007300     SELECT ORPHFIX-FILE ASSIGN TO "ORPHFIX"
007400         ORGANIZATION IS SEQUENTIAL
007500         ACCESS MODE IS SEQUENTIAL
007600         FILE STATUS IS WS-ORPHFIX-STATUS.
007700
007800     SELECT SECPARM-FILE ASSIGN TO "SECPARM"
007900         ORGANIZATION IS SEQUENTIAL
008000         ACCESS MODE IS SEQUENTIAL
008100         FILE STATUS IS WS-SECPARM-STATUS.
008200
008300     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
008400         ORGANIZATION IS SEQUENTIAL
008500         ACCESS MODE IS SEQUENTIAL
008600         FILE STATUS IS WS-RUNCTL-STATUS.
008700
008800 DATA DIVISION.
008900 FILE SECTION.
009000* NIGHTLY CUSTOMER-MASTER SNAPSHOT BUILT BY CUSTEXTR - AN ID NOT
009100* ON IT HAS NO PARENT ROW.
009200 FD  CUSTMAST-FILE.
009300 01  CUSTMAST-RECORD.
009400     05  CM-CUSTOMER-ID        PIC 9(06).
009500     05  CM-CUSTOMER-NAME      PIC X(30).
009600     05  CM-STREET             PIC X(30).
009700     05  CM-CITY               PIC X(20).
009800     05  CM-STATE              PIC X(02).
009900     05  CM-ZIP-CODE           PIC 9(05).
010000     05  CM-CUSTOMER-PHONE     PIC X(15).
010100     05  CM-CUSTOMER-EMAIL     PIC X(50).
010200     05  CM-CUSTOMER-STATUS    PIC X(01).
010300     05  CM-CUSTOMER-JOIN-DATE PIC X(10).
010400     05  CM-CUSTOMER-LAST-ORDER PIC X(10).
010500     05  CM-CUSTOMER-REGION    PIC X(02).
010600     05  CM-CURRENCY-CODE      PIC X(03).
010700
010800* CONTACT PREFERENCES MAINTAINED THROUGH CUSTMAINT'S 'P'
010900* TRANSACTION - THE CURRENT GENERATION.
011000 FD  CONTPREF-FILE
011100     RECORDING MODE IS F.
011200 01  CONTPREF-RECORD.
011300     05  CF-CUSTOMER-ID        PIC 9(06).
011400     05  CF-MAIL-PREF          PIC X(01).
011500     05  CF-EMAIL-PREF         PIC X(01).
011600     05  CF-PHONE-PREF         PIC X(01).
011700     05  CF-EFF-DATE           PIC X(10).
011800     05  FILLER                PIC X(21).
011900
012000* CONTACT HISTORY WRITTEN BY CAMPLOAD - ONE RECORD PER CONTACT.
012100 FD  CONTHIST-FILE
012200     RECORDING MODE IS F.
012300 01  CONTHIST-RECORD.
012400     05  CN-CUSTOMER-ID        PIC 9(06).
012500     05  CN-CONTACT-DATE       PIC X(10).
012600     05  CN-RESULT             PIC X(01).
012700     05  FILLER                PIC X(23).
012800
012900* PENDING DEACTIVATIONS PARKED BY CUSTMAINT - THE CURRENT
013000* GENERATION.
013100 FD  DEASUSP-FILE
013200     RECORDING MODE IS F.
013300 01  DEASUSP-RECORD.
013400     05  DS-CUSTOMER-ID        PIC 9(06).
013500     05  DS-PARK-DATE          PIC X(10).
013600     05  FILLER                PIC X(14).
013700
013800* MERGE TRACE WRITTEN BY CUSTMAINT - RETIRED ID TO SURVIVOR.
013900 FD  MRGTRACE-FILE
014000     RECORDING MODE IS F.
014100 01  MRGTRACE-RECORD.
014200     05  MT-RETIRED-ID         PIC 9(06).
014300     05  MT-SURVIVOR-ID        PIC 9(06).
014400     05  MT-MERGE-DATE         PIC X(10).
014500     05  MT-OPERATOR-ID        PIC X(08).
014600
014700* ARCHIVE INDEX WRITTEN BY CUSTARCH - ONE ENTRY PER ARCHIVED ID.
014800 FD  ARCHIDX-FILE
014900     RECORDING MODE IS F.
015000 01  ARCHIDX-RECORD.
015100     05  AI-CUSTOMER-ID        PIC 9(06).
015200     05  AI-CUSTOMER-NAME      PIC X(30).
015300     05  AI-ARCHIVE-DATE       PIC X(10).
015400     05  AI-ARCHIVE-SEQ        PIC 9(09).
015500     05  FILLER                PIC X(25).
015600
015700 FD  ORPHRPT-FILE.
015800 01  ORPHRPT-LINE              PIC X(132).
015900
016000* PROPOSED REPAIRS FOR REVIEW - ONE PER ORPHANED ID PER FILE.
016100* 'P' RE-POINTS THE ID'S CHILD RECORDS TO OX-SURVIVOR-ID; 'H'
016200* HOLDS AN ARCHIVED ID'S CHILD RECORDS FOR RETENTION. AN
016300* UNKNOWN ORPHAN GETS NO PROPOSAL - IT NEEDS A PERSON.
016400 FD  ORPHFIX-FILE
016500     RECORDING MODE IS F.
016600 01  ORPHFIX-RECORD.
016700     05  OX-ACTION             PIC X(01).
016800         88  OX-REPOINT        VALUE 'P'.
016900         88  OX-RETAIN         VALUE 'H'.
017000     05  OX-FILE-NAME          PIC X(12).
017100     05  OX-CUSTOMER-ID        PIC 9(06).
017200     05  OX-SURVIVOR-ID        PIC 9(06).
017300     05  OX-ARCHIVE-DATE       PIC X(10).
017400     05  OX-RECORD-COUNT       PIC 9(07).
017500     05  OX-SWEEP-DATE         PIC X(10).
017600     05  FILLER                PIC X(28).
017700
017800* SECURED PARAMETER FILE - DB2 CONNECT CREDENTIALS MAINTAINED BY
017900* THE VAULT/KEY-MANAGEMENT PROCESS, NEVER HARDCODED IN SOURCE.
018000 FD  SECPARM-FILE
018100     RECORDING MODE IS F.
018200 01  SECPARM-RECORD.
018300     05  SP-DB-USERNAME        PIC X(20).
018400     05  SP-DB-PASSWORD        PIC X(20).
018500
018600* SHARED NIGHTLY RUN-CONTROL FILE - ONE RECORD PER PROGRAM
018700* COMPLETION, STAMPED AT CLEANUP AND CHECKED BY PROGRAMS WITH A
018800* SEQUENCE DEPENDENCY. SEE CHKRUN.cpy.
018900 FD  RUNCTL-FILE
019000     RECORDING MODE IS F.
019100 01  RUNCTL-RECORD.
019200     05  RU-RUN-DATE           PIC X(10).
019300     05  RU-PROGRAM-ID         PIC X(08).
019400     05  RU-TIMESTAMP          PIC X(21).
019500     05  RU-RETURN-CODE        PIC S9(04).
019600     05  FILLER                PIC X(37).
019700
019800 WORKING-STORAGE SECTION.
019900
020000* INCLUDE SHARED RUN-CONTROL WORKING STORAGE
020100     COPY RUNCTL.
020200
020300* INCLUDE SHARED DATABASE-CREDENTIAL WORKING STORAGE
020400     COPY DBCRED.
020500
020600* INCLUDE SHARED DATE-HANDLING WORKING STORAGE
020700     COPY DATECHK.
020800
020900 01  WS-VARIABLES.
021000     05  WS-CURRENT-DATE       PIC X(10) VALUE SPACES.
021100     05  WS-SWEEP-FILE         PIC X(12) VALUE SPACES.
021200     05  WS-CHILD-ID           PIC 9(06) VALUE ZERO.
021300     05  WS-CHILD-RECORDS      PIC 9(07) VALUE ZERO.
021400     05  WS-CHILD-AMOUNT       PIC S9(11)V99 VALUE ZERO.
021500     05  WS-CLASS              PIC X(08) VALUE SPACES.
021600     05  WS-CLASS-NOTE         PIC X(30) VALUE SPACES.
021700     05  WS-ARCHIVE-DATE       PIC X(10) VALUE SPACES.
021800
021900 01  WS-FILE-SWITCHES.
022000     05  WS-CUSTMAST-STATUS    PIC X(02) VALUE SPACES.
022100         88  CUSTMAST-OK       VALUE '00'.
022200     05  WS-CONTPREF-STATUS    PIC X(02) VALUE SPACES.
022300         88  CONTPREF-OK       VALUE '00'.
022400     05  WS-CONTHIST-STATUS    PIC X(02) VALUE SPACES.
022500         88  CONTHIST-OK       VALUE '00'.
022600     05  WS-DEASUSP-STATUS     PIC X(02) VALUE SPACES.
022700         88  DEASUSP-OK        VALUE '00'.
022800     05  WS-MRGTRACE-STATUS    PIC X(02) VALUE SPACES.
022900         88  MRGTRACE-OK       VALUE '00'.
023000     05  WS-ARCHIDX-STATUS     PIC X(02) VALUE SPACES.
023100         88  ARCHIDX-OK        VALUE '00'.
023200     05  WS-ORPHRPT-STATUS     PIC X(02) VALUE SPACES.
023300     05  WS-ORPHFIX-STATUS     PIC X(02) VALUE SPACES.
023400     05  WS-CHILD-SW           PIC X(01) VALUE 'N'.
023500         88  END-OF-CHILD      VALUE 'Y'.
023600     05  WS-MRGTRACE-SW        PIC X(01) VALUE 'N'.
023700         88  END-OF-MRGTRACE   VALUE 'Y'.
023800     05  WS-ARCHIDX-SW         PIC X(01) VALUE 'N'.
023900         88  END-OF-ARCHIDX    VALUE 'Y'.
024000     05  WS-CUSTMAST-OPEN-SW   PIC X(01) VALUE 'N'.
024100         88  CUSTMAST-WAS-OPENED VALUE 'Y'.
024200
024300 01  WS-TRACE-FIELDS.
024400     05  WS-TRACE-ID           PIC 9(06) VALUE ZERO.
024500     05  WS-TRACE-HOPS         PIC 9(02) VALUE ZERO.
024600     05  WS-MAX-TRACE-HOPS     PIC 9(02) VALUE 10.
024700     05  WS-TRACE-FOUND-SW     PIC X(01) VALUE 'N'.
024800         88  TRACE-HOP-FOUND   VALUE 'Y'.
024900     05  WS-ARCH-FOUND-SW      PIC X(01) VALUE 'N'.
025000         88  ARCHIVE-HIT-FOUND VALUE 'Y'.
025100     05  WS-ON-MASTER-SW       PIC X(01) VALUE 'N'.
025200         88  ID-ON-MASTER      VALUE 'Y'.
025300
025400* ORPHANS FOUND IN THE FILE BEING SWEPT - ONE ROW PER ID WITH
025500* ITS RECORD COUNT AND AMOUNT. CLEARED BETWEEN FILES. A FULL
025600* TABLE DROPS THE EXCESS, COUNTED AND WARNED.
025700 01  WS-ORPH-TABLE.
025800     05  WS-MAX-ORPH-TABLE     PIC 9(05) VALUE 5000 COMP.
025900     05  WS-ORPH-COUNT         PIC 9(05) VALUE ZERO COMP.
026000     05  WS-ORPH-SUB           PIC 9(05) VALUE ZERO COMP.
026100     05  WS-ORPH-ENTRY OCCURS 5000 TIMES
026200             INDEXED BY WS-ORPH-IDX.
026300         10  WS-ORPH-ID        PIC 9(06).
026400         10  WS-ORPH-RECORDS   PIC 9(07).
026500         10  WS-ORPH-AMOUNT    PIC S9(11)V99.
026600
026700 01  WS-SWEEP-COUNTS.
026800     05  WS-CHILD-IDS-CHECKED  PIC 9(07) VALUE ZERO.
026900     05  WS-FILE-ORPHANS       PIC 9(05) VALUE ZERO.
027000     05  WS-MERGED-COUNT       PIC 9(05) VALUE ZERO.
027100     05  WS-ARCHIVED-COUNT     PIC 9(05) VALUE ZERO.
027200     05  WS-UNKNOWN-COUNT      PIC 9(05) VALUE ZERO.
027300     05  WS-REPAIRS-WRITTEN    PIC 9(05) VALUE ZERO.
027400     05  WS-NO-REPAIR-COUNT    PIC 9(05) VALUE ZERO.
027500     05  WS-DROPPED-COUNT      PIC 9(05) VALUE ZERO.
027600     05  WS-SKIPPED-FILES      PIC 9(02) VALUE ZERO.
027700
027800 01  WS-REPORT-LINES.
027900     05  WS-HEADER-LINE.
028000         10  FILLER            PIC X(30) VALUE
028100             "ORPHANED CUSTOMER-ID SWEEP".
028200         10  FILLER            PIC X(12) VALUE "  RUN DATE: ".
028300         10  WS-HDR-DATE       PIC X(10) VALUE SPACES.
028400     05  WS-SECTION-LINE.
028500         10  FILLER            PIC X(06) VALUE "FILE: ".
028600         10  WS-SEC-FILE       PIC X(12) VALUE SPACES.
028700         10  FILLER            PIC X(02) VALUE SPACES.
028800         10  WS-SEC-NOTE       PIC X(40) VALUE SPACES.
028900     05  WS-COLUMN-LINE.
029000         10  FILLER            PIC X(03) VALUE SPACES.
029100         10  FILLER            PIC X(08) VALUE "CUST-ID".
029200         10  FILLER            PIC X(09) VALUE "  RECORDS".
029300         10  FILLER            PIC X(19) VALUE
029400             "             AMOUNT".
029500         10  FILLER            PIC X(10) VALUE "  CLASS".
029600         10  FILLER            PIC X(12) VALUE "SURV/ARCH".
029700         10  FILLER            PIC X(30) VALUE "NOTE".
029800     05  WS-DETAIL-LINE.
029900         10  FILLER            PIC X(03) VALUE SPACES.
030000         10  WS-DTL-ID         PIC 9(06).
030100         10  FILLER            PIC X(02) VALUE SPACES.
030200         10  WS-DTL-RECORDS    PIC Z,ZZZ,ZZ9.
030300         10  FILLER            PIC X(01) VALUE SPACES.
030400         10  WS-DTL-AMOUNT     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
030500         10  FILLER            PIC X(02) VALUE SPACES.
030600         10  WS-DTL-CLASS      PIC X(08).
030700         10  FILLER            PIC X(02) VALUE SPACES.
030800         10  WS-DTL-REF        PIC X(10).
030900         10  FILLER            PIC X(02) VALUE SPACES.
031000         10  WS-DTL-NOTE       PIC X(30).
031100     05  WS-SUMMARY-LINE.
031200         10  FILLER            PIC X(20) VALUE SPACES.
031300         10  WS-SUM-LABEL      PIC X(23).
031400         10  WS-SUM-VALUE      PIC ZZZ,ZZ9.
031500
031600 PROCEDURE DIVISION.
031700 0000-MAINLINE.
031800     DISPLAY "ORPHANED CUSTOMER-ID SWEEP".
031900     PERFORM 1000-INITIALIZE-ROUTINE THRU 1000-EXIT.
032000     IF RETURN-CODE = ZERO
032100         PERFORM 2000-PROCESS-DATA THRU 2000-EXIT
032200     ELSE
032300         DISPLAY "INITIALIZATION FAILED, SKIPPING PROCESS-DATA"
032400     END-IF.
032500     PERFORM 4000-CLEANUP-ROUTINE THRU 4000-EXIT.
032600     STOP RUN.
032700
032800******************************************************************
032900* 1000-INITIALIZE-ROUTINE - OPEN THE REPORT, THE REPAIR FILE AND
033000* THE SNAPSHOT, AND CONNECT TO THE DATABASE. NO SNAPSHOT MEANS
033100* EVERY ID WOULD LOOK ORPHANED - THE RUN IS REFUSED.
033200******************************************************************
033300 1000-INITIALIZE-ROUTINE.
033400     PERFORM DERIVE-CURRENT-DATE
033500         THRU DERIVE-CURRENT-DATE-EXIT.
033600     MOVE DC-TODAY-DATE TO WS-CURRENT-DATE.
033700
033800     OPEN OUTPUT ORPHRPT-FILE.
033900     MOVE WS-CURRENT-DATE TO WS-HDR-DATE.
034000     WRITE ORPHRPT-LINE FROM WS-HEADER-LINE.
034100     OPEN OUTPUT ORPHFIX-FILE.
034200
034300     OPEN INPUT CUSTMAST-FILE.
034400     IF NOT CUSTMAST-OK
034500         DISPLAY "UNABLE TO OPEN CUSTMAST, STATUS: "
034600             WS-CUSTMAST-STATUS
034700         DISPLAY "HAS THE CUSTEXTR SNAPSHOT EXTRACT RUN?"
034800         MOVE 16 TO RETURN-CODE
034900         GO TO 1000-EXIT
035000     END-IF.
035100     SET CUSTMAST-WAS-OPENED TO TRUE.
035200
035300     PERFORM 1100-LOAD-DB-CREDENTIALS THRU 1100-EXIT.
035400
035500* ID CURSORS - ONE ROW PER CUSTOMER ID IN EACH CHILD TABLE, WITH
035600* ITS ROW COUNT AND AMOUNT. NO ROW IS ATTRIBUTED TO A CUSTOMER
035700* OTHER THAN THE ONE IT CARRIES, SO THE OPEN-ENDED READ IS SAFE.
035800     EXEC SQL
035900         DECLARE ORD-ID-CURSOR CURSOR FOR
036000         SELECT customer_id, COUNT(*),
036100                COALESCE(SUM(order_amount), 0)
036200         FROM orders
036300         GROUP BY customer_id
036400         ORDER BY customer_id
036500     END-EXEC.
036600
036700     EXEC SQL
036800         DECLARE TOT-ID-CURSOR CURSOR FOR
036900         SELECT customer_id, order_count, order_amount
037000         FROM order_totals
037100         ORDER BY customer_id
037200     END-EXEC.
037300
037400     EXEC SQL
037500         DECLARE RCV-ID-CURSOR CURSOR FOR
037600         SELECT customer_id, open_balance
037700         FROM receivables
037800         ORDER BY customer_id
037900     END-EXEC.
038000
038100     EXEC SQL
038200         CONNECT TO :WS-DB-NAME
038300             USER :WS-DB-USERNAME USING :WS-DB-PASSWORD
038400     END-EXEC.
038500     IF SQLCODE NOT = 0
038600         DISPLAY "UNABLE TO CONNECT TO DATABASE, SQLCODE: "
038700             SQLCODE
038800         MOVE 16 TO RETURN-CODE
038900         GO TO 1000-EXIT
039000     END-IF.
039100 1000-EXIT.
039200     EXIT.
039300
039400* INCLUDE SHARED DB-CREDENTIAL LOAD PARAGRAPH
039500     COPY LOADCRED.
039600
039700******************************************************************
039800* 2000-PROCESS-DATA - SWEEP EACH CHILD SOURCE IN TURN, REPORTING
039900* AND PROPOSING REPAIRS FOR ITS ORPHANS BEFORE MOVING ON.
040000******************************************************************
040100 2000-PROCESS-DATA.
040200     MOVE "ORDERS" TO WS-SWEEP-FILE.
040300     PERFORM 2100-SWEEP-ORDERS THRU 2100-EXIT.
040400     PERFORM 3000-REPORT-FILE-ORPHANS THRU 3000-EXIT.
040500
040600     MOVE "ORDER_TOTALS" TO WS-SWEEP-FILE.
040700     PERFORM 2200-SWEEP-ORDER-TOTALS THRU 2200-EXIT.
040800     PERFORM 3000-REPORT-FILE-ORPHANS THRU 3000-EXIT.
040900
041000     MOVE "RECEIVABLES" TO WS-SWEEP-FILE.
041100     PERFORM 2300-SWEEP-RECEIVABLES THRU 2300-EXIT.
041200     PERFORM 3000-REPORT-FILE-ORPHANS THRU 3000-EXIT.
041300
041400     MOVE "CONTPREF" TO WS-SWEEP-FILE.
041500     PERFORM 2400-SWEEP-CONTPREF THRU 2400-EXIT.
041600     PERFORM 3000-REPORT-FILE-ORPHANS THRU 3000-EXIT.
041700
041800     MOVE "CONTHIST" TO WS-SWEEP-FILE.
041900     PERFORM 2500-SWEEP-CONTHIST THRU 2500-EXIT.
042000     PERFORM 3000-REPORT-FILE-ORPHANS THRU 3000-EXIT.
042100
042200     MOVE "DEASUSP" TO WS-SWEEP-FILE.
042300     PERFORM 2600-SWEEP-DEASUSP THRU 2600-EXIT.
042400     PERFORM 3000-REPORT-FILE-ORPHANS THRU 3000-EXIT.
042500 2000-EXIT.
042600     EXIT.
042700
042800 2100-SWEEP-ORDERS.
042900     MOVE 'N' TO WS-CHILD-SW.
043000     EXEC SQL
043100         OPEN ORD-ID-CURSOR
043200     END-EXEC.
043300     IF SQLCODE NOT = 0
043400         DISPLAY "WARNING: ORDERS CURSOR OPEN FAILED, SQLCODE: "
043500             SQLCODE
043600         PERFORM 2900-NOTE-SKIPPED-FILE THRU 2900-EXIT
043700         GO TO 2100-EXIT
043800     END-IF.
043900     PERFORM 2110-FETCH-ORDERS-ROW THRU 2110-EXIT.
044000     PERFORM 2120-CHECK-ORDERS-ROW THRU 2120-EXIT
044100         UNTIL END-OF-CHILD.
044200     EXEC SQL
044300         CLOSE ORD-ID-CURSOR
044400     END-EXEC.
044500 2100-EXIT.
044600     EXIT.
044700
044800 2110-FETCH-ORDERS-ROW.
044900     EXEC SQL
045000         FETCH ORD-ID-CURSOR
045100         INTO :WS-CHILD-ID, :WS-CHILD-RECORDS, :WS-CHILD-AMOUNT
045200     END-EXEC.
045300     IF SQLCODE NOT = 0
045400         IF SQLCODE NOT = 100
045500             DISPLAY "WARNING: ORDERS FETCH FAILED, SQLCODE: "
045600                 SQLCODE
045700             MOVE 4 TO RETURN-CODE
045800         END-IF
045900         SET END-OF-CHILD TO TRUE
046000     END-IF.
046100 2110-EXIT.
046200     EXIT.
046300
046400 2120-CHECK-ORDERS-ROW.
046500     PERFORM 2800-CHECK-CHILD-ID THRU 2800-EXIT.
046600     PERFORM 2110-FETCH-ORDERS-ROW THRU 2110-EXIT.
046700 2120-EXIT.
046800     EXIT.
046900
047000 2200-SWEEP-ORDER-TOTALS.
047100     MOVE 'N' TO WS-CHILD-SW.
047200     EXEC SQL
047300         OPEN TOT-ID-CURSOR
047400     END-EXEC.
047500     IF SQLCODE NOT = 0
047600         DISPLAY "WARNING: ORDER_TOTALS CURSOR OPEN FAILED, "
047700             "SQLCODE: " SQLCODE
047800         PERFORM 2900-NOTE-SKIPPED-FILE THRU 2900-EXIT
047900         GO TO 2200-EXIT
048000     END-IF.
048100     PERFORM 2210-FETCH-TOTALS-ROW THRU 2210-EXIT.
048200     PERFORM 2220-CHECK-TOTALS-ROW THRU 2220-EXIT
048300         UNTIL END-OF-CHILD.
048400     EXEC SQL
048500         CLOSE TOT-ID-CURSOR
048600     END-EXEC.
048700 2200-EXIT.
048800     EXIT.
048900
049000 2210-FETCH-TOTALS-ROW.
049100     EXEC SQL
049200         FETCH TOT-ID-CURSOR
049300         INTO :WS-CHILD-ID, :WS-CHILD-RECORDS, :WS-CHILD-AMOUNT
049400     END-EXEC.
049500     IF SQLCODE NOT = 0
049600         IF SQLCODE NOT = 100
049700             DISPLAY "WARNING: ORDER_TOTALS FETCH FAILED, "
049800                 "SQLCODE: " SQLCODE
049900             MOVE 4 TO RETURN-CODE
050000         END-IF
050100         SET END-OF-CHILD TO TRUE
050200     END-IF.
050300 2210-EXIT.
050400     EXIT.
050500
050600* AN ORDER_TOTALS ROW IS ONE RECORD; ITS ORDER COUNT IS NOT THE
050700* NUMBER OF ROWS LEFT BEHIND.
050800 2220-CHECK-TOTALS-ROW.
050900     MOVE 1 TO WS-CHILD-RECORDS.
051000     PERFORM 2800-CHECK-CHILD-ID THRU 2800-EXIT.
051100     PERFORM 2210-FETCH-TOTALS-ROW THRU 2210-EXIT.
051200 2220-EXIT.
051300     EXIT.
051400
051500 2300-SWEEP-RECEIVABLES.
051600     MOVE 'N' TO WS-CHILD-SW.
051700     EXEC SQL
051800         OPEN RCV-ID-CURSOR
051900     END-EXEC.
052000     IF SQLCODE NOT = 0
052100         DISPLAY "WARNING: RECEIVABLES CURSOR OPEN FAILED, "
052200             "SQLCODE: " SQLCODE
052300         PERFORM 2900-NOTE-SKIPPED-FILE THRU 2900-EXIT
052400         GO TO 2300-EXIT
052500     END-IF.
052600     PERFORM 2310-FETCH-RECEIVABLE-ROW THRU 2310-EXIT.
052700     PERFORM 2320-CHECK-RECEIVABLE-ROW THRU 2320-EXIT
052800         UNTIL END-OF-CHILD.
052900     EXEC SQL
053000         CLOSE RCV-ID-CURSOR
053100     END-EXEC.
053200 2300-EXIT.
053300     EXIT.
053400
053500 2310-FETCH-RECEIVABLE-ROW.
053600     EXEC SQL
053700         FETCH RCV-ID-CURSOR
053800         INTO :WS-CHILD-ID, :WS-CHILD-AMOUNT
053900     END-EXEC.
054000     IF SQLCODE NOT = 0
054100         IF SQLCODE NOT = 100
054200             DISPLAY "WARNING: RECEIVABLES FETCH FAILED, "
054300                 "SQLCODE: " SQLCODE
054400             MOVE 4 TO RETURN-CODE
054500         END-IF
054600         SET END-OF-CHILD TO TRUE
054700     END-IF.
054800 2310-EXIT.
054900     EXIT.
055000
055100 2320-CHECK-RECEIVABLE-ROW.
055200     MOVE 1 TO WS-CHILD-RECORDS.
055300     PERFORM 2800-CHECK-CHILD-ID THRU 2800-EXIT.
055400     PERFORM 2310-FETCH-RECEIVABLE-ROW THRU 2310-EXIT.
055500 2320-EXIT.
055600     EXIT.
055700
055800******************************************************************
055900* 2400/2500/2600 - THE FLAT CHILD FILES. A FILE THAT IS NOT
056000* THERE HAS NO ORPHANS TO FIND; IT IS NOTED ON THE REPORT.
056100******************************************************************
056200 2400-SWEEP-CONTPREF.
056300     MOVE 'N' TO WS-CHILD-SW.
056400     OPEN INPUT CONTPREF-FILE.
056500     IF NOT CONTPREF-OK
056600         PERFORM 2900-NOTE-SKIPPED-FILE THRU 2900-EXIT
056700         GO TO 2400-EXIT
056800     END-IF.
056900     PERFORM 2410-READ-CONTPREF THRU 2410-EXIT.
057000     PERFORM 2420-CHECK-CONTPREF THRU 2420-EXIT
057100         UNTIL END-OF-CHILD.
057200     CLOSE CONTPREF-FILE.
057300 2400-EXIT.
057400     EXIT.
057500
057600 2410-READ-CONTPREF.
057700     READ CONTPREF-FILE
057800         AT END
057900             SET END-OF-CHILD TO TRUE
058000     END-READ.
058100 2410-EXIT.
058200     EXIT.
058300
058400 2420-CHECK-CONTPREF.
058500     MOVE CF-CUSTOMER-ID TO WS-CHILD-ID.
058600     MOVE 1 TO WS-CHILD-RECORDS.
058700     MOVE ZERO TO WS-CHILD-AMOUNT.
058800     PERFORM 2800-CHECK-CHILD-ID THRU 2800-EXIT.
058900     PERFORM 2410-READ-CONTPREF THRU 2410-EXIT.
059000 2420-EXIT.
059100     EXIT.
059200
059300 2500-SWEEP-CONTHIST.
059400     MOVE 'N' TO WS-CHILD-SW.
059500     OPEN INPUT CONTHIST-FILE.
059600     IF NOT CONTHIST-OK
059700         PERFORM 2900-NOTE-SKIPPED-FILE THRU 2900-EXIT
059800         GO TO 2500-EXIT
059900     END-IF.
060000     PERFORM 2510-READ-CONTHIST THRU 2510-EXIT.
060100     PERFORM 2520-CHECK-CONTHIST THRU 2520-EXIT
060200         UNTIL END-OF-CHILD.
060300     CLOSE CONTHIST-FILE.
060400 2500-EXIT.
060500     EXIT.
060600
060700 2510-READ-CONTHIST.
060800     READ CONTHIST-FILE
060900         AT END
061000             SET END-OF-CHILD TO TRUE
061100     END-READ.
061200 2510-EXIT.
061300     EXIT.
061400
061500 2520-CHECK-CONTHIST.
061600     MOVE CN-CUSTOMER-ID TO WS-CHILD-ID.
061700     MOVE 1 TO WS-CHILD-RECORDS.
061800     MOVE ZERO TO WS-CHILD-AMOUNT.
061900     PERFORM 2800-CHECK-CHILD-ID THRU 2800-EXIT.
062000     PERFORM 2510-READ-CONTHIST THRU 2510-EXIT.
062100 2520-EXIT.
062200     EXIT.
062300
062400 2600-SWEEP-DEASUSP.
062500     MOVE 'N' TO WS-CHILD-SW.
062600     OPEN INPUT DEASUSP-FILE.
062700     IF NOT DEASUSP-OK
062800         PERFORM 2900-NOTE-SKIPPED-FILE THRU 2900-EXIT
062900         GO TO 2600-EXIT
063000     END-IF.
063100     PERFORM 2610-READ-DEASUSP THRU 2610-EXIT.
063200     PERFORM 2620-CHECK-DEASUSP THRU 2620-EXIT
063300         UNTIL END-OF-CHILD.
063400     CLOSE DEASUSP-FILE.
063500 2600-EXIT.
063600     EXIT.
063700
063800 2610-READ-DEASUSP.
063900     READ DEASUSP-FILE
064000         AT END
064100             SET END-OF-CHILD TO TRUE
064200     END-READ.
064300 2610-EXIT.
064400     EXIT.
064500
064600 2620-CHECK-DEASUSP.
064700     MOVE DS-CUSTOMER-ID TO WS-CHILD-ID.
064800     MOVE 1 TO WS-CHILD-RECORDS.
064900     MOVE ZERO TO WS-CHILD-AMOUNT.
065000     PERFORM 2800-CHECK-CHILD-ID THRU 2800-EXIT.
065100     PERFORM 2610-READ-DEASUSP THRU 2610-EXIT.
065200 2620-EXIT.
065300     EXIT.
065400
065500******************************************************************
065600* 2800-CHECK-CHILD-ID - IS THE CHILD'S PARENT ON THE SNAPSHOT?
065700* IF NOT, ADD ITS RECORDS AND AMOUNT TO THE ID'S ORPHAN ROW.
065800******************************************************************
065900 2800-CHECK-CHILD-ID.
066000     ADD 1 TO WS-CHILD-IDS-CHECKED.
066100     MOVE WS-CHILD-ID TO WS-TRACE-ID.
066200     PERFORM 5800-CHECK-ON-MASTER THRU 5800-EXIT.
066300     IF ID-ON-MASTER
066400         GO TO 2800-EXIT
066500     END-IF.
066600
066700     MOVE ZERO TO WS-ORPH-SUB.
066800     IF WS-ORPH-COUNT > ZERO
066900         SET WS-ORPH-IDX TO 1
067000         SEARCH WS-ORPH-ENTRY
067100             AT END
067200                 CONTINUE
067300             WHEN WS-ORPH-ID (WS-ORPH-IDX) = WS-CHILD-ID
067400                 SET WS-ORPH-SUB TO WS-ORPH-IDX
067500         END-SEARCH
067600     END-IF.
067700     IF WS-ORPH-SUB = ZERO
067800         IF WS-ORPH-COUNT < WS-MAX-ORPH-TABLE
067900             ADD 1 TO WS-ORPH-COUNT
068000             MOVE WS-ORPH-COUNT TO WS-ORPH-SUB
068100             MOVE WS-CHILD-ID TO WS-ORPH-ID (WS-ORPH-SUB)
068200             MOVE ZERO TO WS-ORPH-RECORDS (WS-ORPH-SUB)
068300             MOVE ZERO TO WS-ORPH-AMOUNT (WS-ORPH-SUB)
068400         ELSE
068500             ADD 1 TO WS-DROPPED-COUNT
068600             GO TO 2800-EXIT
068700         END-IF
068800     END-IF.
068900     ADD WS-CHILD-RECORDS TO WS-ORPH-RECORDS (WS-ORPH-SUB).
069000     ADD WS-CHILD-AMOUNT TO WS-ORPH-AMOUNT (WS-ORPH-SUB).
069100 2800-EXIT.
069200     EXIT.
069300
069400 2900-NOTE-SKIPPED-FILE.
069500     ADD 1 TO WS-SKIPPED-FILES.
069600     MOVE SPACES TO WS-SEC-NOTE.
069700     MOVE WS-SWEEP-FILE TO WS-SEC-FILE.
069800     MOVE "NOT AVAILABLE - NOT SWEPT" TO WS-SEC-NOTE.
069900     MOVE SPACES TO ORPHRPT-LINE.
070000     WRITE ORPHRPT-LINE.
070100     WRITE ORPHRPT-LINE FROM WS-SECTION-LINE.
070200 2900-EXIT.
070300     EXIT.
070400
070500******************************************************************
070600* 3000-REPORT-FILE-ORPHANS - ONE SECTION PER SWEPT FILE THAT HAD
070700* ORPHANS: CLASSIFY EACH ID, PRINT IT AND PROPOSE ITS REPAIR.
070800* THE TABLE IS THEN CLEARED FOR THE NEXT FILE.
070900******************************************************************
071000 3000-REPORT-FILE-ORPHANS.
071100     IF WS-ORPH-COUNT = ZERO
071200         GO TO 3000-EXIT
071300     END-IF.
071400     MOVE SPACES TO WS-SEC-NOTE.
071500     MOVE WS-SWEEP-FILE TO WS-SEC-FILE.
071600     MOVE WS-ORPH-COUNT TO WS-FILE-ORPHANS.
071700     STRING "ORPHANED IDS: " WS-FILE-ORPHANS
071800         DELIMITED BY SIZE INTO WS-SEC-NOTE.
071900     MOVE SPACES TO ORPHRPT-LINE.
072000     WRITE ORPHRPT-LINE.
072100     WRITE ORPHRPT-LINE FROM WS-SECTION-LINE.
072200     WRITE ORPHRPT-LINE FROM WS-COLUMN-LINE.
072300
072400     PERFORM 3100-REPORT-ONE-ORPHAN THRU 3100-EXIT
072500         VARYING WS-ORPH-SUB FROM 1 BY 1
072600         UNTIL WS-ORPH-SUB > WS-ORPH-COUNT.
072700     MOVE ZERO TO WS-ORPH-COUNT.
072800 3000-EXIT.
072900     EXIT.
073000
073100******************************************************************
073200* 3100-REPORT-ONE-ORPHAN - MERGED IF THE TRACE HAS THE ID (THE
073300* LAST SURVIVOR IS PROPOSED, AND ONLY IF IT IS ITSELF ON THE
073400* SNAPSHOT - RE-POINTING TO ANOTHER ORPHAN FIXES NOTHING);
073500* OTHERWISE ARCHIVED IF THE INDEX HAS IT; OTHERWISE UNKNOWN.
073600******************************************************************
073700 3100-REPORT-ONE-ORPHAN.
073800     MOVE SPACES TO WS-DETAIL-LINE.
073900     MOVE SPACES TO WS-CLASS-NOTE.
074000     MOVE WS-ORPH-ID (WS-ORPH-SUB) TO WS-DTL-ID.
074100     MOVE WS-ORPH-RECORDS (WS-ORPH-SUB) TO WS-DTL-RECORDS.
074200     MOVE WS-ORPH-AMOUNT (WS-ORPH-SUB) TO WS-DTL-AMOUNT.
074300
074400     MOVE WS-ORPH-ID (WS-ORPH-SUB) TO WS-TRACE-ID.
074500     PERFORM 5000-CHECK-MERGE-TRACE THRU 5000-EXIT.
074600     IF WS-TRACE-HOPS > ZERO
074700         ADD 1 TO WS-MERGED-COUNT
074800         MOVE "MERGED" TO WS-DTL-CLASS
074900         MOVE WS-TRACE-ID TO WS-DTL-REF
075000         PERFORM 5800-CHECK-ON-MASTER THRU 5800-EXIT
075100         IF ID-ON-MASTER
075200             MOVE "RE-POINT TO SURVIVOR PROPOSED"
075300                 TO WS-DTL-NOTE
075400             PERFORM 3200-WRITE-REPAIR THRU 3200-EXIT
075500         ELSE
075600             ADD 1 TO WS-NO-REPAIR-COUNT
075700             MOVE "SURVIVOR NOT ON CUSTMAST"
075800                 TO WS-DTL-NOTE
075900         END-IF
076000         GO TO 3100-PRINT
076100     END-IF.
076200
076300     PERFORM 5500-CHECK-ARCHIVE-INDEX THRU 5500-EXIT.
076400     IF ARCHIVE-HIT-FOUND
076500         ADD 1 TO WS-ARCHIVED-COUNT
076600         MOVE "ARCHIVED" TO WS-DTL-CLASS
076700         MOVE WS-ARCHIVE-DATE TO WS-DTL-REF
076800         MOVE "RETENTION HOLD PROPOSED" TO WS-DTL-NOTE
076900         PERFORM 3200-WRITE-REPAIR THRU 3200-EXIT
077000         GO TO 3100-PRINT
077100     END-IF.
077200
077300     ADD 1 TO WS-UNKNOWN-COUNT.
077400     MOVE "UNKNOWN" TO WS-DTL-CLASS.
077500     MOVE "NO MERGE OR ARCHIVE - REVIEW" TO WS-DTL-NOTE.
077600 3100-PRINT.
077700     WRITE ORPHRPT-LINE FROM WS-DETAIL-LINE.
077800 3100-EXIT.
077900     EXIT.
078000
078100 3200-WRITE-REPAIR.
078200     MOVE SPACES TO ORPHFIX-RECORD.
078300     IF WS-TRACE-HOPS > ZERO
078400         SET OX-REPOINT TO TRUE
078500         MOVE WS-TRACE-ID TO OX-SURVIVOR-ID
078600         MOVE SPACES TO OX-ARCHIVE-DATE
078700     ELSE
078800         SET OX-RETAIN TO TRUE
078900         MOVE ZERO TO OX-SURVIVOR-ID
079000         MOVE WS-ARCHIVE-DATE TO OX-ARCHIVE-DATE
079100     END-IF.
079200     MOVE WS-SWEEP-FILE TO OX-FILE-NAME.
079300     MOVE WS-ORPH-ID (WS-ORPH-SUB) TO OX-CUSTOMER-ID.
079400     MOVE WS-ORPH-RECORDS (WS-ORPH-SUB) TO OX-RECORD-COUNT.
079500     MOVE WS-CURRENT-DATE TO OX-SWEEP-DATE.
079600     WRITE ORPHFIX-RECORD.
079700     ADD 1 TO WS-REPAIRS-WRITTEN.
079800 3200-EXIT.
079900     EXIT.
080000
080100******************************************************************
080200* 4000-CLEANUP-ROUTINE - SUMMARY COUNTS, DISCONNECT, CLOSES AND
080300* THE RUN-CONTROL STAMP. AN UNKNOWN ORPHAN, A FULL ORPHAN TABLE
080400* OR A SOURCE THAT COULD NOT BE SWEPT IS A WARNING (RC 4).
080500******************************************************************
080600 4000-CLEANUP-ROUTINE.
080700     IF RETURN-CODE = ZERO
080800         IF WS-UNKNOWN-COUNT > ZERO
080900                 OR WS-DROPPED-COUNT > ZERO
081000                 OR WS-SKIPPED-FILES > ZERO
081100             MOVE 4 TO RETURN-CODE
081200         END-IF
081300     END-IF.
081400
081500     MOVE SPACES TO ORPHRPT-LINE.
081600     WRITE ORPHRPT-LINE.
081700     MOVE SPACES TO WS-SUMMARY-LINE.
081800     MOVE "CHILD IDS CHECKED:     " TO WS-SUM-LABEL.
081900     MOVE WS-CHILD-IDS-CHECKED TO WS-SUM-VALUE.
082000     WRITE ORPHRPT-LINE FROM WS-SUMMARY-LINE.
082100
082200     MOVE "ORPHANS - MERGED:      " TO WS-SUM-LABEL.
082300     MOVE WS-MERGED-COUNT TO WS-SUM-VALUE.
082400     WRITE ORPHRPT-LINE FROM WS-SUMMARY-LINE.
082500
082600     MOVE "ORPHANS - ARCHIVED:    " TO WS-SUM-LABEL.
082700     MOVE WS-ARCHIVED-COUNT TO WS-SUM-VALUE.
082800     WRITE ORPHRPT-LINE FROM WS-SUMMARY-LINE.
082900
083000     MOVE "ORPHANS - UNKNOWN:     " TO WS-SUM-LABEL.
083100     MOVE WS-UNKNOWN-COUNT TO WS-SUM-VALUE.
083200     WRITE ORPHRPT-LINE FROM WS-SUMMARY-LINE.
083300
083400     MOVE "REPAIRS PROPOSED:      " TO WS-SUM-LABEL.
083500     MOVE WS-REPAIRS-WRITTEN TO WS-SUM-VALUE.
083600     WRITE ORPHRPT-LINE FROM WS-SUMMARY-LINE.
083700
083800     MOVE "MERGED, NO SURVIVOR:   " TO WS-SUM-LABEL.
083900     MOVE WS-NO-REPAIR-COUNT TO WS-SUM-VALUE.
084000     WRITE ORPHRPT-LINE FROM WS-SUMMARY-LINE.
084100
084200     MOVE "NOT TABLED, TABLE FULL:" TO WS-SUM-LABEL.
084300     MOVE WS-DROPPED-COUNT TO WS-SUM-VALUE.
084400     WRITE ORPHRPT-LINE FROM WS-SUMMARY-LINE.
084500
084600     MOVE "SOURCES NOT SWEPT:     " TO WS-SUM-LABEL.
084700     MOVE WS-SKIPPED-FILES TO WS-SUM-VALUE.
084800     WRITE ORPHRPT-LINE FROM WS-SUMMARY-LINE.
084900
085000     EXEC SQL
085100         DISCONNECT
085200     END-EXEC.
085300
085400     IF CUSTMAST-WAS-OPENED
085500         CLOSE CUSTMAST-FILE
085600     END-IF.
085700     CLOSE ORPHRPT-FILE.
085800     CLOSE ORPHFIX-FILE.
085900
086000     DISPLAY "ORPHANS FOUND: "
086100         WS-MERGED-COUNT " MERGED, "
086200         WS-ARCHIVED-COUNT " ARCHIVED, "
086300         WS-UNKNOWN-COUNT " UNKNOWN".
086400
086500     MOVE "ORPHSWP" TO RC-STAMP-PROGRAM.
086600     MOVE WS-CURRENT-DATE TO RC-STAMP-DATE.
086700     PERFORM STAMP-RUN-CONTROL THRU STAMP-RUN-CONTROL-EXIT.
086800
086900     DISPLAY "ORPHAN SWEEP COMPLETE".
087000 4000-EXIT.
087100     EXIT.
087200
087300* INCLUDE THE SHARED RUN-CONTROL UTILITY PARAGRAPHS
087400     COPY CHKRUN.
087500
087600******************************************************************
087700* 5000-CHECK-MERGE-TRACE - DID A CUSTMAINT MERGE RETIRE THE ID?
087800* FOLLOW THE TRACE TO THE LAST SURVIVOR, THE SAME WAY ORDPOST
087900* DOES. NO TRACE FILE MEANS NO MERGES TO FIND.
088000******************************************************************
088100 5000-CHECK-MERGE-TRACE.
088200     MOVE ZERO TO WS-TRACE-HOPS.
088300     SET TRACE-HOP-FOUND TO TRUE.
088400     PERFORM 5100-FOLLOW-ONE-HOP THRU 5100-EXIT
088500         UNTIL NOT TRACE-HOP-FOUND
088600         OR WS-TRACE-HOPS >= WS-MAX-TRACE-HOPS.
088700 5000-EXIT.
088800     EXIT.
088900
089000 5100-FOLLOW-ONE-HOP.
089100     MOVE 'N' TO WS-TRACE-FOUND-SW.
089200     MOVE 'N' TO WS-MRGTRACE-SW.
089300     OPEN INPUT MRGTRACE-FILE.
089400     IF NOT MRGTRACE-OK
089500         GO TO 5100-EXIT
089600     END-IF.
089700     PERFORM 5200-READ-MRGTRACE-RECORD THRU 5200-EXIT.
089800     PERFORM 5300-MATCH-MRGTRACE-RECORD THRU 5300-EXIT
089900         UNTIL END-OF-MRGTRACE OR TRACE-HOP-FOUND.
090000     CLOSE MRGTRACE-FILE.
090100     IF TRACE-HOP-FOUND
090200         ADD 1 TO WS-TRACE-HOPS
090300         MOVE MT-SURVIVOR-ID TO WS-TRACE-ID
090400     END-IF.
090500 5100-EXIT.
090600     EXIT.
090700
090800 5200-READ-MRGTRACE-RECORD.
090900     READ MRGTRACE-FILE
091000         AT END
091100             SET END-OF-MRGTRACE TO TRUE
091200     END-READ.
091300 5200-EXIT.
091400     EXIT.
091500
091600 5300-MATCH-MRGTRACE-RECORD.
091700     IF MT-RETIRED-ID = WS-TRACE-ID
091800         SET TRACE-HOP-FOUND TO TRUE
091900     ELSE
092000         PERFORM 5200-READ-MRGTRACE-RECORD THRU 5200-EXIT
092100     END-IF.
092200 5300-EXIT.
092300     EXIT.
092400
092500******************************************************************
092600* 5500-CHECK-ARCHIVE-INDEX - DID CUSTARCH REMOVE THE ID? THE
092700* LATEST INDEX ENTRY FOR IT GIVES THE ARCHIVE DATE.
092800******************************************************************
092900 5500-CHECK-ARCHIVE-INDEX.
093000     MOVE 'N' TO WS-ARCH-FOUND-SW.
093100     MOVE 'N' TO WS-ARCHIDX-SW.
093200     MOVE SPACES TO WS-ARCHIVE-DATE.
093300     OPEN INPUT ARCHIDX-FILE.
093400     IF NOT ARCHIDX-OK
093500         GO TO 5500-EXIT
093600     END-IF.
093700     PERFORM 5600-READ-ARCHIDX-RECORD THRU 5600-EXIT.
093800     PERFORM 5700-MATCH-ARCHIDX-RECORD THRU 5700-EXIT
093900         UNTIL END-OF-ARCHIDX.
094000     CLOSE ARCHIDX-FILE.
094100 5500-EXIT.
094200     EXIT.
094300
094400 5600-READ-ARCHIDX-RECORD.
094500     READ ARCHIDX-FILE
094600         AT END
094700             SET END-OF-ARCHIDX TO TRUE
094800     END-READ.
094900 5600-EXIT.
095000     EXIT.
095100
095200 5700-MATCH-ARCHIDX-RECORD.
095300     IF AI-CUSTOMER-ID = WS-ORPH-ID (WS-ORPH-SUB)
095400         SET ARCHIVE-HIT-FOUND TO TRUE
095500         MOVE AI-ARCHIVE-DATE TO WS-ARCHIVE-DATE
095600     END-IF.
095700     PERFORM 5600-READ-ARCHIDX-RECORD THRU 5600-EXIT.
095800 5700-EXIT.
095900     EXIT.
096000
096100* IS WS-TRACE-ID ON THE CUSTMAST SNAPSHOT?
096200 5800-CHECK-ON-MASTER.
096300     MOVE 'N' TO WS-ON-MASTER-SW.
096400     MOVE WS-TRACE-ID TO CM-CUSTOMER-ID.
096500     READ CUSTMAST-FILE
096600         INVALID KEY
096700             CONTINUE
096800         NOT INVALID KEY
096900             SET ID-ON-MASTER TO TRUE
097000     END-READ.
097100 5800-EXIT.
097200     EXIT.
097300
097400* INCLUDE THE SHARED CHECK-DATE-FORMAT UTILITY PARAGRAPHS
097500     COPY CHKDATE.
