000100******************************************************************
000200* TSTBUILD - DE-IDENTIFIED TEST DATA SET BUILD
000300******************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. TSTBUILD.
000600 AUTHOR. R MERCER.
000700 INSTALLATION. DATA PROCESSING.
000800 DATE-WRITTEN. 2026-10-15.
000900 DATE-COMPILED.
001000******************************************************************
001100* MODIFICATION HISTORY
001200* ----------------------------------------------------------------
001300* DATE        INIT  DESCRIPTION
001400* 2026-10-15  RDM   ORIGINAL VERSION - BUILDS A COMPLETE,
001500*                   REFERENTIALLY CONSISTENT TEST DATA SET FROM
001600*                   PRODUCTION. CUSTMAST IS READ IN KEY ORDER
001700*                   AND THE FIRST WS-CELL-QUOTA CUSTOMERS OF
001800*                   EVERY REGION/STATUS CELL ARE TAKEN
001900*                   (TSTPARM CARD OVERRIDE), SO THE SAMPLE
002000*                   KEEPS THE PRODUCTION MIX AND IS THE SAME
002100*                   ON EVERY REBUILD. CUSTOMER IDS ARE KEPT SO
002200*                   EVERY FILE STILL JOINS; NAME, STREET, CITY,
002300*                   PHONE AND EMAIL ARE REPLACED BY A FAKE
002400*                   IDENTITY WORKED OUT FROM THE ID ALONE, SO
002500*                   THE SAME PRODUCTION CUSTOMER IS ALWAYS THE
002600*                   SAME TEST CUSTOMER. THE ZIP IS PICKED
002700*                   INSIDE A ZIPREF RANGE FOR THE CUSTOMER'S
002800*                   OWN STATE, SO STATE AND REGION ARE KEPT AND
002900*                   THE DELIVERABILITY EDIT STILL PASSES.
003000*                   WRITES TSTMAST (CUSTMAST), TSTREF (CUSTREF
003100*                   WITH HDR/TRL CONTROLS), TSTORDS (THE
003200*                   SAMPLED CUSTOMERS' ORDERS ROWS IN ORDPOST
003300*                   INPUT LAYOUT), TSTPREF (CONTPREF) AND
003400*                   TSTTRAN (A SAMPLE CUSTTRAN), WITH THE
003500*                   TSTRPT CELL REPORT.
003509* 2026-10-15  RDM   LINE ITEMS: EACH TEST ORDER IS FOLLOWED ON
003518*                   TSTORDS BY ITS ORDER_LINES ROWS AS 'L'
003527*                   LINE-ITEM RECORDS UNDER THE TEST REFERENCE,
003536*                   SO POSTING THE TEST SET ALSO LOADS
003545*                   ORDER_LINES. PRODUCT CODES ARE NOT PERSONAL
003554*                   DATA AND ARE KEPT.
003563* 2026-10-15  RDM   A DAY'S ORDERS NOW COME OUT SALES FIRST, THEN
003572*                   RETURNS, THEN ADJUSTMENTS, SO A SAME-DAY
003581*                   RETURN IS NOT POSTED AHEAD OF THE SALE IT
003590*                   CREDITS AND REFUSED AGAINST LIFETIME SALES.
003600******************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER. X86-64.
004000 OBJECT-COMPUTER. X86-64.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS SEQUENTIAL
004600         RECORD KEY IS CM-CUSTOMER-ID
004700         FILE STATUS IS WS-CUSTMAST-STATUS.
004800
004900     SELECT CONTPREF-FILE ASSIGN TO "CONTPREF"
005000         ORGANIZATION IS SEQUENTIAL
005100         ACCESS MODE IS SEQUENTIAL
005200         FILE STATUS IS WS-CONTPREF-STATUS.
005300
005400     SELECT ZIPREF-FILE ASSIGN TO "ZIPREF"
005500         ORGANIZATION IS SEQUENTIAL
005600         ACCESS MODE IS SEQUENTIAL
005700         FILE STATUS IS WS-ZIPREF-STATUS.
005800
005900     SELECT TSTMAST-FILE ASSIGN TO "TSTMAST"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS SEQUENTIAL
006200         RECORD KEY IS TM-CUSTOMER-ID
006300         FILE STATUS IS WS-TSTMAST-STATUS.
006400
006500     SELECT TSTREF-FILE ASSIGN TO "TSTREF"
006600         ORGANIZATION IS SEQUENTIAL
006700         ACCESS MODE IS SEQUENTIAL
006800         FILE STATUS IS WS-TSTREF-STATUS.
006900
007000     SELECT TSTORDS-FILE ASSIGN TO "TSTORDS"
007100         ORGANIZATION IS SEQUENTIAL
007200         ACCESS MODE IS SEQUENTIAL
007300         FILE STATUS IS WS-TSTORDS-STATUS.
007400
007500     SELECT TSTPREF-FILE ASSIGN TO "TSTPREF"
007600         ORGANIZATION IS SEQUENTIAL
007700         ACCESS MODE IS SEQUENTIAL
007800         FILE STATUS IS WS-TSTPREF-STATUS.
007900
008000     SELECT TSTTRAN-FILE ASSIGN TO "TSTTRAN"
008100         ORGANIZATION IS SEQUENTIAL
008200         ACCESS MODE IS SEQUENTIAL
008300         FILE STATUS IS WS-TSTTRAN-STATUS.
008400
008500     SELECT TSTRPT-FILE ASSIGN TO "TSTRPT"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS WS-TSTRPT-STATUS.
008800
008900     SELECT PARMCARD-FILE ASSIGN TO "TSTPARM"
009000         ORGANIZATION IS SEQUENTIAL
009100         ACCESS MODE IS SEQUENTIAL
009200         FILE STATUS IS WS-PARMCARD-STATUS.
009300
009400     SELECT SECPARM-FILE ASSIGN TO "SECPARM"
009500         ORGANIZATION IS SEQUENTIAL
009600         ACCESS MODE IS SEQUENTIAL
009700         FILE STATUS IS WS-SECPARM-STATUS.
009800
009900     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
010000         ORGANIZATION IS SEQUENTIAL
010100         ACCESS MODE IS SEQUENTIAL
010200         FILE STATUS IS WS-RUNCTL-STATUS.
010300
010400 DATA DIVISION.
010500 FILE SECTION.
010600* NIGHTLY CUSTOMER-MASTER SNAPSHOT BUILT BY CUSTEXTR.
010700 FD  CUSTMAST-FILE.
010800 01  CUSTMAST-RECORD.
010900     05  CM-CUSTOMER-ID        PIC 9(06).
011000     05  CM-CUSTOMER-NAME      PIC X(30).
011100     05  CM-STREET             PIC X(30).
011200     05  CM-CITY               PIC X(20).
011300     05  CM-STATE              PIC X(02).
011400     05  CM-ZIP-CODE           PIC 9(05).
011500     05  CM-CUSTOMER-PHONE     PIC X(15).
011600     05  CM-CUSTOMER-EMAIL     PIC X(50).
011700     05  CM-CUSTOMER-STATUS    PIC X(01).
011800     05  CM-CUSTOMER-JOIN-DATE PIC X(10).
011900     05  CM-CUSTOMER-LAST-ORDER PIC X(10).
012000     05  CM-CUSTOMER-REGION    PIC X(02).
012100     05  CM-CURRENCY-CODE      PIC X(03).
012200
012300* CONTACT PREFERENCES MAINTAINED BY CUSTMAINT 'P' TRANSACTIONS.
012400 FD  CONTPREF-FILE
012500     RECORDING MODE IS F.
012600 01  CONTPREF-RECORD.
012700     05  CF-CUSTOMER-ID        PIC 9(06).
012800     05  CF-MAIL-PREF          PIC X(01).
012900     05  CF-EMAIL-PREF         PIC X(01).
013000     05  CF-PHONE-PREF         PIC X(01).
013100     05  CF-EFF-DATE           PIC X(10).
013200     05  FILLER                PIC X(21).
013300
013400* POSTAL REFERENCE - ZIP RANGE TO STATE. SEE ZIPCHK.cpy.
013500 FD  ZIPREF-FILE
013600     RECORDING MODE IS F.
013700 01  ZIPREF-RECORD.
013800     05  ZR-ZIP-LOW            PIC 9(05).
013900     05  ZR-ZIP-HIGH           PIC 9(05).
014000     05  ZR-STATE              PIC X(02).
014100     05  FILLER                PIC X(08).
014200
014300* TEST CUSTOMER MASTER - SAME LAYOUT AND KEY AS CUSTMAST, SO
014400* IT IS ASSIGNED TO CUSTMAST AS IT STANDS IN A TEST RUN.
014500 FD  TSTMAST-FILE.
014600 01  TSTMAST-RECORD.
014700     05  TM-CUSTOMER-ID        PIC 9(06).
014800     05  TM-CUSTOMER-NAME      PIC X(30).
014900     05  TM-STREET             PIC X(30).
015000     05  TM-CITY               PIC X(20).
015100     05  TM-STATE              PIC X(02).
015200     05  TM-ZIP-CODE           PIC 9(05).
015300     05  TM-CUSTOMER-PHONE     PIC X(15).
015400     05  TM-CUSTOMER-EMAIL     PIC X(50).
015500     05  TM-CUSTOMER-STATUS    PIC X(01).
015600     05  TM-CUSTOMER-JOIN-DATE PIC X(10).
015700     05  TM-CUSTOMER-LAST-ORDER PIC X(10).
015800     05  TM-CUSTOMER-REGION    PIC X(02).
015900     05  TM-CURRENCY-CODE      PIC X(03).
016000
016100* TEST CUSTREF - SAMPLED IDS BETWEEN AN 'HDR' AND A 'TRL'
016200* CONTROL RECORD, THE SAME AS THE PRODUCTION EXTRACT, SO EVERY
016300* READER'S VERIFY-CUSTREF-FILE PASSES. SEE REFCTL.cpy.
016400 FD  TSTREF-FILE
016500     RECORDING MODE IS F.
016600 01  TSTREF-RECORD.
016700     05  TR-CUSTOMER-ID        PIC 9(06).
016800     05  FILLER                PIC X(74).
016900 01  TSTREF-CONTROL-RECORD.
017000     05  TR-RECORD-TYPE        PIC X(03).
017100     05  TR-HEADER-DATA.
017200         10  TR-HDR-EXTRACT-DATE PIC X(10).
017300         10  TR-HDR-SOURCE     PIC X(20).
017400         10  FILLER            PIC X(47).
017500     05  TR-TRAILER-DATA REDEFINES TR-HEADER-DATA.
017600         10  TR-TRL-RECORD-COUNT PIC 9(09).
017700         10  TR-TRL-ID-HASH    PIC 9(12).
017800         10  FILLER            PIC X(56).
017900
018000* TEST ORDERS - THE SAMPLED CUSTOMERS' ORDERS ROWS IN THE
018100* ORDPOST INPUT LAYOUT, SO POSTING THEM LOADS A TEST DATABASE
018200* (ORDERS, ORDER_TOTALS, RECEIVABLES AND TAX) THE NORMAL WAY.
018250* AN ORDER'S LINE ITEMS FOLLOW IT AS 'L' RECORDS.
018300 FD  TSTORDS-FILE
018400     RECORDING MODE IS F.
018500 01  TSTORDS-RECORD.
018600     05  TO-CUSTOMER-ID        PIC 9(06).
018700     05  TO-ORDER-DATE         PIC X(10).
018800     05  TO-ORDER-AMOUNT       PIC 9(07)V99.
018900     05  TO-TRANS-TYPE         PIC X(01).
019000     05  TO-ORDER-REF          PIC X(12).
019016     05  TO-RECORD-TYPE        PIC X(01).
019032     05  FILLER                PIC X(41).
019048 01  TSTORDS-ITEM-RECORD.
019064     05  TI-CUSTOMER-ID        PIC 9(06).
019080     05  TI-PRODUCT-CODE       PIC X(08).
019096     05  TI-QUANTITY           PIC 9(04).
019112     05  TI-UNIT-PRICE         PIC 9(05)V99.
019128     05  FILLER                PIC X(01).
019144     05  TI-ORDER-REF          PIC X(12).
019160     05  TI-RECORD-TYPE        PIC X(01).
019176     05  FILLER                PIC X(41).
019200
019300* TEST CONTACT PREFERENCES - CONTPREF LAYOUT.
019400 FD  TSTPREF-FILE
019500     RECORDING MODE IS F.
019600 01  TSTPREF-RECORD.
019700     05  TP-CUSTOMER-ID        PIC 9(06).
019800     05  TP-MAIL-PREF          PIC X(01).
019900     05  TP-EMAIL-PREF         PIC X(01).
020000     05  TP-PHONE-PREF         PIC X(01).
020100     05  TP-EFF-DATE           PIC X(10).
020200     05  FILLER                PIC X(21).
020300
020400* SAMPLE CUSTTRAN FOR A TEST CUSTMAINT RUN - SAME LAYOUT AND
020500* 'P' ALTERNATE VIEW AS CUSTMAINT.
020600 FD  TSTTRAN-FILE
020700     RECORDING MODE IS F.
020800 01  TSTTRAN-RECORD.
020900     05  TT-TRANS-CODE         PIC X(01).
021000     05  TT-CUSTOMER-ID        PIC 9(06).
021100     05  TT-CUSTOMER-NAME      PIC X(30).
021200     05  TT-STREET             PIC X(30).
021300     05  TT-CITY               PIC X(20).
021400     05  TT-STATE              PIC X(02).
021500     05  TT-ZIP-CODE           PIC 9(05).
021600     05  TT-CUSTOMER-PHONE     PIC X(15).
021700     05  TT-CUSTOMER-EMAIL     PIC X(50).
021800     05  TT-CUSTOMER-STATUS    PIC X(01).
021900     05  TT-CUSTOMER-JOIN-DATE PIC X(10).
022000     05  TT-CUSTOMER-LAST-ORDER PIC X(10).
022100     05  TT-MERGE-SURVIVOR-ID  PIC 9(06).
022200     05  TT-CYCLE-COUNT        PIC 9(02).
022300 01  TSTTRAN-PREF-RECORD.
022400     05  TQ-TRANS-CODE         PIC X(01).
022500     05  TQ-CUSTOMER-ID        PIC 9(06).
022600     05  TQ-MAIL-PREF          PIC X(01).
022700     05  TQ-EMAIL-PREF         PIC X(01).
022800     05  TQ-PHONE-PREF         PIC X(01).
022900     05  TQ-PREF-EFF-DATE      PIC X(10).
023000     05  FILLER                PIC X(168).
023100
023200 FD  TSTRPT-FILE.
023300 01  TSTRPT-LINE               PIC X(132).
023400
023500* RUN-TIME PARAMETER CARD - OPTIONAL OVERRIDE OF THE NUMBER OF
023600* CUSTOMERS TAKEN FROM EACH REGION/STATUS CELL.
023700 FD  PARMCARD-FILE
023800     RECORDING MODE IS F.
023900 01  PARMCARD-RECORD.
024000     05  PC-CELL-QUOTA         PIC 9(04).
024100     05  FILLER                PIC X(76).
024200
024300* SECURED PARAMETER FILE - DB2 CONNECT CREDENTIALS MAINTAINED BY
024400* THE VAULT/KEY-MANAGEMENT PROCESS, NEVER HARDCODED IN SOURCE.
024500 FD  SECPARM-FILE
024600     RECORDING MODE IS F.
024700 01  SECPARM-RECORD.
024800     05  SP-DB-USERNAME        PIC X(20).
024900     05  SP-DB-PASSWORD        PIC X(20).
025000
025100* SHARED NIGHTLY RUN-CONTROL FILE - ONE RECORD PER PROGRAM
025200* COMPLETION, STAMPED AT CLEANUP. SEE CHKRUN.cpy.
025300 FD  RUNCTL-FILE
025400     RECORDING MODE IS F.
025500 01  RUNCTL-RECORD.
025600     05  RU-RUN-DATE           PIC X(10).
025700     05  RU-PROGRAM-ID         PIC X(08).
025800     05  RU-TIMESTAMP          PIC X(21).
025900     05  RU-RETURN-CODE        PIC S9(04).
026000     05  FILLER                PIC X(37).
026100
026200 WORKING-STORAGE SECTION.
026300
026400* INCLUDE SHARED RUN-CONTROL WORKING STORAGE
026500     COPY RUNCTL.
026600
026700* INCLUDE SHARED DATABASE-CREDENTIAL WORKING STORAGE
026800     COPY DBCRED.
026900
027000* INCLUDE SHARED DATE-HANDLING WORKING STORAGE
027100     COPY DATECHK.
027200
027300* INCLUDE SHARED ZIP/STATE DELIVERABILITY WORKING STORAGE
027400     COPY ZIPCHK.
027500
027600 01  WS-VARIABLES.
027700     05  WS-CURRENT-DATE       PIC X(10) VALUE SPACES.
027800     05  WS-CELL-QUOTA         PIC 9(04) VALUE 20.
027900     05  WS-LOOKUP-ID          PIC 9(06) VALUE ZERO.
028000     05  WS-ORDER-SEQ          PIC 9(05) VALUE ZERO.
028100     05  WS-REF-HASH           PIC 9(12) VALUE ZERO.
028200
028300* ORDERS ROW AS FETCHED. A RETURN OR CREDIT ADJUSTMENT IS
028400* STORED NEGATIVE; THE POSTING INPUT CARRIES IT UNSIGNED WITH
028500* ITS TYPE, THE WAY A BRANCH SENDS IT.
028600 01  WS-ORDER-ROW.
028700     05  WS-ORD-DATE           PIC X(10) VALUE SPACES.
028800     05  WS-ORD-AMOUNT         PIC S9(07)V99 VALUE ZERO.
028900     05  WS-ORD-TYPE           PIC X(01) VALUE SPACES.
028912     05  WS-ORD-REF            PIC X(12) VALUE SPACES.
028924
028936* ORDER_LINES ROW AS FETCHED.
028948 01  WS-ITEM-ROW.
028960     05  WS-ITM-PRODUCT        PIC X(08) VALUE SPACES.
028972     05  WS-ITM-QUANTITY       PIC S9(05) VALUE ZERO.
028984     05  WS-ITM-UNIT-PRICE     PIC S9(05)V99 VALUE ZERO.
028992     05  WS-ITM-TEST-REF       PIC X(12) VALUE SPACES.
029000
029100 01  WS-FILE-SWITCHES.
029200     05  WS-CUSTMAST-STATUS    PIC X(02) VALUE SPACES.
029300         88  CUSTMAST-OK       VALUE '00'.
029400     05  WS-CONTPREF-STATUS    PIC X(02) VALUE SPACES.
029500         88  CONTPREF-OK       VALUE '00'.
029600     05  WS-TSTMAST-STATUS     PIC X(02) VALUE SPACES.
029700         88  TSTMAST-OK        VALUE '00'.
029800     05  WS-TSTREF-STATUS      PIC X(02) VALUE SPACES.
029900         88  TSTREF-OK         VALUE '00'.
030000     05  WS-TSTORDS-STATUS     PIC X(02) VALUE SPACES.
030100         88  TSTORDS-OK        VALUE '00'.
030200     05  WS-TSTPREF-STATUS     PIC X(02) VALUE SPACES.
030300         88  TSTPREF-OK        VALUE '00'.
030400     05  WS-TSTTRAN-STATUS     PIC X(02) VALUE SPACES.
030500         88  TSTTRAN-OK        VALUE '00'.
030600     05  WS-TSTRPT-STATUS      PIC X(02) VALUE SPACES.
030700     05  WS-PARMCARD-STATUS    PIC X(02) VALUE SPACES.
030800         88  PARMCARD-OK       VALUE '00'.
030900     05  WS-CUSTMAST-SW        PIC X(01) VALUE 'N'.
031000         88  END-OF-CUSTMAST   VALUE 'Y'.
031100     05  WS-CONTPREF-SW        PIC X(01) VALUE 'N'.
031200         88  END-OF-CONTPREF   VALUE 'Y'.
031300     05  WS-ORDERS-SW          PIC X(01) VALUE 'N'.
031400         88  END-OF-ORDERS     VALUE 'Y'.
031433     05  WS-ITEMS-SW           PIC X(01) VALUE 'N'.
031466         88  END-OF-ITEMS      VALUE 'Y'.
031500
031600 01  WS-BUILD-COUNTS.
031700     05  WS-CUSTOMERS-READ     PIC 9(07) VALUE ZERO.
031800     05  WS-SAMPLED-COUNT      PIC 9(05) VALUE ZERO.
031900     05  WS-NO-RANGE-COUNT     PIC 9(05) VALUE ZERO.
032000     05  WS-ZIP-FAIL-COUNT     PIC 9(05) VALUE ZERO.
032100     05  WS-NO-CELL-COUNT      PIC 9(05) VALUE ZERO.
032200     05  WS-ORDERS-WRITTEN     PIC 9(07) VALUE ZERO.
032250     05  WS-ITEMS-WRITTEN      PIC 9(07) VALUE ZERO.
032300     05  WS-PREFS-WRITTEN      PIC 9(05) VALUE ZERO.
032400     05  WS-TRANS-WRITTEN      PIC 9(05) VALUE ZERO.
032500     05  WS-REF-WRITTEN        PIC 9(09) VALUE ZERO.
032600
032700* ONE ENTRY PER REGION/STATUS CELL SEEN ON CUSTMAST. A CELL
032800* PAST THE END OF THE TABLE IS NOT SAMPLED AND IS COUNTED.
032900 01  WS-CELL-TABLE.
033000     05  WS-MAX-CELL-TABLE     PIC 9(04) VALUE 200 COMP.
033100     05  WS-CELL-COUNT         PIC 9(04) VALUE ZERO.
033200     05  WS-CELL-SUB           PIC 9(04) COMP VALUE ZERO.
033300     05  WS-CELL-MATCH-SW      PIC X(01) VALUE 'N'.
033400         88  CELL-FOUND        VALUE 'Y'.
033500     05  WS-CELL-ENTRY OCCURS 200 TIMES
033600             INDEXED BY WS-CELL-IDX.
033700         10  WS-CELL-REGION    PIC X(02).
033800         10  WS-CELL-STATUS    PIC X(01).
033900         10  WS-CELL-ON-FILE   PIC 9(07).
034000         10  WS-CELL-TAKEN     PIC 9(05).
034100         10  WS-CELL-ORDERS    PIC 9(07).
034200
034300* THE SAMPLED CUSTOMERS, IN CUSTMAST KEY ORDER, WITH THE CELL
034400* EACH CAME FROM. A FULL TABLE STOPS THE SAMPLE WITH A WARNING.
034500 01  WS-SAMPLE-TABLE.
034600     05  WS-MAX-SMP-TABLE      PIC 9(04) VALUE 5000 COMP.
034700     05  WS-SMP-COUNT          PIC 9(04) VALUE ZERO.
034800     05  WS-SMP-SUB            PIC 9(04) COMP VALUE ZERO.
034900     05  WS-SMP-FULL-SW        PIC X(01) VALUE 'N'.
035000         88  SAMPLE-TABLE-FULL VALUE 'Y'.
035100     05  WS-SMP-MATCH-SW       PIC X(01) VALUE 'N'.
035200         88  SAMPLE-FOUND      VALUE 'Y'.
035300     05  WS-SMP-ENTRY OCCURS 5000 TIMES
035400             INDEXED BY WS-SMP-IDX.
035500         10  WS-SMP-CUSTOMER-ID PIC 9(06).
035600         10  WS-SMP-CELL       PIC 9(04) COMP.
035700
035800* FAKE-IDENTITY WORK AREA. EVERY PIECE IS PICKED FROM THE
035900* TABLES BELOW BY ARITHMETIC ON THE CUSTOMER ID ONLY - NO
036000* RANDOM NUMBERS AND NOTHING FROM THE PRODUCTION VALUES - SO A
036100* REBUILD ALWAYS GIVES THE SAME CUSTOMER THE SAME IDENTITY AND
036200* NOTHING OF THE REAL ONE SURVIVES.
036300 01  WS-FAKE-IDENTITY.
036400     05  WS-FAKE-SEED          PIC 9(07) VALUE ZERO.
036500     05  WS-FAKE-QUOT          PIC 9(07) VALUE ZERO.
036600     05  WS-FAKE-REM           PIC 9(05) VALUE ZERO.
036700     05  WS-FIRST-SUB          PIC 9(04) COMP VALUE ZERO.
036800     05  WS-LAST-SUB           PIC 9(04) COMP VALUE ZERO.
036900     05  WS-INITIAL-SUB        PIC 9(04) COMP VALUE ZERO.
037000     05  WS-STREET-SUB         PIC 9(04) COMP VALUE ZERO.
037100     05  WS-CITY-SUB           PIC 9(04) COMP VALUE ZERO.
037200     05  WS-HOUSE-NUMBER       PIC 9(04) VALUE ZERO.
037300     05  WS-FAKE-NAME          PIC X(30) VALUE SPACES.
037400     05  WS-FAKE-STREET        PIC X(30) VALUE SPACES.
037500     05  WS-FAKE-CITY          PIC X(20) VALUE SPACES.
037600     05  WS-FAKE-ZIP           PIC 9(05) VALUE ZERO.
037700     05  WS-FAKE-ID            PIC 9(06) VALUE ZERO.
037800     05  WS-FAKE-ID-X REDEFINES WS-FAKE-ID.
037900         10  WS-FAKE-ID-HIGH   PIC X(03).
038000         10  WS-FAKE-ID-LOW    PIC X(03).
038100     05  WS-FAKE-PHONE.
038200         10  FILLER            PIC X(04) VALUE "555-".
038300         10  WS-PHONE-EXCHANGE PIC X(03) VALUE SPACES.
038400         10  FILLER            PIC X(02) VALUE "-0".
038500         10  WS-PHONE-LINE     PIC X(03) VALUE SPACES.
038600         10  FILLER            PIC X(03) VALUE SPACES.
038700     05  WS-FAKE-EMAIL.
038800         10  FILLER            PIC X(04) VALUE "CUST".
038900         10  WS-EMAIL-ID       PIC 9(06) VALUE ZERO.
039000         10  FILLER            PIC X(12) VALUE "@EXAMPLE.COM".
039100         10  FILLER            PIC X(28) VALUE SPACES.
039200
039300* ZIP PICK - THE CUSTOMER'S STATE HAS WS-STATE-RANGES RANGES
039400* ON ZIPREF; THE ID CHOOSES ONE, AND A ZIP INSIDE IT.
039500 01  WS-ZIP-PICK.
039600     05  WS-STATE-RANGES       PIC 9(04) VALUE ZERO.
039700     05  WS-RANGE-WANTED       PIC 9(04) VALUE ZERO.
039800     05  WS-RANGE-SEEN         PIC 9(04) VALUE ZERO.
039900     05  WS-RANGE-WIDTH        PIC 9(06) VALUE ZERO.
040000     05  WS-PICK-SUB           PIC 9(04) COMP VALUE ZERO.
040100
040200 01  WS-FIRST-NAME-VALUES.
040300     05  FILLER                PIC X(10) VALUE "ALICE".
040400     05  FILLER                PIC X(10) VALUE "BRIAN".
040500     05  FILLER                PIC X(10) VALUE "CAROL".
040600     05  FILLER                PIC X(10) VALUE "DANIEL".
040700     05  FILLER                PIC X(10) VALUE "EDITH".
040800     05  FILLER                PIC X(10) VALUE "FRANK".
040900     05  FILLER                PIC X(10) VALUE "GRACE".
041000     05  FILLER                PIC X(10) VALUE "HAROLD".
041100     05  FILLER                PIC X(10) VALUE "IRENE".
041200     05  FILLER                PIC X(10) VALUE "JAMES".
041300     05  FILLER                PIC X(10) VALUE "KAREN".
041400     05  FILLER                PIC X(10) VALUE "LEONARD".
041500     05  FILLER                PIC X(10) VALUE "MARTHA".
041600     05  FILLER                PIC X(10) VALUE "NORMAN".
041700     05  FILLER                PIC X(10) VALUE "OLIVE".
041800     05  FILLER                PIC X(10) VALUE "PETER".
041900     05  FILLER                PIC X(10) VALUE "RUTH".
042000     05  FILLER                PIC X(10) VALUE "SAMUEL".
042100     05  FILLER                PIC X(10) VALUE "THELMA".
042200     05  FILLER                PIC X(10) VALUE "VICTOR".
042300 01  WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAME-VALUES.
042400     05  WS-FIRST-NAME         PIC X(10) OCCURS 20 TIMES.
042500
042600 01  WS-LAST-NAME-VALUES.
042700     05  FILLER                PIC X(12) VALUE "ABERNATHY".
042800     05  FILLER                PIC X(12) VALUE "BRANDT".
042900     05  FILLER                PIC X(12) VALUE "CALLOWAY".
043000     05  FILLER                PIC X(12) VALUE "DUNMORE".
043100     05  FILLER                PIC X(12) VALUE "ELLSWORTH".
043200     05  FILLER                PIC X(12) VALUE "FAIRBANKS".
043300     05  FILLER                PIC X(12) VALUE "GALLOWAY".
043400     05  FILLER                PIC X(12) VALUE "HOLLISTER".
043500     05  FILLER                PIC X(12) VALUE "IVERSON".
043600     05  FILLER                PIC X(12) VALUE "JESSUP".
043700     05  FILLER                PIC X(12) VALUE "KINCAID".
043800     05  FILLER                PIC X(12) VALUE "LANGFORD".
043900     05  FILLER                PIC X(12) VALUE "MERRIWEATHER".
044000     05  FILLER                PIC X(12) VALUE "NORTHCOTT".
044100     05  FILLER                PIC X(12) VALUE "OSGOOD".
044200     05  FILLER                PIC X(12) VALUE "PEMBERTON".
044300     05  FILLER                PIC X(12) VALUE "QUIMBY".
044400     05  FILLER                PIC X(12) VALUE "RADCLIFFE".
044500     05  FILLER                PIC X(12) VALUE "STANHOPE".
044600     05  FILLER                PIC X(12) VALUE "THORNBURY".
044700 01  WS-LAST-NAME-TABLE REDEFINES WS-LAST-NAME-VALUES.
044800     05  WS-LAST-NAME          PIC X(12) OCCURS 20 TIMES.
044900
045000 01  WS-INITIAL-VALUES         PIC X(26) VALUE
045100         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
045200 01  WS-INITIAL-TABLE REDEFINES WS-INITIAL-VALUES.
045300     05  WS-INITIAL            PIC X(01) OCCURS 26 TIMES.
045400
045500 01  WS-STREET-NAME-VALUES.
045600     05  FILLER                PIC X(16) VALUE "ASH LANE".
045700     05  FILLER                PIC X(16) VALUE "BIRCH AVENUE".
045800     05  FILLER                PIC X(16) VALUE "CEDAR STREET".
045900     05  FILLER                PIC X(16) VALUE "DOGWOOD DRIVE".
046000     05  FILLER                PIC X(16) VALUE "ELM STREET".
046100     05  FILLER                PIC X(16) VALUE "FIR COURT".
046200     05  FILLER                PIC X(16) VALUE "GROVE ROAD".
046300     05  FILLER                PIC X(16) VALUE "HAZEL WAY".
046400     05  FILLER                PIC X(16) VALUE "IVY PLACE".
046500     05  FILLER                PIC X(16) VALUE "JUNIPER ROAD".
046600     05  FILLER                PIC X(16) VALUE "LAUREL AVENUE".
046700     05  FILLER                PIC X(16) VALUE "MAPLE STREET".
046800     05  FILLER                PIC X(16) VALUE "OAK STREET".
046900     05  FILLER                PIC X(16) VALUE "PINE DRIVE".
047000     05  FILLER                PIC X(16) VALUE "QUINCE LANE".
047100     05  FILLER                PIC X(16) VALUE "REDWOOD COURT".
047200     05  FILLER                PIC X(16) VALUE "SPRUCE WAY".
047300     05  FILLER                PIC X(16) VALUE "TAMARACK ROAD".
047400     05  FILLER                PIC X(16) VALUE "WALNUT AVENUE".
047500     05  FILLER                PIC X(16) VALUE "WILLOW PLACE".
047600 01  WS-STREET-NAME-TABLE REDEFINES WS-STREET-NAME-VALUES.
047700     05  WS-STREET-NAME        PIC X(16) OCCURS 20 TIMES.
047800
047900 01  WS-CITY-NAME-VALUES.
048000     05  FILLER                PIC X(14) VALUE "ALDERTON".
048100     05  FILLER                PIC X(14) VALUE "BROOKVALE".
048200     05  FILLER                PIC X(14) VALUE "CLEARWATER".
048300     05  FILLER                PIC X(14) VALUE "DALTON FALLS".
048400     05  FILLER                PIC X(14) VALUE "EASTBURY".
048500     05  FILLER                PIC X(14) VALUE "FAIRHAVEN".
048600     05  FILLER                PIC X(14) VALUE "GLENWOOD".
048700     05  FILLER                PIC X(14) VALUE "HARTWELL".
048800     05  FILLER                PIC X(14) VALUE "INGLESIDE".
048900     05  FILLER                PIC X(14) VALUE "KINGSBRIDGE".
049000     05  FILLER                PIC X(14) VALUE "LAKEMONT".
049100     05  FILLER                PIC X(14) VALUE "MILLBROOK".
049200     05  FILLER                PIC X(14) VALUE "NEWHAVEN".
049300     05  FILLER                PIC X(14) VALUE "OAKRIDGE".
049400     05  FILLER                PIC X(14) VALUE "PINEHURST".
049500     05  FILLER                PIC X(14) VALUE "RIVERTON".
049600     05  FILLER                PIC X(14) VALUE "SOUTHGATE".
049700     05  FILLER                PIC X(14) VALUE "THORNFIELD".
049800     05  FILLER                PIC X(14) VALUE "WESTBROOK".
049900     05  FILLER                PIC X(14) VALUE "YARDLEY".
050000 01  WS-CITY-NAME-TABLE REDEFINES WS-CITY-NAME-VALUES.
050100     05  WS-CITY-NAME          PIC X(14) OCCURS 20 TIMES.
050200
050300 01  WS-REPORT-LINES.
050400     05  WS-HEADER-LINE.
050500         10  FILLER            PIC X(36) VALUE
050600             "DE-IDENTIFIED TEST DATA SET BUILD".
050700         10  FILLER            PIC X(12) VALUE "  RUN DATE: ".
050800         10  WS-HDR-DATE       PIC X(10) VALUE SPACES.
050900         10  FILLER            PIC X(16) VALUE
051000             "  CELL QUOTA: ".
051100         10  WS-HDR-QUOTA      PIC ZZZ9.
051200     05  WS-COLUMN-LINE.
051300         10  FILLER            PIC X(03) VALUE SPACES.
051400         10  FILLER            PIC X(08) VALUE "REGION".
051500         10  FILLER            PIC X(08) VALUE "STATUS".
051600         10  FILLER            PIC X(12) VALUE "    ON FILE".
051700         10  FILLER            PIC X(10) VALUE "   SAMPLED".
051800         10  FILLER            PIC X(12) VALUE "      ORDERS".
051900     05  WS-CELL-LINE.
052000         10  FILLER            PIC X(03) VALUE SPACES.
052100         10  WS-CLL-REGION     PIC X(02).
052200         10  FILLER            PIC X(06) VALUE SPACES.
052300         10  WS-CLL-STATUS     PIC X(01).
052400         10  FILLER            PIC X(07) VALUE SPACES.
052500         10  WS-CLL-ON-FILE    PIC Z,ZZZ,ZZ9.
052600         10  FILLER            PIC X(04) VALUE SPACES.
052700         10  WS-CLL-TAKEN      PIC ZZ,ZZ9.
052800         10  FILLER            PIC X(03) VALUE SPACES.
052900         10  WS-CLL-ORDERS     PIC Z,ZZZ,ZZ9.
053000     05  WS-SUMMARY-LINE.
053100         10  FILLER            PIC X(20) VALUE SPACES.
053200         10  WS-SUM-LABEL      PIC X(30).
053300         10  WS-SUM-VALUE      PIC Z,ZZZ,ZZ9.
053400
053500 PROCEDURE DIVISION.
053600 0000-MAINLINE.
053700     DISPLAY "DE-IDENTIFIED TEST DATA SET BUILD".
053800     PERFORM 1000-INITIALIZE-ROUTINE THRU 1000-EXIT.
053900     IF RETURN-CODE = ZERO
054000         PERFORM 2000-PROCESS-DATA THRU 2000-EXIT
054100     ELSE
054200         DISPLAY "INITIALIZATION FAILED, SKIPPING PROCESS-DATA"
054300     END-IF.
054400     PERFORM 4000-CLEANUP-ROUTINE THRU 4000-EXIT.
054500     STOP RUN.
054600
054700******************************************************************
054800* 1000-INITIALIZE-ROUTINE - LOAD THE POSTAL REFERENCE, OPEN THE
054900* PRODUCTION MASTER AND THE TEST FILES, AND CONNECT. WITHOUT
055000* ZIPREF NO VALID ZIP CAN BE PICKED, SO THE RUN STOPS.
055100******************************************************************
055200 1000-INITIALIZE-ROUTINE.
055300     PERFORM DERIVE-CURRENT-DATE
055400         THRU DERIVE-CURRENT-DATE-EXIT.
055500     MOVE DC-TODAY-DATE TO WS-CURRENT-DATE.
055600
055700     PERFORM 1050-READ-PARAMETER-CARD THRU 1050-EXIT.
055800
055900     OPEN OUTPUT TSTRPT-FILE.
056000     MOVE WS-CURRENT-DATE TO WS-HDR-DATE.
056100     MOVE WS-CELL-QUOTA TO WS-HDR-QUOTA.
056200     WRITE TSTRPT-LINE FROM WS-HEADER-LINE.
056300
056400     PERFORM LOAD-ZIP-TABLE THRU LOAD-ZIP-TABLE-EXIT.
056500     IF NOT ZIP-TABLE-LOADED
056600         DISPLAY "NO POSTAL REFERENCE LOADED, RUN ABORTED"
056700         MOVE 16 TO RETURN-CODE
056800         GO TO 1000-EXIT
056900     END-IF.
057000
057100     OPEN INPUT CUSTMAST-FILE.
057200     IF NOT CUSTMAST-OK
057300         DISPLAY "UNABLE TO OPEN CUSTMAST, STATUS: "
057400             WS-CUSTMAST-STATUS
057500         MOVE 16 TO RETURN-CODE
057600         GO TO 1000-EXIT
057700     END-IF.
057800
057900     OPEN OUTPUT TSTMAST-FILE.
058000     OPEN OUTPUT TSTREF-FILE.
058100     OPEN OUTPUT TSTORDS-FILE.
058200     OPEN OUTPUT TSTPREF-FILE.
058300     OPEN OUTPUT TSTTRAN-FILE.
058400     IF NOT TSTMAST-OK OR NOT TSTREF-OK OR NOT TSTORDS-OK
058500             OR NOT TSTPREF-OK OR NOT TSTTRAN-OK
058600         DISPLAY "UNABLE TO OPEN THE TEST FILES, STATUS: "
058700             WS-TSTMAST-STATUS " " WS-TSTREF-STATUS " "
058800             WS-TSTORDS-STATUS " " WS-TSTPREF-STATUS " "
058900             WS-TSTTRAN-STATUS
059000         MOVE 16 TO RETURN-CODE
059100         GO TO 1000-EXIT
059200     END-IF.
059300
059333* A DAY'S ORDERS COME OUT SALES ('S') FIRST, THEN RETURNS ('R'),
059366* THEN ADJUSTMENTS ('A'), THE ORDER THEY MUST BE POSTED IN.
059400     EXEC SQL
059500         DECLARE ORD-CURSOR CURSOR FOR
059600         SELECT order_date, order_amount, order_type,
059650                COALESCE(order_ref, ' ')
059700         FROM orders
059800         WHERE customer_id = :WS-LOOKUP-ID
059816         ORDER BY order_date, order_type DESC, order_amount,
059832                  order_ref
059848     END-EXEC.
059864
059880     EXEC SQL
059896         DECLARE ITEM-CURSOR CURSOR FOR
059912         SELECT product_code, quantity, unit_price
059928         FROM order_lines
059944         WHERE customer_id = :WS-LOOKUP-ID
059960           AND order_ref = :WS-ORD-REF
059976         ORDER BY line_seq
060000     END-EXEC.
060100
060200     PERFORM 1100-LOAD-DB-CREDENTIALS THRU 1100-EXIT.
060300
060400     EXEC SQL
060500         CONNECT TO :WS-DB-NAME
060600             USER :WS-DB-USERNAME USING :WS-DB-PASSWORD
060700     END-EXEC.
060800     IF SQLCODE NOT = 0
060900         DISPLAY "UNABLE TO CONNECT TO DATABASE, SQLCODE: "
061000             SQLCODE
061100         MOVE 16 TO RETURN-CODE
061200         GO TO 1000-EXIT
061300     END-IF.
061400 1000-EXIT.
061500     EXIT.
061600
061700******************************************************************
061800* 1050-READ-PARAMETER-CARD - PULL AN OPTIONAL OVERRIDE OF THE
061900* CELL QUOTA. NO CARD, OR A ZERO ON THE CARD, MEANS THE
062000* COMPILED-IN DEFAULT OF WS-CELL-QUOTA (20).
062100******************************************************************
062200 1050-READ-PARAMETER-CARD.
062300     OPEN INPUT PARMCARD-FILE.
062400     IF NOT PARMCARD-OK
062500         DISPLAY "NO PARAMETER CARD FOUND, USING DEFAULTS"
062600         GO TO 1050-EXIT
062700     END-IF.
062800
062900     READ PARMCARD-FILE
063000         AT END
063100             DISPLAY "PARAMETER CARD EMPTY, USING DEFAULTS"
063200             CLOSE PARMCARD-FILE
063300             GO TO 1050-EXIT
063400     END-READ.
063500
063600     IF PC-CELL-QUOTA > ZERO
063700         MOVE PC-CELL-QUOTA TO WS-CELL-QUOTA
063800     END-IF.
063900
064000     CLOSE PARMCARD-FILE.
064100 1050-EXIT.
064200     EXIT.
064300
064400* INCLUDE SHARED DB-CREDENTIAL LOAD PARAGRAPH
064500     COPY LOADCRED.
064600
064700******************************************************************
064800* 2000-PROCESS-DATA - SAMPLE AND WRITE THE MASTER, THEN BUILD
064900* EVERY OTHER TEST FILE FROM THE SAMPLE TABLE SO ALL OF THEM
065000* CARRY EXACTLY THE SAME CUSTOMERS.
065100******************************************************************
065200 2000-PROCESS-DATA.
065300     MOVE SPACES TO TSTREF-CONTROL-RECORD.
065400     MOVE "HDR" TO TR-RECORD-TYPE.
065500     MOVE WS-CURRENT-DATE TO TR-HDR-EXTRACT-DATE.
065600     MOVE "TSTBUILD" TO TR-HDR-SOURCE.
065700     WRITE TSTREF-CONTROL-RECORD.
065800
065900     PERFORM 2100-READ-CUSTMAST-RECORD THRU 2100-EXIT.
066000     PERFORM 2200-SAMPLE-CUSTOMER THRU 2200-EXIT
066100         UNTIL END-OF-CUSTMAST.
066200
066300     MOVE SPACES TO TSTREF-CONTROL-RECORD.
066400     MOVE "TRL" TO TR-RECORD-TYPE.
066500     MOVE WS-REF-WRITTEN TO TR-TRL-RECORD-COUNT.
066600     MOVE WS-REF-HASH TO TR-TRL-ID-HASH.
066700     WRITE TSTREF-CONTROL-RECORD.
066800
066900     PERFORM 2600-EXTRACT-ORDERS THRU 2600-EXIT
067000         VARYING WS-SMP-SUB FROM 1 BY 1
067100         UNTIL WS-SMP-SUB > WS-SMP-COUNT.
067200
067300     PERFORM 2700-EXTRACT-PREFERENCES THRU 2700-EXIT.
067400 2000-EXIT.
067500     EXIT.
067600
067700 2100-READ-CUSTMAST-RECORD.
067800     READ CUSTMAST-FILE
067900         AT END
068000             SET END-OF-CUSTMAST TO TRUE
068100         NOT AT END
068200             ADD 1 TO WS-CUSTOMERS-READ
068300     END-READ.
068400 2100-EXIT.
068500     EXIT.
068600
068700******************************************************************
068800* 2200-SAMPLE-CUSTOMER - COUNT THE CUSTOMER INTO ITS CELL AND
068900* TAKE IT WHILE THE CELL IS UNDER QUOTA. A STATE WITH NO
069000* ZIPREF RANGE CANNOT BE GIVEN A VALID ZIP, SO THAT CUSTOMER
069100* IS PASSED OVER BEFORE IT USES UP A PLACE IN THE CELL.
069200******************************************************************
069300 2200-SAMPLE-CUSTOMER.
069400     PERFORM 2250-FIND-CELL THRU 2250-EXIT.
069500     IF NOT CELL-FOUND
069600         ADD 1 TO WS-NO-CELL-COUNT
069700         GO TO 2200-NEXT
069800     END-IF.
069900     ADD 1 TO WS-CELL-ON-FILE (WS-CELL-SUB).
070000     IF WS-CELL-TAKEN (WS-CELL-SUB) NOT < WS-CELL-QUOTA
070100         OR SAMPLE-TABLE-FULL
070200         GO TO 2200-NEXT
070300     END-IF.
070400
070500     MOVE CM-CUSTOMER-ID TO WS-FAKE-ID.
070600     PERFORM 2400-PICK-FAKE-ZIP THRU 2400-EXIT.
070700     IF WS-STATE-RANGES = ZERO
070800         ADD 1 TO WS-NO-RANGE-COUNT
070900         GO TO 2200-NEXT
071000     END-IF.
071100
071200     IF WS-SMP-COUNT NOT < WS-MAX-SMP-TABLE
071300         SET SAMPLE-TABLE-FULL TO TRUE
071400         DISPLAY "WARNING: SAMPLE REACHED " WS-MAX-SMP-TABLE
071500             " CUSTOMERS, REMAINING CELLS NOT SAMPLED"
071600         MOVE 4 TO RETURN-CODE
071700         GO TO 2200-NEXT
071800     END-IF.
071900     ADD 1 TO WS-SMP-COUNT.
072000     MOVE CM-CUSTOMER-ID TO WS-SMP-CUSTOMER-ID (WS-SMP-COUNT).
072100     MOVE WS-CELL-SUB TO WS-SMP-CELL (WS-SMP-COUNT).
072200     ADD 1 TO WS-CELL-TAKEN (WS-CELL-SUB).
072300     ADD 1 TO WS-SAMPLED-COUNT.
072400
072500     PERFORM 2300-BUILD-FAKE-IDENTITY THRU 2300-EXIT.
072600     PERFORM 2500-WRITE-TEST-CUSTOMER THRU 2500-EXIT.
072700 2200-NEXT.
072800     PERFORM 2100-READ-CUSTMAST-RECORD THRU 2100-EXIT.
072900 2200-EXIT.
073000     EXIT.
073100
073200 2250-FIND-CELL.
073300     SET WS-CELL-MATCH-SW TO 'N'.
073400     IF WS-CELL-COUNT > ZERO
073500         SET WS-CELL-IDX TO 1
073600         SEARCH WS-CELL-ENTRY
073700             AT END
073800                 CONTINUE
073900             WHEN WS-CELL-IDX > WS-CELL-COUNT
074000                 CONTINUE
074100             WHEN WS-CELL-REGION (WS-CELL-IDX)
074200                     = CM-CUSTOMER-REGION
074300                     AND WS-CELL-STATUS (WS-CELL-IDX)
074400                     = CM-CUSTOMER-STATUS
074500                 SET CELL-FOUND TO TRUE
074600                 SET WS-CELL-SUB TO WS-CELL-IDX
074700         END-SEARCH
074800     END-IF.
074900     IF CELL-FOUND
075000         GO TO 2250-EXIT
075100     END-IF.
075200     IF WS-CELL-COUNT NOT < WS-MAX-CELL-TABLE
075300         GO TO 2250-EXIT
075400     END-IF.
075500     ADD 1 TO WS-CELL-COUNT.
075600     MOVE WS-CELL-COUNT TO WS-CELL-SUB.
075700     MOVE CM-CUSTOMER-REGION TO WS-CELL-REGION (WS-CELL-SUB).
075800     MOVE CM-CUSTOMER-STATUS TO WS-CELL-STATUS (WS-CELL-SUB).
075900     MOVE ZERO TO WS-CELL-ON-FILE (WS-CELL-SUB).
076000     MOVE ZERO TO WS-CELL-TAKEN (WS-CELL-SUB).
076100     MOVE ZERO TO WS-CELL-ORDERS (WS-CELL-SUB).
076200     SET CELL-FOUND TO TRUE.
076300 2250-EXIT.
076400     EXIT.
076500
076600******************************************************************
076700* 2300-BUILD-FAKE-IDENTITY - NAME, MIDDLE INITIAL, HOUSE NUMBER,
076800* STREET AND CITY FROM SUCCESSIVE REMAINDERS OF THE ID; PHONE
076900* ON THE 555 EXCHANGE AND EMAIL ON THE EXAMPLE.COM DOMAIN, BOTH
077000* CARRYING THE ID SO THEY STAY UNIQUE FOR THE DUPLICATE AND
077100* CROSS-REFERENCE RUNS. WS-FAKE-ID HOLDS THE ID ON ENTRY.
077200******************************************************************
077300 2300-BUILD-FAKE-IDENTITY.
077400     MOVE WS-FAKE-ID TO WS-FAKE-SEED.
077500     DIVIDE WS-FAKE-SEED BY 20
077600         GIVING WS-FAKE-QUOT REMAINDER WS-FAKE-REM.
077700     COMPUTE WS-FIRST-SUB = WS-FAKE-REM + 1.
077800     DIVIDE WS-FAKE-QUOT BY 20
077900         GIVING WS-FAKE-QUOT REMAINDER WS-FAKE-REM.
078000     COMPUTE WS-LAST-SUB = WS-FAKE-REM + 1.
078100     DIVIDE WS-FAKE-QUOT BY 26
078200         GIVING WS-FAKE-QUOT REMAINDER WS-FAKE-REM.
078300     COMPUTE WS-INITIAL-SUB = WS-FAKE-REM + 1.
078400
078500     MOVE SPACES TO WS-FAKE-NAME.
078600     STRING WS-FIRST-NAME (WS-FIRST-SUB) DELIMITED BY SPACE
078700            " " DELIMITED BY SIZE
078800            WS-INITIAL (WS-INITIAL-SUB) DELIMITED BY SIZE
078900            " " DELIMITED BY SIZE
079000            WS-LAST-NAME (WS-LAST-SUB) DELIMITED BY SPACE
079100         INTO WS-FAKE-NAME
079200     END-STRING.
079300
079400     PERFORM 2350-BUILD-FAKE-STREET THRU 2350-EXIT.
079500
079600     DIVIDE WS-FAKE-ID BY 13
079700         GIVING WS-FAKE-QUOT REMAINDER WS-FAKE-REM.
079800     DIVIDE WS-FAKE-QUOT BY 20
079900         GIVING WS-FAKE-QUOT REMAINDER WS-FAKE-REM.
080000     COMPUTE WS-CITY-SUB = WS-FAKE-REM + 1.
080100     MOVE WS-CITY-NAME (WS-CITY-SUB) TO WS-FAKE-CITY.
080200
080300     MOVE WS-FAKE-ID-HIGH TO WS-PHONE-EXCHANGE.
080400     MOVE WS-FAKE-ID-LOW TO WS-PHONE-LINE.
080500     MOVE WS-FAKE-ID TO WS-EMAIL-ID.
080600 2300-EXIT.
080700     EXIT.
080800
080900* HOUSE NUMBER 1000-9999 AND STREET FROM THE SEED. 2300 SEEDS
081000* WITH THE ID; THE SAMPLE 'U' TRANSACTION RE-SEEDS WITH THE ID
081100* PLUS ONE TO GET A DIFFERENT, EQUALLY REPEATABLE, NEW ADDRESS.
081200 2350-BUILD-FAKE-STREET.
081300     DIVIDE WS-FAKE-SEED BY 9000
081400         GIVING WS-FAKE-QUOT REMAINDER WS-FAKE-REM.
081500     COMPUTE WS-HOUSE-NUMBER = WS-FAKE-REM + 1000.
081600     DIVIDE WS-FAKE-SEED BY 7
081700         GIVING WS-FAKE-QUOT REMAINDER WS-FAKE-REM.
081800     DIVIDE WS-FAKE-QUOT BY 20
081900         GIVING WS-FAKE-QUOT REMAINDER WS-FAKE-REM.
082000     COMPUTE WS-STREET-SUB = WS-FAKE-REM + 1.
082100     MOVE SPACES TO WS-FAKE-STREET.
082200     STRING WS-HOUSE-NUMBER DELIMITED BY SIZE
082300            " " DELIMITED BY SIZE
082400            WS-STREET-NAME (WS-STREET-SUB) DELIMITED BY SIZE
082500         INTO WS-FAKE-STREET
082600     END-STRING.
082700 2350-EXIT.
082800     EXIT.
082900
083000******************************************************************
083100* 2400-PICK-FAKE-ZIP - COUNT THE ZIPREF RANGES FOR THE
083200* CUSTOMER'S STATE, LET THE ID CHOOSE ONE, AND TAKE THE ZIP AT
083300* THE ID'S OFFSET INSIDE IT. THE PICK IS THEN RUN THROUGH THE
083400* SAME CHECK-ZIP-STATE EDIT CUSTMAINT AND SAMPLE APPLY.
083500* WS-STATE-RANGES COMES BACK ZERO WHEN THE STATE HAS NONE.
083600******************************************************************
083700 2400-PICK-FAKE-ZIP.
083800     MOVE ZERO TO WS-STATE-RANGES.
083900     MOVE ZERO TO WS-FAKE-ZIP.
084000     PERFORM 2410-COUNT-STATE-RANGE THRU 2410-EXIT
084100         VARYING WS-PICK-SUB FROM 1 BY 1
084200         UNTIL WS-PICK-SUB > WS-ZIP-TABLE-COUNT.
084300     IF WS-STATE-RANGES = ZERO
084400         GO TO 2400-EXIT
084500     END-IF.
084600
084700     DIVIDE WS-FAKE-ID BY WS-STATE-RANGES
084800         GIVING WS-FAKE-QUOT REMAINDER WS-RANGE-WANTED.
084900     ADD 1 TO WS-RANGE-WANTED.
085000     MOVE ZERO TO WS-RANGE-SEEN.
085100     PERFORM 2420-PICK-STATE-RANGE THRU 2420-EXIT
085200         VARYING WS-PICK-SUB FROM 1 BY 1
085300         UNTIL WS-PICK-SUB > WS-ZIP-TABLE-COUNT
085400         OR WS-RANGE-SEEN = WS-RANGE-WANTED.
085500
085600     MOVE WS-FAKE-ZIP TO ZC-ZIP-CODE.
085700     MOVE CM-STATE TO ZC-STATE.
085800     PERFORM CHECK-ZIP-STATE THRU CHECK-ZIP-STATE-EXIT.
085900     IF NOT ZIP-STATE-OK
086000         ADD 1 TO WS-ZIP-FAIL-COUNT
086100         MOVE ZERO TO WS-STATE-RANGES
086200     END-IF.
086300 2400-EXIT.
086400     EXIT.
086500
086600 2410-COUNT-STATE-RANGE.
086700     IF WS-ZIP-STATE (WS-PICK-SUB) = CM-STATE
086800         ADD 1 TO WS-STATE-RANGES
086900     END-IF.
087000 2410-EXIT.
087100     EXIT.
087200
087300 2420-PICK-STATE-RANGE.
087400     IF WS-ZIP-STATE (WS-PICK-SUB) NOT = CM-STATE
087500         GO TO 2420-EXIT
087600     END-IF.
087700     ADD 1 TO WS-RANGE-SEEN.
087800     IF WS-RANGE-SEEN NOT = WS-RANGE-WANTED
087900         GO TO 2420-EXIT
088000     END-IF.
088100     COMPUTE WS-RANGE-WIDTH = WS-ZIP-HIGH (WS-PICK-SUB)
088200         - WS-ZIP-LOW (WS-PICK-SUB) + 1.
088300     DIVIDE WS-FAKE-ID BY WS-RANGE-WIDTH
088400         GIVING WS-FAKE-QUOT REMAINDER WS-FAKE-REM.
088500     COMPUTE WS-FAKE-ZIP = WS-ZIP-LOW (WS-PICK-SUB)
088600         + WS-FAKE-REM.
088700 2420-EXIT.
088800     EXIT.
088900
089000******************************************************************
089100* 2500-WRITE-TEST-CUSTOMER - THE DE-IDENTIFIED MASTER RECORD,
089200* ITS CUSTREF ENTRY AND ITS SAMPLE TRANSACTIONS. STATUS, DATES,
089300* REGION AND CURRENCY ARE CARRIED AS THEY ARE - THEY ARE WHAT
089400* THE TEST CASES SELECT ON AND IDENTIFY NOBODY.
089500******************************************************************
089600 2500-WRITE-TEST-CUSTOMER.
089700     MOVE CUSTMAST-RECORD TO TSTMAST-RECORD.
089800     MOVE WS-FAKE-NAME TO TM-CUSTOMER-NAME.
089900     MOVE WS-FAKE-STREET TO TM-STREET.
090000     MOVE WS-FAKE-CITY TO TM-CITY.
090100     MOVE WS-FAKE-ZIP TO TM-ZIP-CODE.
090200     MOVE WS-FAKE-PHONE TO TM-CUSTOMER-PHONE.
090300     MOVE WS-FAKE-EMAIL TO TM-CUSTOMER-EMAIL.
090400     WRITE TSTMAST-RECORD.
090500     IF NOT TSTMAST-OK
090600         DISPLAY "TSTMAST WRITE FAILED FOR CUSTOMER "
090700             CM-CUSTOMER-ID ", STATUS: " WS-TSTMAST-STATUS
090800         MOVE 16 TO RETURN-CODE
090900     END-IF.
091000
091100     MOVE SPACES TO TSTREF-RECORD.
091200     MOVE CM-CUSTOMER-ID TO TR-CUSTOMER-ID.
091300     WRITE TSTREF-RECORD.
091400     ADD 1 TO WS-REF-WRITTEN.
091500     ADD CM-CUSTOMER-ID TO WS-REF-HASH.
091600
091700* AN ADDRESS CHANGE FOR EVERY SAMPLED CUSTOMER - THE NEW
091800* ADDRESS IS ANOTHER FAKE ONE, SEEDED ONE ON FROM THE ID.
091900     MOVE SPACES TO TSTTRAN-RECORD.
092000     MOVE 'U' TO TT-TRANS-CODE.
092100     MOVE CM-CUSTOMER-ID TO TT-CUSTOMER-ID.
092200     MOVE WS-FAKE-NAME TO TT-CUSTOMER-NAME.
092300     COMPUTE WS-FAKE-SEED = WS-FAKE-ID + 1.
092400     PERFORM 2350-BUILD-FAKE-STREET THRU 2350-EXIT.
092500     MOVE WS-FAKE-STREET TO TT-STREET.
092600     MOVE WS-FAKE-CITY TO TT-CITY.
092700     MOVE CM-STATE TO TT-STATE.
092800     MOVE WS-FAKE-ZIP TO TT-ZIP-CODE.
092900     MOVE WS-FAKE-PHONE TO TT-CUSTOMER-PHONE.
093000     MOVE WS-FAKE-EMAIL TO TT-CUSTOMER-EMAIL.
093100     MOVE CM-CUSTOMER-STATUS TO TT-CUSTOMER-STATUS.
093200     MOVE CM-CUSTOMER-JOIN-DATE TO TT-CUSTOMER-JOIN-DATE.
093300     MOVE CM-CUSTOMER-LAST-ORDER TO TT-CUSTOMER-LAST-ORDER.
093400     MOVE ZERO TO TT-MERGE-SURVIVOR-ID.
093500     MOVE ZERO TO TT-CYCLE-COUNT.
093600     WRITE TSTTRAN-RECORD.
093700     ADD 1 TO WS-TRANS-WRITTEN.
093800
093900* A CONTACT-PREFERENCE CHANGE FOR EVERY FIFTH CUSTOMER TAKEN.
094000     DIVIDE WS-SMP-COUNT BY 5
094100         GIVING WS-FAKE-QUOT REMAINDER WS-FAKE-REM.
094200     IF WS-FAKE-REM = ZERO
094300         MOVE SPACES TO TSTTRAN-PREF-RECORD
094400         MOVE 'P' TO TQ-TRANS-CODE
094500         MOVE CM-CUSTOMER-ID TO TQ-CUSTOMER-ID
094600         MOVE 'N' TO TQ-MAIL-PREF
094700         MOVE 'Y' TO TQ-EMAIL-PREF
094800         MOVE 'N' TO TQ-PHONE-PREF
094900         MOVE WS-CURRENT-DATE TO TQ-PREF-EFF-DATE
095000         WRITE TSTTRAN-PREF-RECORD
095100         ADD 1 TO WS-TRANS-WRITTEN
095200     END-IF.
095300 2500-EXIT.
095400     EXIT.
095500
095600******************************************************************
095700* 2600-EXTRACT-ORDERS - EVERY ORDERS ROW FOR ONE SAMPLED
095800* CUSTOMER, AS POSTING INPUT. OLDER ORDERS ROWS KEEP NO BRANCH
095900* REFERENCE, SO EACH ROW IS GIVEN 'T' + ID + A RUNNING NUMBER,
096000* UNIQUE FOR THE DOUBLE-POSTING CHECK AND THE SAME ON A REBUILD.
096050* A ROW THAT DOES CARRY ITS REFERENCE BRINGS ITS LINE ITEMS.
096100******************************************************************
096200 2600-EXTRACT-ORDERS.
096300     MOVE WS-SMP-CUSTOMER-ID (WS-SMP-SUB) TO WS-LOOKUP-ID.
096400     MOVE WS-SMP-CELL (WS-SMP-SUB) TO WS-CELL-SUB.
096500     MOVE ZERO TO WS-ORDER-SEQ.
096600     MOVE 'N' TO WS-ORDERS-SW.
096700     EXEC SQL
096800         OPEN ORD-CURSOR
096900     END-EXEC.
097000     IF SQLCODE NOT = 0
097100         DISPLAY "ORDER CURSOR OPEN FAILED FOR CUSTOMER "
097200             WS-LOOKUP-ID ", SQLCODE: " SQLCODE
097300         MOVE 16 TO RETURN-CODE
097400         GO TO 2600-EXIT
097500     END-IF.
097600     PERFORM 2650-FETCH-ORDER THRU 2650-EXIT.
097700     PERFORM 2660-WRITE-TEST-ORDER THRU 2660-EXIT
097800         UNTIL END-OF-ORDERS.
097900     EXEC SQL
098000         CLOSE ORD-CURSOR
098100     END-EXEC.
098200 2600-EXIT.
098300     EXIT.
098400
098500 2650-FETCH-ORDER.
098600     EXEC SQL
098700         FETCH ORD-CURSOR
098800         INTO :WS-ORD-DATE, :WS-ORD-AMOUNT, :WS-ORD-TYPE,
098850              :WS-ORD-REF
098900     END-EXEC.
099000     IF SQLCODE = 100
099100         SET END-OF-ORDERS TO TRUE
099200         GO TO 2650-EXIT
099300     END-IF.
099400     IF SQLCODE NOT = 0
099500         DISPLAY "ORDER FETCH FAILED FOR CUSTOMER "
099600             WS-LOOKUP-ID ", SQLCODE: " SQLCODE
099700         MOVE 16 TO RETURN-CODE
099800         SET END-OF-ORDERS TO TRUE
099900     END-IF.
100000 2650-EXIT.
100100     EXIT.
100200
100300 2660-WRITE-TEST-ORDER.
100400     ADD 1 TO WS-ORDER-SEQ.
100500     MOVE SPACES TO TSTORDS-RECORD.
100600     MOVE WS-LOOKUP-ID TO TO-CUSTOMER-ID.
100700     MOVE WS-ORD-DATE TO TO-ORDER-DATE.
100800     IF WS-ORD-AMOUNT < ZERO
100900         COMPUTE TO-ORDER-AMOUNT = ZERO - WS-ORD-AMOUNT
101000     ELSE
101100         MOVE WS-ORD-AMOUNT TO TO-ORDER-AMOUNT
101200     END-IF.
101300     IF WS-ORD-TYPE = SPACE
101400         MOVE 'S' TO TO-TRANS-TYPE
101500     ELSE
101600         MOVE WS-ORD-TYPE TO TO-TRANS-TYPE
101700     END-IF.
101800     STRING "T" DELIMITED BY SIZE
101900            WS-LOOKUP-ID DELIMITED BY SIZE
102000            WS-ORDER-SEQ DELIMITED BY SIZE
102100         INTO TO-ORDER-REF
102200     END-STRING.
102250     MOVE TO-ORDER-REF TO WS-ITM-TEST-REF.
102300     WRITE TSTORDS-RECORD.
102400     ADD 1 TO WS-ORDERS-WRITTEN.
102500     ADD 1 TO WS-CELL-ORDERS (WS-CELL-SUB).
102525     IF WS-ORD-REF NOT = SPACES
102550         PERFORM 2670-EXTRACT-ORDER-ITEMS THRU 2670-EXIT
102575     END-IF.
102600     PERFORM 2650-FETCH-ORDER THRU 2650-EXIT.
102700 2660-EXIT.
102701     EXIT.
102702
102703******************************************************************
102704* 2670-EXTRACT-ORDER-ITEMS - THE LINE ITEMS OF THE ORDER JUST
102705* WRITTEN, STRAIGHT AFTER IT AND UNDER ITS TEST REFERENCE.
102706******************************************************************
102707 2670-EXTRACT-ORDER-ITEMS.
102708     MOVE 'N' TO WS-ITEMS-SW.
102709     EXEC SQL
102710         OPEN ITEM-CURSOR
102711     END-EXEC.
102712     IF SQLCODE NOT = 0
102713         DISPLAY "ITEM CURSOR OPEN FAILED FOR CUSTOMER "
102714             WS-LOOKUP-ID ", SQLCODE: " SQLCODE
102715         MOVE 16 TO RETURN-CODE
102716         GO TO 2670-EXIT
102717     END-IF.
102718     PERFORM 2680-FETCH-ITEM THRU 2680-EXIT.
102719     PERFORM 2690-WRITE-TEST-ITEM THRU 2690-EXIT
102720         UNTIL END-OF-ITEMS.
102721     EXEC SQL
102722         CLOSE ITEM-CURSOR
102723     END-EXEC.
102724 2670-EXIT.
102725     EXIT.
102726
102727 2680-FETCH-ITEM.
102728     EXEC SQL
102729         FETCH ITEM-CURSOR
102730         INTO :WS-ITM-PRODUCT, :WS-ITM-QUANTITY,
102731              :WS-ITM-UNIT-PRICE
102732     END-EXEC.
102733     IF SQLCODE = 100
102734         SET END-OF-ITEMS TO TRUE
102735         GO TO 2680-EXIT
102736     END-IF.
102737     IF SQLCODE NOT = 0
102738         DISPLAY "ITEM FETCH FAILED FOR CUSTOMER "
102739             WS-LOOKUP-ID ", SQLCODE: " SQLCODE
102740         MOVE 16 TO RETURN-CODE
102741         SET END-OF-ITEMS TO TRUE
102742     END-IF.
102743 2680-EXIT.
102744     EXIT.
102745
102746 2690-WRITE-TEST-ITEM.
102747     MOVE SPACES TO TSTORDS-ITEM-RECORD.
102748     MOVE WS-LOOKUP-ID TO TI-CUSTOMER-ID.
102749     MOVE WS-ITM-PRODUCT TO TI-PRODUCT-CODE.
102750     MOVE WS-ITM-QUANTITY TO TI-QUANTITY.
102751     MOVE WS-ITM-UNIT-PRICE TO TI-UNIT-PRICE.
102752     MOVE WS-ITM-TEST-REF TO TI-ORDER-REF.
102753     MOVE 'L' TO TI-RECORD-TYPE.
102754     WRITE TSTORDS-ITEM-RECORD.
102755     ADD 1 TO WS-ITEMS-WRITTEN.
102756     PERFORM 2680-FETCH-ITEM THRU 2680-EXIT.
102757 2690-EXIT.
102800     EXIT.
102900
103000******************************************************************
103100* 2700-EXTRACT-PREFERENCES - COPY THE CONTPREF RECORDS OF THE
103200* SAMPLED CUSTOMERS. PREFERENCE FLAGS IDENTIFY NOBODY AND ARE
103300* CARRIED AS THEY ARE. NO CONTPREF FILE GIVES AN EMPTY TSTPREF.
103400******************************************************************
103500 2700-EXTRACT-PREFERENCES.
103600     OPEN INPUT CONTPREF-FILE.
103700     IF NOT CONTPREF-OK
103800         DISPLAY "NO CONTACT-PREFERENCE FILE FOUND, STATUS: "
103900             WS-CONTPREF-STATUS
104000         GO TO 2700-EXIT
104100     END-IF.
104200     PERFORM 2750-READ-CONTPREF-RECORD THRU 2750-EXIT.
104300     PERFORM 2760-COPY-PREFERENCE THRU 2760-EXIT
104400         UNTIL END-OF-CONTPREF.
104500     CLOSE CONTPREF-FILE.
104600 2700-EXIT.
104700     EXIT.
104800
104900 2750-READ-CONTPREF-RECORD.
105000     READ CONTPREF-FILE
105100         AT END
105200             SET END-OF-CONTPREF TO TRUE
105300     END-READ.
105400 2750-EXIT.
105500     EXIT.
105600
105700 2760-COPY-PREFERENCE.
105800     MOVE CF-CUSTOMER-ID TO WS-LOOKUP-ID.
105900     PERFORM 5000-FIND-SAMPLED THRU 5000-EXIT.
106000     IF SAMPLE-FOUND
106100         MOVE CONTPREF-RECORD TO TSTPREF-RECORD
106200         WRITE TSTPREF-RECORD
106300         ADD 1 TO WS-PREFS-WRITTEN
106400     END-IF.
106500     PERFORM 2750-READ-CONTPREF-RECORD THRU 2750-EXIT.
106600 2760-EXIT.
106700     EXIT.
106800
106900******************************************************************
107000* 3000-PRINT-CELL-REPORT - ONE LINE PER REGION/STATUS CELL, SO
107100* THE SAMPLE'S MIX CAN BE SET AGAINST PRODUCTION'S.
107200******************************************************************
107300 3000-PRINT-CELL-REPORT.
107400     MOVE SPACES TO TSTRPT-LINE.
107500     WRITE TSTRPT-LINE.
107600     WRITE TSTRPT-LINE FROM WS-COLUMN-LINE.
107700     PERFORM 3100-PRINT-CELL-LINE THRU 3100-EXIT
107800         VARYING WS-CELL-SUB FROM 1 BY 1
107900         UNTIL WS-CELL-SUB > WS-CELL-COUNT.
108000 3000-EXIT.
108100     EXIT.
108200
108300 3100-PRINT-CELL-LINE.
108400     MOVE WS-CELL-REGION (WS-CELL-SUB) TO WS-CLL-REGION.
108500     MOVE WS-CELL-STATUS (WS-CELL-SUB) TO WS-CLL-STATUS.
108600     MOVE WS-CELL-ON-FILE (WS-CELL-SUB) TO WS-CLL-ON-FILE.
108700     MOVE WS-CELL-TAKEN (WS-CELL-SUB) TO WS-CLL-TAKEN.
108800     MOVE WS-CELL-ORDERS (WS-CELL-SUB) TO WS-CLL-ORDERS.
108900     WRITE TSTRPT-LINE FROM WS-CELL-LINE.
109000 3100-EXIT.
109100     EXIT.
109200
109300******************************************************************
109400* 4000-CLEANUP-ROUTINE - CLOSE EVERYTHING, PRINT THE CELL
109500* REPORT AND TOTALS, AND STAMP THE RUN-CONTROL. CUSTOMERS
109600* PASSED OVER FOR WANT OF A ZIP RANGE OR A CELL GIVE RC 4.
109700******************************************************************
109800 4000-CLEANUP-ROUTINE.
109900     IF RETURN-CODE = ZERO
110000         AND (WS-NO-RANGE-COUNT > ZERO
110100             OR WS-NO-CELL-COUNT > ZERO)
110200         MOVE 4 TO RETURN-CODE
110300     END-IF.
110400
110500     PERFORM 3000-PRINT-CELL-REPORT THRU 3000-EXIT.
110600
110700     MOVE SPACES TO TSTRPT-LINE.
110800     WRITE TSTRPT-LINE.
110900     MOVE SPACES TO WS-SUMMARY-LINE.
111000     MOVE "CUSTOMERS READ:" TO WS-SUM-LABEL.
111100     MOVE WS-CUSTOMERS-READ TO WS-SUM-VALUE.
111200     WRITE TSTRPT-LINE FROM WS-SUMMARY-LINE.
111300
111400     MOVE "CUSTOMERS SAMPLED:" TO WS-SUM-LABEL.
111500     MOVE WS-SAMPLED-COUNT TO WS-SUM-VALUE.
111600     WRITE TSTRPT-LINE FROM WS-SUMMARY-LINE.
111700
111800     MOVE "PASSED OVER, NO ZIP RANGE:" TO WS-SUM-LABEL.
111900     MOVE WS-NO-RANGE-COUNT TO WS-SUM-VALUE.
112000     WRITE TSTRPT-LINE FROM WS-SUMMARY-LINE.
112100
112200     MOVE "ZIP PICKS FAILING THE EDIT:" TO WS-SUM-LABEL.
112300     MOVE WS-ZIP-FAIL-COUNT TO WS-SUM-VALUE.
112400     WRITE TSTRPT-LINE FROM WS-SUMMARY-LINE.
112500
112600     MOVE "PASSED OVER, CELL TABLE FULL:" TO WS-SUM-LABEL.
112700     MOVE WS-NO-CELL-COUNT TO WS-SUM-VALUE.
112800     WRITE TSTRPT-LINE FROM WS-SUMMARY-LINE.
112900
113000     MOVE "TSTREF DETAIL RECORDS:" TO WS-SUM-LABEL.
113100     MOVE WS-REF-WRITTEN TO WS-SUM-VALUE.
113200     WRITE TSTRPT-LINE FROM WS-SUMMARY-LINE.
113300
113400     MOVE "TSTORDS ORDERS WRITTEN:" TO WS-SUM-LABEL.
113500     MOVE WS-ORDERS-WRITTEN TO WS-SUM-VALUE.
113600     WRITE TSTRPT-LINE FROM WS-SUMMARY-LINE.
113700
113720     MOVE "TSTORDS LINE ITEMS WRITTEN:" TO WS-SUM-LABEL.
113740     MOVE WS-ITEMS-WRITTEN TO WS-SUM-VALUE.
113760     WRITE TSTRPT-LINE FROM WS-SUMMARY-LINE.
113780
113800     MOVE "TSTPREF PREFERENCES WRITTEN:" TO WS-SUM-LABEL.
113900     MOVE WS-PREFS-WRITTEN TO WS-SUM-VALUE.
114000     WRITE TSTRPT-LINE FROM WS-SUMMARY-LINE.
114100
114200     MOVE "TSTTRAN TRANSACTIONS WRITTEN:" TO WS-SUM-LABEL.
114300     MOVE WS-TRANS-WRITTEN TO WS-SUM-VALUE.
114400     WRITE TSTRPT-LINE FROM WS-SUMMARY-LINE.
114500
114600     EXEC SQL
114700         DISCONNECT
114800     END-EXEC.
114900
115000     CLOSE CUSTMAST-FILE.
115100     CLOSE TSTMAST-FILE.
115200     CLOSE TSTREF-FILE.
115300     CLOSE TSTORDS-FILE.
115400     CLOSE TSTPREF-FILE.
115500     CLOSE TSTTRAN-FILE.
115600     CLOSE TSTRPT-FILE.
115700
115800     MOVE "TSTBUILD" TO RC-STAMP-PROGRAM.
115900     MOVE WS-CURRENT-DATE TO RC-STAMP-DATE.
116000     PERFORM STAMP-RUN-CONTROL THRU STAMP-RUN-CONTROL-EXIT.
116100
116200     DISPLAY "CUSTOMERS SAMPLED: " WS-SAMPLED-COUNT.
116300     DISPLAY "TEST DATA SET BUILD COMPLETE".
116400 4000-EXIT.
116500     EXIT.
116600
116700* SEARCH THE SAMPLE TABLE FOR WS-LOOKUP-ID.
116800 5000-FIND-SAMPLED.
116900     SET WS-SMP-MATCH-SW TO 'N'.
117000     IF WS-SMP-COUNT = ZERO
117100         GO TO 5000-EXIT
117200     END-IF.
117300     SET WS-SMP-IDX TO 1.
117400     SEARCH WS-SMP-ENTRY
117500         AT END
117600             CONTINUE
117700         WHEN WS-SMP-IDX > WS-SMP-COUNT
117800             CONTINUE
117900         WHEN WS-SMP-CUSTOMER-ID (WS-SMP-IDX) = WS-LOOKUP-ID
118000             SET SAMPLE-FOUND TO TRUE
118100     END-SEARCH.
118200 5000-EXIT.
118300     EXIT.
118400
118500* INCLUDE THE SHARED ZIP/STATE DELIVERABILITY PARAGRAPHS
118600     COPY CHKZIP.
118700
118800* INCLUDE THE SHARED RUN-CONTROL UTILITY PARAGRAPHS
118900     COPY CHKRUN.
119000
119100* INCLUDE THE SHARED CHECK-DATE-FORMAT UTILITY PARAGRAPHS
119200     COPY CHKDATE.
