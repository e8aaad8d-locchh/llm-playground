000100******************************************************************
000200* ARAGE - MONTH-END RECEIVABLES AGING BY REGION
000300******************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. ARAGE.
000600 AUTHOR. R MERCER.
000700 INSTALLATION. DATA PROCESSING.
000800 DATE-WRITTEN. 2026-10-15.
000900 DATE-COMPILED.
001000******************************************************************
001100* MODIFICATION HISTORY
001200* ----------------------------------------------------------------
001300* DATE        INIT  DESCRIPTION
001400* 2026-10-15  RDM   ORIGINAL VERSION - AGES EVERY CUSTOMER'S OPEN
001500*                   BALANCE (RECEIVABLES, KEPT BY ORDPOST AND
001600*                   PAYPOST) INTO CURRENT, 30, 60 AND 90+ DAY
001700*                   BUCKETS BY REGION. THE BALANCE IS CARRIED
001800*                   FORWARD AND PAYMENTS SETTLE THE OLDEST SALES
001900*                   FIRST, SO WHAT IS STILL OPEN IS THE NEWEST
002000*                   SALES: THE BALANCE IS SPREAD OVER THE
002100*                   CUSTOMER'S SALES ROWS NEWEST-FIRST AND EACH
002200*                   SLICE AGED BY ITS ORDER DATE. ANY BALANCE
002300*                   LEFT WHEN THE SALES RUN OUT GOES TO 90+. A
002400*                   CREDIT BALANCE IS NOT AGED; IT IS SHOWN IN
002500*                   ITS OWN COLUMN. AMOUNTS STAY IN THE
002600*                   CUSTOMER'S OWN CURRENCY - ONE LINE PER
002700*                   REGION AND CURRENCY, TOTALS PER CURRENCY,
002800*                   NEVER A BLENDED FIGURE (SEE REVRPT). THE
002900*                   AS-OF DATE COMES FROM THE AGEPARM CARD; NO
003000*                   CARD MEANS THE RUN DATE.
003011* 2026-10-15  RDM   OPEN BALANCES NOW INCLUDE SALES TAX, SO EACH
003022*                   SALE IS SPREAD AT GOODS PLUS ITS TAX.
003033* 2026-10-15  RDM   RECEIVABLES ONLY HOLDS TODAY'S BALANCE, SO AN
003044*                   EARLIER AS-OF DATE NOW ROLLS IT BACK: LESS THE
003055*                   ORDERS (GOODS PLUS TAX, RETURNS NETTING) AND
003066*                   PLUS THE PAYMENTS DATED AFTER THE AS-OF DATE.
003077*                   SALES SETTLED BEFORE THE ARSEED OPEN-FROM DATE
003088*                   ARE NOT AGED AGAIN. AN AS-OF OF TODAY STILL
003094*                   READS RECEIVABLES.
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER. X86-64.
003500 OBJECT-COMPUTER. X86-64.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS SEQUENTIAL
004100         RECORD KEY IS CM-CUSTOMER-ID
004200         FILE STATUS IS WS-CUSTMAST-STATUS.
004300
004400     SELECT AGERPT-FILE ASSIGN TO "AGERPT"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-AGERPT-STATUS.
004700
004800     SELECT PARMCARD-FILE ASSIGN TO "AGEPARM"
004900         ORGANIZATION IS SEQUENTIAL
005000         ACCESS MODE IS SEQUENTIAL
005100         FILE STATUS IS WS-PARMCARD-STATUS.
005200
005300     SELECT SECPARM-FILE ASSIGN TO "SECPARM"
005400         ORGANIZATION IS SEQUENTIAL
005500         ACCESS MODE IS SEQUENTIAL
005600         FILE STATUS IS WS-SECPARM-STATUS.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000* NIGHTLY CUSTOMER-MASTER SNAPSHOT BUILT BY CUSTEXTR - DRIVES
006100* THE PASS AND SUPPLIES THE REGION AND CURRENCY EACH BALANCE
006200* IS REPORTED UNDER.
006300 FD  CUSTMAST-FILE.
006400 01  CUSTMAST-RECORD.
006500     05  CM-CUSTOMER-ID        PIC 9(06).
006600     05  CM-CUSTOMER-NAME      PIC X(30).
006700     05  CM-STREET             PIC X(30).
006800     05  CM-CITY               PIC X(20).
006900     05  CM-STATE              PIC X(02).
007000     05  CM-ZIP-CODE           PIC 9(05).
007100     05  CM-CUSTOMER-PHONE     PIC X(15).
007200     05  CM-CUSTOMER-EMAIL     PIC X(50).
007300     05  CM-CUSTOMER-STATUS    PIC X(01).
007400     05  CM-CUSTOMER-JOIN-DATE PIC X(10).
007500     05  CM-CUSTOMER-LAST-ORDER PIC X(10).
007600     05  CM-CUSTOMER-REGION    PIC X(02).
007700     05  CM-CURRENCY-CODE      PIC X(03).
007800
007900 FD  AGERPT-FILE.
008000 01  AGERPT-LINE               PIC X(132).
008100
008200* RUN-TIME PARAMETER CARD - OPTIONAL AS-OF DATE (CCYY-MM-DD).
008300* NO CARD, OR A MALFORMED DATE, MEANS THE RUN DATE.
008400 FD  PARMCARD-FILE
008500     RECORDING MODE IS F.
008600 01  PARMCARD-RECORD.
008700     05  PC-AS-OF-DATE         PIC X(10).
008800     05  FILLER                PIC X(70).
008900
009000* SECURED PARAMETER FILE - DB2 CONNECT CREDENTIALS MAINTAINED BY
009100* THE VAULT/KEY-MANAGEMENT PROCESS, NEVER HARDCODED IN SOURCE.
009200 FD  SECPARM-FILE
009300     RECORDING MODE IS F.
009400 01  SECPARM-RECORD.
009500     05  SP-DB-USERNAME        PIC X(20).
009600     05  SP-DB-PASSWORD        PIC X(20).
009700
009800 WORKING-STORAGE SECTION.
009900
010000* INCLUDE SHARED DATABASE-CREDENTIAL WORKING STORAGE
010100     COPY DBCRED.
010200
010300* INCLUDE SHARED DATE-HANDLING WORKING STORAGE
010400     COPY DATECHK.
010500
010600 01  WS-VARIABLES.
010700     05  WS-CURRENT-DATE       PIC X(10) VALUE SPACES.
010800     05  WS-AS-OF-DATE         PIC X(10) VALUE SPACES.
010900     05  WS-AGE-CUSTOMER-ID    PIC 9(06) VALUE ZERO.
011000     05  WS-OPEN-BALANCE       PIC S9(09)V99 VALUE ZERO.
011100     05  WS-REMAINING          PIC S9(09)V99 VALUE ZERO.
011200     05  WS-SLICE-AMOUNT       PIC S9(09)V99 VALUE ZERO.
011300     05  WS-AGE-DAYS           PIC S9(07) VALUE ZERO.
011400     05  WS-AS-OF-CCYYMMDD     PIC 9(08) VALUE ZERO.
011500     05  WS-ORD-CCYYMMDD       PIC 9(08) VALUE ZERO.
011600     05  WS-AS-OF-INTEGER      PIC S9(09) COMP VALUE ZERO.
011700     05  WS-ORD-INTEGER        PIC S9(09) COMP VALUE ZERO.
011720     05  WS-BILLED-AMOUNT      PIC S9(09)V99 VALUE ZERO.
011740     05  WS-PAID-AMOUNT        PIC S9(09)V99 VALUE ZERO.
011760     05  WS-AS-OF-SW           PIC X(01) VALUE 'N'.
011780         88  AS-OF-IS-TODAY    VALUE 'Y'.
011800
011900 01  WS-ORDER-FETCH-FIELDS.
012000     05  WS-ORD-DATE           PIC X(10) VALUE SPACES.
012100     05  WS-ORD-AMOUNT         PIC S9(07)V99 VALUE ZERO.
012200     05  WS-ORD-CURSOR-SW      PIC X(01) VALUE 'N'.
012300         88  END-OF-ORD-CURSOR VALUE 'Y'.
012400
012500 01  WS-FILE-SWITCHES.
012600     05  WS-CUSTMAST-STATUS    PIC X(02) VALUE SPACES.
012700         88  CUSTMAST-OK       VALUE '00'.
012800     05  WS-AGERPT-STATUS      PIC X(02) VALUE SPACES.
012900     05  WS-PARMCARD-STATUS    PIC X(02) VALUE SPACES.
013000         88  PARMCARD-OK       VALUE '00'.
013100     05  WS-CUSTMAST-SW        PIC X(01) VALUE 'N'.
013200         88  END-OF-CUSTMAST   VALUE 'Y'.
013300
013400 01  WS-AGING-COUNTS.
013500     05  WS-CUSTOMERS-READ     PIC 9(05) VALUE ZERO.
013600     05  WS-CUSTOMERS-OWING    PIC 9(05) VALUE ZERO.
013700     05  WS-CUSTOMERS-CREDIT   PIC 9(05) VALUE ZERO.
013800     05  WS-UNSUPPORTED-COUNT  PIC 9(05) VALUE ZERO.
013900
014000* BUCKETS BY REGION AND CURRENCY - ONE ROW PER PAIR SEEN.
014100* BUCKET 1 CURRENT (UNDER 30 DAYS), 2 30-59, 3 60-89, 4 90+.
014200 01  WS-REGION-TABLE.
014300     05  WS-MAX-RGN-TABLE      PIC 9(02) VALUE 50 COMP.
014400     05  WS-RGN-COUNT          PIC 9(02) VALUE ZERO.
014500     05  WS-RGN-SUB            PIC 9(02) COMP VALUE ZERO.
014600     05  WS-BKT-SUB            PIC 9(02) COMP VALUE ZERO.
014700     05  WS-RGN-ENTRY OCCURS 50 TIMES
014800             INDEXED BY WS-RGN-IDX.
014900         10  WS-RGN-CODE       PIC X(02).
015000         10  WS-RGN-CURRENCY   PIC X(03).
015100         10  WS-RGN-CUSTOMERS  PIC 9(05).
015200         10  WS-RGN-BUCKET     PIC S9(11)V99 OCCURS 4 TIMES.
015300         10  WS-RGN-CREDIT     PIC S9(11)V99.
015400         10  WS-RGN-TOTAL      PIC S9(11)V99.
015500
015600* TOTALS PER CURRENCY, BUILT AT PRINT TIME FROM THE REGION ROWS.
015700 01  WS-CURRENCY-TABLE.
015800     05  WS-MAX-CUR-TABLE      PIC 9(02) VALUE 20 COMP.
015900     05  WS-CUR-COUNT          PIC 9(02) VALUE ZERO.
016000     05  WS-CUR-SUB            PIC 9(02) COMP VALUE ZERO.
016100     05  WS-CUR-ENTRY OCCURS 20 TIMES
016200             INDEXED BY WS-CUR-IDX.
016300         10  WS-CUR-CODE       PIC X(03).
016400         10  WS-CUR-CUSTOMERS  PIC 9(05).
016500         10  WS-CUR-BUCKET     PIC S9(11)V99 OCCURS 4 TIMES.
016600         10  WS-CUR-CREDIT     PIC S9(11)V99.
016700         10  WS-CUR-TOTAL      PIC S9(11)V99.
016800
016900 01  WS-REPORT-LINES.
017000     05  WS-HEADER-LINE.
017100         10  FILLER            PIC X(24) VALUE
017200             "RECEIVABLES AGING REPORT".
017300         10  FILLER            PIC X(10) VALUE "  AS OF: ".
017400         10  WS-HDR-AS-OF      PIC X(10) VALUE SPACES.
017500         10  FILLER            PIC X(12) VALUE "  RUN DATE: ".
017600         10  WS-HDR-DATE       PIC X(10) VALUE SPACES.
017700     05  WS-COLUMN-LINE.
017800         10  FILLER            PIC X(07) VALUE "REGION".
017900         10  FILLER            PIC X(04) VALUE "CUR".
018000         10  FILLER            PIC X(06) VALUE " CUSTS".
018100         10  FILLER            PIC X(18) VALUE
018200             "         CURRENT".
018300         10  FILLER            PIC X(18) VALUE
018400             "      30-59 DAYS".
018500         10  FILLER            PIC X(18) VALUE
018600             "      60-89 DAYS".
018700         10  FILLER            PIC X(18) VALUE
018800             "        90+ DAYS".
018900         10  FILLER            PIC X(18) VALUE
019000             "         CREDITS".
019100         10  FILLER            PIC X(18) VALUE
019200             "       NET TOTAL".
019300     05  WS-REGION-LINE.
019400         10  WS-RGN-DTL-CODE   PIC X(02).
019500         10  FILLER            PIC X(05) VALUE SPACES.
019600         10  WS-RGN-DTL-CUR    PIC X(03).
019700         10  FILLER            PIC X(01) VALUE SPACES.
019800         10  WS-RGN-DTL-CUSTS  PIC ZZZZ9.
019900         10  FILLER            PIC X(01) VALUE SPACES.
020000         10  WS-RGN-DTL-BKT    PIC ZZ,ZZZ,ZZZ,ZZ9.99-
020100                               OCCURS 4 TIMES.
020200         10  FILLER            PIC X(01) VALUE SPACES.
020300         10  WS-RGN-DTL-CREDIT PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
020400         10  FILLER            PIC X(01) VALUE SPACES.
020500         10  WS-RGN-DTL-TOTAL  PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
020600     05  WS-SECTION-LINE.
020700         10  WS-SEC-TITLE      PIC X(50) VALUE SPACES.
020800     05  WS-SUMMARY-LINE.
020900         10  FILLER            PIC X(20) VALUE SPACES.
021000         10  WS-SUM-LABEL      PIC X(23).
021100         10  WS-SUM-VALUE      PIC ZZZ,ZZ9.
021200
021300 PROCEDURE DIVISION.
021400 0000-MAINLINE.
021500     DISPLAY "RECEIVABLES AGING REPORT".
021600     PERFORM 1000-INITIALIZE-ROUTINE THRU 1000-EXIT.
021700     IF RETURN-CODE = ZERO
021800         PERFORM 2000-PROCESS-DATA THRU 2000-EXIT
021900     ELSE
022000         DISPLAY "INITIALIZATION FAILED, SKIPPING PROCESS-DATA"
022100     END-IF.
022200     PERFORM 4000-CLEANUP-ROUTINE THRU 4000-EXIT.
022300     STOP RUN.
022400
022500******************************************************************
022600* 1000-INITIALIZE-ROUTINE - SET THE AS-OF DATE, OPEN THE
022700* SNAPSHOT AND REPORT AND CONNECT TO THE DATABASE.
022800******************************************************************
022900 1000-INITIALIZE-ROUTINE.
023000     PERFORM DERIVE-CURRENT-DATE
023100         THRU DERIVE-CURRENT-DATE-EXIT.
023200     MOVE DC-TODAY-DATE TO WS-CURRENT-DATE.
023300
023400     PERFORM 1050-READ-PARAMETER-CARD THRU 1050-EXIT.
023500     PERFORM 1070-SET-AS-OF-DATE THRU 1070-EXIT.
023600
023700     OPEN OUTPUT AGERPT-FILE.
023800     MOVE WS-AS-OF-DATE TO WS-HDR-AS-OF.
023900     MOVE WS-CURRENT-DATE TO WS-HDR-DATE.
024000     WRITE AGERPT-LINE FROM WS-HEADER-LINE.
024100     WRITE AGERPT-LINE FROM WS-COLUMN-LINE.
024200
024300     OPEN INPUT CUSTMAST-FILE.
024400     IF NOT CUSTMAST-OK
024500         DISPLAY "UNABLE TO OPEN CUSTMAST, STATUS: "
024600             WS-CUSTMAST-STATUS
024700         DISPLAY "HAS THE CUSTEXTR SNAPSHOT EXTRACT RUN?"
024800         MOVE 16 TO RETURN-CODE
024900         GO TO 1000-EXIT
025000     END-IF.
025100
025200     PERFORM 1100-LOAD-DB-CREDENTIALS THRU 1100-EXIT.
025300
025400* SALES CURSOR - ONE CUSTOMER'S SALES ON OR BEFORE THE AS-OF
025500* DATE, NEWEST FIRST, SO THE OPEN BALANCE IS SPREAD OVER THE
025600* MOST RECENT SALES. A SALE COUNTS AT GOODS PLUS ITS TAX, THE
025650* AMOUNT IT ADDED TO THE BALANCE.
025700     EXEC SQL
025800         DECLARE AGE-CURSOR CURSOR FOR
025900         SELECT order_date,
025950                order_amount + COALESCE(order_tax, 0)
026000         FROM orders
026100         WHERE customer_id = :WS-AGE-CUSTOMER-ID
026200           AND order_type = 'S'
026300           AND order_date <= :WS-AS-OF-DATE
026400         ORDER BY order_date DESC
026500     END-EXEC.
026600
026700     EXEC SQL
026800         CONNECT TO :WS-DB-NAME
026900             USER :WS-DB-USERNAME USING :WS-DB-PASSWORD
027000     END-EXEC.
027100     IF SQLCODE NOT = 0
027200         DISPLAY "UNABLE TO CONNECT TO DATABASE, SQLCODE: "
027300             SQLCODE
027400         MOVE 16 TO RETURN-CODE
027500         GO TO 1000-EXIT
027600     END-IF.
027700 1000-EXIT.
027800     EXIT.
027900
028000******************************************************************
028100* 1050-READ-PARAMETER-CARD - OPTIONAL AS-OF DATE (CCYY-MM-DD).
028200******************************************************************
028300 1050-READ-PARAMETER-CARD.
028400     OPEN INPUT PARMCARD-FILE.
028500     IF NOT PARMCARD-OK
028600         DISPLAY "NO PARAMETER CARD FOUND, USING DEFAULTS"
028700         GO TO 1050-EXIT
028800     END-IF.
028900
029000     READ PARMCARD-FILE
029100         AT END
029200             DISPLAY "PARAMETER CARD EMPTY, USING DEFAULTS"
029300             CLOSE PARMCARD-FILE
029400             GO TO 1050-EXIT
029500     END-READ.
029600
029700     IF PC-AS-OF-DATE NOT = SPACES
029800         MOVE PC-AS-OF-DATE TO WS-AS-OF-DATE
029900     END-IF.
030000
030100     CLOSE PARMCARD-FILE.
030200 1050-EXIT.
030300     EXIT.
030400
030500******************************************************************
030600* 1070-SET-AS-OF-DATE - VALIDATE THE AS-OF DATE THROUGH THE
030700* SHARED DATE CHECK; A BAD ONE FALLS BACK TO THE RUN DATE. THE
030766* DAY NUMBER IS KEPT FOR THE AGE ARITHMETIC. ONLY AN AS-OF OF THE
030832* RUN DATE MAY READ THE RECEIVABLES BALANCE AS IT STANDS.
030900******************************************************************
031000 1070-SET-AS-OF-DATE.
031100     IF WS-AS-OF-DATE NOT = SPACES
031200         MOVE WS-AS-OF-DATE TO DC-DATE-FIELD
031300         PERFORM CHECK-DATE-FORMAT THRU CHECK-DATE-FORMAT-EXIT
031400         IF DATE-FORMAT-BAD
031500             DISPLAY "AS-OF DATE NOT VALID: " WS-AS-OF-DATE
031600                 ", USING RUN DATE"
031700             MOVE SPACES TO WS-AS-OF-DATE
031800         END-IF
031900     END-IF.
032000     IF WS-AS-OF-DATE = SPACES
032100         MOVE WS-CURRENT-DATE TO WS-AS-OF-DATE
032200     END-IF.
032300
032325     IF WS-AS-OF-DATE = WS-CURRENT-DATE
032350         SET AS-OF-IS-TODAY TO TRUE
032375     END-IF.
032400     MOVE WS-AS-OF-DATE(1:4) TO WS-AS-OF-CCYYMMDD(1:4).
032500     MOVE WS-AS-OF-DATE(6:2) TO WS-AS-OF-CCYYMMDD(5:2).
032600     MOVE WS-AS-OF-DATE(9:2) TO WS-AS-OF-CCYYMMDD(7:2).
032700     COMPUTE WS-AS-OF-INTEGER =
032800         FUNCTION INTEGER-OF-DATE(WS-AS-OF-CCYYMMDD).
032900     DISPLAY "AGING AS OF: " WS-AS-OF-DATE.
033000 1070-EXIT.
033100     EXIT.
033200
033300* INCLUDE SHARED DB-CREDENTIAL LOAD PARAGRAPH
033400     COPY LOADCRED.
033500
033600******************************************************************
033700* 2000-PROCESS-DATA - AGE EVERY CUSTOMER'S OPEN BALANCE INTO
033800* THEIR REGION, THEN PRINT THE REGION AND CURRENCY LINES.
033900******************************************************************
034000 2000-PROCESS-DATA.
034100     PERFORM 2100-READ-CUSTMAST-RECORD THRU 2100-EXIT.
034200     PERFORM 2200-AGE-ONE-CUSTOMER THRU 2200-EXIT
034300         UNTIL END-OF-CUSTMAST.
034400
034500     PERFORM 3000-PRINT-REGION-LINES THRU 3000-EXIT.
034600     PERFORM 3500-PRINT-CURRENCY-TOTALS THRU 3500-EXIT.
034700 2000-EXIT.
034800     EXIT.
034900
035000 2100-READ-CUSTMAST-RECORD.
035100     READ CUSTMAST-FILE
035200         AT END
035300             SET END-OF-CUSTMAST TO TRUE
035400     END-READ.
035500 2100-EXIT.
035600     EXIT.
035700
035800******************************************************************
035900* 2200-AGE-ONE-CUSTOMER - FETCH THE OPEN BALANCE. NOTHING OWING
036000* IS SKIPPED; A CREDIT IS BOOKED TO THE CREDIT COLUMN; AN
036066* AMOUNT OWING IS SPREAD OVER THE SALES NEWEST-FIRST. RECEIVABLES
036132* IS TODAY'S BALANCE; AN EARLIER AS-OF DATE DERIVES ITS OWN.
036200******************************************************************
036300 2200-AGE-ONE-CUSTOMER.
036400     ADD 1 TO WS-CUSTOMERS-READ.
036500     MOVE CM-CUSTOMER-ID TO WS-AGE-CUSTOMER-ID.
036600     MOVE ZERO TO WS-OPEN-BALANCE.
036663     IF AS-OF-IS-TODAY
036726         EXEC SQL
036789             SELECT open_balance
036852             INTO :WS-OPEN-BALANCE
036915             FROM receivables
036978             WHERE customer_id = :WS-AGE-CUSTOMER-ID
037041         END-EXEC
037104     ELSE
037167         PERFORM 2250-DERIVE-AS-OF-BALANCE THRU 2250-EXIT
037230     END-IF.
037300     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
037400         DISPLAY "WARNING: BALANCE LOOKUP FAILED FOR "
037500             CM-CUSTOMER-ID ", SQLCODE: " SQLCODE
037600         GO TO 2200-NEXT
037700     END-IF.
037800     IF WS-OPEN-BALANCE = ZERO
037900         GO TO 2200-NEXT
038000     END-IF.
038100
038200     PERFORM 2500-FIND-REGION-ROW THRU 2500-EXIT.
038300     IF WS-RGN-SUB = ZERO
038400         GO TO 2200-NEXT
038500     END-IF.
038600     ADD 1 TO WS-RGN-CUSTOMERS (WS-RGN-SUB).
038700     ADD WS-OPEN-BALANCE TO WS-RGN-TOTAL (WS-RGN-SUB).
038800
038900     IF WS-OPEN-BALANCE < ZERO
039000         ADD 1 TO WS-CUSTOMERS-CREDIT
039100         ADD WS-OPEN-BALANCE TO WS-RGN-CREDIT (WS-RGN-SUB)
039200         GO TO 2200-NEXT
039300     END-IF.
039400
039500     ADD 1 TO WS-CUSTOMERS-OWING.
039600     MOVE WS-OPEN-BALANCE TO WS-REMAINING.
039700     MOVE 'N' TO WS-ORD-CURSOR-SW.
039800     EXEC SQL
039900         OPEN AGE-CURSOR
040000     END-EXEC.
040100     IF SQLCODE NOT = 0
040200         DISPLAY "WARNING: CURSOR OPEN FAILED FOR "
040300             CM-CUSTOMER-ID ", SQLCODE: " SQLCODE
040400         SET END-OF-ORD-CURSOR TO TRUE
040500     ELSE
040600         PERFORM 2300-FETCH-SALE-ROW THRU 2300-EXIT
040700         PERFORM 2400-AGE-ONE-SALE THRU 2400-EXIT
040800             UNTIL END-OF-ORD-CURSOR
040900             OR WS-REMAINING NOT > ZERO
041000         EXEC SQL
041100             CLOSE AGE-CURSOR
041200         END-EXEC
041300     END-IF.
041400
041500* BALANCE THE SALES ROWS CANNOT ACCOUNT FOR (OPENED BEFORE THE
041600* SALES ON FILE, OR A CURSOR FAILURE) IS AS OLD AS IT GETS.
041700     IF WS-REMAINING > ZERO
041800         ADD 1 TO WS-UNSUPPORTED-COUNT
041900         ADD WS-REMAINING TO WS-RGN-BUCKET (WS-RGN-SUB, 4)
042000     END-IF.
042100 2200-NEXT.
042200     PERFORM 2100-READ-CUSTMAST-RECORD THRU 2100-EXIT.
042300 2200-EXIT.
042400     EXIT.
042500
042502******************************************************************
042504* 2250-DERIVE-AS-OF-BALANCE - THE BALANCE AS AT AN EARLIER AS-OF
042506* DATE, ROLLED BACK FROM TODAY'S RECEIVABLES ROW SO BOTH REPORTS
042508* START FROM THE SAME SEEDED BALANCE: WHAT WAS BILLED AFTER THE
042510* AS-OF DATE (GOODS PLUS TAX, A RETURN CARRYING ITS OWN CREDIT)
042512* COMES OFF, WHAT WAS PAID AFTER IT GOES BACK ON. NO ROW IS A
042514* ZERO BALANCE TODAY. A FAILED LOOKUP LEAVES ITS SQLCODE FOR THE
042516* CALLER.
042518******************************************************************
042520 2250-DERIVE-AS-OF-BALANCE.
042522     MOVE ZERO TO WS-BILLED-AMOUNT.
042524     MOVE ZERO TO WS-PAID-AMOUNT.
042526     EXEC SQL
042528         SELECT open_balance
042530         INTO :WS-OPEN-BALANCE
042532         FROM receivables
042534         WHERE customer_id = :WS-AGE-CUSTOMER-ID
042536     END-EXEC.
042538     IF SQLCODE = 100
042540         MOVE ZERO TO WS-OPEN-BALANCE
042542     END-IF.
042544     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
042546         GO TO 2250-EXIT
042548     END-IF.
042550     EXEC SQL
042552         SELECT COALESCE(SUM(order_amount
042554                    + COALESCE(order_tax, 0)), 0)
042556         INTO :WS-BILLED-AMOUNT
042558         FROM orders
042560         WHERE customer_id = :WS-AGE-CUSTOMER-ID
042562           AND order_date > :WS-AS-OF-DATE
042564     END-EXEC.
042566     IF SQLCODE NOT = 0
042568         GO TO 2250-EXIT
042570     END-IF.
042572     EXEC SQL
042574         SELECT COALESCE(SUM(payment_amount), 0)
042576         INTO :WS-PAID-AMOUNT
042578         FROM payments
042580         WHERE customer_id = :WS-AGE-CUSTOMER-ID
042582           AND payment_date > :WS-AS-OF-DATE
042584     END-EXEC.
042586     IF SQLCODE NOT = 0
042588         GO TO 2250-EXIT
042590     END-IF.
042592     COMPUTE WS-OPEN-BALANCE = WS-OPEN-BALANCE
042594         - WS-BILLED-AMOUNT + WS-PAID-AMOUNT.
042596 2250-EXIT.
042598     EXIT.
042600 2300-FETCH-SALE-ROW.
042700     EXEC SQL
042800         FETCH AGE-CURSOR
042900         INTO :WS-ORD-DATE, :WS-ORD-AMOUNT
043000     END-EXEC.
043100     IF SQLCODE NOT = 0
043200         SET END-OF-ORD-CURSOR TO TRUE
043300     END-IF.
043400 2300-EXIT.
043500     EXIT.
043600
043700******************************************************************
043800* 2400-AGE-ONE-SALE - THE SLICE OF THE BALANCE THIS SALE STILL
043900* CARRIES IS THE SMALLER OF THE SALE AND WHAT IS LEFT; IT IS
044000* AGED BY THE ORDER DATE AGAINST THE AS-OF DATE.
044100******************************************************************
044200 2400-AGE-ONE-SALE.
044300     IF WS-ORD-AMOUNT < WS-REMAINING
044400         MOVE WS-ORD-AMOUNT TO WS-SLICE-AMOUNT
044500     ELSE
044600         MOVE WS-REMAINING TO WS-SLICE-AMOUNT
044700     END-IF.
044800     SUBTRACT WS-SLICE-AMOUNT FROM WS-REMAINING.
044900
045000     MOVE WS-ORD-DATE(1:4) TO WS-ORD-CCYYMMDD(1:4).
045100     MOVE WS-ORD-DATE(6:2) TO WS-ORD-CCYYMMDD(5:2).
045200     MOVE WS-ORD-DATE(9:2) TO WS-ORD-CCYYMMDD(7:2).
045300     COMPUTE WS-ORD-INTEGER =
045400         FUNCTION INTEGER-OF-DATE(WS-ORD-CCYYMMDD).
045500     COMPUTE WS-AGE-DAYS = WS-AS-OF-INTEGER - WS-ORD-INTEGER.
045600     EVALUATE TRUE
045700         WHEN WS-AGE-DAYS < 30
045800             MOVE 1 TO WS-BKT-SUB
045900         WHEN WS-AGE-DAYS < 60
046000             MOVE 2 TO WS-BKT-SUB
046100         WHEN WS-AGE-DAYS < 90
046200             MOVE 3 TO WS-BKT-SUB
046300         WHEN OTHER
046400             MOVE 4 TO WS-BKT-SUB
046500     END-EVALUATE.
046600     ADD WS-SLICE-AMOUNT
046700         TO WS-RGN-BUCKET (WS-RGN-SUB, WS-BKT-SUB).
046800
046900     PERFORM 2300-FETCH-SALE-ROW THRU 2300-EXIT.
047000 2400-EXIT.
047100     EXIT.
047200
047300 2500-FIND-REGION-ROW.
047400     MOVE ZERO TO WS-RGN-SUB.
047500     IF WS-RGN-COUNT > ZERO
047600         SET WS-RGN-IDX TO 1
047700         SEARCH WS-RGN-ENTRY
047800             AT END
047900                 CONTINUE
048000             WHEN WS-RGN-CODE (WS-RGN-IDX) = CM-CUSTOMER-REGION
048100                 AND WS-RGN-CURRENCY (WS-RGN-IDX)
048200                     = CM-CURRENCY-CODE
048300                 SET WS-RGN-SUB TO WS-RGN-IDX
048400         END-SEARCH
048500     END-IF.
048600     IF WS-RGN-SUB = ZERO
048700         IF WS-RGN-COUNT < WS-MAX-RGN-TABLE
048800             ADD 1 TO WS-RGN-COUNT
048900             MOVE WS-RGN-COUNT TO WS-RGN-SUB
049000             MOVE CM-CUSTOMER-REGION
049100                 TO WS-RGN-CODE (WS-RGN-SUB)
049200             MOVE CM-CURRENCY-CODE
049300                 TO WS-RGN-CURRENCY (WS-RGN-SUB)
049400             MOVE ZERO TO WS-RGN-CUSTOMERS (WS-RGN-SUB)
049500             MOVE ZERO TO WS-RGN-BUCKET (WS-RGN-SUB, 1)
049600             MOVE ZERO TO WS-RGN-BUCKET (WS-RGN-SUB, 2)
049700             MOVE ZERO TO WS-RGN-BUCKET (WS-RGN-SUB, 3)
049800             MOVE ZERO TO WS-RGN-BUCKET (WS-RGN-SUB, 4)
049900             MOVE ZERO TO WS-RGN-CREDIT (WS-RGN-SUB)
050000             MOVE ZERO TO WS-RGN-TOTAL (WS-RGN-SUB)
050100         ELSE
050200             DISPLAY "WARNING: REGION TABLE FULL, "
050300                 CM-CUSTOMER-REGION " " CM-CURRENCY-CODE
050400                 " NOT AGED"
050500         END-IF
050600     END-IF.
050700 2500-EXIT.
050800     EXIT.
050900
051000******************************************************************
051100* 3000-PRINT-REGION-LINES - ONE LINE PER REGION AND CURRENCY,
051200* ROLLING EACH INTO ITS CURRENCY TOTAL AS IT PRINTS.
051300******************************************************************
051400 3000-PRINT-REGION-LINES.
051500     PERFORM 3100-PRINT-ONE-REGION THRU 3100-EXIT
051600         VARYING WS-RGN-SUB FROM 1 BY 1
051700         UNTIL WS-RGN-SUB > WS-RGN-COUNT.
051800 3000-EXIT.
051900     EXIT.
052000
052100 3100-PRINT-ONE-REGION.
052200     MOVE SPACES TO WS-REGION-LINE.
052300     MOVE WS-RGN-CODE (WS-RGN-SUB) TO WS-RGN-DTL-CODE.
052400     MOVE WS-RGN-CURRENCY (WS-RGN-SUB) TO WS-RGN-DTL-CUR.
052500     MOVE WS-RGN-CUSTOMERS (WS-RGN-SUB) TO WS-RGN-DTL-CUSTS.
052600     PERFORM 3150-MOVE-REGION-BUCKET THRU 3150-EXIT
052700         VARYING WS-BKT-SUB FROM 1 BY 1
052800         UNTIL WS-BKT-SUB > 4.
052900     MOVE WS-RGN-CREDIT (WS-RGN-SUB) TO WS-RGN-DTL-CREDIT.
053000     MOVE WS-RGN-TOTAL (WS-RGN-SUB) TO WS-RGN-DTL-TOTAL.
053100     WRITE AGERPT-LINE FROM WS-REGION-LINE.
053200
053300     PERFORM 3200-FIND-CURRENCY-ROW THRU 3200-EXIT.
053400     IF WS-CUR-SUB > ZERO
053500         ADD WS-RGN-CUSTOMERS (WS-RGN-SUB)
053600             TO WS-CUR-CUSTOMERS (WS-CUR-SUB)
053700         PERFORM 3250-ADD-CURRENCY-BUCKET THRU 3250-EXIT
053800             VARYING WS-BKT-SUB FROM 1 BY 1
053900             UNTIL WS-BKT-SUB > 4
054000         ADD WS-RGN-CREDIT (WS-RGN-SUB)
054100             TO WS-CUR-CREDIT (WS-CUR-SUB)
054200         ADD WS-RGN-TOTAL (WS-RGN-SUB)
054300             TO WS-CUR-TOTAL (WS-CUR-SUB)
054400     END-IF.
054500 3100-EXIT.
054600     EXIT.
054700
054800 3150-MOVE-REGION-BUCKET.
054900     MOVE WS-RGN-BUCKET (WS-RGN-SUB, WS-BKT-SUB)
055000         TO WS-RGN-DTL-BKT (WS-BKT-SUB).
055100 3150-EXIT.
055200     EXIT.
055300
055400 3200-FIND-CURRENCY-ROW.
055500     MOVE ZERO TO WS-CUR-SUB.
055600     IF WS-CUR-COUNT > ZERO
055700         SET WS-CUR-IDX TO 1
055800         SEARCH WS-CUR-ENTRY
055900             AT END
056000                 CONTINUE
056100             WHEN WS-CUR-CODE (WS-CUR-IDX)
056200                     = WS-RGN-CURRENCY (WS-RGN-SUB)
056300                 SET WS-CUR-SUB TO WS-CUR-IDX
056400         END-SEARCH
056500     END-IF.
056600     IF WS-CUR-SUB = ZERO
056700         IF WS-CUR-COUNT < WS-MAX-CUR-TABLE
056800             ADD 1 TO WS-CUR-COUNT
056900             MOVE WS-CUR-COUNT TO WS-CUR-SUB
057000             MOVE WS-RGN-CURRENCY (WS-RGN-SUB)
057100                 TO WS-CUR-CODE (WS-CUR-SUB)
057200             MOVE ZERO TO WS-CUR-CUSTOMERS (WS-CUR-SUB)
057300             MOVE ZERO TO WS-CUR-BUCKET (WS-CUR-SUB, 1)
057400             MOVE ZERO TO WS-CUR-BUCKET (WS-CUR-SUB, 2)
057500             MOVE ZERO TO WS-CUR-BUCKET (WS-CUR-SUB, 3)
057600             MOVE ZERO TO WS-CUR-BUCKET (WS-CUR-SUB, 4)
057700             MOVE ZERO TO WS-CUR-CREDIT (WS-CUR-SUB)
057800             MOVE ZERO TO WS-CUR-TOTAL (WS-CUR-SUB)
057900         ELSE
058000             DISPLAY "WARNING: CURRENCY TABLE FULL, "
058100                 WS-RGN-CURRENCY (WS-RGN-SUB) " NOT TOTALED"
058200         END-IF
058300     END-IF.
058400 3200-EXIT.
058500     EXIT.
058600
058700 3250-ADD-CURRENCY-BUCKET.
058800     ADD WS-RGN-BUCKET (WS-RGN-SUB, WS-BKT-SUB)
058900         TO WS-CUR-BUCKET (WS-CUR-SUB, WS-BKT-SUB).
059000 3250-EXIT.
059100     EXIT.
059200
059300******************************************************************
059400* 3500-PRINT-CURRENCY-TOTALS - ONE "**" TOTAL LINE PER CURRENCY.
059500******************************************************************
059600 3500-PRINT-CURRENCY-TOTALS.
059700     MOVE SPACES TO AGERPT-LINE.
059800     WRITE AGERPT-LINE.
059900     MOVE SPACES TO WS-SECTION-LINE.
060000     MOVE "TOTALS BY CURRENCY:" TO WS-SEC-TITLE.
060100     WRITE AGERPT-LINE FROM WS-SECTION-LINE.
060200     PERFORM 3550-PRINT-ONE-CURRENCY THRU 3550-EXIT
060300         VARYING WS-CUR-SUB FROM 1 BY 1
060400         UNTIL WS-CUR-SUB > WS-CUR-COUNT.
060500 3500-EXIT.
060600     EXIT.
060700
060800 3550-PRINT-ONE-CURRENCY.
060900     MOVE SPACES TO WS-REGION-LINE.
061000     MOVE "**" TO WS-RGN-DTL-CODE.
061100     MOVE WS-CUR-CODE (WS-CUR-SUB) TO WS-RGN-DTL-CUR.
061200     MOVE WS-CUR-CUSTOMERS (WS-CUR-SUB) TO WS-RGN-DTL-CUSTS.
061300     PERFORM 3560-MOVE-CURRENCY-BUCKET THRU 3560-EXIT
061400         VARYING WS-BKT-SUB FROM 1 BY 1
061500         UNTIL WS-BKT-SUB > 4.
061600     MOVE WS-CUR-CREDIT (WS-CUR-SUB) TO WS-RGN-DTL-CREDIT.
061700     MOVE WS-CUR-TOTAL (WS-CUR-SUB) TO WS-RGN-DTL-TOTAL.
061800     WRITE AGERPT-LINE FROM WS-REGION-LINE.
061900 3550-EXIT.
062000     EXIT.
062100
062200 3560-MOVE-CURRENCY-BUCKET.
062300     MOVE WS-CUR-BUCKET (WS-CUR-SUB, WS-BKT-SUB)
062400         TO WS-RGN-DTL-BKT (WS-BKT-SUB).
062500 3560-EXIT.
062600     EXIT.
062700
062800******************************************************************
062900* 4000-CLEANUP-ROUTINE - SUMMARY COUNTS, DISCONNECT AND CLOSES.
063000******************************************************************
063100 4000-CLEANUP-ROUTINE.
063200     MOVE SPACES TO AGERPT-LINE.
063300     WRITE AGERPT-LINE.
063400     MOVE SPACES TO WS-SUMMARY-LINE.
063500     MOVE "CUSTOMERS READ:        " TO WS-SUM-LABEL.
063600     MOVE WS-CUSTOMERS-READ TO WS-SUM-VALUE.
063700     WRITE AGERPT-LINE FROM WS-SUMMARY-LINE.
063800
063900     MOVE "CUSTOMERS OWING:       " TO WS-SUM-LABEL.
064000     MOVE WS-CUSTOMERS-OWING TO WS-SUM-VALUE.
064100     WRITE AGERPT-LINE FROM WS-SUMMARY-LINE.
064200
064300     MOVE "CUSTOMERS IN CREDIT:   " TO WS-SUM-LABEL.
064400     MOVE WS-CUSTOMERS-CREDIT TO WS-SUM-VALUE.
064500     WRITE AGERPT-LINE FROM WS-SUMMARY-LINE.
064600
064700* BALANCES THE SALES ON FILE DO NOT FULLY EXPLAIN - WORTH A
064800* LOOK BY WHOEVER SIGNS THE REPORT.
064900     MOVE "BALANCE OVER SALES:    " TO WS-SUM-LABEL.
065000     MOVE WS-UNSUPPORTED-COUNT TO WS-SUM-VALUE.
065100     WRITE AGERPT-LINE FROM WS-SUMMARY-LINE.
065200
065300     EXEC SQL
065400         DISCONNECT
065500     END-EXEC.
065600
065700     IF RETURN-CODE = ZERO
065800         CLOSE CUSTMAST-FILE
065900     END-IF.
066000     CLOSE AGERPT-FILE.
066100
066200     DISPLAY "CUSTOMERS OWING: " WS-CUSTOMERS-OWING.
066300     DISPLAY "RECEIVABLES AGING COMPLETE".
066400 4000-EXIT.
066500     EXIT.
066600
066700* INCLUDE THE SHARED CHECK-DATE-FORMAT UTILITY PARAGRAPHS
066800     COPY CHKDATE.
