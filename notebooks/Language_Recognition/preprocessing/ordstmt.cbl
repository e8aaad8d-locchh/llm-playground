002720*                   SIGNED AMOUNTS (SEE ORDPOST), SO EACH DETAIL
002730*                   LINE SHOWS SALE/RETURN/ADJUSTMENT AND THE
002740*                   PERIOD AND YTD FIGURES ARE NET OF CREDITS.
002741* 2026-10-15  RDM   STATEMENT TOTALS NOW SHOW THE PERIOD'S
002742*                   PAYMENTS (PAYPOST) AND THE BALANCE DUE FROM
002743*                   RECEIVABLES. A CUSTOMER WITH NO ORDERS IN THE
002744*                   PERIOD STILL GETS A STATEMENT WHEN A BALANCE
002745*                   IS OWING OR A PAYMENT CAME IN - A BALANCE
002746*                   NOBODY IS TOLD ABOUT DOES NOT GET PAID.
002747* 2026-10-15  RDM   SALES TAX SHOWN SEPARATELY FROM GOODS: EACH
002748*                   DETAIL LINE CARRIES GOODS, TAX AND THE LINE
002749*                   TOTAL, AND THE PERIOD AND YEAR-TO-DATE
002750*                   FIGURES GAIN A TAX LINE. LIFETIME FIGURES
002751*                   (ORDER_TOTALS) REMAIN GOODS ONLY.
002752* 2026-10-15  RDM   LOYALTY POINTS: A CUSTOMER WITH POINTS ON
002753*                   THE LOYALTY_POINTS LEDGER GETS A POINTS BLOCK
002754*                   - OPENING POINTS, EARNED (NET OF RETURNS),
002755*                   REDEEMED, EXPIRED AND CLOSING POINTS FOR THE
002756*                   STATEMENT MONTH. POINTS REDEEMED OR EXPIRED
002757*                   IN THE MONTH ALSO EARN A STATEMENT ON THEIR
002758*                   OWN, THE SAME AS A BALANCE OR A PAYMENT.
002763* 2026-10-15  RDM   STATEMENT PERIOD FOLLOWS FINANCE'S FISCAL
002768*                   CALENDAR (BUSCAL): NO CARD MEANS THE LAST
002773*                   FISCAL PERIOD CLOSED BEFORE THE RUN DATE, AND
002778*                   THE CARD MAY NAME A FISCAL PERIOD ID. YTD RUNS
002783*                   FROM THE FIRST DAY OF THE FISCAL YEAR. A CARD
002788*                   VALUE BUSCAL DOES NOT KNOW, OR NO CALENDAR AT
002793*                   ALL, KEEPS THE CALENDAR-MONTH RULES.
002794* 2026-10-15  RDM   LINE ITEMS: AN ORDER POSTED WITH LINE ITEMS
002795*                   LISTS THEM UNDER ITS DETAIL LINE - PRODUCT,
002796*                   DESCRIPTION FROM PRODREF, QUANTITY, UNIT
002797*                   PRICE AND LINE AMOUNT, FROM ORDER_LINES. NO
002798*                   PRODREF ONLY LEAVES THE DESCRIPTIONS BLANK.
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
005200         ACCESS MODE IS SEQUENTIAL
005300         FILE STATUS IS WS-SECPARM-STATUS.
005400
005409     SELECT BUSCAL-FILE ASSIGN TO "BUSCAL"
005418         ORGANIZATION IS SEQUENTIAL
005427         ACCESS MODE IS SEQUENTIAL
005436         FILE STATUS IS WS-BUSCAL-STATUS.
005445
005454     SELECT PRODREF-FILE ASSIGN TO "PRODREF"
005463         ORGANIZATION IS SEQUENTIAL
005472         ACCESS MODE IS SEQUENTIAL
005481         FILE STATUS IS WS-PRODREF-STATUS.
005490
005500 DATA DIVISION.
005600 FILE SECTION.
005700* NIGHTLY CUSTOMER-MASTER SNAPSHOT BUILT BY CUSTEXTR - SUPPLIES
007700 FD  ORDSTMT-FILE.
007800 01  ORDSTMT-LINE              PIC X(132).
007900
008000* RUN-TIME PARAMETER CARD - OPTIONAL STATEMENT PERIOD, EITHER A
008033* FISCAL PERIOD ID FROM BUSCAL OR A CALENDAR MONTH AS CCYY-MM. NO
008066* CARD MEANS THE LAST FISCAL PERIOD CLOSED BEFORE THE RUN DATE (OR
008100* THE MONTH BEFORE IT WHEN THERE IS NO CALENDAR); A MALFORMED
008200* MONTH MEANS THE MONTH BEFORE THE RUN DATE.
008300 FD  PARMCARD-FILE
008400     RECORDING MODE IS F.
008500 01  PARMCARD-RECORD.
009400     05  SP-DB-USERNAME        PIC X(20).
009500     05  SP-DB-PASSWORD        PIC X(20).
009600
009603* BUSINESS CALENDAR - COMPANY HOLIDAYS AND FISCAL PERIODS, KEPT
009606* BY FINANCE. SEE CALCHK.cpy.
009609 FD  BUSCAL-FILE
009612     RECORDING MODE IS F.
009615 01  BUSCAL-RECORD.
009618     05  BC-RECORD-TYPE        PIC X(01).
009621     05  BC-HOLIDAY-DATA.
009624         10  BC-HOL-DATE       PIC X(10).
009627         10  BC-HOL-DESC       PIC X(30).
009630         10  FILLER            PIC X(39).
009633     05  BC-PERIOD-DATA REDEFINES BC-HOLIDAY-DATA.
009636         10  BC-PERIOD-ID      PIC X(07).
009639         10  BC-FISCAL-YEAR    PIC X(04).
009642         10  BC-PERIOD-START   PIC X(10).
009645         10  BC-PERIOD-END     PIC X(10).
009648         10  FILLER            PIC X(48).
009651
009654* PRODUCT REFERENCE - ONE RECORD PER PRODUCT CODE. SEE
009657* PRODCHK.cpy.
009660 FD  PRODREF-FILE
009663     RECORDING MODE IS F.
009666 01  PRODREF-RECORD.
009669     05  PF-PRODUCT-CODE       PIC X(08).
009672     05  PF-DESCRIPTION        PIC X(30).
009675     05  PF-PRODUCT-STATUS     PIC X(01).
009678     05  FILLER                PIC X(41).
009681
009700 WORKING-STORAGE SECTION.
009800
009900* INCLUDE SHARED DATABASE-CREDENTIAL WORKING STORAGE
010100
010200* INCLUDE SHARED DATE-HANDLING WORKING STORAGE
010300     COPY DATECHK.
010325
010350* INCLUDE SHARED BUSINESS-CALENDAR WORKING STORAGE
010375     COPY CALCHK.
010381
010387* INCLUDE SHARED PRODUCT REFERENCE WORKING STORAGE
010393     COPY PRODCHK.
010400
010500 01  WS-VARIABLES.
010600     05  WS-CURRENT-DATE       PIC X(10) VALUE SPACES.
011500 01  WS-ORDER-FETCH-FIELDS.
011600     05  WS-ORD-DATE           PIC X(10) VALUE SPACES.
011700     05  WS-ORD-AMOUNT         PIC S9(07)V99 VALUE ZERO.
011703     05  WS-ORD-TAX            PIC S9(07)V99 VALUE ZERO.
011706     05  WS-ORD-BILLED         PIC S9(09)V99 VALUE ZERO.
011710     05  WS-ORD-TYPE           PIC X(01) VALUE SPACE.
011755     05  WS-ORD-REF            PIC X(12) VALUE SPACES.
011800     05  WS-ORD-CURSOR-SW      PIC X(01) VALUE 'N'.
011900         88  END-OF-ORD-CURSOR VALUE 'Y'.
011911
011922 01  WS-ITEM-FETCH-FIELDS.
011933     05  WS-ITM-PRODUCT        PIC X(08) VALUE SPACES.
011944     05  WS-ITM-QUANTITY       PIC S9(05) VALUE ZERO.
011955     05  WS-ITM-UNIT-PRICE     PIC S9(05)V99 VALUE ZERO.
011966     05  WS-ITM-AMOUNT         PIC S9(09)V99 VALUE ZERO.
011977     05  WS-ITM-CURSOR-SW      PIC X(01) VALUE 'N'.
011988         88  END-OF-ITM-CURSOR VALUE 'Y'.
012000
012100 01  WS-STATEMENT-TOTALS.
012200     05  WS-PERIOD-COUNT       PIC 9(05) VALUE ZERO.
012300     05  WS-PERIOD-AMOUNT      PIC S9(09)V99 VALUE ZERO.
012350     05  WS-PERIOD-TAX         PIC S9(09)V99 VALUE ZERO.
012400     05  WS-YTD-COUNT          PIC 9(05) VALUE ZERO.
012500     05  WS-YTD-AMOUNT         PIC S9(09)V99 VALUE ZERO.
012550     05  WS-YTD-TAX            PIC S9(09)V99 VALUE ZERO.
012600     05  WS-LIFE-COUNT         PIC 9(05) VALUE ZERO.
012700     05  WS-LIFE-AMOUNT        PIC S9(09)V99 VALUE ZERO.
012705     05  WS-PAY-COUNT          PIC 9(05) VALUE ZERO.
012710     05  WS-PAY-AMOUNT         PIC S9(09)V99 VALUE ZERO.
012715     05  WS-BALANCE-DUE        PIC S9(09)V99 VALUE ZERO.
012720
012725* THE STATEMENT MONTH'S LOYALTY POINTS, FROM THE LEDGER ORDPOST,
012730* LOYREDM AND LOYEXPR WRITE. REDEEMED AND EXPIRED POINTS ARE
012735* NEGATIVE ON THE LEDGER AND HELD HERE AS POSITIVE FIGURES.
012740 01  WS-LOYALTY-FIGURES.
012745     05  WS-PTS-OPENING        PIC S9(09) VALUE ZERO.
012750     05  WS-PTS-EARNED         PIC S9(09) VALUE ZERO.
012755     05  WS-PTS-REDEEMED       PIC S9(09) VALUE ZERO.
012760     05  WS-PTS-EXPIRED        PIC S9(09) VALUE ZERO.
012765     05  WS-PTS-CLOSING        PIC S9(09) VALUE ZERO.
012770     05  WS-PTS-ENTRY-COUNT    PIC 9(07) VALUE ZERO.
012775     05  WS-PTS-MOVED-SW       PIC X(01) VALUE 'N'.
012780         88  POINTS-MOVED-IN-PERIOD VALUE 'Y'.
012800
012900 01  WS-STATEMENT-COUNTS.
013000     05  WS-STMT-PRINTED       PIC 9(05) VALUE ZERO.
013100     05  WS-ORDERS-LISTED      PIC 9(05) VALUE ZERO.
013125     05  WS-ITEMS-LISTED       PIC 9(07) VALUE ZERO.
013150     05  WS-BALANCE-ONLY       PIC 9(05) VALUE ZERO.
013200     05  WS-GRAND-AMOUNT       PIC S9(11)V99 VALUE ZERO.
013300
013400 01  WS-FILE-SWITCHES.
016200     05  WS-COLUMN-LINE.
016300         10  FILLER            PIC X(03) VALUE SPACES.
016400         10  FILLER            PIC X(12) VALUE "ORDER DATE".
016500         10  FILLER            PIC X(15) VALUE "   GOODS AMOUNT".
016503         10  FILLER            PIC X(13) VALUE "          TAX".
016506         10  FILLER            PIC X(15) VALUE "     LINE TOTAL".
016510         10  FILLER            PIC X(12) VALUE "  TYPE".
016600     05  WS-DETAIL-LINE.
016700         10  FILLER            PIC X(03) VALUE SPACES.
016900         10  FILLER            PIC X(02) VALUE SPACES.
017000         10  WS-DTL-AMOUNT     PIC ZZ,ZZZ,ZZ9.99-.
017010         10  FILLER            PIC X(02) VALUE SPACES.
017012         10  WS-DTL-TAX        PIC ZZZ,ZZ9.99-.
017014         10  FILLER            PIC X(01) VALUE SPACES.
017016         10  WS-DTL-BILLED     PIC ZZ,ZZZ,ZZ9.99-.
017018         10  FILLER            PIC X(02) VALUE SPACES.
017020         10  WS-DTL-TYPE       PIC X(10).
017026     05  WS-ITEM-LINE.
017032         10  FILLER            PIC X(06) VALUE SPACES.
017038         10  WS-ITL-PRODUCT    PIC X(08).
017044         10  FILLER            PIC X(02) VALUE SPACES.
017050         10  WS-ITL-DESC       PIC X(24).
017056         10  FILLER            PIC X(02) VALUE SPACES.
017062         10  WS-ITL-QUANTITY   PIC ZZZZ9.
017068         10  FILLER            PIC X(03) VALUE " @ ".
017074         10  WS-ITL-UNIT-PRICE PIC ZZ,ZZ9.99.
017080         10  FILLER            PIC X(02) VALUE SPACES.
017086         10  WS-ITL-AMOUNT     PIC ZZ,ZZZ,ZZ9.99.
017100     05  WS-TOTAL-LINE.
017200         10  FILLER            PIC X(03) VALUE SPACES.
017300         10  WS-TOT-LABEL      PIC X(22).
017400         10  WS-TOT-COUNT      PIC ZZZ9.
017500         10  FILLER            PIC X(02) VALUE SPACES.
017600         10  WS-TOT-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99-.
017610     05  WS-BALANCE-LINE.
017620         10  FILLER            PIC X(03) VALUE SPACES.
017630         10  WS-BAL-LABEL      PIC X(22).
017640         10  FILLER            PIC X(06) VALUE SPACES.
017650         10  WS-BAL-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99-.
017660     05  WS-NO-ACTIVITY-LINE.
017670         10  FILLER            PIC X(03) VALUE SPACES.
017680         10  FILLER            PIC X(29) VALUE
017690             "NO ORDERS IN THIS PERIOD".
017691     05  WS-POINTS-LINE.
017692         10  FILLER            PIC X(03) VALUE SPACES.
017693         10  WS-PTS-LABEL      PIC X(22).
017694         10  FILLER            PIC X(09) VALUE SPACES.
017695         10  WS-PTS-VALUE      PIC ZZZ,ZZZ,ZZ9-.
017700     05  WS-SUMMARY-LINE.
017800         10  FILLER            PIC X(20) VALUE SPACES.
017900         10  WS-SUM-LABEL      PIC X(23).
021835* ARISE HERE.
021840     EXEC SQL
021845         DECLARE ORD-CURSOR CURSOR FOR
021850         SELECT order_date, order_amount, order_type,
021852                COALESCE(order_tax, 0), COALESCE(order_ref, ' ')
021855         FROM orders
021860         WHERE customer_id = :WS-STMT-CUSTOMER-ID
021865           AND order_date >= :WS-PERIOD-START
021870           AND order_date <= :WS-PERIOD-END
021875         ORDER BY order_date
021880     END-EXEC.
021881
021882* ITEM CURSOR - THE LINE ITEMS OF ONE ORDER, OPENED FOR EACH
021883* ORDER ROW THAT CARRIES A REFERENCE, IN LINE ORDER.
021884     EXEC SQL
021885         DECLARE ITEM-CURSOR CURSOR FOR
021886         SELECT product_code, quantity, unit_price, line_amount
021887         FROM order_lines
021888         WHERE customer_id = :WS-STMT-CUSTOMER-ID
021889           AND order_ref = :WS-ORD-REF
021890         ORDER BY line_seq
021891     END-EXEC.
021892
021893     PERFORM LOAD-PRODUCT-TABLE THRU LOAD-PRODUCT-TABLE-EXIT.
021894     IF NOT PRODUCT-TABLE-LOADED
021895         DISPLAY "WARNING: NO PRODUCT DESCRIPTIONS ON STATEMENTS"
021896     END-IF.
021900
022000     EXEC SQL
022100         CONNECT TO :WS-DB-NAME
023100     EXIT.
023200
023300******************************************************************
023400* 1050-READ-PARAMETER-CARD - PULL AN OPTIONAL STATEMENT PERIOD
023500* (FISCAL PERIOD ID OR CCYY-MM) FROM THE PARAMETER CARD. NO CARD
023600* LEAVES IT BLANK AND 1060/1070 SUPPLY THE DEFAULT.
023700******************************************************************
023800 1050-READ-PARAMETER-CARD.
023900     OPEN INPUT PARMCARD-FILE.
025800     EXIT.
025900
026000******************************************************************
026004* 1060-FIND-FISCAL-PERIOD - LOAD THE BUSINESS CALENDAR AND LOOK
026008* UP THE STATEMENT PERIOD IN IT: THE PERIOD NAMED ON THE CARD, OR
026012* WITH NO CARD THE LAST FISCAL PERIOD CLOSED BEFORE THE RUN DATE.
026016* NOTHING FOUND LEAVES FISCAL-PERIOD-FOUND OFF AND 1070 TREATS
026020* THE CARD VALUE AS A CALENDAR MONTH, AS IT ALWAYS HAS.
026024******************************************************************
026028 1060-FIND-FISCAL-PERIOD.
026032     PERFORM LOAD-BUSINESS-CALENDAR
026036         THRU LOAD-BUSINESS-CALENDAR-EXIT.
026040     MOVE 'N' TO CL-PERIOD-FOUND-SW.
026044     IF NOT BUSINESS-CALENDAR-LOADED
026048         DISPLAY "NO BUSINESS CALENDAR, USING CALENDAR MONTHS"
026052         GO TO 1060-EXIT
026056     END-IF.
026060
026064     IF WS-STATEMENT-MONTH NOT = SPACES
026068         MOVE WS-STATEMENT-MONTH TO CL-PERIOD-ID
026072         PERFORM FIND-FISCAL-PERIOD-BY-ID
026076             THRU FIND-FISCAL-PERIOD-BY-ID-EXIT
026080     ELSE
026084         MOVE WS-CURRENT-DATE TO CL-ASOF-DATE
026088         PERFORM FIND-PRIOR-FISCAL-PERIOD
026092             THRU FIND-PRIOR-FISCAL-PERIOD-EXIT
026096         IF NOT FISCAL-PERIOD-FOUND
026100             DISPLAY "NO CLOSED FISCAL PERIOD ON BUSCAL, "
026104                 "USING PRIOR MONTH"
026108         END-IF
026112     END-IF.
026116     IF NOT FISCAL-PERIOD-FOUND
026120         GO TO 1060-EXIT
026124     END-IF.
026128
026132     MOVE CL-PERIOD-ID TO WS-STATEMENT-MONTH.
026136     MOVE CL-PERIOD-START TO WS-PERIOD-START.
026140     MOVE CL-PERIOD-END TO WS-PERIOD-END.
026144     MOVE CL-YEAR-START TO WS-YEAR-START.
026148     DISPLAY "STATEMENT PERIOD: " WS-STATEMENT-MONTH
026152         " (FISCAL " WS-PERIOD-START " TO " WS-PERIOD-END ")".
026156 1060-EXIT.
026160     EXIT.
026164
026168******************************************************************
026172* 1070-SET-STATEMENT-PERIOD - USE THE FISCAL PERIOD WHEN 1060
026176* FOUND ONE; OTHERWISE VALIDATE THE REQUESTED MONTH AND
026200* BUILD THE PERIOD START/END AND YEAR-START DATES. A MALFORMED
026300* MONTH FALLS BACK TO THE MONTH BEFORE THE RUN DATE RATHER THAN
026400* PRINTING AN EMPTY STATEMENT FILE NOBODY ASKED FOR. CCYY-MM-DD
026600* FOR EVERY MONTH LENGTH.
026700******************************************************************
026800 1070-SET-STATEMENT-PERIOD.
026816     PERFORM 1060-FIND-FISCAL-PERIOD THRU 1060-EXIT.
026832     IF FISCAL-PERIOD-FOUND
026848         GO TO 1070-EXIT
026864     END-IF.
026880
026900     IF WS-STATEMENT-MONTH NOT = SPACES
027000         IF WS-STATEMENT-MONTH(1:4) IS NUMERIC
027100                 AND WS-STATEMENT-MONTH(5:1) = "-"
031500
031600******************************************************************
031700* 2000-PROCESS-DATA - WALK THE SNAPSHOT IN CUSTOMER-ID ORDER AND
031800* BUILD ONE STATEMENT PER CUSTOMER WITH ORDER OR PAYMENT ACTIVITY
031900* IN THE PERIOD OR A BALANCE OWING; ANYONE ELSE PRINTS NOTHING.
032000******************************************************************
032100 2000-PROCESS-DATA.
032200     PERFORM 2100-READ-CUSTMAST-RECORD THRU 2100-EXIT.
034200******************************************************************
034300* 2300-BUILD-ONE-STATEMENT - OPEN THE PERIOD CURSOR FOR THIS
034400* CUSTOMER. THE FIRST FETCHED ROW STARTS THE STATEMENT PAGE;
034500* NO ROWS MEANS NO STATEMENT UNLESS A BALANCE IS OWING OR A
034550* PAYMENT CAME IN. AFTER THE DETAIL, THE PERIOD, YEAR-TO-DATE,
034600* LIFETIME AND ACCOUNT FIGURES PRINT TOGETHER.
034700******************************************************************
034800 2300-BUILD-ONE-STATEMENT.
034900     MOVE CM-CUSTOMER-ID TO WS-STMT-CUSTOMER-ID.
035000     MOVE ZERO TO WS-PERIOD-COUNT.
035100     MOVE ZERO TO WS-PERIOD-AMOUNT.
035150     MOVE ZERO TO WS-PERIOD-TAX.
035200     MOVE 'N' TO WS-ORD-CURSOR-SW.
035300
035400     EXEC SQL
036500         EXEC SQL
036600             CLOSE ORD-CURSOR
036700         END-EXEC
036733         PERFORM 2570-FETCH-ACCOUNT-FIGURES THRU 2570-EXIT
036749         PERFORM 2700-FETCH-LOYALTY-POINTS THRU 2700-EXIT
036766         IF WS-BALANCE-DUE = ZERO AND WS-PAY-COUNT = ZERO
036783                 AND NOT POINTS-MOVED-IN-PERIOD
036800             GO TO 2300-EXIT
036807         END-IF
036814         PERFORM 2350-PRINT-STATEMENT-HEADER THRU 2350-EXIT
036821         WRITE ORDSTMT-LINE FROM WS-NO-ACTIVITY-LINE
036828         ADD 1 TO WS-BALANCE-ONLY
036835     ELSE
036842         PERFORM 2350-PRINT-STATEMENT-HEADER THRU 2350-EXIT
036849         PERFORM 2400-PRINT-ONE-ORDER THRU 2400-EXIT
036856             UNTIL END-OF-ORD-CURSOR
036863         EXEC SQL
036870             CLOSE ORD-CURSOR
036877         END-EXEC
036884         PERFORM 2570-FETCH-ACCOUNT-FIGURES THRU 2570-EXIT
036892         PERFORM 2700-FETCH-LOYALTY-POINTS THRU 2700-EXIT
036900     END-IF.
037800
037900     PERFORM 2500-FETCH-YTD-TOTALS THRU 2500-EXIT.
038000     PERFORM 2550-FETCH-LIFETIME-TOTALS THRU 2550-EXIT.
038800 2320-FETCH-ORDER-ROW.
038900     EXEC SQL
039000         FETCH ORD-CURSOR
039100         INTO :WS-ORD-DATE, :WS-ORD-AMOUNT, :WS-ORD-TYPE,
039150              :WS-ORD-TAX, :WS-ORD-REF
039200     END-EXEC.
039300     IF SQLCODE = 100
039400         SET END-OF-ORD-CURSOR TO TRUE
043500     MOVE SPACES TO WS-DETAIL-LINE.
043600     MOVE WS-ORD-DATE TO WS-DTL-DATE.
043700     MOVE WS-ORD-AMOUNT TO WS-DTL-AMOUNT.
043702     MOVE WS-ORD-TAX TO WS-DTL-TAX.
043704     COMPUTE WS-ORD-BILLED = WS-ORD-AMOUNT + WS-ORD-TAX.
043706     MOVE WS-ORD-BILLED TO WS-DTL-BILLED.
043710     EVALUATE WS-ORD-TYPE
043720         WHEN 'R'
043730             MOVE "RETURN" TO WS-DTL-TYPE
043770             MOVE "SALE" TO WS-DTL-TYPE
043780     END-EVALUATE.
043800     WRITE ORDSTMT-LINE FROM WS-DETAIL-LINE.
043825     IF WS-ORD-REF NOT = SPACES
043850         PERFORM 2450-PRINT-ORDER-ITEMS THRU 2450-EXIT
043875     END-IF.
043900     ADD 1 TO WS-PERIOD-COUNT.
044000     ADD 1 TO WS-ORDERS-LISTED.
044100     ADD WS-ORD-AMOUNT TO WS-PERIOD-AMOUNT.
044150     ADD WS-ORD-TAX TO WS-PERIOD-TAX.
044200     PERFORM 2320-FETCH-ORDER-ROW THRU 2320-EXIT.
044300 2400-EXIT.
044301     EXIT.
044302
044303******************************************************************
044304* 2450-PRINT-ORDER-ITEMS - LIST WHAT WAS BOUGHT OR RETURNED ON
044305* THE ORDER JUST PRINTED. AN ORDER POSTED WITHOUT LINE ITEMS
044306* SIMPLY HAS NONE; A FAILED CURSOR IS WARNED AND THE STATEMENT
044307* CARRIES ON WITHOUT THEM.
044308******************************************************************
044309 2450-PRINT-ORDER-ITEMS.
044310     MOVE 'N' TO WS-ITM-CURSOR-SW.
044311     EXEC SQL
044312         OPEN ITEM-CURSOR
044313     END-EXEC.
044314     IF SQLCODE NOT = 0
044315         DISPLAY "WARNING: ITEM CURSOR OPEN FAILED FOR "
044316             WS-ORD-REF ", SQLCODE: " SQLCODE
044317         GO TO 2450-EXIT
044318     END-IF.
044319     PERFORM 2460-FETCH-ITEM-ROW THRU 2460-EXIT.
044320     PERFORM 2470-PRINT-ONE-ITEM THRU 2470-EXIT
044321         UNTIL END-OF-ITM-CURSOR.
044322     EXEC SQL
044323         CLOSE ITEM-CURSOR
044324     END-EXEC.
044325 2450-EXIT.
044326     EXIT.
044327
044328 2460-FETCH-ITEM-ROW.
044329     EXEC SQL
044330         FETCH ITEM-CURSOR
044331         INTO :WS-ITM-PRODUCT, :WS-ITM-QUANTITY,
044332              :WS-ITM-UNIT-PRICE, :WS-ITM-AMOUNT
044333     END-EXEC.
044334     IF SQLCODE = 100
044335         SET END-OF-ITM-CURSOR TO TRUE
044336     ELSE
044337         IF SQLCODE NOT = 0
044338             DISPLAY "WARNING: ITEM FETCH FAILED FOR "
044339                 WS-ORD-REF ", SQLCODE: " SQLCODE
044340             SET END-OF-ITM-CURSOR TO TRUE
044341         END-IF
044342     END-IF.
044343 2460-EXIT.
044344     EXIT.
044345
044346 2470-PRINT-ONE-ITEM.
044347     MOVE SPACES TO WS-ITEM-LINE.
044348     MOVE WS-ITM-PRODUCT TO WS-ITL-PRODUCT.
044349     MOVE WS-ITM-PRODUCT TO PD-PRODUCT-CODE.
044350     PERFORM FIND-PRODUCT THRU FIND-PRODUCT-EXIT.
044351     MOVE PD-DESCRIPTION TO WS-ITL-DESC.
044352     MOVE WS-ITM-QUANTITY TO WS-ITL-QUANTITY.
044353     MOVE WS-ITM-UNIT-PRICE TO WS-ITL-UNIT-PRICE.
044354     MOVE WS-ITM-AMOUNT TO WS-ITL-AMOUNT.
044355     WRITE ORDSTMT-LINE FROM WS-ITEM-LINE.
044356     ADD 1 TO WS-ITEMS-LISTED.
044357     PERFORM 2460-FETCH-ITEM-ROW THRU 2460-EXIT.
044358 2470-EXIT.
044400     EXIT.
044500
044600******************************************************************
045200 2500-FETCH-YTD-TOTALS.
045300     MOVE ZERO TO WS-YTD-COUNT.
045400     MOVE ZERO TO WS-YTD-AMOUNT.
045450     MOVE ZERO TO WS-YTD-TAX.
045500     EXEC SQL
045600         SELECT COUNT(*), SUM(order_amount),
045650                COALESCE(SUM(order_tax), 0)
045700         INTO :WS-YTD-COUNT, :WS-YTD-AMOUNT, :WS-YTD-TAX
045800         FROM orders
045900         WHERE customer_id = :WS-STMT-CUSTOMER-ID
046000           AND order_date >= :WS-YEAR-START
046500             WS-STMT-CUSTOMER-ID ", SQLCODE: " SQLCODE
046600         MOVE ZERO TO WS-YTD-COUNT
046700         MOVE ZERO TO WS-YTD-AMOUNT
046750         MOVE ZERO TO WS-YTD-TAX
046800     END-IF.
046900 2500-EXIT.
047000     EXIT.
049100 2550-EXIT.
049200     EXIT.
049300
049302******************************************************************
049304* 2570-FETCH-ACCOUNT-FIGURES - PAYMENTS RECEIVED IN THE PERIOD
049306* AND THE OPEN BALANCE RECEIVABLES CARRIES TODAY. NO
049308* RECEIVABLES ROW (SQLCODE 100) MEANS NOTHING IS OWED.
049310******************************************************************
049312 2570-FETCH-ACCOUNT-FIGURES.
049314     MOVE ZERO TO WS-PAY-COUNT.
049316     MOVE ZERO TO WS-PAY-AMOUNT.
049318     MOVE ZERO TO WS-BALANCE-DUE.
049320     EXEC SQL
049322         SELECT COUNT(*), COALESCE(SUM(payment_amount), 0)
049324         INTO :WS-PAY-COUNT, :WS-PAY-AMOUNT
049326         FROM payments
049328         WHERE customer_id = :WS-STMT-CUSTOMER-ID
049330           AND payment_date >= :WS-PERIOD-START
049332           AND payment_date <= :WS-PERIOD-END
049334     END-EXEC.
049336     IF SQLCODE NOT = 0
049338         DISPLAY "WARNING: PAYMENTS NOT AVAILABLE FOR "
049340             WS-STMT-CUSTOMER-ID ", SQLCODE: " SQLCODE
049342         MOVE ZERO TO WS-PAY-COUNT
049344         MOVE ZERO TO WS-PAY-AMOUNT
049346     END-IF.
049348
049350     EXEC SQL
049352         SELECT open_balance
049354         INTO :WS-BALANCE-DUE
049356         FROM receivables
049358         WHERE customer_id = :WS-STMT-CUSTOMER-ID
049360     END-EXEC.
049362     IF SQLCODE NOT = 0
049364         IF SQLCODE NOT = 100
049366             DISPLAY "WARNING: BALANCE NOT AVAILABLE FOR "
049368                 WS-STMT-CUSTOMER-ID ", SQLCODE: " SQLCODE
049370         END-IF
049372         MOVE ZERO TO WS-BALANCE-DUE
049374     END-IF.
049376 2570-EXIT.
049378     EXIT.
049380
049400 2600-PRINT-STATEMENT-TOTALS.
049500     MOVE SPACES TO ORDSTMT-LINE.
049600     WRITE ORDSTMT-LINE.
050100     MOVE WS-PERIOD-AMOUNT TO WS-TOT-AMOUNT.
050200     WRITE ORDSTMT-LINE FROM WS-TOTAL-LINE.
050300
050316     MOVE SPACES TO WS-BALANCE-LINE.
050332     MOVE "PERIOD TOTAL   TAX" TO WS-BAL-LABEL.
050348     MOVE WS-PERIOD-TAX TO WS-BAL-AMOUNT.
050364     WRITE ORDSTMT-LINE FROM WS-BALANCE-LINE.
050380
050400     MOVE SPACES TO WS-TOTAL-LINE.
050500     MOVE "YEAR TO DATE   ORDERS" TO WS-TOT-LABEL.
050600     MOVE WS-YTD-COUNT TO WS-TOT-COUNT.
050700     MOVE WS-YTD-AMOUNT TO WS-TOT-AMOUNT.
050800     WRITE ORDSTMT-LINE FROM WS-TOTAL-LINE.
050900
050916     MOVE SPACES TO WS-BALANCE-LINE.
050932     MOVE "YEAR TO DATE   TAX" TO WS-BAL-LABEL.
050948     MOVE WS-YTD-TAX TO WS-BAL-AMOUNT.
050964     WRITE ORDSTMT-LINE FROM WS-BALANCE-LINE.
050980
051000     MOVE SPACES TO WS-TOTAL-LINE.
051100     MOVE "LIFETIME       ORDERS" TO WS-TOT-LABEL.
051200     MOVE WS-LIFE-COUNT TO WS-TOT-COUNT.
051300     MOVE WS-LIFE-AMOUNT TO WS-TOT-AMOUNT.
051400     WRITE ORDSTMT-LINE FROM WS-TOTAL-LINE.
051407
051414     MOVE SPACES TO WS-TOTAL-LINE.
051421     MOVE "PAYMENTS RECEIVED" TO WS-TOT-LABEL.
051428     MOVE WS-PAY-COUNT TO WS-TOT-COUNT.
051435     MOVE WS-PAY-AMOUNT TO WS-TOT-AMOUNT.
051442     WRITE ORDSTMT-LINE FROM WS-TOTAL-LINE.
051449
051456     MOVE SPACES TO ORDSTMT-LINE.
051463     WRITE ORDSTMT-LINE.
051470     MOVE SPACES TO WS-BALANCE-LINE.
051477     MOVE "BALANCE DUE" TO WS-BAL-LABEL.
051484     MOVE WS-BALANCE-DUE TO WS-BAL-AMOUNT.
051491     WRITE ORDSTMT-LINE FROM WS-BALANCE-LINE.
051492
051493     IF WS-PTS-ENTRY-COUNT > ZERO
051494         PERFORM 2750-PRINT-LOYALTY-POINTS THRU 2750-EXIT
051495     END-IF.
051500 2600-EXIT.
051501     EXIT.
051502
051503******************************************************************
051504* 2700-FETCH-LOYALTY-POINTS - THE CUSTOMER'S POINTS THROUGH THE
051505* PERIOD END IN ONE PASS OVER THEIR LEDGER ROWS: EVERYTHING
051506* BEFORE THE PERIOD IS THE OPENING BALANCE; IN THE PERIOD, 'E'
051507* EARNED AND 'R' RETURN REVERSALS NET TO POINTS EARNED, 'D' IS
051508* REDEEMED AND 'X' EXPIRED. NO ROWS MEANS NOT IN THE PROGRAM AND
051509* NO POINTS BLOCK. A FAILED SELECT WARNS AND LEAVES THE BLOCK
051510* OFF RATHER THAN PRINTING WRONG POINTS.
051511******************************************************************
051512 2700-FETCH-LOYALTY-POINTS.
051513     MOVE ZERO TO WS-PTS-OPENING.
051514     MOVE ZERO TO WS-PTS-EARNED.
051515     MOVE ZERO TO WS-PTS-REDEEMED.
051516     MOVE ZERO TO WS-PTS-EXPIRED.
051517     MOVE ZERO TO WS-PTS-CLOSING.
051518     MOVE ZERO TO WS-PTS-ENTRY-COUNT.
051519     MOVE 'N' TO WS-PTS-MOVED-SW.
051520     EXEC SQL
051521         SELECT COUNT(*),
051522                COALESCE(SUM(CASE WHEN entry_date
051523                                  < :WS-PERIOD-START
051524                         THEN points ELSE 0 END), 0),
051525                COALESCE(SUM(CASE WHEN entry_date
051526                                  >= :WS-PERIOD-START
051527                              AND entry_type IN ('E', 'R')
051528                         THEN points ELSE 0 END), 0),
051529                COALESCE(SUM(CASE WHEN entry_date
051530                                  >= :WS-PERIOD-START
051531                              AND entry_type = 'D'
051532                         THEN points ELSE 0 END), 0),
051533                COALESCE(SUM(CASE WHEN entry_date
051534                                  >= :WS-PERIOD-START
051535                              AND entry_type = 'X'
051536                         THEN points ELSE 0 END), 0)
051537         INTO :WS-PTS-ENTRY-COUNT, :WS-PTS-OPENING,
051538              :WS-PTS-EARNED, :WS-PTS-REDEEMED,
051539              :WS-PTS-EXPIRED
051540         FROM loyalty_points
051541         WHERE customer_id = :WS-STMT-CUSTOMER-ID
051542           AND entry_date <= :WS-PERIOD-END
051543     END-EXEC.
051544     IF SQLCODE NOT = 0
051545         DISPLAY "WARNING: LOYALTY POINTS NOT AVAILABLE FOR "
051546             WS-STMT-CUSTOMER-ID ", SQLCODE: " SQLCODE
051547         MOVE ZERO TO WS-PTS-ENTRY-COUNT
051548         GO TO 2700-EXIT
051549     END-IF.
051550     COMPUTE WS-PTS-REDEEMED = ZERO - WS-PTS-REDEEMED.
051551     COMPUTE WS-PTS-EXPIRED = ZERO - WS-PTS-EXPIRED.
051552     COMPUTE WS-PTS-CLOSING = WS-PTS-OPENING + WS-PTS-EARNED
051553         - WS-PTS-REDEEMED - WS-PTS-EXPIRED.
051554     IF WS-PTS-REDEEMED NOT = ZERO OR WS-PTS-EXPIRED NOT = ZERO
051555         SET POINTS-MOVED-IN-PERIOD TO TRUE
051556     END-IF.
051557 2700-EXIT.
051558     EXIT.
051559
051560 2750-PRINT-LOYALTY-POINTS.
051561     MOVE SPACES TO ORDSTMT-LINE.
051562     WRITE ORDSTMT-LINE.
051563     MOVE SPACES TO WS-POINTS-LINE.
051564     MOVE "POINTS OPENING" TO WS-PTS-LABEL.
051565     MOVE WS-PTS-OPENING TO WS-PTS-VALUE.
051566     WRITE ORDSTMT-LINE FROM WS-POINTS-LINE.
051567
051568     MOVE "POINTS EARNED" TO WS-PTS-LABEL.
051569     MOVE WS-PTS-EARNED TO WS-PTS-VALUE.
051570     WRITE ORDSTMT-LINE FROM WS-POINTS-LINE.
051571
051572     MOVE "POINTS REDEEMED" TO WS-PTS-LABEL.
051573     MOVE WS-PTS-REDEEMED TO WS-PTS-VALUE.
051574     WRITE ORDSTMT-LINE FROM WS-POINTS-LINE.
051575
051576     MOVE "POINTS EXPIRED" TO WS-PTS-LABEL.
051577     MOVE WS-PTS-EXPIRED TO WS-PTS-VALUE.
051578     WRITE ORDSTMT-LINE FROM WS-POINTS-LINE.
051579
051580     MOVE "POINTS CLOSING" TO WS-PTS-LABEL.
051581     MOVE WS-PTS-CLOSING TO WS-PTS-VALUE.
051582     WRITE ORDSTMT-LINE FROM WS-POINTS-LINE.
051583 2750-EXIT.
051600     EXIT.
051700
051800******************************************************************
052700
052800     MOVE "ORDERS LISTED:         " TO WS-SUM-LABEL.
052900     MOVE WS-ORDERS-LISTED TO WS-SUM-VALUE.
052911     WRITE ORDSTMT-LINE FROM WS-SUMMARY-LINE.
052922
052933     MOVE "LINE ITEMS LISTED:     " TO WS-SUM-LABEL.
052944     MOVE WS-ITEMS-LISTED TO WS-SUM-VALUE.
052955     WRITE ORDSTMT-LINE FROM WS-SUMMARY-LINE.
052966
052977     MOVE "BALANCE-ONLY STMTS:    " TO WS-SUM-LABEL.
052988     MOVE WS-BALANCE-ONLY TO WS-SUM-VALUE.
053000     WRITE ORDSTMT-LINE FROM WS-SUMMARY-LINE.
053100
053200     EXEC SQL
054500
054600* INCLUDE THE SHARED CHECK-DATE-FORMAT UTILITY PARAGRAPHS
054700     COPY CHKDATE.
054800
054900* INCLUDE THE SHARED BUSINESS-CALENDAR UTILITY PARAGRAPHS
055000     COPY CHKCAL.
055100
055200* INCLUDE THE SHARED PRODUCT REFERENCE UTILITY PARAGRAPHS
055300     COPY CHKPROD.
