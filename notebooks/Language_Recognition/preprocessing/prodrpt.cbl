000100******************************************************************
000200* PRODRPT - MONTHLY PRODUCT SALES BY PRODUCT AND REGION
000300******************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. PRODRPT.
000600 AUTHOR. R MERCER.
000700 INSTALLATION. DATA PROCESSING.
000800 DATE-WRITTEN. 2026-10-15.
000900 DATE-COMPILED.
001000******************************************************************
001100* MODIFICATION HISTORY
001200* ----------------------------------------------------------------
001300* DATE        INIT  DESCRIPTION
001400* 2026-10-15  RDM   ORIGINAL VERSION - THE MONTHLY MERCHANDISING
001500*                   REPORT. FOR EACH PRODUCT, AND WITHIN IT EACH
001600*                   REGION THE ORDER WAS POSTED UNDER (THE
001700*                   REGION ORDPOST STORED ON THE LINE, NOT WHERE
001800*                   THE CUSTOMER IS TODAY), THE REPORT SHOWS
001900*                   UNITS SOLD, UNITS RETURNED, GROSS SALES,
002000*                   RETURNS AND NET, WITH A TOTAL PER PRODUCT
002100*                   AND A GRAND TOTAL. ONLY ORDERS POSTED WITH
002200*                   LINE ITEMS APPEAR - AN OLD-FORMAT SALE HAS NO
002300*                   PRODUCT. DESCRIPTIONS COME FROM PRODREF; A
002400*                   CODE NO LONGER ON IT STILL PRINTS, COUNTED.
002500*                   THE REPORT MONTH COMES FROM THE PRODPARM
002600*                   CARD; NO CARD MEANS THE MONTH BEFORE THE RUN
002700*                   DATE.
002716* 2026-10-15  RDM   A PRODRPT THAT CANNOT BE OPENED NOW STOPS THE
002732*                   RUN WITH RETURN-CODE 16. WITHOUT PRODREF
002748*                   EVERY PRODUCT WOULD LOOK MISSING FROM IT, SO
002764*                   THE NOT-ON-PRODREF COUNT IS KEPT ONLY WHEN
002780*                   THE TABLE LOADED.
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. X86-64.
003200 OBJECT-COMPUTER. X86-64.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT PRODRPT-FILE ASSIGN TO "PRODRPT"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-PRODRPT-STATUS.
003800
003900     SELECT PARMCARD-FILE ASSIGN TO "PRODPARM"
004000         ORGANIZATION IS SEQUENTIAL
004100         ACCESS MODE IS SEQUENTIAL
004200         FILE STATUS IS WS-PARMCARD-STATUS.
004300
004400     SELECT PRODREF-FILE ASSIGN TO "PRODREF"
004500         ORGANIZATION IS SEQUENTIAL
004600         ACCESS MODE IS SEQUENTIAL
004700         FILE STATUS IS WS-PRODREF-STATUS.
004800
004900     SELECT SECPARM-FILE ASSIGN TO "SECPARM"
005000         ORGANIZATION IS SEQUENTIAL
005100         ACCESS MODE IS SEQUENTIAL
005200         FILE STATUS IS WS-SECPARM-STATUS.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  PRODRPT-FILE.
005700 01  PRODRPT-LINE              PIC X(132).
005800
005900* RUN-TIME PARAMETER CARD - OPTIONAL REPORT MONTH AS CCYY-MM.
006000 FD  PARMCARD-FILE
006100     RECORDING MODE IS F.
006200 01  PARMCARD-RECORD.
006300     05  PC-REPORT-MONTH       PIC X(07).
006400     05  FILLER                PIC X(73).
006500
006600* PRODUCT REFERENCE - ONE RECORD PER PRODUCT CODE. SEE
006700* PRODCHK.cpy.
006800 FD  PRODREF-FILE
006900     RECORDING MODE IS F.
007000 01  PRODREF-RECORD.
007100     05  PF-PRODUCT-CODE       PIC X(08).
007200     05  PF-DESCRIPTION        PIC X(30).
007300     05  PF-PRODUCT-STATUS     PIC X(01).
007400     05  FILLER                PIC X(41).
007500
007600* SECURED PARAMETER FILE - DB2 CONNECT CREDENTIALS MAINTAINED BY
007700* THE VAULT/KEY-MANAGEMENT PROCESS, NEVER HARDCODED IN SOURCE.
007800 FD  SECPARM-FILE
007900     RECORDING MODE IS F.
008000 01  SECPARM-RECORD.
008100     05  SP-DB-USERNAME        PIC X(20).
008200     05  SP-DB-PASSWORD        PIC X(20).
008300
008400 WORKING-STORAGE SECTION.
008500
008600* INCLUDE SHARED DATABASE-CREDENTIAL WORKING STORAGE
008700     COPY DBCRED.
008800
008900* INCLUDE SHARED DATE-HANDLING WORKING STORAGE
009000     COPY DATECHK.
009100
009200* INCLUDE SHARED PRODUCT REFERENCE WORKING STORAGE
009300     COPY PRODCHK.
009400
009500 01  WS-VARIABLES.
009600     05  WS-CURRENT-DATE       PIC X(10) VALUE SPACES.
009700     05  WS-REPORT-MONTH       PIC X(07) VALUE SPACES.
009800     05  WS-PERIOD-START       PIC X(10) VALUE SPACES.
009900     05  WS-PERIOD-END         PIC X(10) VALUE SPACES.
010000     05  WS-WORK-CCYY          PIC 9(04) VALUE ZERO.
010100     05  WS-WORK-MM            PIC 9(02) VALUE ZERO.
010200
010300 01  WS-PRODUCT-FETCH-FIELDS.
010400     05  WS-PRD-CODE           PIC X(08) VALUE SPACES.
010500     05  WS-PRD-REGION         PIC X(02) VALUE SPACES.
010600     05  WS-PRD-TYPE           PIC X(01) VALUE SPACE.
010700         88  PRODUCT-ROW-SALE  VALUE 'S'.
010800     05  WS-PRD-UNITS          PIC S9(09) VALUE ZERO.
010900     05  WS-PRD-AMOUNT         PIC S9(11)V99 VALUE ZERO.
011000     05  WS-PRD-CURSOR-SW      PIC X(01) VALUE 'N'.
011100         88  END-OF-PRD-CURSOR VALUE 'Y'.
011200
011300 01  WS-FILE-SWITCHES.
011400     05  WS-PRODRPT-STATUS     PIC X(02) VALUE SPACES.
011425         88  PRODRPT-OK        VALUE '00'.
011450     05  WS-PRODRPT-OPEN-SW    PIC X(01) VALUE 'N'.
011475         88  PRODRPT-WAS-OPENED VALUE 'Y'.
011500     05  WS-PARMCARD-STATUS    PIC X(02) VALUE SPACES.
011600         88  PARMCARD-OK       VALUE '00'.
011700
011800* ONE PRODUCT AND REGION AT A TIME - THE CURSOR ARRIVES IN
011900* PRODUCT, REGION ORDER, SO THE FIGURES ARE ACCUMULATED UNTIL THE
012000* REGION CHANGES AND PRINTED, AND ROLLED INTO THE PRODUCT TOTAL
012100* UNTIL THE PRODUCT CHANGES.
012200 01  WS-REGION-TOTALS.
012300     05  WS-CUR-PRODUCT        PIC X(08) VALUE SPACES.
012400     05  WS-CUR-REGION         PIC X(02) VALUE SPACES.
012500     05  WS-RGN-UNITS-SOLD     PIC S9(09) VALUE ZERO.
012600     05  WS-RGN-UNITS-RETURNED PIC S9(09) VALUE ZERO.
012700     05  WS-RGN-GROSS          PIC S9(11)V99 VALUE ZERO.
012800     05  WS-RGN-RETURNS        PIC S9(11)V99 VALUE ZERO.
012900
013000 01  WS-PRODUCT-TOTALS.
013100     05  WS-PRD-UNITS-SOLD     PIC S9(09) VALUE ZERO.
013200     05  WS-PRD-UNITS-RETURNED PIC S9(09) VALUE ZERO.
013300     05  WS-PRD-GROSS          PIC S9(11)V99 VALUE ZERO.
013400     05  WS-PRD-RETURNS        PIC S9(11)V99 VALUE ZERO.
013500
013600 01  WS-GRAND-TOTALS.
013700     05  WS-TOT-UNITS-SOLD     PIC S9(09) VALUE ZERO.
013800     05  WS-TOT-UNITS-RETURNED PIC S9(09) VALUE ZERO.
013900     05  WS-TOT-GROSS          PIC S9(11)V99 VALUE ZERO.
014000     05  WS-TOT-RETURNS        PIC S9(11)V99 VALUE ZERO.
014100
014200 01  WS-PRODUCT-COUNTS.
014300     05  WS-PRODUCTS-REPORTED  PIC 9(05) VALUE ZERO.
014400     05  WS-ROWS-FETCHED       PIC 9(05) VALUE ZERO.
014500     05  WS-NOT-ON-PRODREF     PIC 9(05) VALUE ZERO.
014600
014700 01  WS-REPORT-LINES.
014800     05  WS-HEADER-LINE.
014900         10  FILLER            PIC X(30) VALUE
015000             "MONTHLY PRODUCT SALES".
015100         10  FILLER            PIC X(10) VALUE "  PERIOD: ".
015200         10  WS-HDR-PERIOD     PIC X(07) VALUE SPACES.
015300         10  FILLER            PIC X(12) VALUE "  RUN DATE: ".
015400         10  WS-HDR-DATE       PIC X(10) VALUE SPACES.
015500     05  WS-COLUMN-LINE.
015600         10  FILLER            PIC X(10) VALUE "PRODUCT".
015700         10  FILLER            PIC X(26) VALUE "DESCRIPTION".
015800         10  FILLER            PIC X(04) VALUE "RGN".
015900         10  FILLER            PIC X(12) VALUE "   UNITS OUT".
016000         10  FILLER            PIC X(12) VALUE "  UNITS BACK".
016100         10  FILLER            PIC X(19) VALUE
016200             "       GROSS SALES".
016300         10  FILLER            PIC X(19) VALUE
016400             "           RETURNS".
016500         10  FILLER            PIC X(19) VALUE
016600             "         NET SALES".
016700     05  WS-PRODUCT-LINE.
016800         10  WS-PRL-PRODUCT    PIC X(08).
016900         10  FILLER            PIC X(02) VALUE SPACES.
017000         10  WS-PRL-DESC       PIC X(24).
017100         10  FILLER            PIC X(02) VALUE SPACES.
017200         10  WS-PRL-REGION     PIC X(03).
017300         10  FILLER            PIC X(01) VALUE SPACES.
017400         10  WS-PRL-UNITS-SOLD PIC ZZZ,ZZZ,ZZ9-.
017500         10  WS-PRL-UNITS-RETURNED
017600                               PIC ZZZ,ZZZ,ZZ9-.
017700         10  FILLER            PIC X(01) VALUE SPACES.
017800         10  WS-PRL-GROSS      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
017900         10  FILLER            PIC X(01) VALUE SPACES.
018000         10  WS-PRL-RETURNS    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
018100         10  FILLER            PIC X(01) VALUE SPACES.
018200         10  WS-PRL-NET        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
018300     05  WS-SUMMARY-LINE.
018400         10  FILLER            PIC X(20) VALUE SPACES.
018500         10  WS-SUM-LABEL      PIC X(23).
018600         10  WS-SUM-VALUE      PIC ZZZ,ZZ9.
018700
018800 PROCEDURE DIVISION.
018900 0000-MAINLINE.
019000     DISPLAY "MONTHLY PRODUCT SALES REPORT".
019100     PERFORM 1000-INITIALIZE-ROUTINE THRU 1000-EXIT.
019200     IF RETURN-CODE = ZERO
019300         PERFORM 2000-PROCESS-DATA THRU 2000-EXIT
019400     ELSE
019500         DISPLAY "INITIALIZATION FAILED, SKIPPING PROCESS-DATA"
019600     END-IF.
019700     PERFORM 4000-CLEANUP-ROUTINE THRU 4000-EXIT.
019800     STOP RUN.
019900
020000******************************************************************
020100* 1000-INITIALIZE-ROUTINE - SET THE PERIOD, LOAD THE PRODUCT
020200* DESCRIPTIONS, OPEN THE REPORT AND CONNECT TO THE DATABASE.
020300* NO PRODREF ONLY COSTS THE DESCRIPTIONS - THE FIGURES STAND.
020400******************************************************************
020500 1000-INITIALIZE-ROUTINE.
020600     PERFORM DERIVE-CURRENT-DATE
020700         THRU DERIVE-CURRENT-DATE-EXIT.
020800     MOVE DC-TODAY-DATE TO WS-CURRENT-DATE.
020900
021000     PERFORM 1050-READ-PARAMETER-CARD THRU 1050-EXIT.
021100     PERFORM 1070-SET-REPORT-PERIOD THRU 1070-EXIT.
021200
021300     PERFORM LOAD-PRODUCT-TABLE THRU LOAD-PRODUCT-TABLE-EXIT.
021400     IF NOT PRODUCT-TABLE-LOADED
021500         DISPLAY "WARNING: NO PRODUCT DESCRIPTIONS, CODES ONLY"
021600     END-IF.
021700
021800     OPEN OUTPUT PRODRPT-FILE.
021812     IF NOT PRODRPT-OK
021824         DISPLAY "UNABLE TO OPEN PRODRPT, STATUS: "
021836             WS-PRODRPT-STATUS
021848         MOVE 16 TO RETURN-CODE
021860         GO TO 1000-EXIT
021872     END-IF.
021884     SET PRODRPT-WAS-OPENED TO TRUE.
021900     MOVE WS-REPORT-MONTH TO WS-HDR-PERIOD.
022000     MOVE WS-CURRENT-DATE TO WS-HDR-DATE.
022100     WRITE PRODRPT-LINE FROM WS-HEADER-LINE.
022200     WRITE PRODRPT-LINE FROM WS-COLUMN-LINE.
022300
022400     PERFORM 1100-LOAD-DB-CREDENTIALS THRU 1100-EXIT.
022500
022600* PRODUCT CURSOR - A SUMMARY OF THE PERIOD'S ORDER LINES BY
022700* PRODUCT, REGION AND TRANSACTION TYPE. LINE AMOUNTS ARE STORED
022800* UNSIGNED; THE TYPE SAYS WHETHER THE UNITS WENT OUT OR CAME
022900* BACK. ADJUSTMENTS CARRY NO LINES AND SO NEVER APPEAR.
023000     EXEC SQL
023100         DECLARE PRD-CURSOR CURSOR FOR
023200         SELECT product_code, COALESCE(region, '  '), order_type,
023300                SUM(quantity), SUM(line_amount)
023400         FROM order_lines
023500         WHERE order_date >= :WS-PERIOD-START
023600           AND order_date <= :WS-PERIOD-END
023700         GROUP BY product_code, region, order_type
023800         ORDER BY 1, 2, 3
023900     END-EXEC.
024000
024100     EXEC SQL
024200         CONNECT TO :WS-DB-NAME
024300             USER :WS-DB-USERNAME USING :WS-DB-PASSWORD
024400     END-EXEC.
024500     IF SQLCODE NOT = 0
024600         DISPLAY "UNABLE TO CONNECT TO DATABASE, SQLCODE: "
024700             SQLCODE
024800         MOVE 16 TO RETURN-CODE
024900         GO TO 1000-EXIT
025000     END-IF.
025100 1000-EXIT.
025200     EXIT.
025300
025400******************************************************************
025500* 1050-READ-PARAMETER-CARD - OPTIONAL REPORT MONTH (CCYY-MM).
025600******************************************************************
025700 1050-READ-PARAMETER-CARD.
025800     OPEN INPUT PARMCARD-FILE.
025900     IF NOT PARMCARD-OK
026000         DISPLAY "NO PARAMETER CARD FOUND, USING DEFAULTS"
026100         GO TO 1050-EXIT
026200     END-IF.
026300
026400     READ PARMCARD-FILE
026500         AT END
026600             DISPLAY "PARAMETER CARD EMPTY, USING DEFAULTS"
026700             CLOSE PARMCARD-FILE
026800             GO TO 1050-EXIT
026900     END-READ.
027000
027100     IF PC-REPORT-MONTH NOT = SPACES
027200         MOVE PC-REPORT-MONTH TO WS-REPORT-MONTH
027300     END-IF.
027400
027500     CLOSE PARMCARD-FILE.
027600 1050-EXIT.
027700     EXIT.
027800
027900******************************************************************
028000* 1070-SET-REPORT-PERIOD - VALIDATE THE MONTH AND BUILD THE
028100* PERIOD DATES; A MALFORMED MONTH FALLS BACK TO THE MONTH
028200* BEFORE THE RUN DATE, THE SAME CONVENTION TAXRPT USES.
028300******************************************************************
028400 1070-SET-REPORT-PERIOD.
028500     IF WS-REPORT-MONTH NOT = SPACES
028600         IF WS-REPORT-MONTH(1:4) IS NUMERIC
028700                 AND WS-REPORT-MONTH(5:1) = "-"
028800                 AND WS-REPORT-MONTH(6:2) IS NUMERIC
028900             MOVE WS-REPORT-MONTH(6:2) TO WS-WORK-MM
029000             IF WS-WORK-MM < 1 OR WS-WORK-MM > 12
029100                 DISPLAY "REPORT MONTH OUT OF RANGE: "
029200                     WS-REPORT-MONTH ", USING PRIOR MONTH"
029300                 MOVE SPACES TO WS-REPORT-MONTH
029400             END-IF
029500         ELSE
029600             DISPLAY "REPORT MONTH NOT CCYY-MM: "
029700                 WS-REPORT-MONTH ", USING PRIOR MONTH"
029800             MOVE SPACES TO WS-REPORT-MONTH
029900         END-IF
030000     END-IF.
030100
030200     IF WS-REPORT-MONTH = SPACES
030300         MOVE WS-CURRENT-DATE(1:4) TO WS-WORK-CCYY
030400         MOVE WS-CURRENT-DATE(6:2) TO WS-WORK-MM
030500         IF WS-WORK-MM = 1
030600             MOVE 12 TO WS-WORK-MM
030700             SUBTRACT 1 FROM WS-WORK-CCYY
030800         ELSE
030900             SUBTRACT 1 FROM WS-WORK-MM
031000         END-IF
031100         MOVE WS-WORK-CCYY TO WS-REPORT-MONTH(1:4)
031200         MOVE "-" TO WS-REPORT-MONTH(5:1)
031300         MOVE WS-WORK-MM TO WS-REPORT-MONTH(6:2)
031400     END-IF.
031500
031600     MOVE SPACES TO WS-PERIOD-START.
031700     STRING WS-REPORT-MONTH "-01" DELIMITED BY SIZE
031800         INTO WS-PERIOD-START.
031900     MOVE SPACES TO WS-PERIOD-END.
032000     STRING WS-REPORT-MONTH "-31" DELIMITED BY SIZE
032100         INTO WS-PERIOD-END.
032200     DISPLAY "REPORT PERIOD: " WS-REPORT-MONTH.
032300 1070-EXIT.
032400     EXIT.
032500
032600* INCLUDE SHARED DB-CREDENTIAL LOAD PARAGRAPH
032700     COPY LOADCRED.
032800
032900******************************************************************
033000* 2000-PROCESS-DATA - READ THE PERIOD'S LINES BY PRODUCT, REGION
033100* AND TYPE, PRINTING A LINE AT EACH CHANGE OF REGION AND A
033200* PRODUCT TOTAL AT EACH CHANGE OF PRODUCT, THEN THE GRAND TOTAL.
033300******************************************************************
033400 2000-PROCESS-DATA.
033500     EXEC SQL
033600         OPEN PRD-CURSOR
033700     END-EXEC.
033800     IF SQLCODE NOT = 0
033900         DISPLAY "UNABLE TO OPEN PRODUCT CURSOR, SQLCODE: "
034000             SQLCODE
034100         MOVE 16 TO RETURN-CODE
034200         GO TO 2000-EXIT
034300     END-IF.
034400
034500     PERFORM 2100-FETCH-PRODUCT-ROW THRU 2100-EXIT.
034600     IF NOT END-OF-PRD-CURSOR
034700         MOVE WS-PRD-CODE TO WS-CUR-PRODUCT
034800         MOVE WS-PRD-REGION TO WS-CUR-REGION
034900     END-IF.
035000     PERFORM 2200-BOOK-ONE-ROW THRU 2200-EXIT
035100         UNTIL END-OF-PRD-CURSOR.
035200     IF WS-ROWS-FETCHED > ZERO
035300         PERFORM 2300-PRINT-REGION-LINE THRU 2300-EXIT
035400         PERFORM 2350-PRINT-PRODUCT-TOTAL THRU 2350-EXIT
035500     END-IF.
035600
035700     EXEC SQL
035800         CLOSE PRD-CURSOR
035900     END-EXEC.
036000
036100     PERFORM 2400-PRINT-GRAND-TOTAL THRU 2400-EXIT.
036200 2000-EXIT.
036300     EXIT.
036400
036500 2100-FETCH-PRODUCT-ROW.
036600     EXEC SQL
036700         FETCH PRD-CURSOR
036800         INTO :WS-PRD-CODE, :WS-PRD-REGION, :WS-PRD-TYPE,
036900              :WS-PRD-UNITS, :WS-PRD-AMOUNT
037000     END-EXEC.
037100     IF SQLCODE = 100
037200         SET END-OF-PRD-CURSOR TO TRUE
037300     ELSE
037400         IF SQLCODE NOT = 0
037500             DISPLAY "PRODUCT FETCH FAILED, SQLCODE: " SQLCODE
037600             MOVE 16 TO RETURN-CODE
037700             SET END-OF-PRD-CURSOR TO TRUE
037800         END-IF
037900     END-IF.
038000 2100-EXIT.
038100     EXIT.
038200
038300******************************************************************
038400* 2200-BOOK-ONE-ROW - A SALE ROW IS UNITS OUT AND GROSS SALES; A
038500* RETURN ROW IS UNITS BACK AND RETURNS. A NEW PRODUCT CLOSES
038600* BOTH THE REGION AND THE PRODUCT; A NEW REGION ONLY THE REGION.
038700******************************************************************
038800 2200-BOOK-ONE-ROW.
038900     IF WS-PRD-CODE NOT = WS-CUR-PRODUCT
039000         PERFORM 2300-PRINT-REGION-LINE THRU 2300-EXIT
039100         PERFORM 2350-PRINT-PRODUCT-TOTAL THRU 2350-EXIT
039200         MOVE WS-PRD-CODE TO WS-CUR-PRODUCT
039300         MOVE WS-PRD-REGION TO WS-CUR-REGION
039400     END-IF.
039500     IF WS-PRD-REGION NOT = WS-CUR-REGION
039600         PERFORM 2300-PRINT-REGION-LINE THRU 2300-EXIT
039700         MOVE WS-PRD-REGION TO WS-CUR-REGION
039800     END-IF.
039900     ADD 1 TO WS-ROWS-FETCHED.
040000     IF PRODUCT-ROW-SALE
040100         ADD WS-PRD-UNITS TO WS-RGN-UNITS-SOLD
040200         ADD WS-PRD-AMOUNT TO WS-RGN-GROSS
040300     ELSE
040400         ADD WS-PRD-UNITS TO WS-RGN-UNITS-RETURNED
040500         ADD WS-PRD-AMOUNT TO WS-RGN-RETURNS
040600     END-IF.
040700     PERFORM 2100-FETCH-PRODUCT-ROW THRU 2100-EXIT.
040800 2200-EXIT.
040900     EXIT.
041000
041100 2300-PRINT-REGION-LINE.
041200     MOVE SPACES TO WS-PRODUCT-LINE.
041300     MOVE WS-CUR-PRODUCT TO WS-PRL-PRODUCT.
041400     MOVE WS-CUR-PRODUCT TO PD-PRODUCT-CODE.
041500     PERFORM FIND-PRODUCT THRU FIND-PRODUCT-EXIT.
041600     MOVE PD-DESCRIPTION TO WS-PRL-DESC.
041700     MOVE WS-CUR-REGION TO WS-PRL-REGION.
041800     MOVE WS-RGN-UNITS-SOLD TO WS-PRL-UNITS-SOLD.
041900     MOVE WS-RGN-UNITS-RETURNED TO WS-PRL-UNITS-RETURNED.
042000     MOVE WS-RGN-GROSS TO WS-PRL-GROSS.
042100     MOVE WS-RGN-RETURNS TO WS-PRL-RETURNS.
042200     COMPUTE WS-PRL-NET = WS-RGN-GROSS - WS-RGN-RETURNS.
042300     WRITE PRODRPT-LINE FROM WS-PRODUCT-LINE.
042400
042500     ADD WS-RGN-UNITS-SOLD TO WS-PRD-UNITS-SOLD.
042600     ADD WS-RGN-UNITS-RETURNED TO WS-PRD-UNITS-RETURNED.
042700     ADD WS-RGN-GROSS TO WS-PRD-GROSS.
042800     ADD WS-RGN-RETURNS TO WS-PRD-RETURNS.
042900     MOVE ZERO TO WS-RGN-UNITS-SOLD.
043000     MOVE ZERO TO WS-RGN-UNITS-RETURNED.
043100     MOVE ZERO TO WS-RGN-GROSS.
043200     MOVE ZERO TO WS-RGN-RETURNS.
043300 2300-EXIT.
043400     EXIT.
043500
043600* A PRODUCT NO LONGER ON PRODREF STILL PRINTS, UNDER ITS CODE.
043700 2350-PRINT-PRODUCT-TOTAL.
043800     MOVE SPACES TO WS-PRODUCT-LINE.
043900     MOVE WS-CUR-PRODUCT TO WS-PRL-PRODUCT.
044000     MOVE WS-CUR-PRODUCT TO PD-PRODUCT-CODE.
044100     PERFORM FIND-PRODUCT THRU FIND-PRODUCT-EXIT.
044200     IF PRODUCT-FOUND OR NOT PRODUCT-TABLE-LOADED
044300         MOVE "  PRODUCT TOTAL" TO WS-PRL-DESC
044400     ELSE
044500         MOVE "  NOT ON PRODREF - TOTAL" TO WS-PRL-DESC
044600         ADD 1 TO WS-NOT-ON-PRODREF
044700     END-IF.
044800     MOVE "ALL" TO WS-PRL-REGION.
044900     MOVE WS-PRD-UNITS-SOLD TO WS-PRL-UNITS-SOLD.
045000     MOVE WS-PRD-UNITS-RETURNED TO WS-PRL-UNITS-RETURNED.
045100     MOVE WS-PRD-GROSS TO WS-PRL-GROSS.
045200     MOVE WS-PRD-RETURNS TO WS-PRL-RETURNS.
045300     COMPUTE WS-PRL-NET = WS-PRD-GROSS - WS-PRD-RETURNS.
045400     WRITE PRODRPT-LINE FROM WS-PRODUCT-LINE.
045500     MOVE SPACES TO PRODRPT-LINE.
045600     WRITE PRODRPT-LINE.
045700     ADD 1 TO WS-PRODUCTS-REPORTED.
045800
045900     ADD WS-PRD-UNITS-SOLD TO WS-TOT-UNITS-SOLD.
046000     ADD WS-PRD-UNITS-RETURNED TO WS-TOT-UNITS-RETURNED.
046100     ADD WS-PRD-GROSS TO WS-TOT-GROSS.
046200     ADD WS-PRD-RETURNS TO WS-TOT-RETURNS.
046300     MOVE ZERO TO WS-PRD-UNITS-SOLD.
046400     MOVE ZERO TO WS-PRD-UNITS-RETURNED.
046500     MOVE ZERO TO WS-PRD-GROSS.
046600     MOVE ZERO TO WS-PRD-RETURNS.
046700 2350-EXIT.
046800     EXIT.
046900
047000 2400-PRINT-GRAND-TOTAL.
047100     MOVE SPACES TO WS-PRODUCT-LINE.
047200     MOVE "**" TO WS-PRL-PRODUCT.
047300     MOVE "ALL" TO WS-PRL-REGION.
047400     MOVE WS-TOT-UNITS-SOLD TO WS-PRL-UNITS-SOLD.
047500     MOVE WS-TOT-UNITS-RETURNED TO WS-PRL-UNITS-RETURNED.
047600     MOVE WS-TOT-GROSS TO WS-PRL-GROSS.
047700     MOVE WS-TOT-RETURNS TO WS-PRL-RETURNS.
047800     COMPUTE WS-PRL-NET = WS-TOT-GROSS - WS-TOT-RETURNS.
047900     WRITE PRODRPT-LINE FROM WS-PRODUCT-LINE.
048000 2400-EXIT.
048100     EXIT.
048200
048300******************************************************************
048400* 4000-CLEANUP-ROUTINE - SUMMARY COUNTS, DISCONNECT AND CLOSES.
048500******************************************************************
048600 4000-CLEANUP-ROUTINE.
048687     IF PRODRPT-WAS-OPENED
048774         MOVE SPACES TO PRODRPT-LINE
048861         WRITE PRODRPT-LINE
048948         MOVE SPACES TO WS-SUMMARY-LINE
049035         MOVE "PRODUCTS REPORTED:     " TO WS-SUM-LABEL
049122         MOVE WS-PRODUCTS-REPORTED TO WS-SUM-VALUE
049209         WRITE PRODRPT-LINE FROM WS-SUMMARY-LINE
049300
049380         MOVE "PRODUCTS NOT ON PRODREF" TO WS-SUM-LABEL
049460         MOVE WS-NOT-ON-PRODREF TO WS-SUM-VALUE
049540         WRITE PRODRPT-LINE FROM WS-SUMMARY-LINE
049620     END-IF.
049700
049800     EXEC SQL
049900         DISCONNECT
050000     END-EXEC.
050100
050150     IF PRODRPT-WAS-OPENED
050200         CLOSE PRODRPT-FILE
050250     END-IF.
050300
050400     DISPLAY "PRODUCTS REPORTED: " WS-PRODUCTS-REPORTED.
050500     DISPLAY "PRODUCT SALES REPORT COMPLETE".
050600 4000-EXIT.
050700     EXIT.
050800
050900* INCLUDE THE SHARED CHECK-DATE-FORMAT UTILITY PARAGRAPHS
051000     COPY CHKDATE.
051100
051200* INCLUDE THE SHARED PRODUCT REFERENCE UTILITY PARAGRAPHS
051300     COPY CHKPROD.
