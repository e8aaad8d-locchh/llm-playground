000100******************************************************************
000200* TAXRPT - MONTHLY SALES-TAX LIABILITY BY STATE
000300******************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. TAXRPT.
000600 AUTHOR. R MERCER.
000700 INSTALLATION. DATA PROCESSING.
000800 DATE-WRITTEN. 2026-10-15.
000900 DATE-COMPILED.
001000******************************************************************
001100* MODIFICATION HISTORY
001200* ----------------------------------------------------------------
001300* DATE        INIT  DESCRIPTION
001400* 2026-10-15  RDM   ORIGINAL VERSION - THE MONTH-END TAX
001500*                   LIABILITY FINANCE HAS BEEN BUILDING IN A
001600*                   SPREADSHEET. FOR EACH STATE THE TAX WAS
001700*                   CHARGED IN (ORDER_TAX_STATE, AS ORDPOST
001800*                   STORED IT - NOT WHERE THE CUSTOMER LIVES
001900*                   TODAY) THE REPORT SHOWS TAXABLE SALES, TAX
002000*                   COLLECTED ON SALES, TAX REFUNDED ON RETURNS
002100*                   AND CREDIT ADJUSTMENTS, AND THE NET DUE,
002200*                   WITH A GRAND TOTAL. THE REPORT MONTH COMES
002300*                   FROM THE TAXPARM CARD; NO CARD MEANS THE
002400*                   MONTH BEFORE THE RUN DATE.
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. X86-64.
002900 OBJECT-COMPUTER. X86-64.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT TAXRPT-FILE ASSIGN TO "TAXRPT"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-TAXRPT-STATUS.
003500
003600     SELECT PARMCARD-FILE ASSIGN TO "TAXPARM"
003700         ORGANIZATION IS SEQUENTIAL
003800         ACCESS MODE IS SEQUENTIAL
003900         FILE STATUS IS WS-PARMCARD-STATUS.
004000
004100     SELECT SECPARM-FILE ASSIGN TO "SECPARM"
004200         ORGANIZATION IS SEQUENTIAL
004300         ACCESS MODE IS SEQUENTIAL
004400         FILE STATUS IS WS-SECPARM-STATUS.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  TAXRPT-FILE.
004900 01  TAXRPT-LINE               PIC X(132).
005000
005100* RUN-TIME PARAMETER CARD - OPTIONAL REPORT MONTH AS CCYY-MM.
005200 FD  PARMCARD-FILE
005300     RECORDING MODE IS F.
005400 01  PARMCARD-RECORD.
005500     05  PC-REPORT-MONTH       PIC X(07).
005600     05  FILLER                PIC X(73).
005700
005800* SECURED PARAMETER FILE - DB2 CONNECT CREDENTIALS MAINTAINED BY
005900* THE VAULT/KEY-MANAGEMENT PROCESS, NEVER HARDCODED IN SOURCE.
006000 FD  SECPARM-FILE
006100     RECORDING MODE IS F.
006200 01  SECPARM-RECORD.
006300     05  SP-DB-USERNAME        PIC X(20).
006400     05  SP-DB-PASSWORD        PIC X(20).
006500
006600 WORKING-STORAGE SECTION.
006700
006800* INCLUDE SHARED DATABASE-CREDENTIAL WORKING STORAGE
006900     COPY DBCRED.
007000
007100* INCLUDE SHARED DATE-HANDLING WORKING STORAGE
007200     COPY DATECHK.
007300
007400 01  WS-VARIABLES.
007500     05  WS-CURRENT-DATE       PIC X(10) VALUE SPACES.
007600     05  WS-REPORT-MONTH       PIC X(07) VALUE SPACES.
007700     05  WS-PERIOD-START       PIC X(10) VALUE SPACES.
007800     05  WS-PERIOD-END         PIC X(10) VALUE SPACES.
007900     05  WS-WORK-CCYY          PIC 9(04) VALUE ZERO.
008000     05  WS-WORK-MM            PIC 9(02) VALUE ZERO.
008100
008200 01  WS-TAX-FETCH-FIELDS.
008300     05  WS-TAX-STATE          PIC X(02) VALUE SPACES.
008400     05  WS-TAX-TYPE           PIC X(01) VALUE SPACE.
008500         88  TAX-ROW-SALE      VALUE 'S'.
008600     05  WS-TAX-GOODS          PIC S9(11)V99 VALUE ZERO.
008700     05  WS-TAX-AMOUNT         PIC S9(11)V99 VALUE ZERO.
008800     05  WS-TAX-CURSOR-SW      PIC X(01) VALUE 'N'.
008900         88  END-OF-TAX-CURSOR VALUE 'Y'.
009000
009100 01  WS-FILE-SWITCHES.
009200     05  WS-TAXRPT-STATUS      PIC X(02) VALUE SPACES.
009300     05  WS-PARMCARD-STATUS    PIC X(02) VALUE SPACES.
009400         88  PARMCARD-OK       VALUE '00'.
009500
009600* ONE STATE AT A TIME - THE CURSOR ARRIVES IN STATE ORDER, SO
009700* THE FIGURES ARE ACCUMULATED UNTIL THE STATE CHANGES AND THEN
009800* PRINTED.
009900 01  WS-STATE-TOTALS.
010000     05  WS-CUR-STATE          PIC X(02) VALUE SPACES.
010100     05  WS-STATE-TAXABLE      PIC S9(11)V99 VALUE ZERO.
010200     05  WS-STATE-COLLECTED    PIC S9(11)V99 VALUE ZERO.
010300     05  WS-STATE-REFUNDED     PIC S9(11)V99 VALUE ZERO.
010400     05  WS-STATE-NET          PIC S9(11)V99 VALUE ZERO.
010500
010600 01  WS-GRAND-TOTALS.
010700     05  WS-TOT-TAXABLE        PIC S9(11)V99 VALUE ZERO.
010800     05  WS-TOT-COLLECTED      PIC S9(11)V99 VALUE ZERO.
010900     05  WS-TOT-REFUNDED       PIC S9(11)V99 VALUE ZERO.
011000     05  WS-TOT-NET            PIC S9(11)V99 VALUE ZERO.
011100
011200 01  WS-TAX-COUNTS.
011300     05  WS-STATES-REPORTED    PIC 9(05) VALUE ZERO.
011400     05  WS-ROWS-FETCHED       PIC 9(05) VALUE ZERO.
011500     05  WS-NO-STATE-COUNT     PIC 9(05) VALUE ZERO.
011600
011700 01  WS-REPORT-LINES.
011800     05  WS-HEADER-LINE.
011900         10  FILLER            PIC X(30) VALUE
012000             "MONTHLY SALES-TAX LIABILITY".
012100         10  FILLER            PIC X(10) VALUE "  PERIOD: ".
012200         10  WS-HDR-PERIOD     PIC X(07) VALUE SPACES.
012300         10  FILLER            PIC X(12) VALUE "  RUN DATE: ".
012400         10  WS-HDR-DATE       PIC X(10) VALUE SPACES.
012500     05  WS-COLUMN-LINE.
012600         10  FILLER            PIC X(06) VALUE "STATE".
012700         10  FILLER            PIC X(19) VALUE
012800             "     TAXABLE SALES".
012900         10  FILLER            PIC X(19) VALUE
013000             "     TAX COLLECTED".
013100         10  FILLER            PIC X(19) VALUE
013200             "      TAX REFUNDED".
013300         10  FILLER            PIC X(19) VALUE
013400             "           NET DUE".
013500     05  WS-STATE-LINE.
013600         10  WS-STL-STATE      PIC X(02).
013700         10  FILLER            PIC X(04) VALUE SPACES.
013800         10  WS-STL-TAXABLE    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
013900         10  FILLER            PIC X(01) VALUE SPACES.
014000         10  WS-STL-COLLECTED  PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
014100         10  FILLER            PIC X(01) VALUE SPACES.
014200         10  WS-STL-REFUNDED   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
014300         10  FILLER            PIC X(01) VALUE SPACES.
014400         10  WS-STL-NET        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
014500     05  WS-SUMMARY-LINE.
014600         10  FILLER            PIC X(20) VALUE SPACES.
014700         10  WS-SUM-LABEL      PIC X(23).
014800         10  WS-SUM-VALUE      PIC ZZZ,ZZ9.
014900
015000 PROCEDURE DIVISION.
015100 0000-MAINLINE.
015200     DISPLAY "MONTHLY SALES-TAX LIABILITY REPORT".
015300     PERFORM 1000-INITIALIZE-ROUTINE THRU 1000-EXIT.
015400     IF RETURN-CODE = ZERO
015500         PERFORM 2000-PROCESS-DATA THRU 2000-EXIT
015600     ELSE
015700         DISPLAY "INITIALIZATION FAILED, SKIPPING PROCESS-DATA"
015800     END-IF.
015900     PERFORM 4000-CLEANUP-ROUTINE THRU 4000-EXIT.
016000     STOP RUN.
016100
016200******************************************************************
016300* 1000-INITIALIZE-ROUTINE - SET THE PERIOD, OPEN THE REPORT AND
016400* CONNECT TO THE DATABASE.
016500******************************************************************
016600 1000-INITIALIZE-ROUTINE.
016700     PERFORM DERIVE-CURRENT-DATE
016800         THRU DERIVE-CURRENT-DATE-EXIT.
016900     MOVE DC-TODAY-DATE TO WS-CURRENT-DATE.
017000
017100     PERFORM 1050-READ-PARAMETER-CARD THRU 1050-EXIT.
017200     PERFORM 1070-SET-REPORT-PERIOD THRU 1070-EXIT.
017300
017400     OPEN OUTPUT TAXRPT-FILE.
017500     MOVE WS-REPORT-MONTH TO WS-HDR-PERIOD.
017600     MOVE WS-CURRENT-DATE TO WS-HDR-DATE.
017700     WRITE TAXRPT-LINE FROM WS-HEADER-LINE.
017800     WRITE TAXRPT-LINE FROM WS-COLUMN-LINE.
017900
018000     PERFORM 1100-LOAD-DB-CREDENTIALS THRU 1100-EXIT.
018100
018200* LIABILITY CURSOR - A SUMMARY BY STATE AND TRANSACTION TYPE,
018300* NOT A WALK OF THE CUSTMAST SNAPSHOT: TAX CHARGED TO A CUSTOMER
018400* SINCE CLOSED OR ARCHIVED IS STILL OWED, AND NO ROW IS TIED
018500* BACK TO A CUSTOMER, SO THE MISATTRIBUTION THAT RULES OUT AN
018600* OPEN-ENDED DETAIL CURSOR CANNOT ARISE. ROWS WITHOUT TAX (PRE-
018700* DATING SALES TAX, OR NO RATE FOR THE LOCATION) ARE NOT PART
018800* OF THE LIABILITY.
018900     EXEC SQL
019000         DECLARE TAX-CURSOR CURSOR FOR
019100         SELECT COALESCE(order_tax_state, '  '), order_type,
019200                SUM(order_amount), SUM(order_tax)
019300         FROM orders
019400         WHERE order_date >= :WS-PERIOD-START
019500           AND order_date <= :WS-PERIOD-END
019600           AND order_tax IS NOT NULL
019700           AND order_tax <> 0
019800         GROUP BY order_tax_state, order_type
019900         ORDER BY 1, 2
020000     END-EXEC.
020100
020200     EXEC SQL
020300         CONNECT TO :WS-DB-NAME
020400             USER :WS-DB-USERNAME USING :WS-DB-PASSWORD
020500     END-EXEC.
020600     IF SQLCODE NOT = 0
020700         DISPLAY "UNABLE TO CONNECT TO DATABASE, SQLCODE: "
020800             SQLCODE
020900         MOVE 16 TO RETURN-CODE
021000         GO TO 1000-EXIT
021100     END-IF.
021200 1000-EXIT.
021300     EXIT.
021400
021500******************************************************************
021600* 1050-READ-PARAMETER-CARD - OPTIONAL REPORT MONTH (CCYY-MM).
021700******************************************************************
021800 1050-READ-PARAMETER-CARD.
021900     OPEN INPUT PARMCARD-FILE.
022000     IF NOT PARMCARD-OK
022100         DISPLAY "NO PARAMETER CARD FOUND, USING DEFAULTS"
022200         GO TO 1050-EXIT
022300     END-IF.
022400
022500     READ PARMCARD-FILE
022600         AT END
022700             DISPLAY "PARAMETER CARD EMPTY, USING DEFAULTS"
022800             CLOSE PARMCARD-FILE
022900             GO TO 1050-EXIT
023000     END-READ.
023100
023200     IF PC-REPORT-MONTH NOT = SPACES
023300         MOVE PC-REPORT-MONTH TO WS-REPORT-MONTH
023400     END-IF.
023500
023600     CLOSE PARMCARD-FILE.
023700 1050-EXIT.
023800     EXIT.
023900
024000******************************************************************
024100* 1070-SET-REPORT-PERIOD - VALIDATE THE MONTH AND BUILD THE
024200* PERIOD DATES; A MALFORMED MONTH FALLS BACK TO THE MONTH
024300* BEFORE THE RUN DATE, THE SAME CONVENTION REVRPT USES.
024400******************************************************************
024500 1070-SET-REPORT-PERIOD.
024600     IF WS-REPORT-MONTH NOT = SPACES
024700         IF WS-REPORT-MONTH(1:4) IS NUMERIC
024800                 AND WS-REPORT-MONTH(5:1) = "-"
024900                 AND WS-REPORT-MONTH(6:2) IS NUMERIC
025000             MOVE WS-REPORT-MONTH(6:2) TO WS-WORK-MM
025100             IF WS-WORK-MM < 1 OR WS-WORK-MM > 12
025200                 DISPLAY "REPORT MONTH OUT OF RANGE: "
025300                     WS-REPORT-MONTH ", USING PRIOR MONTH"
025400                 MOVE SPACES TO WS-REPORT-MONTH
025500             END-IF
025600         ELSE
025700             DISPLAY "REPORT MONTH NOT CCYY-MM: "
025800                 WS-REPORT-MONTH ", USING PRIOR MONTH"
025900             MOVE SPACES TO WS-REPORT-MONTH
026000         END-IF
026100     END-IF.
026200
026300     IF WS-REPORT-MONTH = SPACES
026400         MOVE WS-CURRENT-DATE(1:4) TO WS-WORK-CCYY
026500         MOVE WS-CURRENT-DATE(6:2) TO WS-WORK-MM
026600         IF WS-WORK-MM = 1
026700             MOVE 12 TO WS-WORK-MM
026800             SUBTRACT 1 FROM WS-WORK-CCYY
026900         ELSE
027000             SUBTRACT 1 FROM WS-WORK-MM
027100         END-IF
027200         MOVE WS-WORK-CCYY TO WS-REPORT-MONTH(1:4)
027300         MOVE "-" TO WS-REPORT-MONTH(5:1)
027400         MOVE WS-WORK-MM TO WS-REPORT-MONTH(6:2)
027500     END-IF.
027600
027700     MOVE SPACES TO WS-PERIOD-START.
027800     STRING WS-REPORT-MONTH "-01" DELIMITED BY SIZE
027900         INTO WS-PERIOD-START.
028000     MOVE SPACES TO WS-PERIOD-END.
028100     STRING WS-REPORT-MONTH "-31" DELIMITED BY SIZE
028200         INTO WS-PERIOD-END.
028300     DISPLAY "REPORT PERIOD: " WS-REPORT-MONTH.
028400 1070-EXIT.
028500     EXIT.
028600
028700* INCLUDE SHARED DB-CREDENTIAL LOAD PARAGRAPH
028800     COPY LOADCRED.
028900
029000******************************************************************
029100* 2000-PROCESS-DATA - READ THE PERIOD'S TAX BY STATE AND TYPE,
029200* PRINTING A LINE AT EACH CHANGE OF STATE, THEN THE GRAND TOTAL.
029300******************************************************************
029400 2000-PROCESS-DATA.
029500     EXEC SQL
029600         OPEN TAX-CURSOR
029700     END-EXEC.
029800     IF SQLCODE NOT = 0
029900         DISPLAY "UNABLE TO OPEN TAX CURSOR, SQLCODE: " SQLCODE
030000         MOVE 16 TO RETURN-CODE
030100         GO TO 2000-EXIT
030200     END-IF.
030300
030400     PERFORM 2100-FETCH-TAX-ROW THRU 2100-EXIT.
030500     IF NOT END-OF-TAX-CURSOR
030600         MOVE WS-TAX-STATE TO WS-CUR-STATE
030700     END-IF.
030800     PERFORM 2200-BOOK-ONE-ROW THRU 2200-EXIT
030900         UNTIL END-OF-TAX-CURSOR.
031000     IF WS-ROWS-FETCHED > ZERO
031100         PERFORM 2300-PRINT-STATE-LINE THRU 2300-EXIT
031200     END-IF.
031300
031400     EXEC SQL
031500         CLOSE TAX-CURSOR
031600     END-EXEC.
031700
031800     PERFORM 2400-PRINT-GRAND-TOTAL THRU 2400-EXIT.
031900 2000-EXIT.
032000     EXIT.
032100
032200 2100-FETCH-TAX-ROW.
032300     EXEC SQL
032400         FETCH TAX-CURSOR
032500         INTO :WS-TAX-STATE, :WS-TAX-TYPE,
032600              :WS-TAX-GOODS, :WS-TAX-AMOUNT
032700     END-EXEC.
032800     IF SQLCODE = 100
032900         SET END-OF-TAX-CURSOR TO TRUE
033000     ELSE
033100         IF SQLCODE NOT = 0
033200             DISPLAY "TAX FETCH FAILED, SQLCODE: " SQLCODE
033300             MOVE 16 TO RETURN-CODE
033400             SET END-OF-TAX-CURSOR TO TRUE
033500         END-IF
033600     END-IF.
033700 2100-EXIT.
033800     EXIT.
033900
034000******************************************************************
034100* 2200-BOOK-ONE-ROW - A SALE ROW IS TAXABLE SALES AND TAX
034200* COLLECTED; A RETURN OR CREDIT ADJUSTMENT ROW CARRIES NEGATIVE
034300* TAX, REPORTED AS A POSITIVE REFUND. TAX WITH NO STATE ON THE
034400* ROW IS STILL OWED AND PRINTS UNDER A BLANK STATE, COUNTED.
034500******************************************************************
034600 2200-BOOK-ONE-ROW.
034700     IF WS-TAX-STATE NOT = WS-CUR-STATE
034800         PERFORM 2300-PRINT-STATE-LINE THRU 2300-EXIT
034900         MOVE WS-TAX-STATE TO WS-CUR-STATE
035000     END-IF.
035100     ADD 1 TO WS-ROWS-FETCHED.
035200     IF WS-TAX-STATE = SPACES
035300         ADD 1 TO WS-NO-STATE-COUNT
035400     END-IF.
035500     IF TAX-ROW-SALE
035600         ADD WS-TAX-GOODS TO WS-STATE-TAXABLE
035700         ADD WS-TAX-AMOUNT TO WS-STATE-COLLECTED
035800     ELSE
035900         SUBTRACT WS-TAX-AMOUNT FROM WS-STATE-REFUNDED
036000     END-IF.
036100     PERFORM 2100-FETCH-TAX-ROW THRU 2100-EXIT.
036200 2200-EXIT.
036300     EXIT.
036400
036500 2300-PRINT-STATE-LINE.
036600     COMPUTE WS-STATE-NET =
036700         WS-STATE-COLLECTED - WS-STATE-REFUNDED.
036800     MOVE SPACES TO WS-STATE-LINE.
036900     MOVE WS-CUR-STATE TO WS-STL-STATE.
037000     MOVE WS-STATE-TAXABLE TO WS-STL-TAXABLE.
037100     MOVE WS-STATE-COLLECTED TO WS-STL-COLLECTED.
037200     MOVE WS-STATE-REFUNDED TO WS-STL-REFUNDED.
037300     MOVE WS-STATE-NET TO WS-STL-NET.
037400     WRITE TAXRPT-LINE FROM WS-STATE-LINE.
037500     ADD 1 TO WS-STATES-REPORTED.
037600
037700     ADD WS-STATE-TAXABLE TO WS-TOT-TAXABLE.
037800     ADD WS-STATE-COLLECTED TO WS-TOT-COLLECTED.
037900     ADD WS-STATE-REFUNDED TO WS-TOT-REFUNDED.
038000     ADD WS-STATE-NET TO WS-TOT-NET.
038100     MOVE ZERO TO WS-STATE-TAXABLE.
038200     MOVE ZERO TO WS-STATE-COLLECTED.
038300     MOVE ZERO TO WS-STATE-REFUNDED.
038400     MOVE ZERO TO WS-STATE-NET.
038500 2300-EXIT.
038600     EXIT.
038700
038800 2400-PRINT-GRAND-TOTAL.
038900     MOVE SPACES TO WS-STATE-LINE.
039000     MOVE "**" TO WS-STL-STATE.
039100     MOVE WS-TOT-TAXABLE TO WS-STL-TAXABLE.
039200     MOVE WS-TOT-COLLECTED TO WS-STL-COLLECTED.
039300     MOVE WS-TOT-REFUNDED TO WS-STL-REFUNDED.
039400     MOVE WS-TOT-NET TO WS-STL-NET.
039500     WRITE TAXRPT-LINE FROM WS-STATE-LINE.
039600 2400-EXIT.
039700     EXIT.
039800
039900******************************************************************
040000* 4000-CLEANUP-ROUTINE - SUMMARY COUNTS, DISCONNECT AND CLOSES.
040100******************************************************************
040200 4000-CLEANUP-ROUTINE.
040300     MOVE SPACES TO TAXRPT-LINE.
040400     WRITE TAXRPT-LINE.
040500     MOVE SPACES TO WS-SUMMARY-LINE.
040600     MOVE "STATES REPORTED:       " TO WS-SUM-LABEL.
040700     MOVE WS-STATES-REPORTED TO WS-SUM-VALUE.
040800     WRITE TAXRPT-LINE FROM WS-SUMMARY-LINE.
040900
041000     MOVE "TAX WITH NO STATE:     " TO WS-SUM-LABEL.
041100     MOVE WS-NO-STATE-COUNT TO WS-SUM-VALUE.
041200     WRITE TAXRPT-LINE FROM WS-SUMMARY-LINE.
041300
041400     EXEC SQL
041500         DISCONNECT
041600     END-EXEC.
041700
041800     CLOSE TAXRPT-FILE.
041900
042000     DISPLAY "STATES REPORTED: " WS-STATES-REPORTED.
042100     DISPLAY "SALES-TAX LIABILITY REPORT COMPLETE".
042200 4000-EXIT.
042300     EXIT.
042400
042500* INCLUDE THE SHARED CHECK-DATE-FORMAT UTILITY PARAGRAPHS
042600     COPY CHKDATE.
