000100******************************************************************
000200* LOYLIAB - MONTH-END LOYALTY POINTS LIABILITY BY REGION
000300******************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. LOYLIAB.
000600 AUTHOR. R MERCER.
000700 INSTALLATION. DATA PROCESSING.
000800 DATE-WRITTEN. 2026-10-15.
000900 DATE-COMPILED.
001000******************************************************************
001100* MODIFICATION HISTORY
001200* ----------------------------------------------------------------
001300* DATE        INIT  DESCRIPTION
001400* 2026-10-15  RDM   ORIGINAL VERSION - THE POINTS LIABILITY
001500*                   FINANCE ACCRUES AT MONTH END. FOR EACH REGION
001600*                   (THE CUSTOMER'S REGION ON THE CUSTMAST
001700*                   SNAPSHOT) THE REPORT SHOWS THE CUSTOMERS
001800*                   HOLDING POINTS, THE OPENING POINTS, POINTS
001900*                   EARNED (NET OF RETURNS), REDEEMED AND EXPIRED
002000*                   IN THE MONTH, THE CLOSING POINTS, THE POINT
002100*                   VALUE FROM LOYRATE AS OF THE MONTH END, AND
002200*                   THE LIABILITY - CLOSING POINTS AT THAT VALUE -
002300*                   WITH A GRAND TOTAL. FIGURES COME FROM THE
002400*                   LOYALTY_POINTS LEDGER, NOT THE LIVE BALANCE,
002500*                   SO A LATE RUN STILL REPORTS THE MONTH AS IT
002600*                   CLOSED. THE REPORT MONTH COMES FROM THE
002700*                   LOYLPARM CARD; NO CARD MEANS THE MONTH BEFORE
002800*                   THE RUN DATE.
002812* 2026-10-15  RDM   A HOLDER NO LONGER ON CUSTMAST (ARCHIVED) IS
002824*                   VALUED UNDER THE REGION ON THEIR LAST ARCHOUT
002836*                   RECORD INSTEAD OF A BLANK REGION WITH NO POINT
002848*                   VALUE; ONLY ONE MISSING FROM THE ARCHIVE TOO
002860*                   STAYS UNDER THE BLANK REGION, AND IS COUNTED.
002872*                   A REGION IS COUNTED AS WITHOUT A POINT VALUE
002884*                   ONLY WHEN IT HAS CLOSING POINTS TO VALUE.
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. X86-64.
003300 OBJECT-COMPUTER. X86-64.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT LOYLRPT-FILE ASSIGN TO "LOYLRPT"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-LOYLRPT-STATUS.
003900
004000     SELECT PARMCARD-FILE ASSIGN TO "LOYLPARM"
004100         ORGANIZATION IS SEQUENTIAL
004200         ACCESS MODE IS SEQUENTIAL
004300         FILE STATUS IS WS-PARMCARD-STATUS.
004400
004500     SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS CM-CUSTOMER-ID
004900         FILE STATUS IS WS-CUSTMAST-STATUS.
005000
005100     SELECT LOYRATE-FILE ASSIGN TO "LOYRATE"
005200         ORGANIZATION IS SEQUENTIAL
005300         ACCESS MODE IS SEQUENTIAL
005400         FILE STATUS IS WS-LOYRATE-STATUS.
005416
005432     SELECT ARCHOUT-FILE ASSIGN TO "ARCHOUT"
005448         ORGANIZATION IS SEQUENTIAL
005464         ACCESS MODE IS SEQUENTIAL
005480         FILE STATUS IS WS-ARCHOUT-STATUS.
005500
005600     SELECT SECPARM-FILE ASSIGN TO "SECPARM"
005700         ORGANIZATION IS SEQUENTIAL
005800         ACCESS MODE IS SEQUENTIAL
005900         FILE STATUS IS WS-SECPARM-STATUS.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  LOYLRPT-FILE.
006400 01  LOYLRPT-LINE              PIC X(132).
006500
006600* RUN-TIME PARAMETER CARD - OPTIONAL REPORT MONTH AS CCYY-MM.
006700 FD  PARMCARD-FILE
006800     RECORDING MODE IS F.
006900 01  PARMCARD-RECORD.
007000     05  PC-REPORT-MONTH       PIC X(07).
007100     05  FILLER                PIC X(73).
007200
007300* NIGHTLY CUSTOMER-MASTER SNAPSHOT BUILT BY CUSTEXTR - SUPPLIES
007400* THE REGION EACH CUSTOMER'S POINTS ARE REPORTED UNDER, THE SAME
007500* SOURCE ORDPOST EARNS THEM BY.
007600 FD  CUSTMAST-FILE.
007700 01  CUSTMAST-RECORD.
007800     05  CM-CUSTOMER-ID        PIC 9(06).
007900     05  CM-CUSTOMER-NAME      PIC X(30).
008000     05  CM-STREET             PIC X(30).
008100     05  CM-CITY               PIC X(20).
008200     05  CM-STATE              PIC X(02).
008300     05  CM-ZIP-CODE           PIC 9(05).
008400     05  CM-CUSTOMER-PHONE     PIC X(15).
008500     05  CM-CUSTOMER-EMAIL     PIC X(50).
008600     05  CM-CUSTOMER-STATUS    PIC X(01).
008700     05  CM-CUSTOMER-JOIN-DATE PIC X(10).
008800     05  CM-CUSTOMER-LAST-ORDER PIC X(10).
008900     05  CM-CUSTOMER-REGION    PIC X(02).
009000     05  CM-CURRENCY-CODE      PIC X(03).
009100
009200* LOYALTY REFERENCE - EARNING RATE AND POINT VALUE BY REGION AND
009300* EFFECTIVE DATE. SEE LOYCHK.cpy.
009400 FD  LOYRATE-FILE
009500     RECORDING MODE IS F.
009600 01  LOYRATE-RECORD.
009700     05  LR-REGION             PIC X(02).
009800     05  LR-EFF-DATE           PIC X(10).
009900     05  LR-EARN-RATE          PIC 9(03)V99.
010000     05  LR-POINT-VALUE        PIC 9(01)V9(04).
010100     05  FILLER                PIC X(58).
010200
010207* THE RETAINED CUSTOMER ARCHIVE WRITTEN BY CUSTARCH - THE REGION
010214* AN ARCHIVED CUSTOMER WAS LAST REPORTED UNDER. A CUSTOMER
010221* ARCHIVED, RESTORED AND ARCHIVED AGAIN HAS A RECORD FOR EACH
010228* ARCHIVING; THE FILE IS IN ARCHIVE ORDER, SO THE LAST ONE WINS.
010235 FD  ARCHOUT-FILE
010242     RECORDING MODE IS F.
010249 01  ARCHOUT-RECORD.
010256     05  AR-ARCHIVE-DATE       PIC X(10).
010263     05  AR-CUSTOMER-ID        PIC 9(06).
010270     05  FILLER                PIC X(173).
010277     05  AR-CUSTOMER-REGION    PIC X(02).
010284     05  AR-CURRENCY-CODE      PIC X(03).
010291
010300* SECURED PARAMETER FILE - DB2 CONNECT CREDENTIALS MAINTAINED BY
010400* THE VAULT/KEY-MANAGEMENT PROCESS, NEVER HARDCODED IN SOURCE.
010500 FD  SECPARM-FILE
010600     RECORDING MODE IS F.
010700 01  SECPARM-RECORD.
010800     05  SP-DB-USERNAME        PIC X(20).
010900     05  SP-DB-PASSWORD        PIC X(20).
011000
011100 WORKING-STORAGE SECTION.
011200
011300* INCLUDE SHARED DATABASE-CREDENTIAL WORKING STORAGE
011400     COPY DBCRED.
011500
011600* INCLUDE SHARED DATE-HANDLING WORKING STORAGE
011700     COPY DATECHK.
011800
011900* INCLUDE SHARED LOYALTY-RATE WORKING STORAGE
012000     COPY LOYCHK.
012100
012200 01  WS-VARIABLES.
012300     05  WS-CURRENT-DATE       PIC X(10) VALUE SPACES.
012400     05  WS-REPORT-MONTH       PIC X(07) VALUE SPACES.
012500     05  WS-PERIOD-START       PIC X(10) VALUE SPACES.
012600     05  WS-PERIOD-END         PIC X(10) VALUE SPACES.
012700     05  WS-WORK-CCYY          PIC 9(04) VALUE ZERO.
012800     05  WS-WORK-MM            PIC 9(02) VALUE ZERO.
012900     05  WS-CUST-REGION        PIC X(02) VALUE SPACES.
013000     05  WS-CUST-CLOSING       PIC S9(09) VALUE ZERO.
013100
013200 01  WS-POINTS-FETCH-FIELDS.
013300     05  WS-PF-CUSTOMER-ID     PIC 9(06) VALUE ZERO.
013400     05  WS-PF-OPENING         PIC S9(09) VALUE ZERO.
013500     05  WS-PF-EARNED          PIC S9(09) VALUE ZERO.
013600     05  WS-PF-REDEEMED        PIC S9(09) VALUE ZERO.
013700     05  WS-PF-EXPIRED         PIC S9(09) VALUE ZERO.
013800     05  WS-PF-CURSOR-SW       PIC X(01) VALUE 'N'.
013900         88  END-OF-PF-CURSOR  VALUE 'Y'.
014000
014100 01  WS-FILE-SWITCHES.
014200     05  WS-LOYLRPT-STATUS     PIC X(02) VALUE SPACES.
014300     05  WS-PARMCARD-STATUS    PIC X(02) VALUE SPACES.
014400         88  PARMCARD-OK       VALUE '00'.
014500     05  WS-CUSTMAST-STATUS    PIC X(02) VALUE SPACES.
014600         88  CUSTMAST-OK       VALUE '00'.
014604     05  WS-ON-MAST-SW         PIC X(01) VALUE 'N'.
014608         88  CUSTOMER-ON-MAST  VALUE 'Y'.
014612     05  WS-ARCHOUT-STATUS     PIC X(02) VALUE SPACES.
014616         88  ARCHOUT-OK        VALUE '00'.
014620     05  WS-ARCHOUT-SW         PIC X(01) VALUE 'N'.
014624         88  END-OF-ARCHOUT    VALUE 'Y'.
014628
014632* HOLDERS NOT ON THE SNAPSHOT, KEPT WITH THEIR FIGURES UNTIL THE
014636* ARCHIVE HAS BEEN READ FOR THEIR LAST REGION. A FULL TABLE BOOKS
014640* THE REST UNDER THE BLANK REGION STRAIGHT AWAY.
014644 01  WS-ARCHIVED-TABLE.
014648     05  WS-MAX-ARCHIVED-TABLE PIC 9(04) VALUE 2000 COMP.
014652     05  WS-ARCHIVED-COUNT     PIC 9(04) VALUE ZERO COMP.
014656     05  WS-AH-SUB             PIC 9(04) VALUE ZERO COMP.
014660     05  WS-AH-ENTRY OCCURS 2000 TIMES
014664             INDEXED BY WS-AH-IDX.
014668         10  WS-AH-CUSTOMER-ID PIC 9(06).
014672         10  WS-AH-REGION-SW   PIC X(01).
014676             88  AH-REGION-FOUND VALUE 'Y'.
014680         10  WS-AH-REGION      PIC X(02).
014684         10  WS-AH-OPENING     PIC S9(09).
014688         10  WS-AH-EARNED      PIC S9(09).
014692         10  WS-AH-REDEEMED    PIC S9(09).
014696         10  WS-AH-EXPIRED     PIC S9(09).
014700
014800* REGION TOTALS - THE CURSOR ARRIVES IN CUSTOMER ORDER, NOT
014900* REGION ORDER, SO EACH CUSTOMER IS ADDED INTO A TABLE KEPT IN
015000* REGION ORDER AND THE TABLE IS PRINTED AT THE END.
015100 01  WS-REGION-TABLE.
015200     05  WS-MAX-REGION-TABLE   PIC 9(04) VALUE 100 COMP.
015300     05  WS-REGION-COUNT       PIC 9(04) VALUE ZERO COMP.
015400     05  WS-RG-SUB             PIC 9(04) VALUE ZERO COMP.
015500     05  WS-RG-MOVE            PIC 9(04) VALUE ZERO COMP.
015600     05  WS-RG-POSITION-SW     PIC X(01) VALUE 'N'.
015700         88  RG-POSITION-FOUND VALUE 'Y'.
015800     05  WS-RG-ENTRY OCCURS 100 TIMES.
015900         10  WS-RG-REGION      PIC X(02).
016000         10  WS-RG-CUSTOMERS   PIC 9(07).
016100         10  WS-RG-OPENING     PIC S9(11).
016200         10  WS-RG-EARNED      PIC S9(11).
016300         10  WS-RG-REDEEMED    PIC S9(11).
016400         10  WS-RG-EXPIRED     PIC S9(11).
016500         10  WS-RG-CLOSING     PIC S9(11).
016600
016700 01  WS-REGION-FIGURES.
016800     05  WS-RG-VALUE           PIC 9(01)V9(04) VALUE ZERO.
016900     05  WS-RG-LIABILITY       PIC S9(11)V99 VALUE ZERO.
017000
017100 01  WS-GRAND-TOTALS.
017200     05  WS-TOT-CUSTOMERS      PIC 9(07) VALUE ZERO.
017300     05  WS-TOT-OPENING        PIC S9(11) VALUE ZERO.
017400     05  WS-TOT-EARNED         PIC S9(11) VALUE ZERO.
017500     05  WS-TOT-REDEEMED       PIC S9(11) VALUE ZERO.
017600     05  WS-TOT-EXPIRED        PIC S9(11) VALUE ZERO.
017700     05  WS-TOT-CLOSING        PIC S9(11) VALUE ZERO.
017800     05  WS-TOT-LIABILITY      PIC S9(11)V99 VALUE ZERO.
017900
018000 01  WS-LIABILITY-COUNTS.
018100     05  WS-ROWS-FETCHED       PIC 9(07) VALUE ZERO.
018200     05  WS-NOT-ON-MAST-COUNT  PIC 9(05) VALUE ZERO.
018250     05  WS-NO-LAST-REGION-COUNT PIC 9(05) VALUE ZERO.
018300     05  WS-NO-VALUE-COUNT     PIC 9(05) VALUE ZERO.
018400     05  WS-TABLE-FULL-COUNT   PIC 9(05) VALUE ZERO.
018500
018600 01  WS-REPORT-LINES.
018700     05  WS-HEADER-LINE.
018800         10  FILLER            PIC X(30) VALUE
018900             "LOYALTY POINTS LIABILITY".
019000         10  FILLER            PIC X(10) VALUE "  PERIOD: ".
019100         10  WS-HDR-PERIOD     PIC X(07) VALUE SPACES.
019200         10  FILLER            PIC X(12) VALUE "  RUN DATE: ".
019300         10  WS-HDR-DATE       PIC X(10) VALUE SPACES.
019400     05  WS-COLUMN-LINE.
019500         10  FILLER            PIC X(06) VALUE "REGION".
019600         10  FILLER            PIC X(10) VALUE " CUSTOMERS".
019700         10  FILLER            PIC X(14) VALUE
019800             "       OPENING".
019900         10  FILLER            PIC X(14) VALUE
020000             "        EARNED".
020100         10  FILLER            PIC X(14) VALUE
020200             "      REDEEMED".
020300         10  FILLER            PIC X(14) VALUE
020400             "       EXPIRED".
020500         10  FILLER            PIC X(14) VALUE
020600             "       CLOSING".
020700         10  FILLER            PIC X(08) VALUE "   VALUE".
020800         10  FILLER            PIC X(19) VALUE
020900             "         LIABILITY".
021000     05  WS-REGION-LINE.
021100         10  WS-RGL-REGION     PIC X(02).
021200         10  FILLER            PIC X(04) VALUE SPACES.
021300         10  WS-RGL-CUSTOMERS  PIC ZZZ,ZZZ,ZZ9.
021400         10  FILLER            PIC X(01) VALUE SPACES.
021500         10  WS-RGL-OPENING    PIC ZZ,ZZZ,ZZZ,ZZ9-.
021600         10  WS-RGL-EARNED     PIC ZZ,ZZZ,ZZZ,ZZ9-.
021700         10  WS-RGL-REDEEMED   PIC ZZ,ZZZ,ZZZ,ZZ9-.
021800         10  WS-RGL-EXPIRED    PIC ZZ,ZZZ,ZZZ,ZZ9-.
021900         10  WS-RGL-CLOSING    PIC ZZ,ZZZ,ZZZ,ZZ9-.
022000         10  FILLER            PIC X(02) VALUE SPACES.
022100         10  WS-RGL-VALUE      PIC 9.9999.
022200         10  FILLER            PIC X(01) VALUE SPACES.
022300         10  WS-RGL-LIABILITY  PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
022400     05  WS-SUMMARY-LINE.
022500         10  FILLER            PIC X(20) VALUE SPACES.
022600         10  WS-SUM-LABEL      PIC X(23).
022700         10  WS-SUM-VALUE      PIC ZZZ,ZZ9.
022800
022900 PROCEDURE DIVISION.
023000 0000-MAINLINE.
023100     DISPLAY "LOYALTY POINTS LIABILITY REPORT".
023200     PERFORM 1000-INITIALIZE-ROUTINE THRU 1000-EXIT.
023300     IF RETURN-CODE = ZERO
023400         PERFORM 2000-PROCESS-DATA THRU 2000-EXIT
023500     ELSE
023600         DISPLAY "INITIALIZATION FAILED, SKIPPING PROCESS-DATA"
023700     END-IF.
023800     PERFORM 4000-CLEANUP-ROUTINE THRU 4000-EXIT.
023900     STOP RUN.
024000
024100******************************************************************
024200* 1000-INITIALIZE-ROUTINE - SET THE PERIOD, LOAD THE LOYALTY
024300* REFERENCE, OPEN THE REPORT AND SNAPSHOT AND CONNECT.
024400******************************************************************
024500 1000-INITIALIZE-ROUTINE.
024600     PERFORM DERIVE-CURRENT-DATE
024700         THRU DERIVE-CURRENT-DATE-EXIT.
024800     MOVE DC-TODAY-DATE TO WS-CURRENT-DATE.
024900
025000     PERFORM 1050-READ-PARAMETER-CARD THRU 1050-EXIT.
025100     PERFORM 1070-SET-REPORT-PERIOD THRU 1070-EXIT.
025200
025300     OPEN OUTPUT LOYLRPT-FILE.
025400     MOVE WS-REPORT-MONTH TO WS-HDR-PERIOD.
025500     MOVE WS-CURRENT-DATE TO WS-HDR-DATE.
025600     WRITE LOYLRPT-LINE FROM WS-HEADER-LINE.
025700     WRITE LOYLRPT-LINE FROM WS-COLUMN-LINE.
025800
025900* WITHOUT THE WHOLE REFERENCE THE LIABILITY WOULD BE VALUED AT
026000* NOTHING FOR SOME REGIONS - REFUSE RATHER THAN UNDERSTATE IT.
026100     PERFORM LOAD-LOYALTY-TABLE THRU LOAD-LOYALTY-TABLE-EXIT.
026200     IF NOT LOYALTY-TABLE-LOADED OR LOYALTY-TABLE-OVERFLOW
026300         DISPLAY "LOYRATE REFERENCE NOT LOADED, RUN REFUSED"
026400         MOVE 16 TO RETURN-CODE
026500         GO TO 1000-EXIT
026600     END-IF.
026700
026800     OPEN INPUT CUSTMAST-FILE.
026900     IF NOT CUSTMAST-OK
027000         DISPLAY "UNABLE TO OPEN CUSTMAST, STATUS: "
027100             WS-CUSTMAST-STATUS
027200         MOVE 16 TO RETURN-CODE
027300         GO TO 1000-EXIT
027400     END-IF.
027500
027600     PERFORM 1100-LOAD-DB-CREDENTIALS THRU 1100-EXIT.
027700
027800* POINTS CURSOR - ONE ROW PER CUSTOMER WITH ANY LEDGER ENTRY UP
027900* TO THE MONTH END. EVERYTHING BEFORE THE MONTH IS THE OPENING
028000* POINTS; REDEMPTIONS AND EXPIRIES ARE STORED NEGATIVE AND ARE
028100* TURNED POSITIVE HERE, AS ORDSTMT SHOWS THEM.
028200     EXEC SQL
028300         DECLARE PF-CURSOR CURSOR FOR
028400         SELECT customer_id,
028500                SUM(CASE WHEN entry_date < :WS-PERIOD-START
028600                         THEN points ELSE 0 END),
028700                SUM(CASE WHEN entry_date >= :WS-PERIOD-START
028800                          AND entry_type IN ('E', 'R')
028900                         THEN points ELSE 0 END),
029000                SUM(CASE WHEN entry_date >= :WS-PERIOD-START
029100                          AND entry_type = 'D'
029200                         THEN 0 - points ELSE 0 END),
029300                SUM(CASE WHEN entry_date >= :WS-PERIOD-START
029400                          AND entry_type = 'X'
029500                         THEN 0 - points ELSE 0 END)
029600         FROM loyalty_points
029700         WHERE entry_date <= :WS-PERIOD-END
029800         GROUP BY customer_id
029900         ORDER BY customer_id
030000     END-EXEC.
030100
030200     EXEC SQL
030300         CONNECT TO :WS-DB-NAME
030400             USER :WS-DB-USERNAME USING :WS-DB-PASSWORD
030500     END-EXEC.
030600     IF SQLCODE NOT = 0
030700         DISPLAY "UNABLE TO CONNECT TO DATABASE, SQLCODE: "
030800             SQLCODE
030900         MOVE 16 TO RETURN-CODE
031000         GO TO 1000-EXIT
031100     END-IF.
031200 1000-EXIT.
031300     EXIT.
031400
031500******************************************************************
031600* 1050-READ-PARAMETER-CARD - OPTIONAL REPORT MONTH (CCYY-MM).
031700******************************************************************
031800 1050-READ-PARAMETER-CARD.
031900     OPEN INPUT PARMCARD-FILE.
032000     IF NOT PARMCARD-OK
032100         DISPLAY "NO PARAMETER CARD FOUND, USING DEFAULTS"
032200         GO TO 1050-EXIT
032300     END-IF.
032400
032500     READ PARMCARD-FILE
032600         AT END
032700             DISPLAY "PARAMETER CARD EMPTY, USING DEFAULTS"
032800             CLOSE PARMCARD-FILE
032900             GO TO 1050-EXIT
033000     END-READ.
033100
033200     IF PC-REPORT-MONTH NOT = SPACES
033300         MOVE PC-REPORT-MONTH TO WS-REPORT-MONTH
033400     END-IF.
033500
033600     CLOSE PARMCARD-FILE.
033700 1050-EXIT.
033800     EXIT.
033900
034000******************************************************************
034100* 1070-SET-REPORT-PERIOD - VALIDATE THE MONTH AND BUILD THE
034200* PERIOD DATES; A MALFORMED MONTH FALLS BACK TO THE MONTH
034300* BEFORE THE RUN DATE, THE SAME CONVENTION TAXRPT USES.
034400******************************************************************
034500 1070-SET-REPORT-PERIOD.
034600     IF WS-REPORT-MONTH NOT = SPACES
034700         IF WS-REPORT-MONTH(1:4) IS NUMERIC
034800                 AND WS-REPORT-MONTH(5:1) = "-"
034900                 AND WS-REPORT-MONTH(6:2) IS NUMERIC
035000             MOVE WS-REPORT-MONTH(6:2) TO WS-WORK-MM
035100             IF WS-WORK-MM < 1 OR WS-WORK-MM > 12
035200                 DISPLAY "REPORT MONTH OUT OF RANGE: "
035300                     WS-REPORT-MONTH ", USING PRIOR MONTH"
035400                 MOVE SPACES TO WS-REPORT-MONTH
035500             END-IF
035600         ELSE
035700             DISPLAY "REPORT MONTH NOT CCYY-MM: "
035800                 WS-REPORT-MONTH ", USING PRIOR MONTH"
035900             MOVE SPACES TO WS-REPORT-MONTH
036000         END-IF
036100     END-IF.
036200
036300     IF WS-REPORT-MONTH = SPACES
036400         MOVE WS-CURRENT-DATE(1:4) TO WS-WORK-CCYY
036500         MOVE WS-CURRENT-DATE(6:2) TO WS-WORK-MM
036600         IF WS-WORK-MM = 1
036700             MOVE 12 TO WS-WORK-MM
036800             SUBTRACT 1 FROM WS-WORK-CCYY
036900         ELSE
037000             SUBTRACT 1 FROM WS-WORK-MM
037100         END-IF
037200         MOVE WS-WORK-CCYY TO WS-REPORT-MONTH(1:4)
037300         MOVE "-" TO WS-REPORT-MONTH(5:1)
037400         MOVE WS-WORK-MM TO WS-REPORT-MONTH(6:2)
037500     END-IF.
037600
037700     MOVE SPACES TO WS-PERIOD-START.
037800     STRING WS-REPORT-MONTH "-01" DELIMITED BY SIZE
037900         INTO WS-PERIOD-START.
038000     MOVE SPACES TO WS-PERIOD-END.
038100     STRING WS-REPORT-MONTH "-31" DELIMITED BY SIZE
038200         INTO WS-PERIOD-END.
038300     DISPLAY "REPORT PERIOD: " WS-REPORT-MONTH.
038400 1070-EXIT.
038500     EXIT.
038600
038700* INCLUDE SHARED DB-CREDENTIAL LOAD PARAGRAPH
038800     COPY LOADCRED.
038900
039000* INCLUDE THE SHARED LOYALTY-RATE UTILITY PARAGRAPHS
039100     COPY CHKLOY.
039200
039300******************************************************************
039400* 2000-PROCESS-DATA - ADD EACH CUSTOMER'S MONTH INTO ITS REGION,
039500* THEN PRINT THE REGIONS AND THE GRAND TOTAL.
039600******************************************************************
039700 2000-PROCESS-DATA.
039800     EXEC SQL
039900         OPEN PF-CURSOR
040000     END-EXEC.
040100     IF SQLCODE NOT = 0
040200         DISPLAY "UNABLE TO OPEN POINTS CURSOR, SQLCODE: "
040300             SQLCODE
040400         MOVE 16 TO RETURN-CODE
040500         GO TO 2000-EXIT
040600     END-IF.
040700
040800     PERFORM 2100-FETCH-POINTS-ROW THRU 2100-EXIT.
040900     PERFORM 2200-BOOK-ONE-CUSTOMER THRU 2200-EXIT
041000         UNTIL END-OF-PF-CURSOR.
041100
041200     EXEC SQL
041300         CLOSE PF-CURSOR
041400     END-EXEC.
041450     PERFORM 2400-BOOK-ARCHIVED-HOLDERS THRU 2400-EXIT.
041500
041600     PERFORM 2500-PRINT-REGION-LINE THRU 2500-EXIT
041700         VARYING WS-RG-SUB FROM 1 BY 1
041800         UNTIL WS-RG-SUB > WS-REGION-COUNT.
041900     PERFORM 2600-PRINT-GRAND-TOTAL THRU 2600-EXIT.
042000 2000-EXIT.
042100     EXIT.
042200
042300 2100-FETCH-POINTS-ROW.
042400     EXEC SQL
042500         FETCH PF-CURSOR
042600         INTO :WS-PF-CUSTOMER-ID, :WS-PF-OPENING,
042700              :WS-PF-EARNED, :WS-PF-REDEEMED, :WS-PF-EXPIRED
042800     END-EXEC.
042900     IF SQLCODE = 100
043000         SET END-OF-PF-CURSOR TO TRUE
043100     ELSE
043200         IF SQLCODE NOT = 0
043300             DISPLAY "POINTS FETCH FAILED, SQLCODE: " SQLCODE
043400             MOVE 16 TO RETURN-CODE
043500             SET END-OF-PF-CURSOR TO TRUE
043600         END-IF
043700     END-IF.
043800 2100-EXIT.
043900     EXIT.
044000
044100******************************************************************
044200* 2200-BOOK-ONE-CUSTOMER - FIND THE CUSTOMER'S REGION ON THE
044300* SNAPSHOT AND ADD THE MONTH INTO IT. A CUSTOMER NO LONGER ON
044400* THE SNAPSHOT (ARCHIVED) STILL HOLDS POINTS UNTIL THEY EXPIRE,
044466* SO THEY ARE COUNTED AND KEPT FOR 2400 TO BOOK UNDER THE REGION
044532* THEY WERE LAST REPORTED UNDER.
044600******************************************************************
044700 2200-BOOK-ONE-CUSTOMER.
044800     ADD 1 TO WS-ROWS-FETCHED.
044900     MOVE WS-PF-CUSTOMER-ID TO CM-CUSTOMER-ID.
045000     READ CUSTMAST-FILE
045100         INVALID KEY
045200             MOVE 'N' TO WS-ON-MAST-SW
045300             ADD 1 TO WS-NOT-ON-MAST-COUNT
045400         NOT INVALID KEY
045450             SET CUSTOMER-ON-MAST TO TRUE
045500             MOVE CM-CUSTOMER-REGION TO WS-CUST-REGION
045600     END-READ.
045611     IF CUSTOMER-ON-MAST
045622         PERFORM 2250-ADD-TO-REGION THRU 2250-EXIT
045633     ELSE
045644         PERFORM 2210-HOLD-ARCHIVED-HOLDER THRU 2210-EXIT
045655     END-IF.
045666     PERFORM 2100-FETCH-POINTS-ROW THRU 2100-EXIT.
045677 2200-EXIT.
045688     EXIT.
045700
045704 2210-HOLD-ARCHIVED-HOLDER.
045708     IF WS-ARCHIVED-COUNT NOT < WS-MAX-ARCHIVED-TABLE
045712         MOVE SPACES TO WS-CUST-REGION
045716         ADD 1 TO WS-NO-LAST-REGION-COUNT
045720         PERFORM 2250-ADD-TO-REGION THRU 2250-EXIT
045724         GO TO 2210-EXIT
045728     END-IF.
045732     ADD 1 TO WS-ARCHIVED-COUNT.
045736     MOVE WS-PF-CUSTOMER-ID
045740         TO WS-AH-CUSTOMER-ID (WS-ARCHIVED-COUNT).
045744     MOVE 'N' TO WS-AH-REGION-SW (WS-ARCHIVED-COUNT).
045748     MOVE SPACES TO WS-AH-REGION (WS-ARCHIVED-COUNT).
045752     MOVE WS-PF-OPENING TO WS-AH-OPENING (WS-ARCHIVED-COUNT).
045756     MOVE WS-PF-EARNED TO WS-AH-EARNED (WS-ARCHIVED-COUNT).
045760     MOVE WS-PF-REDEEMED TO WS-AH-REDEEMED (WS-ARCHIVED-COUNT).
045764     MOVE WS-PF-EXPIRED TO WS-AH-EXPIRED (WS-ARCHIVED-COUNT).
045768 2210-EXIT.
045772     EXIT.
045776
045780* ADD THE CUSTOMER'S MONTH (WS-PF- FIGURES) INTO THE REGION IN
045784* WS-CUST-REGION.
045788 2250-ADD-TO-REGION.
045800     PERFORM 2300-FIND-REGION-ENTRY THRU 2300-EXIT.
045900     IF WS-RG-SUB = ZERO
046000         GO TO 2250-EXIT
046100     END-IF.
046200
046300     COMPUTE WS-CUST-CLOSING = WS-PF-OPENING + WS-PF-EARNED
046400         - WS-PF-REDEEMED - WS-PF-EXPIRED.
046500     IF WS-CUST-CLOSING > ZERO
046600         ADD 1 TO WS-RG-CUSTOMERS (WS-RG-SUB)
046700     END-IF.
046800     ADD WS-PF-OPENING TO WS-RG-OPENING (WS-RG-SUB).
046900     ADD WS-PF-EARNED TO WS-RG-EARNED (WS-RG-SUB).
047000     ADD WS-PF-REDEEMED TO WS-RG-REDEEMED (WS-RG-SUB).
047100     ADD WS-PF-EXPIRED TO WS-RG-EXPIRED (WS-RG-SUB).
047200     ADD WS-CUST-CLOSING TO WS-RG-CLOSING (WS-RG-SUB).
047300 2250-EXIT.
047600     EXIT.
047700
047800******************************************************************
047900* 2300-FIND-REGION-ENTRY - LEAVE WS-RG-SUB ON THE TABLE ENTRY FOR
048000* WS-CUST-REGION, OPENING A NEW ENTRY IN REGION ORDER IF THIS IS
048100* THE FIRST CUSTOMER SEEN IN IT. A FULL TABLE LEAVES WS-RG-SUB
048200* ZERO AND GIVES RETURN-CODE 4.
048300******************************************************************
048400 2300-FIND-REGION-ENTRY.
048500     MOVE 1 TO WS-RG-SUB.
048600     MOVE 'N' TO WS-RG-POSITION-SW.
048700     PERFORM 2310-SCAN-REGION-ENTRY THRU 2310-EXIT
048800         UNTIL RG-POSITION-FOUND
048900            OR WS-RG-SUB > WS-REGION-COUNT.
049000     IF RG-POSITION-FOUND
049100         IF WS-RG-REGION (WS-RG-SUB) = WS-CUST-REGION
049200             GO TO 2300-EXIT
049300         END-IF
049400     END-IF.
049500
049600     IF WS-REGION-COUNT NOT < WS-MAX-REGION-TABLE
049700         DISPLAY "WARNING: MORE THAN " WS-MAX-REGION-TABLE
049800             " REGIONS, CUSTOMER " WS-PF-CUSTOMER-ID
049900             " NOT REPORTED"
050000         ADD 1 TO WS-TABLE-FULL-COUNT
050100         MOVE ZERO TO WS-RG-SUB
050200         GO TO 2300-EXIT
050300     END-IF.
050400
050500     PERFORM 2320-SHIFT-REGION-ENTRY THRU 2320-EXIT
050600         VARYING WS-RG-MOVE FROM WS-REGION-COUNT BY -1
050700         UNTIL WS-RG-MOVE < WS-RG-SUB.
050800     ADD 1 TO WS-REGION-COUNT.
050900     MOVE WS-CUST-REGION TO WS-RG-REGION (WS-RG-SUB).
051000     MOVE ZERO TO WS-RG-CUSTOMERS (WS-RG-SUB).
051100     MOVE ZERO TO WS-RG-OPENING (WS-RG-SUB).
051200     MOVE ZERO TO WS-RG-EARNED (WS-RG-SUB).
051300     MOVE ZERO TO WS-RG-REDEEMED (WS-RG-SUB).
051400     MOVE ZERO TO WS-RG-EXPIRED (WS-RG-SUB).
051500     MOVE ZERO TO WS-RG-CLOSING (WS-RG-SUB).
051600 2300-EXIT.
051700     EXIT.
051800
051900 2310-SCAN-REGION-ENTRY.
052000     IF WS-RG-REGION (WS-RG-SUB) NOT < WS-CUST-REGION
052100         SET RG-POSITION-FOUND TO TRUE
052200     ELSE
052300         ADD 1 TO WS-RG-SUB
052400     END-IF.
052500 2310-EXIT.
052600     EXIT.
052700
052800 2320-SHIFT-REGION-ENTRY.
052900     MOVE WS-RG-ENTRY (WS-RG-MOVE)
053000         TO WS-RG-ENTRY (WS-RG-MOVE + 1).
053100 2320-EXIT.
053200     EXIT.
053300
053400******************************************************************
053401* 2400-BOOK-ARCHIVED-HOLDERS - READ THE ARCHIVE ONCE FOR THE
053402* LAST REGION OF EACH HOLDER NOT ON THE SNAPSHOT, THEN BOOK THEM.
053403* ONE NOT ON THE ARCHIVE EITHER (OR NO ARCHIVE AT ALL) GOES UNDER
053404* THE BLANK REGION, WHERE IT HAS NO POINT VALUE, AND IS COUNTED.
053405******************************************************************
053406 2400-BOOK-ARCHIVED-HOLDERS.
053407     IF WS-ARCHIVED-COUNT = ZERO
053408         GO TO 2400-EXIT
053409     END-IF.
053410     OPEN INPUT ARCHOUT-FILE.
053411     IF ARCHOUT-OK
053412         PERFORM 2410-READ-ARCHOUT THRU 2410-EXIT
053413         PERFORM 2420-NOTE-ARCHIVED-REGION THRU 2420-EXIT
053414             UNTIL END-OF-ARCHOUT
053415         CLOSE ARCHOUT-FILE
053416     ELSE
053417         DISPLAY "NO CUSTOMER ARCHIVE FOUND, STATUS: "
053418             WS-ARCHOUT-STATUS
053419     END-IF.
053420     PERFORM 2430-BOOK-ONE-ARCHIVED THRU 2430-EXIT
053421         VARYING WS-AH-SUB FROM 1 BY 1
053422         UNTIL WS-AH-SUB > WS-ARCHIVED-COUNT.
053423 2400-EXIT.
053424     EXIT.
053425
053426 2410-READ-ARCHOUT.
053427     READ ARCHOUT-FILE
053428         AT END
053429             SET END-OF-ARCHOUT TO TRUE
053430     END-READ.
053431 2410-EXIT.
053432     EXIT.
053433
053434 2420-NOTE-ARCHIVED-REGION.
053435     SET WS-AH-IDX TO 1.
053436     SEARCH WS-AH-ENTRY
053437         AT END
053438             CONTINUE
053439         WHEN WS-AH-IDX > WS-ARCHIVED-COUNT
053440             CONTINUE
053441         WHEN WS-AH-CUSTOMER-ID (WS-AH-IDX) = AR-CUSTOMER-ID
053442             SET AH-REGION-FOUND (WS-AH-IDX) TO TRUE
053443             MOVE AR-CUSTOMER-REGION TO WS-AH-REGION (WS-AH-IDX)
053444     END-SEARCH.
053445     PERFORM 2410-READ-ARCHOUT THRU 2410-EXIT.
053446 2420-EXIT.
053447     EXIT.
053448
053449 2430-BOOK-ONE-ARCHIVED.
053450     MOVE WS-AH-CUSTOMER-ID (WS-AH-SUB) TO WS-PF-CUSTOMER-ID.
053451     MOVE WS-AH-OPENING (WS-AH-SUB) TO WS-PF-OPENING.
053452     MOVE WS-AH-EARNED (WS-AH-SUB) TO WS-PF-EARNED.
053453     MOVE WS-AH-REDEEMED (WS-AH-SUB) TO WS-PF-REDEEMED.
053454     MOVE WS-AH-EXPIRED (WS-AH-SUB) TO WS-PF-EXPIRED.
053455     IF AH-REGION-FOUND (WS-AH-SUB)
053456         MOVE WS-AH-REGION (WS-AH-SUB) TO WS-CUST-REGION
053457     ELSE
053458         MOVE SPACES TO WS-CUST-REGION
053459         ADD 1 TO WS-NO-LAST-REGION-COUNT
053460     END-IF.
053461     PERFORM 2250-ADD-TO-REGION THRU 2250-EXIT.
053462 2430-EXIT.
053463     EXIT.
053464
053465******************************************************************
053500* 2500-PRINT-REGION-LINE - VALUE THE REGION'S CLOSING POINTS AT
053600* THE POINT VALUE IN FORCE AT THE MONTH END. A REGION WITH NO
053666* LOYRATE ENTRY PRINTS A ZERO LIABILITY AND, IF IT HAS CLOSING
053732* POINTS TO VALUE, IS COUNTED.
053800******************************************************************
053900 2500-PRINT-REGION-LINE.
054000     MOVE WS-RG-REGION (WS-RG-SUB) TO LY-REGION.
054100     MOVE WS-PERIOD-END TO LY-ASOF-DATE.
054200     PERFORM DERIVE-LOYALTY-RATE THRU DERIVE-LOYALTY-RATE-EXIT.
054300     IF NOT LOYALTY-RATE-FOUND
054350             AND WS-RG-CLOSING (WS-RG-SUB) > ZERO
054400         ADD 1 TO WS-NO-VALUE-COUNT
054500     END-IF.
054600     MOVE LY-POINT-VALUE TO WS-RG-VALUE.
054700     IF WS-RG-CLOSING (WS-RG-SUB) > ZERO
054800         COMPUTE WS-RG-LIABILITY ROUNDED =
054900             WS-RG-CLOSING (WS-RG-SUB) * WS-RG-VALUE
055000     ELSE
055100         MOVE ZERO TO WS-RG-LIABILITY
055200     END-IF.
055300
055400     MOVE SPACES TO WS-REGION-LINE.
055500     MOVE WS-RG-REGION (WS-RG-SUB) TO WS-RGL-REGION.
055600     MOVE WS-RG-CUSTOMERS (WS-RG-SUB) TO WS-RGL-CUSTOMERS.
055700     MOVE WS-RG-OPENING (WS-RG-SUB) TO WS-RGL-OPENING.
055800     MOVE WS-RG-EARNED (WS-RG-SUB) TO WS-RGL-EARNED.
055900     MOVE WS-RG-REDEEMED (WS-RG-SUB) TO WS-RGL-REDEEMED.
056000     MOVE WS-RG-EXPIRED (WS-RG-SUB) TO WS-RGL-EXPIRED.
056100     MOVE WS-RG-CLOSING (WS-RG-SUB) TO WS-RGL-CLOSING.
056200     MOVE WS-RG-VALUE TO WS-RGL-VALUE.
056300     MOVE WS-RG-LIABILITY TO WS-RGL-LIABILITY.
056400     WRITE LOYLRPT-LINE FROM WS-REGION-LINE.
056500
056600     ADD WS-RG-CUSTOMERS (WS-RG-SUB) TO WS-TOT-CUSTOMERS.
056700     ADD WS-RG-OPENING (WS-RG-SUB) TO WS-TOT-OPENING.
056800     ADD WS-RG-EARNED (WS-RG-SUB) TO WS-TOT-EARNED.
056900     ADD WS-RG-REDEEMED (WS-RG-SUB) TO WS-TOT-REDEEMED.
057000     ADD WS-RG-EXPIRED (WS-RG-SUB) TO WS-TOT-EXPIRED.
057100     ADD WS-RG-CLOSING (WS-RG-SUB) TO WS-TOT-CLOSING.
057200     ADD WS-RG-LIABILITY TO WS-TOT-LIABILITY.
057300 2500-EXIT.
057400     EXIT.
057500
057600 2600-PRINT-GRAND-TOTAL.
057700     MOVE SPACES TO WS-REGION-LINE.
057800     MOVE "**" TO WS-RGL-REGION.
057900     MOVE WS-TOT-CUSTOMERS TO WS-RGL-CUSTOMERS.
058000     MOVE WS-TOT-OPENING TO WS-RGL-OPENING.
058100     MOVE WS-TOT-EARNED TO WS-RGL-EARNED.
058200     MOVE WS-TOT-REDEEMED TO WS-RGL-REDEEMED.
058300     MOVE WS-TOT-EXPIRED TO WS-RGL-EXPIRED.
058400     MOVE WS-TOT-CLOSING TO WS-RGL-CLOSING.
058500     MOVE ZERO TO WS-RGL-VALUE.
058600     MOVE WS-TOT-LIABILITY TO WS-RGL-LIABILITY.
058700     WRITE LOYLRPT-LINE FROM WS-REGION-LINE.
058800 2600-EXIT.
058900     EXIT.
059000
059100******************************************************************
059200* 4000-CLEANUP-ROUTINE - SUMMARY COUNTS, DISCONNECT AND CLOSES.
059300* A REGION WITH NO POINT VALUE OR A FULL REGION TABLE MEANS THE
059400* LIABILITY IS UNDERSTATED - RETURN-CODE 4.
059500******************************************************************
059600 4000-CLEANUP-ROUTINE.
059700     IF (WS-NO-VALUE-COUNT > ZERO OR WS-TABLE-FULL-COUNT > ZERO)
059800             AND RETURN-CODE < 4
059900         MOVE 4 TO RETURN-CODE
060000     END-IF.
060100
060200     MOVE SPACES TO WS-SUMMARY-LINE.
060300     MOVE "CUSTOMERS READ:        " TO WS-SUM-LABEL.
060400     MOVE WS-ROWS-FETCHED TO WS-SUM-VALUE.
060500     WRITE LOYLRPT-LINE FROM WS-SUMMARY-LINE.
060600
060700     MOVE "NOT ON CUSTMAST:       " TO WS-SUM-LABEL.
060800     MOVE WS-NOT-ON-MAST-COUNT TO WS-SUM-VALUE.
060900     WRITE LOYLRPT-LINE FROM WS-SUMMARY-LINE.
061000
061020     MOVE "NO LAST KNOWN REGION:  " TO WS-SUM-LABEL.
061040     MOVE WS-NO-LAST-REGION-COUNT TO WS-SUM-VALUE.
061060     WRITE LOYLRPT-LINE FROM WS-SUMMARY-LINE.
061080
061100     MOVE "REGIONS WITHOUT VALUE: " TO WS-SUM-LABEL.
061200     MOVE WS-NO-VALUE-COUNT TO WS-SUM-VALUE.
061300     WRITE LOYLRPT-LINE FROM WS-SUMMARY-LINE.
061400
061500     MOVE "NOT REPORTED (TABLE):  " TO WS-SUM-LABEL.
061600     MOVE WS-TABLE-FULL-COUNT TO WS-SUM-VALUE.
061700     WRITE LOYLRPT-LINE FROM WS-SUMMARY-LINE.
061800
061900     EXEC SQL
062000         DISCONNECT
062100     END-EXEC.
062200
062300     CLOSE LOYLRPT-FILE.
062400     IF CUSTMAST-OK
062500         CLOSE CUSTMAST-FILE
062600     END-IF.
062700
062800     DISPLAY "LOYALTY POINTS LIABILITY REPORT COMPLETE".
062900 4000-EXIT.
063000     EXIT.
063100
063200* INCLUDE THE SHARED CHECK-DATE-FORMAT UTILITY PARAGRAPHS
063300     COPY CHKDATE.
