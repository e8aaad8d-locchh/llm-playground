000100******************************************************************
000200* TOTPROOF - ORDER_TOTALS TO ORDERS PROOF OF BALANCE
000300******************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. TOTPROOF.
000600 AUTHOR. R MERCER.
000700 INSTALLATION. DATA PROCESSING.
000800 DATE-WRITTEN. 2026-10-15.
000900 DATE-COMPILED.
001000******************************************************************
001100* MODIFICATION HISTORY
001200* ----------------------------------------------------------------
001300* DATE        INIT  DESCRIPTION
001400* 2026-10-15  RDM   ORIGINAL VERSION - ORDER_TOTALS IS A RUNNING
001500*                   FIGURE ORDPOST ROLLS ROW BY ROW, AND IT HAS
001600*                   DRIFTED BEFORE. TOPCUST, CUSTINQ AND ORDSTMT
001700*                   ALL TRUST IT. THIS RUN RECOMPUTES EVERY
001800*                   CUSTOMER'S ORDER COUNT (SALES ONLY, AS
001900*                   ORDPOST COUNTS) AND NET AMOUNT FROM THE
002000*                   ORDERS DETAIL ROWS, COMPARES THEM TO THE
002100*                   STORED ROW, AND REPORTS EVERY CUSTOMER OUT
002200*                   OF BALANCE WITH BOTH FIGURES AND THE
002300*                   DIFFERENCE - INCLUDING DETAIL WITH NO TOTALS
002400*                   ROW AND A TOTALS ROW WITH NO DETAIL. EACH
002500*                   ONE GOES TO THE TOTCORR CORRECTION FILE,
002600*                   WHICH TOTAPPLY APPLIES ONLY UNDER A
002700*                   SUPERVISOR'S APPROVAL. THE REPORT ENDS WITH
002800*                   A GRAND-TOTAL PROOF LINE FOR QUARTER-END
002900*                   SIGN-OFF. OUT OF BALANCE ENDS WITH RC 4.
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. X86-64.
003400 OBJECT-COMPUTER. X86-64.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT TOTPRPT-FILE ASSIGN TO "TOTPRPT"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-TOTPRPT-STATUS.
004000
004100     SELECT TOTCORR-FILE ASSIGN TO "TOTCORR"
004200         ORGANIZATION IS SEQUENTIAL
004300         ACCESS MODE IS SEQUENTIAL
004400         FILE STATUS IS WS-TOTCORR-STATUS.
004500
004600     SELECT SECPARM-FILE ASSIGN TO "SECPARM"
004700         ORGANIZATION IS SEQUENTIAL
004800         ACCESS MODE IS SEQUENTIAL
004900         FILE STATUS IS WS-SECPARM-STATUS.
005000
005100     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
005200         ORGANIZATION IS SEQUENTIAL
005300         ACCESS MODE IS SEQUENTIAL
005400         FILE STATUS IS WS-RUNCTL-STATUS.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  TOTPRPT-FILE.
005900 01  TOTPRPT-LINE              PIC X(132).
006000
006100* PROPOSED CORRECTIONS - ONE PER CUSTOMER OUT OF BALANCE, WITH
006200* THE STORED FIGURES THE CORRECTION WAS PROVED AGAINST AND THE
006300* FIGURES RECOMPUTED FROM ORDERS. TK-ROW-SW 'N' MEANS THERE IS
006400* NO ORDER_TOTALS ROW TO CORRECT, SO APPLYING IT INSERTS ONE.
006500 FD  TOTCORR-FILE
006600     RECORDING MODE IS F.
006700 01  TOTCORR-RECORD.
006800     05  TK-CUSTOMER-ID        PIC 9(06).
006900     05  TK-PROOF-DATE         PIC X(10).
007000     05  TK-ROW-SW             PIC X(01).
007100         88  TK-ROW-EXISTS     VALUE 'Y'.
007200     05  TK-STORED-COUNT       PIC 9(07).
007300     05  TK-STORED-AMOUNT      PIC S9(11)V99.
007400     05  TK-COMPUTED-COUNT     PIC 9(07).
007500     05  TK-COMPUTED-AMOUNT    PIC S9(11)V99.
007600     05  FILLER                PIC X(23).
007700
007800* SECURED PARAMETER FILE - DB2 CONNECT CREDENTIALS MAINTAINED BY
007900* THE VAULT/KEY-MANAGEMENT PROCESS, NEVER HARDCODED IN SOURCE.
008000 FD  SECPARM-FILE
008100     RECORDING MODE IS F.
008200 01  SECPARM-RECORD.
008300     05  SP-DB-USERNAME        PIC X(20).
008400     05  SP-DB-PASSWORD        PIC X(20).
008500
008600* SHARED NIGHTLY RUN-CONTROL FILE - ONE RECORD PER PROGRAM
008700* COMPLETION, STAMPED AT CLEANUP AND CHECKED BY PROGRAMS WITH A
008800* SEQUENCE DEPENDENCY. SEE CHKRUN.cpy.
008900 FD  RUNCTL-FILE
009000     RECORDING MODE IS F.
009100 01  RUNCTL-RECORD.
009200     05  RU-RUN-DATE           PIC X(10).
009300     05  RU-PROGRAM-ID         PIC X(08).
009400     05  RU-TIMESTAMP          PIC X(21).
009500     05  RU-RETURN-CODE        PIC S9(04).
009600     05  FILLER                PIC X(37).
009700
009800 WORKING-STORAGE SECTION.
009900
010000* INCLUDE SHARED RUN-CONTROL WORKING STORAGE
010100     COPY RUNCTL.
010200
010300* INCLUDE SHARED DATABASE-CREDENTIAL WORKING STORAGE
010400     COPY DBCRED.
010500
010600* INCLUDE SHARED DATE-HANDLING WORKING STORAGE
010700     COPY DATECHK.
010800
010900 01  WS-VARIABLES.
011000     05  WS-CURRENT-DATE       PIC X(10) VALUE SPACES.
011100     05  WS-COUNT-DIFF         PIC S9(07) VALUE ZERO.
011200     05  WS-AMOUNT-DIFF        PIC S9(11)V99 VALUE ZERO.
011300
011400 01  WS-PROOF-FETCH-FIELDS.
011500     05  WS-PF-CUSTOMER-ID     PIC 9(06) VALUE ZERO.
011600     05  WS-PF-DETAIL-COUNT    PIC 9(07) VALUE ZERO.
011700     05  WS-PF-DETAIL-AMOUNT   PIC S9(11)V99 VALUE ZERO.
011800     05  WS-PF-STORED-COUNT    PIC 9(07) VALUE ZERO.
011900     05  WS-PF-STORED-AMOUNT   PIC S9(11)V99 VALUE ZERO.
012000     05  WS-PF-ROW-SW          PIC X(01) VALUE SPACE.
012100         88  PF-TOTALS-ROW     VALUE 'Y'.
012200     05  WS-PF-DETAIL-SW       PIC X(01) VALUE SPACE.
012300         88  PF-DETAIL-ROWS    VALUE 'Y'.
012400     05  WS-PROOF-CURSOR-SW    PIC X(01) VALUE 'N'.
012500         88  END-OF-PROOF-CURSOR VALUE 'Y'.
012600
012700 01  WS-FILE-SWITCHES.
012800     05  WS-TOTPRPT-STATUS     PIC X(02) VALUE SPACES.
012900     05  WS-TOTCORR-STATUS     PIC X(02) VALUE SPACES.
013000
013100 01  WS-PROOF-TOTALS.
013200     05  WS-CUSTOMERS-PROVED   PIC 9(07) VALUE ZERO.
013300     05  WS-OUT-OF-BALANCE     PIC 9(07) VALUE ZERO.
013400     05  WS-CORRECTIONS-WRITTEN PIC 9(07) VALUE ZERO.
013500     05  WS-TOT-DETAIL-COUNT   PIC 9(09) VALUE ZERO.
013600     05  WS-TOT-DETAIL-AMOUNT  PIC S9(13)V99 VALUE ZERO.
013700     05  WS-TOT-STORED-COUNT   PIC 9(09) VALUE ZERO.
013800     05  WS-TOT-STORED-AMOUNT  PIC S9(13)V99 VALUE ZERO.
013900     05  WS-TOT-COUNT-DIFF     PIC S9(09) VALUE ZERO.
014000     05  WS-TOT-AMOUNT-DIFF    PIC S9(13)V99 VALUE ZERO.
014100
014200 01  WS-REPORT-LINES.
014300     05  WS-HEADER-LINE.
014400         10  FILLER            PIC X(34) VALUE
014500             "ORDER_TOTALS PROOF OF BALANCE".
014600         10  FILLER            PIC X(12) VALUE "  RUN DATE: ".
014700         10  WS-HDR-DATE       PIC X(10) VALUE SPACES.
014800     05  WS-COLUMN-LINE.
014900         10  FILLER            PIC X(09) VALUE "CUST-ID".
015000         10  FILLER            PIC X(10) VALUE "  STORED".
015100         10  FILLER            PIC X(10) VALUE "   ORDERS".
015200         10  FILLER            PIC X(09) VALUE "    DIFF".
015300         10  FILLER            PIC X(19) VALUE
015400             "     STORED AMOUNT".
015500         10  FILLER            PIC X(19) VALUE
015600             "     ORDERS AMOUNT".
015700         10  FILLER            PIC X(19) VALUE
015800             "        DIFFERENCE".
015900         10  FILLER            PIC X(02) VALUE SPACES.
016000         10  FILLER            PIC X(20) VALUE "NOTE".
016100     05  WS-DETAIL-LINE.
016200         10  WS-DTL-ID         PIC 9(06).
016300         10  FILLER            PIC X(02) VALUE SPACES.
016400         10  WS-DTL-STORED-CNT PIC Z,ZZZ,ZZ9.
016500         10  FILLER            PIC X(01) VALUE SPACES.
016600         10  WS-DTL-DETAIL-CNT PIC Z,ZZZ,ZZ9.
016700         10  FILLER            PIC X(01) VALUE SPACES.
016800         10  WS-DTL-CNT-DIFF   PIC Z,ZZZ,ZZ9-.
016900         10  FILLER            PIC X(01) VALUE SPACES.
017000         10  WS-DTL-STORED-AMT PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
017100         10  FILLER            PIC X(01) VALUE SPACES.
017200         10  WS-DTL-DETAIL-AMT PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
017300         10  FILLER            PIC X(01) VALUE SPACES.
017400         10  WS-DTL-AMT-DIFF   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
017500         10  FILLER            PIC X(02) VALUE SPACES.
017600         10  WS-DTL-NOTE       PIC X(20).
017700     05  WS-PROOF-LINE.
017800         10  WS-PRF-LABEL      PIC X(24).
017900         10  WS-PRF-COUNT      PIC ZZZ,ZZZ,ZZ9-.
018000         10  FILLER            PIC X(02) VALUE SPACES.
018100         10  WS-PRF-AMOUNT     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
018200     05  WS-RESULT-LINE.
018300         10  FILLER            PIC X(24) VALUE
018400             "PROOF RESULT:".
018500         10  WS-RES-TEXT       PIC X(30) VALUE SPACES.
018600     05  WS-SIGNOFF-LINE.
018700         10  FILLER            PIC X(60) VALUE
018800             "PROVED BY: ____________________  DATE: __________".
018900     05  WS-SUMMARY-LINE.
019000         10  FILLER            PIC X(20) VALUE SPACES.
019100         10  WS-SUM-LABEL      PIC X(23).
019200         10  WS-SUM-VALUE      PIC ZZZ,ZZ9.
019300
019400 PROCEDURE DIVISION.
019500 0000-MAINLINE.
019600     DISPLAY "ORDER_TOTALS PROOF OF BALANCE".
019700     PERFORM 1000-INITIALIZE-ROUTINE THRU 1000-EXIT.
019800     IF RETURN-CODE = ZERO
019900         PERFORM 2000-PROCESS-DATA THRU 2000-EXIT
020000     ELSE
020100         DISPLAY "INITIALIZATION FAILED, SKIPPING PROCESS-DATA"
020200     END-IF.
020300     PERFORM 4000-CLEANUP-ROUTINE THRU 4000-EXIT.
020400     STOP RUN.
020500
020600******************************************************************
020700* 1000-INITIALIZE-ROUTINE - OPEN THE REPORT AND THE CORRECTION
020800* FILE AND CONNECT TO THE DATABASE.
020900******************************************************************
021000 1000-INITIALIZE-ROUTINE.
021100     PERFORM DERIVE-CURRENT-DATE
021200         THRU DERIVE-CURRENT-DATE-EXIT.
021300     MOVE DC-TODAY-DATE TO WS-CURRENT-DATE.
021400
021500     OPEN OUTPUT TOTPRPT-FILE.
021600     MOVE WS-CURRENT-DATE TO WS-HDR-DATE.
021700     WRITE TOTPRPT-LINE FROM WS-HEADER-LINE.
021800     WRITE TOTPRPT-LINE FROM WS-COLUMN-LINE.
021900     OPEN OUTPUT TOTCORR-FILE.
022000
022100     PERFORM 1100-LOAD-DB-CREDENTIALS THRU 1100-EXIT.
022200
022300* PROOF CURSOR - THE DETAIL RECOMPUTED PER CUSTOMER, MATCHED TO
022400* THE STORED ROW ON BOTH SIDES SO A CUSTOMER MISSING FROM
022500* EITHER ONE STILL COMES THROUGH. THE COUNT IS SALES ONLY; A
022600* RETURN OR ADJUSTMENT NEVER BUMPED IT IN ORDPOST.
022700     EXEC SQL
022800         DECLARE PROOF-CURSOR CURSOR FOR
022900         SELECT COALESCE(d.customer_id, t.customer_id),
023000                COALESCE(d.detail_count, 0),
023100                COALESCE(d.detail_amount, 0),
023200                COALESCE(t.order_count, 0),
023300                COALESCE(t.order_amount, 0),
023400                CASE WHEN t.customer_id IS NULL
023500                     THEN 'N' ELSE 'Y' END,
023600                CASE WHEN d.customer_id IS NULL
023700                     THEN 'N' ELSE 'Y' END
023800         FROM (SELECT customer_id,
023900                      SUM(CASE WHEN order_type IN ('R', 'A')
024000                               THEN 0 ELSE 1 END)
024100                          AS detail_count,
024200                      SUM(order_amount) AS detail_amount
024300               FROM orders
024400               GROUP BY customer_id) d
024500         FULL OUTER JOIN order_totals t
024600           ON t.customer_id = d.customer_id
024700         ORDER BY 1
024800     END-EXEC.
024900
025000     EXEC SQL
025100         CONNECT TO :WS-DB-NAME
025200             USER :WS-DB-USERNAME USING :WS-DB-PASSWORD
025300     END-EXEC.
025400     IF SQLCODE NOT = 0
025500         DISPLAY "UNABLE TO CONNECT TO DATABASE, SQLCODE: "
025600             SQLCODE
025700         MOVE 16 TO RETURN-CODE
025800         GO TO 1000-EXIT
025900     END-IF.
026000 1000-EXIT.
026100     EXIT.
026200
026300* INCLUDE SHARED DB-CREDENTIAL LOAD PARAGRAPH
026400     COPY LOADCRED.
026500
026600******************************************************************
026700* 2000-PROCESS-DATA - PROVE EVERY CUSTOMER, THEN THE GRAND
026800* TOTALS. A CURSOR FAILURE PART WAY THROUGH MAKES THE PROOF
026900* WORTHLESS - THE RUN FAILS RATHER THAN PRINT A PARTIAL ONE.
027000******************************************************************
027100 2000-PROCESS-DATA.
027200     EXEC SQL
027300         OPEN PROOF-CURSOR
027400     END-EXEC.
027500     IF SQLCODE NOT = 0
027600         DISPLAY "UNABLE TO OPEN PROOF CURSOR, SQLCODE: "
027700             SQLCODE
027800         MOVE 16 TO RETURN-CODE
027900         GO TO 2000-EXIT
028000     END-IF.
028100
028200     PERFORM 2100-FETCH-PROOF-ROW THRU 2100-EXIT.
028300     PERFORM 2200-PROVE-ONE-CUSTOMER THRU 2200-EXIT
028400         UNTIL END-OF-PROOF-CURSOR.
028500     EXEC SQL
028600         CLOSE PROOF-CURSOR
028700     END-EXEC.
028800
028900     IF RETURN-CODE = ZERO
029000         PERFORM 3000-PRINT-GRAND-PROOF THRU 3000-EXIT
029100     END-IF.
029200 2000-EXIT.
029300     EXIT.
029400
029500 2100-FETCH-PROOF-ROW.
029600     EXEC SQL
029700         FETCH PROOF-CURSOR
029800         INTO :WS-PF-CUSTOMER-ID, :WS-PF-DETAIL-COUNT,
029900              :WS-PF-DETAIL-AMOUNT, :WS-PF-STORED-COUNT,
030000              :WS-PF-STORED-AMOUNT, :WS-PF-ROW-SW,
030100              :WS-PF-DETAIL-SW
030200     END-EXEC.
030300     IF SQLCODE = 100
030400         SET END-OF-PROOF-CURSOR TO TRUE
030500     ELSE
030600         IF SQLCODE NOT = 0
030700             DISPLAY "PROOF FETCH FAILED, SQLCODE: " SQLCODE
030800             MOVE 16 TO RETURN-CODE
030900             SET END-OF-PROOF-CURSOR TO TRUE
031000         END-IF
031100     END-IF.
031200 2100-EXIT.
031300     EXIT.
031400
031500******************************************************************
031600* 2200-PROVE-ONE-CUSTOMER - ADD BOTH SIDES TO THE GRAND TOTALS;
031700* A CUSTOMER WHOSE COUNT OR AMOUNT DIFFERS IS REPORTED AND GETS
031800* A CORRECTION RECORD.
031900******************************************************************
032000 2200-PROVE-ONE-CUSTOMER.
032100     ADD 1 TO WS-CUSTOMERS-PROVED.
032200     ADD WS-PF-DETAIL-COUNT TO WS-TOT-DETAIL-COUNT.
032300     ADD WS-PF-DETAIL-AMOUNT TO WS-TOT-DETAIL-AMOUNT.
032400     ADD WS-PF-STORED-COUNT TO WS-TOT-STORED-COUNT.
032500     ADD WS-PF-STORED-AMOUNT TO WS-TOT-STORED-AMOUNT.
032600
032700     COMPUTE WS-COUNT-DIFF =
032800         WS-PF-DETAIL-COUNT - WS-PF-STORED-COUNT.
032900     COMPUTE WS-AMOUNT-DIFF =
033000         WS-PF-DETAIL-AMOUNT - WS-PF-STORED-AMOUNT.
033100     IF WS-COUNT-DIFF = ZERO AND WS-AMOUNT-DIFF = ZERO
033200         GO TO 2200-NEXT
033300     END-IF.
033400
033500     ADD 1 TO WS-OUT-OF-BALANCE.
033600     PERFORM 2300-PRINT-OUT-OF-BALANCE THRU 2300-EXIT.
033700     PERFORM 2400-WRITE-CORRECTION THRU 2400-EXIT.
033800 2200-NEXT.
033900     PERFORM 2100-FETCH-PROOF-ROW THRU 2100-EXIT.
034000 2200-EXIT.
034100     EXIT.
034200
034300 2300-PRINT-OUT-OF-BALANCE.
034400     MOVE SPACES TO WS-DETAIL-LINE.
034500     MOVE WS-PF-CUSTOMER-ID TO WS-DTL-ID.
034600     MOVE WS-PF-STORED-COUNT TO WS-DTL-STORED-CNT.
034700     MOVE WS-PF-DETAIL-COUNT TO WS-DTL-DETAIL-CNT.
034800     MOVE WS-COUNT-DIFF TO WS-DTL-CNT-DIFF.
034900     MOVE WS-PF-STORED-AMOUNT TO WS-DTL-STORED-AMT.
035000     MOVE WS-PF-DETAIL-AMOUNT TO WS-DTL-DETAIL-AMT.
035100     MOVE WS-AMOUNT-DIFF TO WS-DTL-AMT-DIFF.
035200     IF NOT PF-TOTALS-ROW
035300         MOVE "NO TOTALS ROW" TO WS-DTL-NOTE
035400     END-IF.
035500     IF NOT PF-DETAIL-ROWS
035600         MOVE "NO ORDERS DETAIL" TO WS-DTL-NOTE
035700     END-IF.
035800     WRITE TOTPRPT-LINE FROM WS-DETAIL-LINE.
035900 2300-EXIT.
036000     EXIT.
036100
036200 2400-WRITE-CORRECTION.
036300     MOVE SPACES TO TOTCORR-RECORD.
036400     MOVE WS-PF-CUSTOMER-ID TO TK-CUSTOMER-ID.
036500     MOVE WS-CURRENT-DATE TO TK-PROOF-DATE.
036600     MOVE WS-PF-ROW-SW TO TK-ROW-SW.
036700     MOVE WS-PF-STORED-COUNT TO TK-STORED-COUNT.
036800     MOVE WS-PF-STORED-AMOUNT TO TK-STORED-AMOUNT.
036900     MOVE WS-PF-DETAIL-COUNT TO TK-COMPUTED-COUNT.
037000     MOVE WS-PF-DETAIL-AMOUNT TO TK-COMPUTED-AMOUNT.
037100     WRITE TOTCORR-RECORD.
037200     ADD 1 TO WS-CORRECTIONS-WRITTEN.
037300 2400-EXIT.
037400     EXIT.
037500
037600******************************************************************
037700* 3000-PRINT-GRAND-PROOF - DETAIL TOTAL, STORED TOTAL AND THE
037800* DIFFERENCE, THE RESULT, AND A LINE TO SIGN.
037900******************************************************************
038000 3000-PRINT-GRAND-PROOF.
038100     COMPUTE WS-TOT-COUNT-DIFF =
038200         WS-TOT-DETAIL-COUNT - WS-TOT-STORED-COUNT.
038300     COMPUTE WS-TOT-AMOUNT-DIFF =
038400         WS-TOT-DETAIL-AMOUNT - WS-TOT-STORED-AMOUNT.
038500
038600     MOVE SPACES TO TOTPRPT-LINE.
038700     WRITE TOTPRPT-LINE.
038800     MOVE SPACES TO WS-PROOF-LINE.
038900     MOVE "ORDERS DETAIL TOTAL:" TO WS-PRF-LABEL.
039000     MOVE WS-TOT-DETAIL-COUNT TO WS-PRF-COUNT.
039100     MOVE WS-TOT-DETAIL-AMOUNT TO WS-PRF-AMOUNT.
039200     WRITE TOTPRPT-LINE FROM WS-PROOF-LINE.
039300
039400     MOVE "ORDER_TOTALS STORED:" TO WS-PRF-LABEL.
039500     MOVE WS-TOT-STORED-COUNT TO WS-PRF-COUNT.
039600     MOVE WS-TOT-STORED-AMOUNT TO WS-PRF-AMOUNT.
039700     WRITE TOTPRPT-LINE FROM WS-PROOF-LINE.
039800
039900     MOVE "DIFFERENCE:" TO WS-PRF-LABEL.
040000     MOVE WS-TOT-COUNT-DIFF TO WS-PRF-COUNT.
040100     MOVE WS-TOT-AMOUNT-DIFF TO WS-PRF-AMOUNT.
040200     WRITE TOTPRPT-LINE FROM WS-PROOF-LINE.
040300
040400* THE GRAND TOTALS CAN NET TO ZERO WITH CUSTOMERS OFF IN BOTH
040500* DIRECTIONS - THE PROOF ONLY BALANCES WHEN NO CUSTOMER IS OUT.
040600     IF WS-OUT-OF-BALANCE = ZERO
040700         MOVE "IN BALANCE" TO WS-RES-TEXT
040800     ELSE
040900         MOVE "OUT OF BALANCE" TO WS-RES-TEXT
041000     END-IF.
041100     WRITE TOTPRPT-LINE FROM WS-RESULT-LINE.
041200     MOVE SPACES TO TOTPRPT-LINE.
041300     WRITE TOTPRPT-LINE.
041400     WRITE TOTPRPT-LINE FROM WS-SIGNOFF-LINE.
041500 3000-EXIT.
041600     EXIT.
041700
041800******************************************************************
041900* 4000-CLEANUP-ROUTINE - SUMMARY COUNTS, DISCONNECT, CLOSES AND
042000* THE RUN-CONTROL STAMP.
042100******************************************************************
042200 4000-CLEANUP-ROUTINE.
042300     IF RETURN-CODE = ZERO AND WS-OUT-OF-BALANCE > ZERO
042400         MOVE 4 TO RETURN-CODE
042500     END-IF.
042600
042700     MOVE SPACES TO TOTPRPT-LINE.
042800     WRITE TOTPRPT-LINE.
042900     MOVE SPACES TO WS-SUMMARY-LINE.
043000     MOVE "CUSTOMERS PROVED:      " TO WS-SUM-LABEL.
043100     MOVE WS-CUSTOMERS-PROVED TO WS-SUM-VALUE.
043200     WRITE TOTPRPT-LINE FROM WS-SUMMARY-LINE.
043300
043400     MOVE "OUT OF BALANCE:        " TO WS-SUM-LABEL.
043500     MOVE WS-OUT-OF-BALANCE TO WS-SUM-VALUE.
043600     WRITE TOTPRPT-LINE FROM WS-SUMMARY-LINE.
043700
043800     MOVE "CORRECTIONS WRITTEN:   " TO WS-SUM-LABEL.
043900     MOVE WS-CORRECTIONS-WRITTEN TO WS-SUM-VALUE.
044000     WRITE TOTPRPT-LINE FROM WS-SUMMARY-LINE.
044100
044200     EXEC SQL
044300         DISCONNECT
044400     END-EXEC.
044500
044600     CLOSE TOTPRPT-FILE.
044700     CLOSE TOTCORR-FILE.
044800
044900     DISPLAY "CUSTOMERS OUT OF BALANCE: " WS-OUT-OF-BALANCE.
045000
045100     MOVE "TOTPROOF" TO RC-STAMP-PROGRAM.
045200     MOVE WS-CURRENT-DATE TO RC-STAMP-DATE.
045300     PERFORM STAMP-RUN-CONTROL THRU STAMP-RUN-CONTROL-EXIT.
045400
045500     DISPLAY "PROOF OF BALANCE COMPLETE".
045600 4000-EXIT.
045700     EXIT.
045800
045900* INCLUDE THE SHARED RUN-CONTROL UTILITY PARAGRAPHS
046000     COPY CHKRUN.
046100
046200* INCLUDE THE SHARED CHECK-DATE-FORMAT UTILITY PARAGRAPHS
046300     COPY CHKDATE.
