000100******************************************************************
000200* ARSEED - OPENING RECEIVABLES BALANCES FROM THE ORDERS LEDGER
000300******************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. ARSEED.
000600 AUTHOR. R MERCER.
000700 INSTALLATION. DATA PROCESSING.
000800 DATE-WRITTEN. 2026-10-15.
000900 DATE-COMPILED.
001000******************************************************************
001100* MODIFICATION HISTORY
001200* ----------------------------------------------------------------
001300* DATE        INIT  DESCRIPTION
001400* 2026-10-15  RDM   ORIGINAL VERSION - ORDPOST ONLY STARTS A
001500*                   CUSTOMER'S RECEIVABLES ROW ON THE FIRST SALE
001600*                   IT POSTS, SO A CUSTOMER WHOSE OPEN SALES WERE
001700*                   ALL POSTED BEFORE RECEIVABLES EXISTED HAD NO
001800*                   ROW: PAYPOST PARKED THEIR PAYMENTS AND ARAGE,
001900*                   CUSTINQ AND ORDSTMT SHOWED NOTHING OWING. RUN
002000*                   ONCE, BEFORE THE FIRST ORDPOST AND PAYPOST
002100*                   THAT KEEP RECEIVABLES, THIS BUILDS THE MISSING
002200*                   ROWS FROM THE ORDERS TABLE. THE SEEDPARM CARD
002300*                   CARRIES THE OPEN-FROM DATE FINANCE GIVES FROM
002400*                   THE OLD LEDGER - SALES, RETURNS AND
002500*                   ADJUSTMENTS DATED ON OR AFTER IT (GOODS PLUS
002600*                   TAX, SIGNED AS POSTED) LESS ANY PAYMENTS ON
002700*                   FILE SINCE THEN ARE THE OPENING BALANCE;
002800*                   ANYTHING OLDER WAS SETTLED OUTSIDE THIS
002900*                   SYSTEM. A CUSTOMER WHO ALREADY HAS A ROW IS
003000*                   LEFT ALONE AND COUNTED, SO A SECOND RUN
003100*                   CHANGES NOTHING.
003111* 2026-10-15  RDM   A RUN IS NOW REFUSED (RC 16) WHEN
003122*                   RECEIVABLES ALREADY HOLDS ROWS, UNLESS RUNCTL
003133*                   SHOWS THIS IS A RERUN: AN EARLIER ARSEED
003144*                   STAMP WITH NO ORDPOST OR PAYPOST STAMP SINCE
003155*                   THE FIRST. ONCE POSTING HAS MOVED THE
003166*                   BALANCES ON, A SEED WOULD ADD OLD SALES A
003177*                   SECOND TIME FOR ANY CUSTOMER WITHOUT A ROW OF
003188*                   THEIR OWN.
003190* 2026-10-15  RDM   ONLY A RUN THAT GOT PAST THE START-UP CHECKS
003192*                   (AND SO MAY HAVE SEEDED) IS NOW STAMPED ON
003194*                   RUNCTL. A REFUSED OR FAILED START-UP LEFT AN
003196*                   ARSEED STAMP THAT THE NEXT RUN TOOK FOR AN
003198*                   EARLIER SEED, LETTING IT SEED AFTER POSTING.
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. X86-64.
003600 OBJECT-COMPUTER. X86-64.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT PARMCARD-FILE ASSIGN TO "SEEDPARM"
004000         ORGANIZATION IS SEQUENTIAL
004100         ACCESS MODE IS SEQUENTIAL
004200         FILE STATUS IS WS-PARMCARD-STATUS.
004300
004400     SELECT SEEDRPT-FILE ASSIGN TO "SEEDRPT"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-SEEDRPT-STATUS.
004700
004800     SELECT SECPARM-FILE ASSIGN TO "SECPARM"
004900         ORGANIZATION IS SEQUENTIAL
005000         ACCESS MODE IS SEQUENTIAL
005100         FILE STATUS IS WS-SECPARM-STATUS.
005200
005300     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
005400         ORGANIZATION IS SEQUENTIAL
005500         ACCESS MODE IS SEQUENTIAL
005600         FILE STATUS IS WS-RUNCTL-STATUS.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000* RUN-TIME PARAMETER CARD - THE OPEN-FROM DATE (CCYY-MM-DD). THE
006100* CARD IS REQUIRED: WITHOUT IT EVERY SALE EVER POSTED WOULD BE
006200* TAKEN AS UNPAID.
006300 FD  PARMCARD-FILE
006400     RECORDING MODE IS F.
006500 01  PARMCARD-RECORD.
006600     05  PC-OPEN-FROM-DATE     PIC X(10).
006700     05  FILLER                PIC X(70).
006800
006900 FD  SEEDRPT-FILE.
007000 01  SEEDRPT-LINE              PIC X(132).
007100
007200* SECURED PARAMETER FILE - DB2 CONNECT CREDENTIALS MAINTAINED BY
007300* THE VAULT/KEY-MANAGEMENT PROCESS, NEVER HARDCODED IN SOURCE.
007400 FD  SECPARM-FILE
007500     RECORDING MODE IS F.
007600 01  SECPARM-RECORD.
007700     05  SP-DB-USERNAME        PIC X(20).
007800     05  SP-DB-PASSWORD        PIC X(20).
007900
008000* SHARED NIGHTLY RUN-CONTROL FILE - ONE RECORD PER PROGRAM
008100* COMPLETION, STAMPED AT CLEANUP. SEE CHKRUN.cpy.
008200 FD  RUNCTL-FILE
008300     RECORDING MODE IS F.
008400 01  RUNCTL-RECORD.
008500     05  RU-RUN-DATE           PIC X(10).
008600     05  RU-PROGRAM-ID         PIC X(08).
008700     05  RU-TIMESTAMP          PIC X(21).
008800     05  RU-RETURN-CODE        PIC S9(04).
008900     05  FILLER                PIC X(37).
009000
009100 WORKING-STORAGE SECTION.
009200
009300* INCLUDE SHARED RUN-CONTROL WORKING STORAGE
009400     COPY RUNCTL.
009500
009600* INCLUDE SHARED DATABASE-CREDENTIAL WORKING STORAGE
009700     COPY DBCRED.
009800
009900* INCLUDE SHARED DATE-VALIDATION WORKING STORAGE
010000     COPY DATECHK.
010100
010200 01  WS-VARIABLES.
010300     05  WS-CURRENT-DATE       PIC X(10) VALUE SPACES.
010400     05  WS-OPEN-FROM-DATE     PIC X(10) VALUE SPACES.
010500     05  WS-SEED-CUSTOMER-ID   PIC 9(06) VALUE ZERO.
010600     05  WS-BILLED-AMOUNT      PIC S9(09)V99 VALUE ZERO.
010700     05  WS-PAID-AMOUNT        PIC S9(09)V99 VALUE ZERO.
010800     05  WS-SEED-BALANCE       PIC S9(09)V99 VALUE ZERO.
010900     05  WS-ROW-BALANCE        PIC S9(09)V99 VALUE ZERO.
011000     05  WS-LAST-PAYMENT-DATE  PIC X(10) VALUE SPACES.
011050     05  WS-RECEIVABLES-ROWS   PIC 9(07) VALUE ZERO.
011100
011200 01  WS-FILE-SWITCHES.
011300     05  WS-PARMCARD-STATUS    PIC X(02) VALUE SPACES.
011400         88  PARMCARD-OK       VALUE '00'.
011500     05  WS-SEEDRPT-STATUS     PIC X(02) VALUE SPACES.
011600         88  SEEDRPT-OK        VALUE '00'.
011700     05  WS-SEED-CURSOR-SW     PIC X(01) VALUE 'N'.
011800         88  END-OF-SEED-CURSOR VALUE 'Y'.
011820     05  WS-SEED-STAMP-SW      PIC X(01) VALUE 'N'.
011840         88  SEED-STAMP-FOUND  VALUE 'Y'.
011860     05  WS-POSTED-SINCE-SW    PIC X(01) VALUE 'N'.
011880         88  POSTED-SINCE-SEED VALUE 'Y'.
011890     05  WS-SEED-CLEARED-SW    PIC X(01) VALUE 'N'.
011895         88  SEED-CLEARED      VALUE 'Y'.
011900
012000 01  WS-SEED-COUNTS.
012100     05  WS-CUSTOMERS-READ     PIC 9(07) VALUE ZERO.
012200     05  WS-SEEDED-COUNT       PIC 9(07) VALUE ZERO.
012300     05  WS-ON-FILE-COUNT      PIC 9(07) VALUE ZERO.
012400     05  WS-NOTHING-OPEN-COUNT PIC 9(07) VALUE ZERO.
012500     05  WS-FAILED-COUNT       PIC 9(07) VALUE ZERO.
012600     05  WS-SEEDED-AMOUNT      PIC S9(11)V99 VALUE ZERO.
012700
012800 01  WS-REPORT-LINES.
012900     05  WS-HEADER-LINE.
013000         10  FILLER            PIC X(32) VALUE
013100             "OPENING RECEIVABLES SEED REPORT".
013200         10  FILLER            PIC X(13) VALUE "  OPEN FROM: ".
013300         10  WS-HDR-OPEN-FROM  PIC X(10) VALUE SPACES.
013400         10  FILLER            PIC X(12) VALUE "  RUN DATE: ".
013500         10  WS-HDR-DATE       PIC X(10) VALUE SPACES.
013600     05  WS-COLUMN-LINE.
013700         10  FILLER            PIC X(10) VALUE "CUSTOMER".
013800         10  FILLER            PIC X(16) VALUE
013900             "          BILLED".
014000         10  FILLER            PIC X(16) VALUE
014100             "            PAID".
014200         10  FILLER            PIC X(16) VALUE
014300             "    OPEN BALANCE".
014400         10  FILLER            PIC X(02) VALUE SPACES.
014500         10  FILLER            PIC X(40) VALUE "ACTION".
014600     05  WS-DETAIL-LINE.
014700         10  WS-DTL-CUSTOMER-ID PIC 9(06).
014800         10  FILLER            PIC X(04) VALUE SPACES.
014900         10  WS-DTL-BILLED     PIC ZZZ,ZZZ,ZZ9.99-.
015000         10  FILLER            PIC X(01) VALUE SPACES.
015100         10  WS-DTL-PAID       PIC ZZZ,ZZZ,ZZ9.99-.
015200         10  FILLER            PIC X(01) VALUE SPACES.
015300         10  WS-DTL-BALANCE    PIC ZZZ,ZZZ,ZZ9.99-.
015400         10  FILLER            PIC X(03) VALUE SPACES.
015500         10  WS-DTL-ACTION     PIC X(40).
015600     05  WS-SUMMARY-LINE.
015700         10  FILLER            PIC X(20) VALUE SPACES.
015800         10  WS-SUM-LABEL      PIC X(23).
015900         10  WS-SUM-VALUE      PIC Z,ZZZ,ZZ9.
016000     05  WS-AMOUNT-LINE.
016100         10  FILLER            PIC X(20) VALUE SPACES.
016200         10  WS-AMT-LABEL      PIC X(23).
016300         10  WS-AMT-VALUE      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
016400
016500 PROCEDURE DIVISION.
016600 0000-MAINLINE.
016700     DISPLAY "OPENING RECEIVABLES SEED".
016800     PERFORM 1000-INITIALIZE-ROUTINE THRU 1000-EXIT.
016900     IF RETURN-CODE = ZERO
017000         PERFORM 2000-PROCESS-DATA THRU 2000-EXIT
017100     ELSE
017200         DISPLAY "INITIALIZATION FAILED, SKIPPING PROCESS-DATA"
017300     END-IF.
017400     PERFORM 4000-CLEANUP-ROUTINE THRU 4000-EXIT.
017500     STOP RUN.
017600
017700******************************************************************
017800* 1000-INITIALIZE-ROUTINE - OPEN THE REPORT, READ THE OPEN-FROM
017866* DATE AND CONNECT TO THE CUSTOMER DATABASE. A RECEIVABLES TABLE
017932* THAT ALREADY HOLDS ROWS IS ONLY SEEDED AGAIN AS A RERUN.
018000******************************************************************
018100 1000-INITIALIZE-ROUTINE.
018200     PERFORM DERIVE-CURRENT-DATE
018300         THRU DERIVE-CURRENT-DATE-EXIT.
018400     MOVE DC-TODAY-DATE TO WS-CURRENT-DATE.
018500
018600     OPEN OUTPUT SEEDRPT-FILE.
018700     IF NOT SEEDRPT-OK
018800         DISPLAY "UNABLE TO OPEN SEEDRPT, STATUS: "
018900             WS-SEEDRPT-STATUS
019000         MOVE 16 TO RETURN-CODE
019100         GO TO 1000-EXIT
019200     END-IF.
019300
019400     PERFORM 1050-READ-PARAMETER-CARD THRU 1050-EXIT.
019500     MOVE WS-OPEN-FROM-DATE TO WS-HDR-OPEN-FROM.
019600     MOVE WS-CURRENT-DATE TO WS-HDR-DATE.
019700     WRITE SEEDRPT-LINE FROM WS-HEADER-LINE.
019800     IF RETURN-CODE NOT = ZERO
019900         GO TO 1000-EXIT
020000     END-IF.
020100     WRITE SEEDRPT-LINE FROM WS-COLUMN-LINE.
020200
020300     PERFORM 1100-LOAD-DB-CREDENTIALS THRU 1100-EXIT.
020400
020500* ONE ROW PER CUSTOMER WITH ANYTHING POSTED SINCE THE OPEN-FROM
020600* DATE. THE AMOUNTS ARE ALREADY SIGNED - A RETURN OR ADJUSTMENT
020700* IS NEGATIVE - AND A SALE ADDED GOODS PLUS TAX TO THE BALANCE.
020800     EXEC SQL
020900         DECLARE SEED-CURSOR CURSOR FOR
021000         SELECT customer_id,
021100                SUM(order_amount + COALESCE(order_tax, 0))
021200         FROM orders
021300         WHERE order_date >= :WS-OPEN-FROM-DATE
021400         GROUP BY customer_id
021500         ORDER BY customer_id
021600     END-EXEC.
021700
021800     EXEC SQL
021900         CONNECT TO :WS-DB-NAME
022000             USER :WS-DB-USERNAME USING :WS-DB-PASSWORD
022100     END-EXEC.
022200     IF SQLCODE NOT = 0
022300         DISPLAY "UNABLE TO CONNECT TO DATABASE, SQLCODE: "
022400             SQLCODE
022500         MOVE 16 TO RETURN-CODE
022600         GO TO 1000-EXIT
022606     END-IF.
022612
022618     EXEC SQL
022624         SELECT COUNT(*)
022630         INTO :WS-RECEIVABLES-ROWS
022636         FROM receivables
022642     END-EXEC.
022648     IF SQLCODE NOT = 0
022654         DISPLAY "RECEIVABLES COUNT FAILED, SQLCODE: " SQLCODE
022660         MOVE 16 TO RETURN-CODE
022666         GO TO 1000-EXIT
022672     END-IF.
022678     IF WS-RECEIVABLES-ROWS > ZERO
022684         PERFORM 1200-CHECK-RERUN THRU 1200-EXIT
022700     END-IF.
022710     IF RETURN-CODE = ZERO
022720         SET SEED-CLEARED TO TRUE
022730     END-IF.
022800 1000-EXIT.
022900     EXIT.
023000
023100******************************************************************
023200* 1050-READ-PARAMETER-CARD - THE OPEN-FROM DATE. NO CARD, AN EMPTY
023300* CARD OR A MALFORMED DATE STOPS THE RUN.
023400******************************************************************
023500 1050-READ-PARAMETER-CARD.
023600     OPEN INPUT PARMCARD-FILE.
023700     IF NOT PARMCARD-OK
023800         DISPLAY "NO SEEDPARM CARD - OPEN-FROM DATE IS REQUIRED"
023900         MOVE 16 TO RETURN-CODE
024000         GO TO 1050-EXIT
024100     END-IF.
024200
024300     READ PARMCARD-FILE
024400         AT END
024500             DISPLAY "SEEDPARM CARD EMPTY - OPEN-FROM DATE IS "
024600                 "REQUIRED"
024700             MOVE 16 TO RETURN-CODE
024800             CLOSE PARMCARD-FILE
024900             GO TO 1050-EXIT
025000     END-READ.
025100     CLOSE PARMCARD-FILE.
025200
025300     MOVE PC-OPEN-FROM-DATE TO DC-DATE-FIELD.
025400     PERFORM CHECK-DATE-FORMAT THRU CHECK-DATE-FORMAT-EXIT.
025500     IF DATE-FORMAT-BAD
025600         DISPLAY "OPEN-FROM DATE NOT VALID: " PC-OPEN-FROM-DATE
025700             " - " DC-DATE-REASON
025800         MOVE 16 TO RETURN-CODE
025900         GO TO 1050-EXIT
026000     END-IF.
026100     IF PC-OPEN-FROM-DATE > WS-CURRENT-DATE
026200         DISPLAY "OPEN-FROM DATE IS IN THE FUTURE: "
026300             PC-OPEN-FROM-DATE
026400         MOVE 16 TO RETURN-CODE
026500         GO TO 1050-EXIT
026600     END-IF.
026700     MOVE PC-OPEN-FROM-DATE TO WS-OPEN-FROM-DATE.
026800     DISPLAY "OPEN FROM: " WS-OPEN-FROM-DATE.
026900 1050-EXIT.
027000     EXIT.
027100
027200* INCLUDE SHARED DB-CREDENTIAL LOAD PARAGRAPH
027300     COPY LOADCRED.
027400
027500* INCLUDE THE SHARED CHECK-DATE-FORMAT UTILITY PARAGRAPH
027600     COPY CHKDATE.
027602
027604******************************************************************
027606* 1200-CHECK-RERUN - RECEIVABLES ALREADY HOLDS ROWS. THAT IS ONLY
027608* A RERUN OF THIS SEED (ONE THAT FAILED PART WAY, SAY) WHILE
027610* RUNCTL SHOWS AN ARSEED STAMP AND NO ORDPOST OR PAYPOST STAMP
027612* SINCE THE FIRST ONE. OTHERWISE POSTING HAS ALREADY MOVED THE
027614* BALANCES ON AND THE RUN IS REFUSED.
027615* A REFUSED OR FAILED START-UP IS NOT STAMPED (SEE 4000), SO
027616* EVERY ARSEED STAMP HERE IS A RUN THAT MAY HAVE SEEDED.
027617******************************************************************
027618 1200-CHECK-RERUN.
027620     MOVE 'N' TO WS-SEED-STAMP-SW.
027622     MOVE 'N' TO WS-POSTED-SINCE-SW.
027624     MOVE 'N' TO WS-RUNCTL-SW.
027626     OPEN INPUT RUNCTL-FILE.
027628     IF RUNCTL-OK
027630         PERFORM READ-RUNCTL-RECORD THRU READ-RUNCTL-RECORD-EXIT
027632         PERFORM 1250-SCAN-RUNCTL-RECORD THRU 1250-EXIT
027634             UNTIL END-OF-RUNCTL
027636         CLOSE RUNCTL-FILE
027638     END-IF.
027640     IF SEED-STAMP-FOUND AND NOT POSTED-SINCE-SEED
027642         DISPLAY "RECEIVABLES HOLDS " WS-RECEIVABLES-ROWS
027644             " ROWS - RERUN OF AN EARLIER SEED"
027646         GO TO 1200-EXIT
027648     END-IF.
027650     DISPLAY "RECEIVABLES ALREADY HOLDS " WS-RECEIVABLES-ROWS
027652         " ROWS - SEED REFUSED".
027654     MOVE 16 TO RETURN-CODE.
027656 1200-EXIT.
027658     EXIT.
027660
027662 1250-SCAN-RUNCTL-RECORD.
027664     IF RU-PROGRAM-ID = "ARSEED"
027666         SET SEED-STAMP-FOUND TO TRUE
027668     END-IF.
027670     IF SEED-STAMP-FOUND
027672             AND (RU-PROGRAM-ID = "ORDPOST"
027674                  OR RU-PROGRAM-ID = "PAYPOST")
027676         SET POSTED-SINCE-SEED TO TRUE
027678     END-IF.
027680     PERFORM READ-RUNCTL-RECORD THRU READ-RUNCTL-RECORD-EXIT.
027682 1250-EXIT.
027684     EXIT.
027700
027800******************************************************************
027900* 2000-PROCESS-DATA - ONE PASS OF THE CUSTOMERS WITH ORDERS SINCE
028000* THE OPEN-FROM DATE.
028100******************************************************************
028200 2000-PROCESS-DATA.
028300     EXEC SQL
028400         OPEN SEED-CURSOR
028500     END-EXEC.
028600     IF SQLCODE NOT = 0
028700         DISPLAY "UNABLE TO OPEN SEED CURSOR, SQLCODE: " SQLCODE
028800         MOVE 16 TO RETURN-CODE
028900         GO TO 2000-EXIT
029000     END-IF.
029100     PERFORM 2100-FETCH-SEED-ROW THRU 2100-EXIT.
029200     PERFORM 2200-SEED-ONE-CUSTOMER THRU 2200-EXIT
029300         UNTIL END-OF-SEED-CURSOR.
029400     EXEC SQL
029500         CLOSE SEED-CURSOR
029600     END-EXEC.
029700 2000-EXIT.
029800     EXIT.
029900
030000 2100-FETCH-SEED-ROW.
030100     EXEC SQL
030200         FETCH SEED-CURSOR
030300         INTO :WS-SEED-CUSTOMER-ID, :WS-BILLED-AMOUNT
030400     END-EXEC.
030500     IF SQLCODE = 100
030600         SET END-OF-SEED-CURSOR TO TRUE
030700         GO TO 2100-EXIT
030800     END-IF.
030900     IF SQLCODE NOT = 0
031000         DISPLAY "SEED CURSOR FETCH FAILED, SQLCODE: " SQLCODE
031100         MOVE 16 TO RETURN-CODE
031200         SET END-OF-SEED-CURSOR TO TRUE
031300     END-IF.
031400 2100-EXIT.
031500     EXIT.
031600
031700******************************************************************
031800* 2200-SEED-ONE-CUSTOMER - A CUSTOMER WHO ALREADY HAS A ROW IS
031900* LEFT ALONE. OTHERWISE THE PAYMENTS ON FILE SINCE THE OPEN-FROM
032000* DATE COME OFF WHAT WAS BILLED, AND WHATEVER IS LEFT - OWING OR
032100* IN CREDIT - BECOMES THE ROW. NOTHING LEFT MEANS NO ROW; ORDPOST
032200* STARTS ONE ON THE NEXT SALE AS IT ALWAYS HAS.
032300******************************************************************
032400 2200-SEED-ONE-CUSTOMER.
032500     ADD 1 TO WS-CUSTOMERS-READ.
032600     MOVE ZERO TO WS-PAID-AMOUNT.
032700     MOVE ZERO TO WS-SEED-BALANCE.
032800     MOVE SPACES TO WS-DTL-ACTION.
032900
033000     EXEC SQL
033100         SELECT open_balance
033200         INTO :WS-ROW-BALANCE
033300         FROM receivables
033400         WHERE customer_id = :WS-SEED-CUSTOMER-ID
033500     END-EXEC.
033600     IF SQLCODE = 0
033700         ADD 1 TO WS-ON-FILE-COUNT
033800         GO TO 2200-NEXT
033900     END-IF.
034000     IF SQLCODE NOT = 100
034100         MOVE "BALANCE LOOKUP FAILED - NOT SEEDED"
034150             TO WS-DTL-ACTION
034200         GO TO 2200-FAILED
034300     END-IF.
034400
034500     EXEC SQL
034600         SELECT COALESCE(SUM(payment_amount), 0),
034700                COALESCE(MAX(payment_date), ' ')
034800         INTO :WS-PAID-AMOUNT, :WS-LAST-PAYMENT-DATE
034900         FROM payments
035000         WHERE customer_id = :WS-SEED-CUSTOMER-ID
035100           AND payment_date >= :WS-OPEN-FROM-DATE
035200     END-EXEC.
035300     IF SQLCODE NOT = 0
035400         MOVE "PAYMENT LOOKUP FAILED - NOT SEEDED"
035450             TO WS-DTL-ACTION
035500         GO TO 2200-FAILED
035600     END-IF.
035700
035800     COMPUTE WS-SEED-BALANCE = WS-BILLED-AMOUNT - WS-PAID-AMOUNT.
035900     IF WS-SEED-BALANCE = ZERO
036000         ADD 1 TO WS-NOTHING-OPEN-COUNT
036100         GO TO 2200-NEXT
036200     END-IF.
036300
036400     EXEC SQL
036500         INSERT INTO receivables
036600             (customer_id, open_balance, last_payment_date)
036700         VALUES
036800             (:WS-SEED-CUSTOMER-ID, :WS-SEED-BALANCE,
036900              :WS-LAST-PAYMENT-DATE)
037000     END-EXEC.
037100     IF SQLCODE NOT = 0
037200         MOVE "RECEIVABLES INSERT FAILED - NOT SEEDED"
037300             TO WS-DTL-ACTION
037400         GO TO 2200-FAILED
037500     END-IF.
037600
037700     ADD 1 TO WS-SEEDED-COUNT.
037800     ADD WS-SEED-BALANCE TO WS-SEEDED-AMOUNT.
037900     MOVE "SEEDED" TO WS-DTL-ACTION.
038000     PERFORM 2300-WRITE-DETAIL-LINE THRU 2300-EXIT.
038100     GO TO 2200-NEXT.
038200
038300 2200-FAILED.
038400     DISPLAY "WARNING: " WS-SEED-CUSTOMER-ID " " WS-DTL-ACTION
038500         ", SQLCODE: " SQLCODE.
038600     ADD 1 TO WS-FAILED-COUNT.
038700     PERFORM 2300-WRITE-DETAIL-LINE THRU 2300-EXIT.
038800 2200-NEXT.
038900     PERFORM 2100-FETCH-SEED-ROW THRU 2100-EXIT.
039000 2200-EXIT.
039100     EXIT.
039200
039300 2300-WRITE-DETAIL-LINE.
039400     MOVE WS-SEED-CUSTOMER-ID TO WS-DTL-CUSTOMER-ID.
039500     MOVE WS-BILLED-AMOUNT TO WS-DTL-BILLED.
039600     MOVE WS-PAID-AMOUNT TO WS-DTL-PAID.
039700     MOVE WS-SEED-BALANCE TO WS-DTL-BALANCE.
039800     WRITE SEEDRPT-LINE FROM WS-DETAIL-LINE.
039900 2300-EXIT.
040000     EXIT.
040100
040200******************************************************************
040300* 4000-CLEANUP-ROUTINE - SUMMARY COUNTS, DISCONNECT, CLOSES AND
040400* THE RUN-CONTROL STAMP. A CUSTOMER THAT COULD NOT BE SEEDED
040500* ENDS THE RUN WITH RC 4; A RE-RUN PICKS IT UP AND SKIPS THE
040550* REST.
040600******************************************************************
040700 4000-CLEANUP-ROUTINE.
040800     IF RETURN-CODE = ZERO AND WS-FAILED-COUNT > ZERO
040900         MOVE 4 TO RETURN-CODE
041000     END-IF.
041100
041200     IF SEEDRPT-OK
041300         MOVE SPACES TO SEEDRPT-LINE
041400         WRITE SEEDRPT-LINE
041500         MOVE SPACES TO WS-SUMMARY-LINE
041600         MOVE "CUSTOMERS WITH ORDERS: " TO WS-SUM-LABEL
041700         MOVE WS-CUSTOMERS-READ TO WS-SUM-VALUE
041800         WRITE SEEDRPT-LINE FROM WS-SUMMARY-LINE
041900         MOVE "BALANCES SEEDED:       " TO WS-SUM-LABEL
042000         MOVE WS-SEEDED-COUNT TO WS-SUM-VALUE
042100         WRITE SEEDRPT-LINE FROM WS-SUMMARY-LINE
042200         MOVE "ALREADY ON FILE:       " TO WS-SUM-LABEL
042300         MOVE WS-ON-FILE-COUNT TO WS-SUM-VALUE
042400         WRITE SEEDRPT-LINE FROM WS-SUMMARY-LINE
042500         MOVE "NOTHING OPEN:          " TO WS-SUM-LABEL
042600         MOVE WS-NOTHING-OPEN-COUNT TO WS-SUM-VALUE
042700         WRITE SEEDRPT-LINE FROM WS-SUMMARY-LINE
042800         MOVE "NOT SEEDED (FAILED):   " TO WS-SUM-LABEL
042900         MOVE WS-FAILED-COUNT TO WS-SUM-VALUE
043000         WRITE SEEDRPT-LINE FROM WS-SUMMARY-LINE
043100         MOVE SPACES TO WS-AMOUNT-LINE
043200         MOVE "AMOUNT SEEDED:         " TO WS-AMT-LABEL
043300         MOVE WS-SEEDED-AMOUNT TO WS-AMT-VALUE
043400         WRITE SEEDRPT-LINE FROM WS-AMOUNT-LINE
043500         CLOSE SEEDRPT-FILE
043600     END-IF.
043700
043800     EXEC SQL
043900         DISCONNECT
044000     END-EXEC.
044100
044120* ONLY A RUN THAT GOT PAST START-UP IS STAMPED: 1200 TAKES ANY
044140* ARSEED STAMP FOR A SEED THAT MAY HAVE WRITTEN ROWS.
044200     IF SEED-CLEARED
044250         MOVE "ARSEED" TO RC-STAMP-PROGRAM
044300         MOVE WS-CURRENT-DATE TO RC-STAMP-DATE
044350         PERFORM STAMP-RUN-CONTROL THRU STAMP-RUN-CONTROL-EXIT
044375     ELSE
044380         DISPLAY "START-UP NOT COMPLETED - RUN NOT STAMPED"
044400     END-IF.
044500
044600     DISPLAY "BALANCES SEEDED: " WS-SEEDED-COUNT.
044700     DISPLAY "OPENING RECEIVABLES SEED COMPLETE".
044800 4000-EXIT.
044900     EXIT.
045000
045100* INCLUDE THE SHARED RUN-CONTROL UTILITY PARAGRAPHS
045200     COPY CHKRUN.
