000100******************************************************************
000200* LOYREDM - LOYALTY POINTS REDEMPTION POSTING
000300******************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. LOYREDM.
000600 AUTHOR. R MERCER.
000700 INSTALLATION. DATA PROCESSING.
000800 DATE-WRITTEN. 2026-10-15.
000900 DATE-COMPILED.
001000******************************************************************
001100* MODIFICATION HISTORY
001200* ----------------------------------------------------------------
001300* DATE        INIT  DESCRIPTION
001400* 2026-10-15  RDM   ORIGINAL VERSION - ORDPOST EARNS LOYALTY
001500*                   POINTS ON EVERY SALE; THIS RUN SPENDS THEM.
001600*                   EACH LOYTRAN RECORD IS A REDEMPTION FROM THE
001700*                   REWARDS DESK (CUSTOMER, REDEMPTION REFERENCE,
001800*                   DATE, POINTS AND WHAT THEY WERE SPENT ON).
001900*                   THE POINTS MUST BE AVAILABLE: A REDEMPTION
002000*                   BIGGER THAN THE CUSTOMER'S LOYALTY_BALANCE,
002100*                   OR FOR A CUSTOMER WITH NO POINTS AT ALL,
002200*                   REJECTS TO LOYERR WITH ITS REASON - A POINTS
002300*                   BALANCE NEVER GOES NEGATIVE. A POSTED
002400*                   REDEMPTION GOES TO THE LOYALTY_POINTS LEDGER
002500*                   AS A NEGATIVE 'D' ENTRY, COMES OFF THE
002600*                   BALANCE, AND COUNTS AS ACTIVITY FOR LOYEXPR.
002700*                   THE REDEMPTION REFERENCE IS THE DOUBLE-
002800*                   POSTING KEY: ONE ALREADY ON THE LEDGER IS
002900*                   SKIPPED AND COUNTED, AS IN PAYPOST.
002925* 2026-10-15  RDM   A REDEMPTION FOR A CUSTOMER WHO IS NOT ACTIVE
002950*                   IS NOW REJECTED, AS ORDPOST HOLDS A SALE FOR
002975*                   ONE.
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. X86-64.
003400 OBJECT-COMPUTER. X86-64.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT LOYTRAN-FILE ASSIGN TO "LOYTRAN"
003800         ORGANIZATION IS SEQUENTIAL
003900         ACCESS MODE IS SEQUENTIAL
004000         FILE STATUS IS WS-LOYTRAN-STATUS.
004100
004200     SELECT LOYERR-FILE ASSIGN TO "LOYERR"
004300         ORGANIZATION IS SEQUENTIAL
004400         ACCESS MODE IS SEQUENTIAL
004500         FILE STATUS IS WS-LOYERR-STATUS.
004600
004700     SELECT LOYRRPT-FILE ASSIGN TO "LOYRRPT"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-LOYRRPT-STATUS.
005000
005100     SELECT SECPARM-FILE ASSIGN TO "SECPARM"
005200         ORGANIZATION IS SEQUENTIAL
005300         ACCESS MODE IS SEQUENTIAL
005400         FILE STATUS IS WS-SECPARM-STATUS.
005500
005600     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
005700         ORGANIZATION IS SEQUENTIAL
005800         ACCESS MODE IS SEQUENTIAL
005900         FILE STATUS IS WS-RUNCTL-STATUS.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300* REDEMPTION TRANSACTIONS FROM THE REWARDS DESK - ONE RECORD PER
006400* REDEMPTION. THE REDEMPTION REFERENCE IS UNIQUE PER REDEMPTION
006500* AND IS THE DOUBLE-POSTING KEY.
006600 FD  LOYTRAN-FILE
006700     RECORDING MODE IS F.
006800 01  LOYTRAN-RECORD.
006900     05  LT-CUSTOMER-ID        PIC 9(06).
007000     05  LT-REDEEM-REF         PIC X(12).
007100     05  LT-REDEEM-DATE        PIC X(10).
007200     05  LT-POINTS             PIC 9(07).
007300     05  LT-POINTS-X REDEFINES LT-POINTS
007400                               PIC X(07).
007500     05  LT-DESCRIPTION        PIC X(30).
007600     05  FILLER                PIC X(15).
007700
007800 FD  LOYERR-FILE
007900     RECORDING MODE IS F.
008000 01  LOYERR-RECORD.
008100     05  LE-CUSTOMER-ID        PIC 9(06).
008200     05  LE-REDEEM-REF         PIC X(12).
008300     05  LE-REDEEM-DATE        PIC X(10).
008400     05  LE-POINTS             PIC X(07).
008500     05  LE-REASON             PIC X(40).
008600
008700 FD  LOYRRPT-FILE.
008800 01  LOYRRPT-LINE              PIC X(132).
008900
009000* SECURED PARAMETER FILE - DB2 CONNECT CREDENTIALS MAINTAINED BY
009100* THE VAULT/KEY-MANAGEMENT PROCESS, NEVER HARDCODED IN SOURCE.
009200 FD  SECPARM-FILE
009300     RECORDING MODE IS F.
009400 01  SECPARM-RECORD.
009500     05  SP-DB-USERNAME        PIC X(20).
009600     05  SP-DB-PASSWORD        PIC X(20).
009700
009800* SHARED NIGHTLY RUN-CONTROL FILE - ONE RECORD PER PROGRAM
009900* COMPLETION, STAMPED AT CLEANUP AND CHECKED BY PROGRAMS WITH A
010000* SEQUENCE DEPENDENCY. SEE CHKRUN.cpy.
010100 FD  RUNCTL-FILE
010200     RECORDING MODE IS F.
010300 01  RUNCTL-RECORD.
010400     05  RU-RUN-DATE           PIC X(10).
010500     05  RU-PROGRAM-ID         PIC X(08).
010600     05  RU-TIMESTAMP          PIC X(21).
010700     05  RU-RETURN-CODE        PIC S9(04).
010800     05  FILLER                PIC X(37).
010900
011000 WORKING-STORAGE SECTION.
011100
011200* INCLUDE SHARED RUN-CONTROL WORKING STORAGE
011300     COPY RUNCTL.
011400
011500* INCLUDE SHARED DATABASE-CREDENTIAL WORKING STORAGE
011600     COPY DBCRED.
011700
011800* INCLUDE SHARED DATE-VALIDATION WORKING STORAGE
011900     COPY DATECHK.
012000
012100 01  WS-VARIABLES.
012200     05  WS-CURRENT-DATE       PIC X(10) VALUE SPACES.
012300     05  WS-CUSTOMER-STATUS    PIC X(01) VALUE SPACE.
012400     05  WS-POINTS-BALANCE     PIC S9(09) VALUE ZERO.
012500     05  WS-POINTS-ACTIVITY    PIC X(10) VALUE SPACES.
012600     05  WS-REDEEM-POINTS      PIC S9(09) VALUE ZERO.
012700     05  WS-REF-COUNT          PIC 9(07) VALUE ZERO.
012800
012900 01  WS-FILE-SWITCHES.
013000     05  WS-LOYTRAN-STATUS     PIC X(02) VALUE SPACES.
013100         88  LOYTRAN-OK        VALUE '00'.
013200     05  WS-LOYERR-STATUS      PIC X(02) VALUE SPACES.
013300     05  WS-LOYRRPT-STATUS     PIC X(02) VALUE SPACES.
013400     05  WS-LOYTRAN-SW         PIC X(01) VALUE 'N'.
013500         88  END-OF-LOYTRAN    VALUE 'Y'.
013600
013700 01  WS-REDEMPTION-FIELDS.
013800     05  WS-REDEEM-VALID-SW    PIC X(01) VALUE 'Y'.
013900         88  REDEMPTION-VALID  VALUE 'Y'.
014000     05  WS-ALREADY-POSTED-SW  PIC X(01) VALUE 'N'.
014100         88  REDEMPTION-ALREADY-POSTED VALUE 'Y'.
014200     05  WS-REJECT-REASON      PIC X(40) VALUE SPACES.
014300
014400 01  WS-POSTING-COUNTS.
014500     05  WS-POSTED-COUNT       PIC 9(05) VALUE ZERO.
014600     05  WS-REJECT-COUNT       PIC 9(05) VALUE ZERO.
014700     05  WS-SKIPPED-COUNT      PIC 9(05) VALUE ZERO.
014800     05  WS-SHORT-COUNT        PIC 9(05) VALUE ZERO.
014900     05  WS-POSTED-POINTS      PIC S9(09) VALUE ZERO.
015000
015100 01  WS-REPORT-LINES.
015200     05  WS-HEADER-LINE.
015300         10  FILLER            PIC X(30) VALUE
015400             "LOYALTY REDEMPTION REPORT".
015500         10  FILLER            PIC X(12) VALUE "  RUN DATE: ".
015600         10  WS-HDR-DATE       PIC X(10) VALUE SPACES.
015700     05  WS-SUMMARY-LINE.
015800         10  FILLER            PIC X(20) VALUE SPACES.
015900         10  WS-SUM-LABEL      PIC X(23).
016000         10  WS-SUM-VALUE      PIC ZZZ,ZZ9.
016100     05  WS-POINTS-LINE.
016200         10  FILLER            PIC X(20) VALUE SPACES.
016300         10  WS-PTS-LABEL      PIC X(23).
016400         10  WS-PTS-VALUE      PIC ZZZ,ZZZ,ZZ9-.
016500
016600 PROCEDURE DIVISION.
016700 0000-MAINLINE.
016800     DISPLAY "LOYALTY REDEMPTION POSTING PROGRAM".
016900     PERFORM 1000-INITIALIZE-ROUTINE THRU 1000-EXIT.
017000     IF RETURN-CODE = ZERO
017100         PERFORM 2000-PROCESS-DATA THRU 2000-EXIT
017200     ELSE
017300         DISPLAY "INITIALIZATION FAILED, SKIPPING PROCESS-DATA"
017400     END-IF.
017500     PERFORM 4000-CLEANUP-ROUTINE THRU 4000-EXIT.
017600     STOP RUN.
017700
017800******************************************************************
017900* 1000-INITIALIZE-ROUTINE - OPEN THE REDEMPTION, ERROR AND REPORT
018000* FILES AND CONNECT TO THE CUSTOMER DATABASE.
018100******************************************************************
018200 1000-INITIALIZE-ROUTINE.
018300     PERFORM DERIVE-CURRENT-DATE
018400         THRU DERIVE-CURRENT-DATE-EXIT.
018500     MOVE DC-TODAY-DATE TO WS-CURRENT-DATE.
018600
018700     OPEN OUTPUT LOYERR-FILE.
018800     OPEN OUTPUT LOYRRPT-FILE.
018900
019000     OPEN INPUT LOYTRAN-FILE.
019100     IF NOT LOYTRAN-OK
019200         DISPLAY "UNABLE TO OPEN LOYTRAN, STATUS: "
019300             WS-LOYTRAN-STATUS
019400         MOVE 16 TO RETURN-CODE
019500         GO TO 1000-EXIT
019600     END-IF.
019700
019800     PERFORM 1100-LOAD-DB-CREDENTIALS THRU 1100-EXIT.
019900
020000     EXEC SQL
020100         CONNECT TO :WS-DB-NAME
020200             USER :WS-DB-USERNAME USING :WS-DB-PASSWORD
020300     END-EXEC.
020400     IF SQLCODE NOT = 0
020500         DISPLAY "UNABLE TO CONNECT TO DATABASE, SQLCODE: "
020600             SQLCODE
020700         MOVE 16 TO RETURN-CODE
020800         GO TO 1000-EXIT
020900     END-IF.
021000
021100     MOVE WS-CURRENT-DATE TO WS-HDR-DATE.
021200     WRITE LOYRRPT-LINE FROM WS-HEADER-LINE.
021300 1000-EXIT.
021400     EXIT.
021500
021600* INCLUDE SHARED DB-CREDENTIAL LOAD PARAGRAPH
021700     COPY LOADCRED.
021800
021900* INCLUDE THE SHARED CHECK-DATE-FORMAT UTILITY PARAGRAPH
022000     COPY CHKDATE.
022100
022200******************************************************************
022300* 2000-PROCESS-DATA - POST ONE REDEMPTION PER LOYTRAN RECORD
022400* UNTIL THE TRANSACTION FILE IS EXHAUSTED.
022500******************************************************************
022600 2000-PROCESS-DATA.
022700     PERFORM 2100-READ-LOYTRAN-RECORD THRU 2100-EXIT.
022800     PERFORM 2200-PROCESS-ONE-REDEMPTION THRU 2200-EXIT
022900         UNTIL END-OF-LOYTRAN.
023000 2000-EXIT.
023100     EXIT.
023200
023300 2100-READ-LOYTRAN-RECORD.
023400     READ LOYTRAN-FILE
023500         AT END
023600             SET END-OF-LOYTRAN TO TRUE
023700     END-READ.
023800 2100-EXIT.
023900     EXIT.
024000
024100* THE SAME ORDER OF CHECKS AS ORDPOST AND PAYPOST: FORMAT EDITS,
024200* THEN THE LEDGER, THEN THE BALANCE - A RE-SENT REDEMPTION HAS
024300* ALREADY COME OFF THE BALANCE AND WOULD OTHERWISE REJECT AS
024400* SHORT OF POINTS INSTEAD OF COUNTING AS ALREADY POSTED.
024500 2200-PROCESS-ONE-REDEMPTION.
024600     PERFORM 2300-VALIDATE-REDEMPTION THRU 2300-EXIT.
024700     IF NOT REDEMPTION-VALID
024800         PERFORM 2700-REJECT-REDEMPTION THRU 2700-EXIT
024900         GO TO 2200-NEXT
025000     END-IF.
025100
025200     PERFORM 2380-CHECK-ALREADY-POSTED THRU 2380-EXIT.
025300     IF NOT REDEMPTION-VALID
025400         PERFORM 2700-REJECT-REDEMPTION THRU 2700-EXIT
025500         GO TO 2200-NEXT
025600     END-IF.
025700     IF REDEMPTION-ALREADY-POSTED
025800         ADD 1 TO WS-SKIPPED-COUNT
025900         GO TO 2200-NEXT
026000     END-IF.
026100
026200     PERFORM 2390-CHECK-AVAILABLE-POINTS THRU 2390-EXIT.
026300     IF REDEMPTION-VALID
026400         PERFORM 2400-POST-REDEMPTION THRU 2400-EXIT
026500     ELSE
026600         PERFORM 2700-REJECT-REDEMPTION THRU 2700-EXIT
026700     END-IF.
026800 2200-NEXT.
026900     PERFORM 2100-READ-LOYTRAN-RECORD THRU 2100-EXIT.
027000 2200-EXIT.
027100     EXIT.
027200
027300******************************************************************
027400* 2300-VALIDATE-REDEMPTION - THE FORMAT EDITS ONLY: REJECT ANY
027500* REDEMPTION WITH A ZERO CUSTOMER-ID, A MALFORMED DATE, A
027600* NON-NUMERIC OR ZERO POINTS FIGURE, OR A BLANK REFERENCE.
027700******************************************************************
027800 2300-VALIDATE-REDEMPTION.
027900     SET REDEMPTION-VALID TO TRUE.
028000     MOVE SPACES TO WS-REJECT-REASON.
028100
028200     IF LT-CUSTOMER-ID = ZERO
028300         MOVE 'N' TO WS-REDEEM-VALID-SW
028400         MOVE "MISSING CUSTOMER ID" TO WS-REJECT-REASON
028500         GO TO 2300-EXIT
028600     END-IF.
028700
028800     MOVE LT-REDEEM-DATE TO DC-DATE-FIELD.
028900     PERFORM CHECK-DATE-FORMAT THRU CHECK-DATE-FORMAT-EXIT.
029000     IF DATE-FORMAT-BAD
029100         MOVE 'N' TO WS-REDEEM-VALID-SW
029200         MOVE DC-DATE-REASON TO WS-REJECT-REASON
029300         GO TO 2300-EXIT
029400     END-IF.
029500
029600     IF LT-POINTS-X IS NOT NUMERIC
029700         MOVE 'N' TO WS-REDEEM-VALID-SW
029800         MOVE "NON-NUMERIC POINTS" TO WS-REJECT-REASON
029900         GO TO 2300-EXIT
030000     END-IF.
030100     IF LT-POINTS = ZERO
030200         MOVE 'N' TO WS-REDEEM-VALID-SW
030300         MOVE "ZERO POINTS" TO WS-REJECT-REASON
030400         GO TO 2300-EXIT
030500     END-IF.
030600
030700     IF LT-REDEEM-REF = SPACES
030800         MOVE 'N' TO WS-REDEEM-VALID-SW
030900         MOVE "MISSING REDEMPTION REFERENCE" TO WS-REJECT-REASON
031000         GO TO 2300-EXIT
031100     END-IF.
031200 2300-EXIT.
031300     EXIT.
031400
031500******************************************************************
031600* 2380-CHECK-ALREADY-POSTED - A REDEMPTION REFERENCE ALREADY ON
031700* THE LOYALTY_POINTS LEDGER (FROM AN EARLIER RUN OR EARLIER IN
031800* THIS FILE) IS SKIPPED AND COUNTED, NOT REJECTED. THE LEDGER IS
031900* A TABLE, SO UNLIKE ORDLEDG NO RETENTION WINDOW IS NEEDED.
032000******************************************************************
032100 2380-CHECK-ALREADY-POSTED.
032200     MOVE 'N' TO WS-ALREADY-POSTED-SW.
032300     MOVE ZERO TO WS-REF-COUNT.
032400     EXEC SQL
032500         SELECT COUNT(*)
032600         INTO :WS-REF-COUNT
032700         FROM loyalty_points
032800         WHERE entry_type = 'D'
032900           AND entry_ref = :LT-REDEEM-REF
033000     END-EXEC.
033100     IF SQLCODE NOT = 0
033200         MOVE 'N' TO WS-REDEEM-VALID-SW
033300         MOVE "DATABASE LEDGER LOOKUP FAILED" TO WS-REJECT-REASON
033400         GO TO 2380-EXIT
033500     END-IF.
033600     IF WS-REF-COUNT > ZERO
033700         SET REDEMPTION-ALREADY-POSTED TO TRUE
033800     END-IF.
033900 2380-EXIT.
034000     EXIT.
034100
034200******************************************************************
034280* 2390-CHECK-AVAILABLE-POINTS - THE CUSTOMER MUST EXIST, BE
034360* ACTIVE AND HOLD AT LEAST THE POINTS BEING REDEEMED. NO
034440* LOYALTY_BALANCE ROW (SQLCODE 100) MEANS THE CUSTOMER HAS NEVER
034520* EARNED A POINT.
034600******************************************************************
034700 2390-CHECK-AVAILABLE-POINTS.
034800     MOVE SPACE TO WS-CUSTOMER-STATUS.
034900     EXEC SQL
035000         SELECT customer_status
035100         INTO :WS-CUSTOMER-STATUS
035200         FROM customers
035300         WHERE customer_id = :LT-CUSTOMER-ID
035400     END-EXEC.
035500     IF SQLCODE = 100
035600         MOVE 'N' TO WS-REDEEM-VALID-SW
035700         MOVE "CUSTOMER NOT ON FILE" TO WS-REJECT-REASON
035800         GO TO 2390-EXIT
035900     END-IF.
036000     IF SQLCODE NOT = 0
036100         MOVE 'N' TO WS-REDEEM-VALID-SW
036200         MOVE "DATABASE CUSTOMER LOOKUP FAILED"
036300             TO WS-REJECT-REASON
036316         GO TO 2390-EXIT
036332     END-IF.
036348     IF WS-CUSTOMER-STATUS NOT = 'A'
036364         MOVE 'N' TO WS-REDEEM-VALID-SW
036380         MOVE "CUSTOMER NOT ACTIVE" TO WS-REJECT-REASON
036400         GO TO 2390-EXIT
036500     END-IF.
036600
036700     MOVE ZERO TO WS-POINTS-BALANCE.
036800     MOVE SPACES TO WS-POINTS-ACTIVITY.
036900     EXEC SQL
037000         SELECT points_balance, last_activity_date
037100         INTO :WS-POINTS-BALANCE, :WS-POINTS-ACTIVITY
037200         FROM loyalty_balance
037300         WHERE customer_id = :LT-CUSTOMER-ID
037400     END-EXEC.
037500     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
037600         MOVE 'N' TO WS-REDEEM-VALID-SW
037700         MOVE "DATABASE POINTS LOOKUP FAILED" TO WS-REJECT-REASON
037800         GO TO 2390-EXIT
037900     END-IF.
038000     IF WS-POINTS-BALANCE NOT > ZERO
038100         MOVE 'N' TO WS-REDEEM-VALID-SW
038200         MOVE "NO POINTS AVAILABLE" TO WS-REJECT-REASON
038300         ADD 1 TO WS-SHORT-COUNT
038400         GO TO 2390-EXIT
038500     END-IF.
038600     IF LT-POINTS > WS-POINTS-BALANCE
038700         MOVE 'N' TO WS-REDEEM-VALID-SW
038800         MOVE "POINTS EXCEED AVAILABLE BALANCE"
038900             TO WS-REJECT-REASON
039000         ADD 1 TO WS-SHORT-COUNT
039100     END-IF.
039200 2390-EXIT.
039300     EXIT.
039400
039500******************************************************************
039600* 2400-POST-REDEMPTION - PUT THE REDEMPTION ON THE LEDGER AS A
039700* NEGATIVE 'D' ENTRY, TAKE IT OFF THE BALANCE AND ADVANCE THE
039800* LAST-ACTIVITY DATE WHEN THIS REDEMPTION IS NEWER. A FAILED
039900* LEDGER INSERT REJECTS AND LEAVES THE BALANCE ALONE.
040000******************************************************************
040100 2400-POST-REDEMPTION.
040200     COMPUTE WS-REDEEM-POINTS = ZERO - LT-POINTS.
040300     EXEC SQL
040400         INSERT INTO loyalty_points
040500             (customer_id, entry_date, entry_type, points,
040600              entry_ref)
040700         VALUES
040800             (:LT-CUSTOMER-ID, :LT-REDEEM-DATE, 'D',
040900              :WS-REDEEM-POINTS, :LT-REDEEM-REF)
041000     END-EXEC.
041100     IF SQLCODE NOT = 0
041200         MOVE 'N' TO WS-REDEEM-VALID-SW
041300         MOVE "DATABASE POINTS INSERT FAILED" TO WS-REJECT-REASON
041400         PERFORM 2700-REJECT-REDEMPTION THRU 2700-EXIT
041500         GO TO 2400-EXIT
041600     END-IF.
041700
041800     IF WS-POINTS-ACTIVITY = SPACES
041900             OR LT-REDEEM-DATE > WS-POINTS-ACTIVITY
042000         MOVE LT-REDEEM-DATE TO WS-POINTS-ACTIVITY
042100     END-IF.
042200     EXEC SQL
042300         UPDATE loyalty_balance
042400         SET points_balance = points_balance + :WS-REDEEM-POINTS,
042500             last_activity_date = :WS-POINTS-ACTIVITY
042600         WHERE customer_id = :LT-CUSTOMER-ID
042700     END-EXEC.
042800     IF SQLCODE NOT = 0
042900         DISPLAY "WARNING: POINTS BALANCE NOT UPDATED FOR "
043000             LT-CUSTOMER-ID ", SQLCODE: " SQLCODE
043100     END-IF.
043200
043300     ADD 1 TO WS-POSTED-COUNT.
043400     ADD LT-POINTS TO WS-POSTED-POINTS.
043500 2400-EXIT.
043600     EXIT.
043700
043800 2700-REJECT-REDEMPTION.
043900     MOVE LT-CUSTOMER-ID TO LE-CUSTOMER-ID.
044000     MOVE LT-REDEEM-REF TO LE-REDEEM-REF.
044100     MOVE LT-REDEEM-DATE TO LE-REDEEM-DATE.
044200     MOVE LT-POINTS-X TO LE-POINTS.
044300     MOVE WS-REJECT-REASON TO LE-REASON.
044400     WRITE LOYERR-RECORD.
044500     ADD 1 TO WS-REJECT-COUNT.
044600 2700-EXIT.
044700     EXIT.
044800
044900******************************************************************
045000* 4000-CLEANUP-ROUTINE - PRINT SUMMARY COUNTS, DISCONNECT AND
045100* CLOSE ALL FILES.
045200******************************************************************
045300 4000-CLEANUP-ROUTINE.
045400     MOVE SPACES TO WS-SUMMARY-LINE.
045500     MOVE "REDEMPTIONS POSTED:    " TO WS-SUM-LABEL.
045600     MOVE WS-POSTED-COUNT TO WS-SUM-VALUE.
045700     WRITE LOYRRPT-LINE FROM WS-SUMMARY-LINE.
045800
045900* THE RERUN REPORT - HOW MUCH OF THE INCOMING FILE WAS ALREADY
046000* ON THE LEDGER.
046100     MOVE "ALREADY POSTED SKIPPED:" TO WS-SUM-LABEL.
046200     MOVE WS-SKIPPED-COUNT TO WS-SUM-VALUE.
046300     WRITE LOYRRPT-LINE FROM WS-SUMMARY-LINE.
046400
046500     MOVE "REDEMPTIONS REJECTED:  " TO WS-SUM-LABEL.
046600     MOVE WS-REJECT-COUNT TO WS-SUM-VALUE.
046700     WRITE LOYRRPT-LINE FROM WS-SUMMARY-LINE.
046800
046900     MOVE "  SHORT OF POINTS:     " TO WS-SUM-LABEL.
047000     MOVE WS-SHORT-COUNT TO WS-SUM-VALUE.
047100     WRITE LOYRRPT-LINE FROM WS-SUMMARY-LINE.
047200
047300     MOVE SPACES TO WS-POINTS-LINE.
047400     MOVE "POINTS REDEEMED:       " TO WS-PTS-LABEL.
047500     MOVE WS-POSTED-POINTS TO WS-PTS-VALUE.
047600     WRITE LOYRRPT-LINE FROM WS-POINTS-LINE.
047700
047800     EXEC SQL
047900         DISCONNECT
048000     END-EXEC.
048100
048200     CLOSE LOYTRAN-FILE.
048300     CLOSE LOYERR-FILE.
048400     CLOSE LOYRRPT-FILE.
048500
048600* STAMP THIS PROGRAM'S COMPLETION (AND FINAL RETURN-CODE) ON
048700* THE SHARED RUN-CONTROL FILE FOR OPERATIONS AND SEQUENCE
048800* CHECKS.
048900     MOVE "LOYREDM" TO RC-STAMP-PROGRAM.
049000     MOVE WS-CURRENT-DATE TO RC-STAMP-DATE.
049100     PERFORM STAMP-RUN-CONTROL THRU STAMP-RUN-CONTROL-EXIT.
049200
049300     DISPLAY "LOYALTY REDEMPTION POSTING COMPLETE".
049400 4000-EXIT.
049500     EXIT.
049600
049700* INCLUDE THE SHARED RUN-CONTROL UTILITY PARAGRAPHS
049800     COPY CHKRUN.
