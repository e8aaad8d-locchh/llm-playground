000100******************************************************************
000200* LOYEXPR - LOYALTY POINTS EXPIRY FOR INACTIVE CUSTOMERS
000300******************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. LOYEXPR.
000600 AUTHOR. R MERCER.
000700 INSTALLATION. DATA PROCESSING.
000800 DATE-WRITTEN. 2026-10-15.
000900 DATE-COMPILED.
001000******************************************************************
001100* MODIFICATION HISTORY
001200* ----------------------------------------------------------------
001300* DATE        INIT  DESCRIPTION
001400* 2026-10-15  RDM   ORIGINAL VERSION - EXPIRES THE WHOLE POINTS
001500*                   BALANCE OF EVERY CUSTOMER WITH NO LOYALTY
001600*                   ACTIVITY (A SALE EARNING POINTS IN ORDPOST OR
001700*                   A REDEMPTION IN LOYREDM) FOR THE NUMBER OF
001800*                   MONTHS ON THE LOYXPARM CARD, DEFAULT 12. A
001900*                   RETURN IS NOT ACTIVITY. EACH EXPIRY GOES TO
002000*                   THE LOYALTY_POINTS LEDGER AS A NEGATIVE 'X'
002100*                   ENTRY DATED THE RUN DATE AND THE BALANCE IS
002200*                   SET TO ZERO. THE RUN WAITS FOR TONIGHT'S
002300*                   ORDPOST AND LOYREDM SO A CUSTOMER WHO EARNED
002400*                   OR SPENT POINTS TODAY IS NOT EXPIRED, AND IS
002500*                   SAFE TO RERUN - AN EXPIRED BALANCE IS ZERO
002600*                   AND IS NOT SELECTED AGAIN.
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. X86-64.
003100 OBJECT-COMPUTER. X86-64.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT LOYXRPT-FILE ASSIGN TO "LOYXRPT"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-LOYXRPT-STATUS.
003700
003800     SELECT PARMCARD-FILE ASSIGN TO "LOYXPARM"
003900         ORGANIZATION IS SEQUENTIAL
004000         ACCESS MODE IS SEQUENTIAL
004100         FILE STATUS IS WS-PARMCARD-STATUS.
004200
004300     SELECT SECPARM-FILE ASSIGN TO "SECPARM"
004400         ORGANIZATION IS SEQUENTIAL
004500         ACCESS MODE IS SEQUENTIAL
004600         FILE STATUS IS WS-SECPARM-STATUS.
004700
004800     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
004900         ORGANIZATION IS SEQUENTIAL
005000         ACCESS MODE IS SEQUENTIAL
005100         FILE STATUS IS WS-RUNCTL-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  LOYXRPT-FILE.
005600 01  LOYXRPT-LINE              PIC X(132).
005700
005800* RUN-TIME PARAMETER CARD - OPTIONAL MONTHS OF INACTIVITY BEFORE
005900* A BALANCE EXPIRES.
006000 FD  PARMCARD-FILE
006100     RECORDING MODE IS F.
006200 01  PARMCARD-RECORD.
006300     05  PC-INACTIVE-MONTHS    PIC 9(03).
006400     05  PC-INACTIVE-MONTHS-X REDEFINES PC-INACTIVE-MONTHS
006500                               PIC X(03).
006600     05  FILLER                PIC X(77).
006700
006800* SECURED PARAMETER FILE - DB2 CONNECT CREDENTIALS MAINTAINED BY
006900* THE VAULT/KEY-MANAGEMENT PROCESS, NEVER HARDCODED IN SOURCE.
007000 FD  SECPARM-FILE
007100     RECORDING MODE IS F.
007200 01  SECPARM-RECORD.
007300     05  SP-DB-USERNAME        PIC X(20).
007400     05  SP-DB-PASSWORD        PIC X(20).
007500
007600* SHARED NIGHTLY RUN-CONTROL FILE - ONE RECORD PER PROGRAM
007700* COMPLETION, STAMPED AT CLEANUP AND CHECKED BY PROGRAMS WITH A
007800* SEQUENCE DEPENDENCY. SEE CHKRUN.cpy.
007900 FD  RUNCTL-FILE
008000     RECORDING MODE IS F.
008100 01  RUNCTL-RECORD.
008200     05  RU-RUN-DATE           PIC X(10).
008300     05  RU-PROGRAM-ID         PIC X(08).
008400     05  RU-TIMESTAMP          PIC X(21).
008500     05  RU-RETURN-CODE        PIC S9(04).
008600     05  FILLER                PIC X(37).
008700
008800 WORKING-STORAGE SECTION.
008900
009000* INCLUDE SHARED RUN-CONTROL WORKING STORAGE
009100     COPY RUNCTL.
009200
009300* INCLUDE SHARED DATABASE-CREDENTIAL WORKING STORAGE
009400     COPY DBCRED.
009500
009600* INCLUDE SHARED DATE-HANDLING WORKING STORAGE
009700     COPY DATECHK.
009800
009900 01  WS-VARIABLES.
010000     05  WS-CURRENT-DATE       PIC X(10) VALUE SPACES.
010100     05  WS-INACTIVE-MONTHS    PIC 9(03) VALUE 12.
010200     05  WS-CUTOFF-DATE        PIC X(10) VALUE SPACES.
010300     05  WS-WORK-CCYY          PIC 9(04) VALUE ZERO.
010400     05  WS-WORK-MM            PIC 9(02) VALUE ZERO.
010500     05  WS-MONTH-NUMBER       PIC 9(06) VALUE ZERO.
010600     05  WS-EXPIRE-POINTS      PIC S9(09) VALUE ZERO.
010700     05  WS-EXPIRE-REF         PIC X(12) VALUE "EXPIRED".
010800
010900 01  WS-EXPIRY-FETCH-FIELDS.
011000     05  WS-XP-CUSTOMER-ID     PIC 9(06) VALUE ZERO.
011100     05  WS-XP-BALANCE         PIC S9(09) VALUE ZERO.
011200     05  WS-XP-ACTIVITY        PIC X(10) VALUE SPACES.
011300     05  WS-XP-CURSOR-SW       PIC X(01) VALUE 'N'.
011400         88  END-OF-XP-CURSOR  VALUE 'Y'.
011500
011600 01  WS-FILE-SWITCHES.
011700     05  WS-LOYXRPT-STATUS     PIC X(02) VALUE SPACES.
011800     05  WS-PARMCARD-STATUS    PIC X(02) VALUE SPACES.
011900         88  PARMCARD-OK       VALUE '00'.
012000
012100 01  WS-EXPIRY-COUNTS.
012200     05  WS-EXPIRED-COUNT      PIC 9(05) VALUE ZERO.
012300     05  WS-CHANGED-COUNT      PIC 9(05) VALUE ZERO.
012400     05  WS-FAILED-COUNT       PIC 9(05) VALUE ZERO.
012500     05  WS-EXPIRED-POINTS     PIC S9(09) VALUE ZERO.
012600
012700 01  WS-REPORT-LINES.
012800     05  WS-HEADER-LINE.
012900         10  FILLER            PIC X(30) VALUE
013000             "LOYALTY POINTS EXPIRY".
013100         10  FILLER            PIC X(12) VALUE "  RUN DATE: ".
013200         10  WS-HDR-DATE       PIC X(10) VALUE SPACES.
013300         10  FILLER            PIC X(20) VALUE
013400             "  NO ACTIVITY SINCE ".
013500         10  WS-HDR-CUTOFF     PIC X(10) VALUE SPACES.
013600     05  WS-COLUMN-LINE.
013700         10  FILLER            PIC X(10) VALUE "CUSTOMER".
013800         10  FILLER            PIC X(14) VALUE "LAST ACTIVITY".
013900         10  FILLER            PIC X(15) VALUE
014000             " POINTS EXPIRED".
014100         10  FILLER            PIC X(02) VALUE SPACES.
014200         10  FILLER            PIC X(06) VALUE "ACTION".
014300     05  WS-DETAIL-LINE.
014400         10  WS-DTL-CUSTOMER   PIC 9(06).
014500         10  FILLER            PIC X(04) VALUE SPACES.
014600         10  WS-DTL-ACTIVITY   PIC X(10).
014700         10  FILLER            PIC X(04) VALUE SPACES.
014800         10  WS-DTL-POINTS     PIC ZZZ,ZZZ,ZZ9-.
014900         10  FILLER            PIC X(05) VALUE SPACES.
015000         10  WS-DTL-ACTION     PIC X(30).
015100     05  WS-SUMMARY-LINE.
015200         10  FILLER            PIC X(20) VALUE SPACES.
015300         10  WS-SUM-LABEL      PIC X(23).
015400         10  WS-SUM-VALUE      PIC ZZZ,ZZ9.
015500     05  WS-POINTS-LINE.
015600         10  FILLER            PIC X(20) VALUE SPACES.
015700         10  WS-PTS-LABEL      PIC X(23).
015800         10  WS-PTS-VALUE      PIC ZZZ,ZZZ,ZZ9-.
015900
016000 PROCEDURE DIVISION.
016100 0000-MAINLINE.
016200     DISPLAY "LOYALTY POINTS EXPIRY PROGRAM".
016300     PERFORM 1000-INITIALIZE-ROUTINE THRU 1000-EXIT.
016400     IF RETURN-CODE = ZERO
016500         PERFORM 2000-PROCESS-DATA THRU 2000-EXIT
016600     ELSE
016700         DISPLAY "INITIALIZATION FAILED, SKIPPING PROCESS-DATA"
016800     END-IF.
016900     PERFORM 4000-CLEANUP-ROUTINE THRU 4000-EXIT.
017000     STOP RUN.
017100
017200******************************************************************
017300* 1000-INITIALIZE-ROUTINE - SET THE CUTOFF, CHECK TONIGHT'S
017400* POSTING RUNS HAVE FINISHED, OPEN THE REPORT AND CONNECT.
017500******************************************************************
017600 1000-INITIALIZE-ROUTINE.
017700     PERFORM DERIVE-CURRENT-DATE
017800         THRU DERIVE-CURRENT-DATE-EXIT.
017900     MOVE DC-TODAY-DATE TO WS-CURRENT-DATE.
018000
018100     PERFORM 1050-READ-PARAMETER-CARD THRU 1050-EXIT.
018200     PERFORM 1070-SET-CUTOFF-DATE THRU 1070-EXIT.
018300
018400     OPEN OUTPUT LOYXRPT-FILE.
018500     MOVE WS-CURRENT-DATE TO WS-HDR-DATE.
018600     MOVE WS-CUTOFF-DATE TO WS-HDR-CUTOFF.
018700     WRITE LOYXRPT-LINE FROM WS-HEADER-LINE.
018800     WRITE LOYXRPT-LINE FROM WS-COLUMN-LINE.
018900
019000* POINTS EARNED OR REDEEMED TONIGHT MOVE THE LAST-ACTIVITY DATE,
019100* SO EXPIRING BEFORE EITHER POSTING RUN HAS FINISHED WOULD TAKE
019200* POINTS FROM A CUSTOMER WHO HAS JUST BEEN ACTIVE.
019300     MOVE "ORDPOST" TO RC-CHECK-PROGRAM.
019400     MOVE WS-CURRENT-DATE TO RC-CHECK-DATE.
019500     PERFORM CHECK-RUN-CONTROL THRU CHECK-RUN-CONTROL-EXIT.
019600     IF NOT RUN-CONTROL-FOUND
019700         DISPLAY "ORDPOST HAS NOT COMPLETED FOR RUN DATE "
019800             WS-CURRENT-DATE ", RUN REFUSED"
019900         MOVE 12 TO RETURN-CODE
020000         GO TO 1000-EXIT
020100     END-IF.
020200     MOVE "LOYREDM" TO RC-CHECK-PROGRAM.
020300     PERFORM CHECK-RUN-CONTROL THRU CHECK-RUN-CONTROL-EXIT.
020400     IF NOT RUN-CONTROL-FOUND
020500         DISPLAY "LOYREDM HAS NOT COMPLETED FOR RUN DATE "
020600             WS-CURRENT-DATE ", RUN REFUSED"
020700         MOVE 12 TO RETURN-CODE
020800         GO TO 1000-EXIT
020900     END-IF.
021000
021100     PERFORM 1100-LOAD-DB-CREDENTIALS THRU 1100-EXIT.
021200
021300* EXPIRY CURSOR - EVERY BALANCE STILL HOLDING POINTS WHOSE LAST
021400* EARNING OR REDEMPTION IS OLDER THAN THE CUTOFF.
021500     EXEC SQL
021600         DECLARE XP-CURSOR CURSOR FOR
021700         SELECT customer_id, points_balance, last_activity_date
021800         FROM loyalty_balance
021900         WHERE points_balance > 0
022000           AND last_activity_date < :WS-CUTOFF-DATE
022100         ORDER BY customer_id
022200     END-EXEC.
022300
022400     EXEC SQL
022500         CONNECT TO :WS-DB-NAME
022600             USER :WS-DB-USERNAME USING :WS-DB-PASSWORD
022700     END-EXEC.
022800     IF SQLCODE NOT = 0
022900         DISPLAY "UNABLE TO CONNECT TO DATABASE, SQLCODE: "
023000             SQLCODE
023100         MOVE 16 TO RETURN-CODE
023200         GO TO 1000-EXIT
023300     END-IF.
023400 1000-EXIT.
023500     EXIT.
023600
023700******************************************************************
023800* 1050-READ-PARAMETER-CARD - OPTIONAL MONTHS OF INACTIVITY.
023900* MISSING, NON-NUMERIC OR ZERO KEEPS THE 12-MONTH DEFAULT.
024000******************************************************************
024100 1050-READ-PARAMETER-CARD.
024200     OPEN INPUT PARMCARD-FILE.
024300     IF NOT PARMCARD-OK
024400         DISPLAY "NO PARAMETER CARD FOUND, USING DEFAULTS"
024500         GO TO 1050-EXIT
024600     END-IF.
024700
024800     READ PARMCARD-FILE
024900         AT END
025000             DISPLAY "PARAMETER CARD EMPTY, USING DEFAULTS"
025100             CLOSE PARMCARD-FILE
025200             GO TO 1050-EXIT
025300     END-READ.
025400
025500     IF PC-INACTIVE-MONTHS-X IS NUMERIC
025600             AND PC-INACTIVE-MONTHS > ZERO
025700         MOVE PC-INACTIVE-MONTHS TO WS-INACTIVE-MONTHS
025800     ELSE
025900         IF PC-INACTIVE-MONTHS-X NOT = SPACES
026000             DISPLAY "INACTIVE MONTHS NOT VALID: "
026100                 PC-INACTIVE-MONTHS-X ", USING DEFAULT"
026200         END-IF
026300     END-IF.
026400
026500     CLOSE PARMCARD-FILE.
026600 1050-EXIT.
026700     EXIT.
026800
026900******************************************************************
027000* 1070-SET-CUTOFF-DATE - THE RUN DATE LESS THE INACTIVE MONTHS,
027100* DAY OF MONTH KEPT. A DAY PAST THE END OF A SHORT MONTH (E.G.
027200* 31 IN APRIL) STILL COMPARES CORRECTLY AS A STRING.
027300******************************************************************
027400 1070-SET-CUTOFF-DATE.
027500     MOVE WS-CURRENT-DATE(1:4) TO WS-WORK-CCYY.
027600     MOVE WS-CURRENT-DATE(6:2) TO WS-WORK-MM.
027700     COMPUTE WS-MONTH-NUMBER =
027800         WS-WORK-CCYY * 12 + WS-WORK-MM - 1 - WS-INACTIVE-MONTHS.
027900     DIVIDE WS-MONTH-NUMBER BY 12
028000         GIVING WS-WORK-CCYY REMAINDER WS-WORK-MM.
028100     ADD 1 TO WS-WORK-MM.
028200     MOVE WS-CURRENT-DATE TO WS-CUTOFF-DATE.
028300     MOVE WS-WORK-CCYY TO WS-CUTOFF-DATE(1:4).
028400     MOVE WS-WORK-MM TO WS-CUTOFF-DATE(6:2).
028500     DISPLAY "EXPIRING BALANCES WITH NO ACTIVITY SINCE "
028600         WS-CUTOFF-DATE " (" WS-INACTIVE-MONTHS " MONTHS)".
028700 1070-EXIT.
028800     EXIT.
028900
029000* INCLUDE SHARED DB-CREDENTIAL LOAD PARAGRAPH
029100     COPY LOADCRED.
029200
029300* INCLUDE THE SHARED DATE UTILITY PARAGRAPHS
029400     COPY CHKDATE.
029500
029600******************************************************************
029700* 2000-PROCESS-DATA - EXPIRE EACH INACTIVE BALANCE IN CUSTOMER
029800* ORDER.
029900******************************************************************
030000 2000-PROCESS-DATA.
030100     EXEC SQL
030200         OPEN XP-CURSOR
030300     END-EXEC.
030400     IF SQLCODE NOT = 0
030500         DISPLAY "UNABLE TO OPEN EXPIRY CURSOR, SQLCODE: "
030600             SQLCODE
030700         MOVE 16 TO RETURN-CODE
030800         GO TO 2000-EXIT
030900     END-IF.
031000
031100     PERFORM 2100-FETCH-EXPIRY-ROW THRU 2100-EXIT.
031200     PERFORM 2200-EXPIRE-ONE-BALANCE THRU 2200-EXIT
031300         UNTIL END-OF-XP-CURSOR.
031400
031500     EXEC SQL
031600         CLOSE XP-CURSOR
031700     END-EXEC.
031800 2000-EXIT.
031900     EXIT.
032000
032100 2100-FETCH-EXPIRY-ROW.
032200     EXEC SQL
032300         FETCH XP-CURSOR
032400         INTO :WS-XP-CUSTOMER-ID, :WS-XP-BALANCE,
032500              :WS-XP-ACTIVITY
032600     END-EXEC.
032700     IF SQLCODE = 100
032800         SET END-OF-XP-CURSOR TO TRUE
032900     ELSE
033000         IF SQLCODE NOT = 0
033100             DISPLAY "EXPIRY FETCH FAILED, SQLCODE: " SQLCODE
033200             MOVE 16 TO RETURN-CODE
033300             SET END-OF-XP-CURSOR TO TRUE
033400         END-IF
033500     END-IF.
033600 2100-EXIT.
033700     EXIT.
033800
033900******************************************************************
034000* 2200-EXPIRE-ONE-BALANCE - ZERO THE BALANCE ONLY IF IT IS STILL
034100* THE ONE FETCHED (THE SAME STALE GUARD TOTAPPLY USES), THEN PUT
034200* THE EXPIRY ON THE LEDGER. IF THE LEDGER INSERT FAILS THE
034300* BALANCE IS PUT BACK SO LEDGER AND BALANCE STILL AGREE.
034400******************************************************************
034500 2200-EXPIRE-ONE-BALANCE.
034600     MOVE SPACES TO WS-DETAIL-LINE.
034700     MOVE WS-XP-CUSTOMER-ID TO WS-DTL-CUSTOMER.
034800     MOVE WS-XP-ACTIVITY TO WS-DTL-ACTIVITY.
034900     MOVE WS-XP-BALANCE TO WS-DTL-POINTS.
035000
035100     EXEC SQL
035200         UPDATE loyalty_balance
035300         SET points_balance = 0
035400         WHERE customer_id = :WS-XP-CUSTOMER-ID
035500           AND points_balance = :WS-XP-BALANCE
035600           AND last_activity_date = :WS-XP-ACTIVITY
035700     END-EXEC.
035800     IF SQLCODE = 100
035900         ADD 1 TO WS-CHANGED-COUNT
036000         MOVE "CHANGED SINCE SELECTED - LEFT" TO WS-DTL-ACTION
036100         GO TO 2200-WRITE
036200     END-IF.
036300     IF SQLCODE NOT = 0
036400         DISPLAY "BALANCE UPDATE FAILED FOR " WS-XP-CUSTOMER-ID
036500             ", SQLCODE: " SQLCODE
036600         ADD 1 TO WS-FAILED-COUNT
036700         MOVE "FAILED - BALANCE NOT UPDATED" TO WS-DTL-ACTION
036800         GO TO 2200-WRITE
036900     END-IF.
037000
037100     COMPUTE WS-EXPIRE-POINTS = ZERO - WS-XP-BALANCE.
037200     EXEC SQL
037300         INSERT INTO loyalty_points
037400             (customer_id, entry_date, entry_type, points,
037500              entry_ref)
037600         VALUES
037700             (:WS-XP-CUSTOMER-ID, :WS-CURRENT-DATE, 'X',
037800              :WS-EXPIRE-POINTS, :WS-EXPIRE-REF)
037900     END-EXEC.
038000     IF SQLCODE NOT = 0
038100         DISPLAY "EXPIRY INSERT FAILED FOR " WS-XP-CUSTOMER-ID
038200             ", SQLCODE: " SQLCODE
038300         EXEC SQL
038400             UPDATE loyalty_balance
038500             SET points_balance = points_balance + :WS-XP-BALANCE
038600             WHERE customer_id = :WS-XP-CUSTOMER-ID
038700         END-EXEC
038800         ADD 1 TO WS-FAILED-COUNT
038900         MOVE "FAILED - BALANCE RESTORED" TO WS-DTL-ACTION
039000         GO TO 2200-WRITE
039100     END-IF.
039200
039300     ADD 1 TO WS-EXPIRED-COUNT.
039400     ADD WS-XP-BALANCE TO WS-EXPIRED-POINTS.
039500     MOVE "EXPIRED" TO WS-DTL-ACTION.
039600 2200-WRITE.
039700     WRITE LOYXRPT-LINE FROM WS-DETAIL-LINE.
039800     PERFORM 2100-FETCH-EXPIRY-ROW THRU 2100-EXIT.
039900 2200-EXIT.
040000     EXIT.
040100
040200******************************************************************
040300* 4000-CLEANUP-ROUTINE - PRINT SUMMARY COUNTS, DISCONNECT, CLOSE
040400* AND STAMP THE RUN. ANY FAILED EXPIRY GIVES RETURN-CODE 4.
040500******************************************************************
040600 4000-CLEANUP-ROUTINE.
040700     IF WS-FAILED-COUNT > ZERO AND RETURN-CODE < 4
040800         MOVE 4 TO RETURN-CODE
040900     END-IF.
041000
041100     MOVE SPACES TO WS-SUMMARY-LINE.
041200     MOVE "BALANCES EXPIRED:      " TO WS-SUM-LABEL.
041300     MOVE WS-EXPIRED-COUNT TO WS-SUM-VALUE.
041400     WRITE LOYXRPT-LINE FROM WS-SUMMARY-LINE.
041500
041600     MOVE "CHANGED, LEFT ALONE:   " TO WS-SUM-LABEL.
041700     MOVE WS-CHANGED-COUNT TO WS-SUM-VALUE.
041800     WRITE LOYXRPT-LINE FROM WS-SUMMARY-LINE.
041900
042000     MOVE "EXPIRIES FAILED:       " TO WS-SUM-LABEL.
042100     MOVE WS-FAILED-COUNT TO WS-SUM-VALUE.
042200     WRITE LOYXRPT-LINE FROM WS-SUMMARY-LINE.
042300
042400     MOVE SPACES TO WS-POINTS-LINE.
042500     MOVE "POINTS EXPIRED:        " TO WS-PTS-LABEL.
042600     MOVE WS-EXPIRED-POINTS TO WS-PTS-VALUE.
042700     WRITE LOYXRPT-LINE FROM WS-POINTS-LINE.
042800
042900     EXEC SQL
043000         DISCONNECT
043100     END-EXEC.
043200
043300     CLOSE LOYXRPT-FILE.
043400
043500* STAMP THIS PROGRAM'S COMPLETION (AND FINAL RETURN-CODE) ON
043600* THE SHARED RUN-CONTROL FILE FOR OPERATIONS AND SEQUENCE
043700* CHECKS.
043800     MOVE "LOYEXPR" TO RC-STAMP-PROGRAM.
043900     MOVE WS-CURRENT-DATE TO RC-STAMP-DATE.
044000     PERFORM STAMP-RUN-CONTROL THRU STAMP-RUN-CONTROL-EXIT.
044100
044200     DISPLAY "LOYALTY POINTS EXPIRY COMPLETE".
044300 4000-EXIT.
044400     EXIT.
044500
044600* INCLUDE THE SHARED RUN-CONTROL UTILITY PARAGRAPHS
044700     COPY CHKRUN.
