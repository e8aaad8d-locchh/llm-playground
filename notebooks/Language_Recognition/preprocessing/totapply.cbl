000100******************************************************************
000200* TOTAPPLY - APPLY APPROVED ORDER_TOTALS CORRECTIONS
000300******************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. TOTAPPLY.
000600 AUTHOR. R MERCER.
000700 INSTALLATION. DATA PROCESSING.
000800 DATE-WRITTEN. 2026-10-15.
000900 DATE-COMPILED.
001000******************************************************************
001100* MODIFICATION HISTORY
001200* ----------------------------------------------------------------
001300* DATE        INIT  DESCRIPTION
001400* 2026-10-15  RDM   ORIGINAL VERSION - THE CONTROLLED HALF OF
001500*                   THE ORDER_TOTALS PROOF. READS THE TOTCORR
001600*                   FILE TOTPROOF WROTE AND THE TOTAPRV FILE OF
001700*                   SUPERVISOR APPROVALS (SUPERVISOR ID,
001800*                   CUSTOMER ID AND THE PROOF DATE APPROVED),
001900*                   AND APPLIES ONLY THE CORRECTIONS A
002000*                   SUPERVISOR WITH UPDATE AUTHORITY ON AUTHREF
002100*                   APPROVED FOR THAT PROOF. THE UPDATE IS
002200*                   GUARDED BY THE STORED FIGURES THE PROOF
002300*                   SAW - IF ORDPOST HAS MOVED THE ROW SINCE,
002400*                   THE CORRECTION IS STALE AND IS NOT APPLIED.
002500*                   EVERY CORRECTION, APPLIED OR NOT, IS
002600*                   LISTED WITH ITS APPROVER ON TOTARPT.
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. X86-64.
003100 OBJECT-COMPUTER. X86-64.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT TOTCORR-FILE ASSIGN TO "TOTCORR"
003500         ORGANIZATION IS SEQUENTIAL
003600         ACCESS MODE IS SEQUENTIAL
003700         FILE STATUS IS WS-TOTCORR-STATUS.
003800
003900     SELECT TOTAPRV-FILE ASSIGN TO "TOTAPRV"
004000         ORGANIZATION IS SEQUENTIAL
004100         ACCESS MODE IS SEQUENTIAL
004200         FILE STATUS IS WS-TOTAPRV-STATUS.
004300
004400     SELECT TOTARPT-FILE ASSIGN TO "TOTARPT"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-TOTARPT-STATUS.
004700
004800     SELECT AUTHREF-FILE ASSIGN TO "AUTHREF"
004900         ORGANIZATION IS SEQUENTIAL
005000         ACCESS MODE IS SEQUENTIAL
005100         FILE STATUS IS WS-AUTHREF-STATUS.
005200
005300     SELECT SECPARM-FILE ASSIGN TO "SECPARM"
005400         ORGANIZATION IS SEQUENTIAL
005500         ACCESS MODE IS SEQUENTIAL
005600         FILE STATUS IS WS-SECPARM-STATUS.
005700
005800     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
005900         ORGANIZATION IS SEQUENTIAL
006000         ACCESS MODE IS SEQUENTIAL
006100         FILE STATUS IS WS-RUNCTL-STATUS.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500* PROPOSED CORRECTIONS FROM THE LAST TOTPROOF RUN. SEE TOTPROOF
006600* FOR THE LAYOUT.
006700 FD  TOTCORR-FILE
006800     RECORDING MODE IS F.
006900 01  TOTCORR-RECORD.
007000     05  TK-CUSTOMER-ID        PIC 9(06).
007100     05  TK-PROOF-DATE         PIC X(10).
007200     05  TK-ROW-SW             PIC X(01).
007300         88  TK-ROW-EXISTS     VALUE 'Y'.
007400     05  TK-STORED-COUNT       PIC 9(07).
007500     05  TK-STORED-AMOUNT      PIC S9(11)V99.
007600     05  TK-COMPUTED-COUNT     PIC 9(07).
007700     05  TK-COMPUTED-AMOUNT    PIC S9(11)V99.
007800     05  FILLER                PIC X(23).
007900
008000* APPROVALS KEYED BY THE SUPERVISOR AFTER REVIEWING TOTPRPT -
008100* ONE RECORD PER CUSTOMER CORRECTION, NAMING THE PROOF DATE SO
008200* AN APPROVAL CANNOT CARRY OVER TO A LATER PROOF'S FIGURES.
008300 FD  TOTAPRV-FILE
008400     RECORDING MODE IS F.
008500 01  TOTAPRV-RECORD.
008600     05  TA-SUPERVISOR-ID      PIC X(08).
008700     05  TA-CUSTOMER-ID        PIC 9(06).
008800     05  TA-PROOF-DATE         PIC X(10).
008900     05  FILLER                PIC X(56).
009000
009100 FD  TOTARPT-FILE.
009200 01  TOTARPT-LINE              PIC X(132).
009300
009400* OPERATOR AUTHORIZATION REFERENCE - ONE RECORD PER OPERATOR
009500* WITH Y/N FLAGS FOR THE FUNCTIONS THEY MAY USE. SEE
009600* CHKAUTH.cpy (FAILS CLOSED WHEN MISSING).
009700 FD  AUTHREF-FILE
009800     RECORDING MODE IS F.
009900 01  AUTHREF-RECORD.
010000     05  AU-OPERATOR-ID        PIC X(08).
010100     05  AU-ALLOW-ADD          PIC X(01).
010200     05  AU-ALLOW-UPDATE       PIC X(01).
010300     05  AU-ALLOW-DEACT        PIC X(01).
010400     05  AU-ALLOW-INQUIRE      PIC X(01).
010500     05  FILLER                PIC X(08).
010600
010700* SECURED PARAMETER FILE - DB2 CONNECT CREDENTIALS MAINTAINED BY
010800* THE VAULT/KEY-MANAGEMENT PROCESS, NEVER HARDCODED IN SOURCE.
010900 FD  SECPARM-FILE
011000     RECORDING MODE IS F.
011100 01  SECPARM-RECORD.
011200     05  SP-DB-USERNAME        PIC X(20).
011300     05  SP-DB-PASSWORD        PIC X(20).
011400
011500* SHARED NIGHTLY RUN-CONTROL FILE - ONE RECORD PER PROGRAM
011600* COMPLETION, STAMPED AT CLEANUP. SEE CHKRUN.cpy.
011700 FD  RUNCTL-FILE
011800     RECORDING MODE IS F.
011900 01  RUNCTL-RECORD.
012000     05  RU-RUN-DATE           PIC X(10).
012100     05  RU-PROGRAM-ID         PIC X(08).
012200     05  RU-TIMESTAMP          PIC X(21).
012300     05  RU-RETURN-CODE        PIC S9(04).
012400     05  FILLER                PIC X(37).
012500
012600 WORKING-STORAGE SECTION.
012700
012800* INCLUDE SHARED RUN-CONTROL WORKING STORAGE
012900     COPY RUNCTL.
013000
013100* INCLUDE SHARED DATABASE-CREDENTIAL WORKING STORAGE
013200     COPY DBCRED.
013300
013400* INCLUDE SHARED OPERATOR-AUTHORIZATION WORKING STORAGE
013500     COPY AUTHCHK.
013600
013700* INCLUDE SHARED DATE-HANDLING WORKING STORAGE
013800     COPY DATECHK.
013900
014000 01  WS-VARIABLES.
014100     05  WS-CURRENT-DATE       PIC X(10) VALUE SPACES.
014200
014300 01  WS-FILE-SWITCHES.
014400     05  WS-TOTCORR-STATUS     PIC X(02) VALUE SPACES.
014500         88  TOTCORR-OK        VALUE '00'.
014600     05  WS-TOTAPRV-STATUS     PIC X(02) VALUE SPACES.
014700         88  TOTAPRV-OK        VALUE '00'.
014800     05  WS-TOTARPT-STATUS     PIC X(02) VALUE SPACES.
014900     05  WS-TOTCORR-SW         PIC X(01) VALUE 'N'.
015000         88  END-OF-TOTCORR    VALUE 'Y'.
015100     05  WS-TOTCORR-OPEN-SW    PIC X(01) VALUE 'N'.
015200         88  TOTCORR-WAS-OPENED VALUE 'Y'.
015300     05  WS-TOTAPRV-SW         PIC X(01) VALUE 'N'.
015400         88  END-OF-TOTAPRV    VALUE 'Y'.
015500
015600 01  WS-APPLY-COUNTS.
015700     05  WS-CORRECTIONS-READ   PIC 9(05) VALUE ZERO.
015800     05  WS-APPLIED-COUNT      PIC 9(05) VALUE ZERO.
015900     05  WS-NOT-APPROVED-COUNT PIC 9(05) VALUE ZERO.
016000     05  WS-REFUSED-COUNT      PIC 9(05) VALUE ZERO.
016100     05  WS-STALE-COUNT        PIC 9(05) VALUE ZERO.
016200     05  WS-FAILED-COUNT       PIC 9(05) VALUE ZERO.
016300     05  WS-UNMATCHED-COUNT    PIC 9(05) VALUE ZERO.
016400
016500* TABLE OF APPROVALS KEYED BY THE SUPERVISORS. AN APPROVAL FILE
016600* BIGGER THAN THE TABLE FAILS THE RUN - SILENTLY IGNORING AN
016700* APPROVAL WOULD LEAVE A CUSTOMER OUT OF BALANCE THAT SOMEBODY
016800* SIGNED OFF FOR CORRECTION.
016900 01  WS-APPROVAL-TABLE.
017000     05  WS-MAX-APPR-TABLE     PIC 9(04) VALUE 1000 COMP.
017100     05  WS-APPR-TABLE-COUNT   PIC 9(04) VALUE ZERO.
017200     05  WS-APPR-SUB           PIC 9(04) COMP VALUE ZERO.
017300     05  WS-APPR-OVERFLOW-SW   PIC X(01) VALUE 'N'.
017400         88  APPR-TABLE-OVERFLOW VALUE 'Y'.
017500     05  WS-APPR-MATCH-SW      PIC X(01) VALUE 'N'.
017600         88  CORRECTION-APPROVED VALUE 'Y'.
017700     05  WS-APPR-SUPERVISOR    PIC X(08) VALUE SPACES.
017800     05  WS-APPR-TABLE-ENTRY OCCURS 1000 TIMES
017900             INDEXED BY WS-APPR-IDX.
018000         10  WS-APPR-CUSTOMER-ID PIC 9(06).
018100         10  WS-APPR-PROOF-DATE PIC X(10).
018200         10  WS-APPR-SUPERVISOR-ID PIC X(08).
018300         10  WS-APPR-USED      PIC X(01).
018400
018500 01  WS-REPORT-LINES.
018600     05  WS-HEADER-LINE.
018700         10  FILLER            PIC X(34) VALUE
018800             "ORDER_TOTALS CORRECTION APPLY".
018900         10  FILLER            PIC X(12) VALUE "  RUN DATE: ".
019000         10  WS-HDR-DATE       PIC X(10) VALUE SPACES.
019100     05  WS-DETAIL-LINE.
019200         10  FILLER            PIC X(03) VALUE SPACES.
019300         10  WS-DTL-ID         PIC 9(06).
019400         10  FILLER            PIC X(02) VALUE SPACES.
019500         10  WS-DTL-PROOF-DATE PIC X(10).
019600         10  FILLER            PIC X(02) VALUE SPACES.
019700         10  WS-DTL-COUNT      PIC Z,ZZZ,ZZ9.
019800         10  FILLER            PIC X(02) VALUE SPACES.
019900         10  WS-DTL-AMOUNT     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
020000         10  FILLER            PIC X(02) VALUE SPACES.
020100         10  WS-DTL-ACTION     PIC X(30).
020200         10  FILLER            PIC X(02) VALUE SPACES.
020300         10  WS-DTL-SUPERVISOR PIC X(08).
020400     05  WS-SUMMARY-LINE.
020500         10  FILLER            PIC X(20) VALUE SPACES.
020600         10  WS-SUM-LABEL      PIC X(23).
020700         10  WS-SUM-VALUE      PIC ZZZ,ZZ9.
020800
020900 PROCEDURE DIVISION.
021000 0000-MAINLINE.
021100     DISPLAY "ORDER_TOTALS CORRECTION APPLY".
021200     PERFORM 1000-INITIALIZE-ROUTINE THRU 1000-EXIT.
021300     IF RETURN-CODE = ZERO
021400         PERFORM 2000-PROCESS-DATA THRU 2000-EXIT
021500     ELSE
021600         DISPLAY "INITIALIZATION FAILED, SKIPPING PROCESS-DATA"
021700     END-IF.
021800     PERFORM 4000-CLEANUP-ROUTINE THRU 4000-EXIT.
021900     STOP RUN.
022000
022100******************************************************************
022200* 1000-INITIALIZE-ROUTINE - OPEN THE CORRECTIONS AND THE REPORT,
022300* LOAD AUTHORIZATION AND THE APPROVALS, AND CONNECT. NO
022400* CORRECTION FILE MEANS THE LAST PROOF BALANCED - THE RUN ENDS
022500* QUIETLY WITH AN EMPTY REPORT.
022600******************************************************************
022700 1000-INITIALIZE-ROUTINE.
022800     PERFORM DERIVE-CURRENT-DATE
022900         THRU DERIVE-CURRENT-DATE-EXIT.
023000     MOVE DC-TODAY-DATE TO WS-CURRENT-DATE.
023100
023200     OPEN OUTPUT TOTARPT-FILE.
023300     MOVE WS-CURRENT-DATE TO WS-HDR-DATE.
023400     WRITE TOTARPT-LINE FROM WS-HEADER-LINE.
023500
023600     OPEN INPUT TOTCORR-FILE.
023700     IF TOTCORR-OK
023800         SET TOTCORR-WAS-OPENED TO TRUE
023900     ELSE
024000         DISPLAY "NO TOTALS CORRECTION FILE FOUND, STATUS: "
024100             WS-TOTCORR-STATUS
024200         SET END-OF-TOTCORR TO TRUE
024300     END-IF.
024400
024500     PERFORM LOAD-AUTH-TABLE THRU LOAD-AUTH-TABLE-EXIT.
024600
024700     PERFORM 1200-LOAD-APPROVAL-TABLE THRU 1200-EXIT.
024800     IF RETURN-CODE NOT = ZERO
024900         GO TO 1000-EXIT
025000     END-IF.
025100
025200     PERFORM 1100-LOAD-DB-CREDENTIALS THRU 1100-EXIT.
025300
025400     EXEC SQL
025500         CONNECT TO :WS-DB-NAME
025600             USER :WS-DB-USERNAME USING :WS-DB-PASSWORD
025700     END-EXEC.
025800     IF SQLCODE NOT = 0
025900         DISPLAY "UNABLE TO CONNECT TO DATABASE, SQLCODE: "
026000             SQLCODE
026100         MOVE 16 TO RETURN-CODE
026200         GO TO 1000-EXIT
026300     END-IF.
026400 1000-EXIT.
026500     EXIT.
026600
026700* INCLUDE SHARED DB-CREDENTIAL LOAD PARAGRAPH
026800     COPY LOADCRED.
026900
027000******************************************************************
027100* 1200-LOAD-APPROVAL-TABLE - PULL EVERY APPROVAL INTO MEMORY. AN
027200* EMPTY OR MISSING TOTAPRV FILE IS A NORMAL RUN - NOTHING IS
027300* APPLIED AND EVERY CORRECTION IS LISTED AS NOT APPROVED.
027400******************************************************************
027500 1200-LOAD-APPROVAL-TABLE.
027600     MOVE ZERO TO WS-APPR-TABLE-COUNT.
027700     OPEN INPUT TOTAPRV-FILE.
027800     IF NOT TOTAPRV-OK
027900         DISPLAY "NO TOTALS APPROVAL FILE FOUND, STATUS: "
028000             WS-TOTAPRV-STATUS
028100         GO TO 1200-EXIT
028200     END-IF.
028300     PERFORM 1250-READ-TOTAPRV-RECORD THRU 1250-EXIT.
028400     PERFORM 1300-ADD-APPROVAL-ENTRY THRU 1300-EXIT
028500         UNTIL END-OF-TOTAPRV.
028600     CLOSE TOTAPRV-FILE.
028700
028800     IF APPR-TABLE-OVERFLOW
028900         DISPLAY "MORE THAN " WS-MAX-APPR-TABLE
029000             " TOTALS APPROVALS ON FILE, RUN ABORTED"
029100         MOVE 16 TO RETURN-CODE
029200     END-IF.
029300 1200-EXIT.
029400     EXIT.
029500
029600 1250-READ-TOTAPRV-RECORD.
029700     READ TOTAPRV-FILE
029800         AT END
029900             SET END-OF-TOTAPRV TO TRUE
030000     END-READ.
030100 1250-EXIT.
030200     EXIT.
030300
030400 1300-ADD-APPROVAL-ENTRY.
030500     IF WS-APPR-TABLE-COUNT < WS-MAX-APPR-TABLE
030600         ADD 1 TO WS-APPR-TABLE-COUNT
030700         MOVE TA-CUSTOMER-ID
030800             TO WS-APPR-CUSTOMER-ID (WS-APPR-TABLE-COUNT)
030900         MOVE TA-PROOF-DATE
031000             TO WS-APPR-PROOF-DATE (WS-APPR-TABLE-COUNT)
031100         MOVE TA-SUPERVISOR-ID
031200             TO WS-APPR-SUPERVISOR-ID (WS-APPR-TABLE-COUNT)
031300         MOVE 'N' TO WS-APPR-USED (WS-APPR-TABLE-COUNT)
031400     ELSE
031500         SET APPR-TABLE-OVERFLOW TO TRUE
031600     END-IF.
031700     PERFORM 1250-READ-TOTAPRV-RECORD THRU 1250-EXIT.
031800 1300-EXIT.
031900     EXIT.
032000
032100******************************************************************
032200* 2000-PROCESS-DATA - WORK THE CORRECTIONS FRONT TO BACK, THEN
032300* REPORT APPROVALS THAT MATCHED NO CORRECTION.
032400******************************************************************
032500 2000-PROCESS-DATA.
032600     IF NOT END-OF-TOTCORR
032700         PERFORM 2100-READ-TOTCORR-RECORD THRU 2100-EXIT
032800     END-IF.
032900     PERFORM 2200-PROCESS-ONE-CORRECTION THRU 2200-EXIT
033000         UNTIL END-OF-TOTCORR.
033100
033200     PERFORM 2800-REPORT-UNMATCHED THRU 2800-EXIT
033300         VARYING WS-APPR-SUB FROM 1 BY 1
033400         UNTIL WS-APPR-SUB > WS-APPR-TABLE-COUNT.
033500 2000-EXIT.
033600     EXIT.
033700
033800 2100-READ-TOTCORR-RECORD.
033900     READ TOTCORR-FILE
034000         AT END
034100             SET END-OF-TOTCORR TO TRUE
034200         NOT AT END
034300             ADD 1 TO WS-CORRECTIONS-READ
034400     END-READ.
034500 2100-EXIT.
034600     EXIT.
034700
034800******************************************************************
034900* 2200-PROCESS-ONE-CORRECTION - NO APPROVAL, OR ONE FROM A
035000* SUPERVISOR WITHOUT UPDATE AUTHORITY, LEAVES ORDER_TOTALS AS IT
035100* IS. THE NEXT PROOF WILL REPORT THE CUSTOMER AGAIN.
035200******************************************************************
035300 2200-PROCESS-ONE-CORRECTION.
035400     PERFORM 2250-FIND-APPROVAL THRU 2250-EXIT.
035500     IF NOT CORRECTION-APPROVED
035600         ADD 1 TO WS-NOT-APPROVED-COUNT
035700         MOVE "NOT APPROVED" TO WS-DTL-ACTION
035800         PERFORM 2700-WRITE-DETAIL-LINE THRU 2700-EXIT
035900         GO TO 2200-NEXT
036000     END-IF.
036100
036200     MOVE WS-APPR-SUPERVISOR TO AC-OPERATOR-ID.
036300     MOVE 'U' TO AC-FUNCTION-CODE.
036400     PERFORM CHECK-OPERATOR-AUTH THRU CHECK-OPERATOR-AUTH-EXIT.
036500     IF NOT OPERATOR-AUTHORIZED
036600         ADD 1 TO WS-REFUSED-COUNT
036700         MOVE "REFUSED - NOT AUTHORIZED" TO WS-DTL-ACTION
036800         PERFORM 2700-WRITE-DETAIL-LINE THRU 2700-EXIT
036900         GO TO 2200-NEXT
037000     END-IF.
037100
037200     IF TK-ROW-EXISTS
037300         PERFORM 2400-UPDATE-TOTALS-ROW THRU 2400-EXIT
037400     ELSE
037500         PERFORM 2500-INSERT-TOTALS-ROW THRU 2500-EXIT
037600     END-IF.
037700 2200-NEXT.
037800     PERFORM 2100-READ-TOTCORR-RECORD THRU 2100-EXIT.
037900 2200-EXIT.
038000     EXIT.
038100
038200* AN APPROVAL COUNTS ONLY FOR THE PROOF IT NAMES.
038300 2250-FIND-APPROVAL.
038400     SET WS-APPR-MATCH-SW TO 'N'.
038500     MOVE SPACES TO WS-APPR-SUPERVISOR.
038600     IF WS-APPR-TABLE-COUNT > ZERO
038700         SET WS-APPR-IDX TO 1
038800         SEARCH WS-APPR-TABLE-ENTRY
038900             AT END
039000                 CONTINUE
039100             WHEN WS-APPR-CUSTOMER-ID (WS-APPR-IDX)
039200                     = TK-CUSTOMER-ID
039300              AND WS-APPR-PROOF-DATE (WS-APPR-IDX)
039400                     = TK-PROOF-DATE
039500                 SET CORRECTION-APPROVED TO TRUE
039600                 MOVE WS-APPR-SUPERVISOR-ID (WS-APPR-IDX)
039700                     TO WS-APPR-SUPERVISOR
039800                 MOVE 'Y' TO WS-APPR-USED (WS-APPR-IDX)
039900         END-SEARCH
040000     END-IF.
040100 2250-EXIT.
040200     EXIT.
040300
040400******************************************************************
040500* 2400-UPDATE-TOTALS-ROW - SET THE ROW TO THE FIGURES PROVED
040600* FROM ORDERS, BUT ONLY IF IT STILL HOLDS THE FIGURES THE PROOF
040700* SAW. NO ROW UPDATED MEANS ORDPOST HAS POSTED TO THE CUSTOMER
040800* SINCE THE PROOF - THE CORRECTION IS STALE, RERUN THE PROOF.
040900******************************************************************
041000 2400-UPDATE-TOTALS-ROW.
041100     EXEC SQL
041200         UPDATE order_totals
041300         SET order_count = :TK-COMPUTED-COUNT,
041400             order_amount = :TK-COMPUTED-AMOUNT
041500         WHERE customer_id = :TK-CUSTOMER-ID
041600           AND order_count = :TK-STORED-COUNT
041700           AND order_amount = :TK-STORED-AMOUNT
041800     END-EXEC.
041900     EVALUATE SQLCODE
042000         WHEN 0
042100             PERFORM 2600-CORRECTION-APPLIED THRU 2600-EXIT
042200         WHEN 100
042300             ADD 1 TO WS-STALE-COUNT
042400             MOVE "STALE - RERUN PROOF" TO WS-DTL-ACTION
042500             PERFORM 2700-WRITE-DETAIL-LINE THRU 2700-EXIT
042600         WHEN OTHER
042700             ADD 1 TO WS-FAILED-COUNT
042800             DISPLAY "TOTALS UPDATE FAILED FOR " TK-CUSTOMER-ID
042900                 ", SQLCODE: " SQLCODE
043000             MOVE "APPLY FAILED" TO WS-DTL-ACTION
043100             PERFORM 2700-WRITE-DETAIL-LINE THRU 2700-EXIT
043200     END-EVALUATE.
043300 2400-EXIT.
043400     EXIT.
043500
043600* DETAIL WITH NO TOTALS ROW - A DUPLICATE KEY MEANS ORDPOST HAS
043700* SINCE WRITTEN THE ROW, SO THE CORRECTION IS STALE.
043800 2500-INSERT-TOTALS-ROW.
043900     EXEC SQL
044000         INSERT INTO order_totals
044100             (customer_id, order_count, order_amount)
044200         VALUES (:TK-CUSTOMER-ID, :TK-COMPUTED-COUNT,
044300                 :TK-COMPUTED-AMOUNT)
044400     END-EXEC.
044500     EVALUATE SQLCODE
044600         WHEN 0
044700             PERFORM 2600-CORRECTION-APPLIED THRU 2600-EXIT
044800         WHEN -803
044900             ADD 1 TO WS-STALE-COUNT
045000             MOVE "STALE - RERUN PROOF" TO WS-DTL-ACTION
045100             PERFORM 2700-WRITE-DETAIL-LINE THRU 2700-EXIT
045200         WHEN OTHER
045300             ADD 1 TO WS-FAILED-COUNT
045400             DISPLAY "TOTALS INSERT FAILED FOR " TK-CUSTOMER-ID
045500                 ", SQLCODE: " SQLCODE
045600             MOVE "APPLY FAILED" TO WS-DTL-ACTION
045700             PERFORM 2700-WRITE-DETAIL-LINE THRU 2700-EXIT
045800     END-EVALUATE.
045900 2500-EXIT.
046000     EXIT.
046100
046200* EACH CORRECTION IS ITS OWN UNIT OF WORK, SO A LATER FAILURE
046300* CANNOT TAKE BACK ONE ALREADY REPORTED AS APPLIED.
046400 2600-CORRECTION-APPLIED.
046500     EXEC SQL
046600         COMMIT
046700     END-EXEC.
046800     IF SQLCODE NOT = 0
046900         DISPLAY "COMMIT FAILED, SQLCODE: " SQLCODE
047000         ADD 1 TO WS-FAILED-COUNT
047100         MOVE "APPLY FAILED - NOT COMMITTED" TO WS-DTL-ACTION
047200         PERFORM 2700-WRITE-DETAIL-LINE THRU 2700-EXIT
047300         GO TO 2600-EXIT
047400     END-IF.
047500     ADD 1 TO WS-APPLIED-COUNT.
047600     MOVE "CORRECTED" TO WS-DTL-ACTION.
047700     PERFORM 2700-WRITE-DETAIL-LINE THRU 2700-EXIT.
047800 2600-EXIT.
047900     EXIT.
048000
048100 2700-WRITE-DETAIL-LINE.
048200     MOVE TK-CUSTOMER-ID TO WS-DTL-ID.
048300     MOVE TK-PROOF-DATE TO WS-DTL-PROOF-DATE.
048400     MOVE TK-COMPUTED-COUNT TO WS-DTL-COUNT.
048500     MOVE TK-COMPUTED-AMOUNT TO WS-DTL-AMOUNT.
048600     MOVE WS-APPR-SUPERVISOR TO WS-DTL-SUPERVISOR.
048700     WRITE TOTARPT-LINE FROM WS-DETAIL-LINE.
048800 2700-EXIT.
048900     EXIT.
049000
049100* AN APPROVAL NO CORRECTION CLAIMED - USUALLY A MISKEYED
049200* CUSTOMER ID OR A PROOF DATE OTHER THAN THE LAST PROOF'S.
049300 2800-REPORT-UNMATCHED.
049400     IF WS-APPR-USED (WS-APPR-SUB) = 'Y'
049500         GO TO 2800-EXIT
049600     END-IF.
049700     ADD 1 TO WS-UNMATCHED-COUNT.
049800     MOVE SPACES TO WS-DETAIL-LINE.
049900     MOVE WS-APPR-CUSTOMER-ID (WS-APPR-SUB) TO WS-DTL-ID.
050000     MOVE WS-APPR-PROOF-DATE (WS-APPR-SUB) TO WS-DTL-PROOF-DATE.
050100     MOVE "NO SUCH CORRECTION" TO WS-DTL-ACTION.
050200     MOVE WS-APPR-SUPERVISOR-ID (WS-APPR-SUB)
050300         TO WS-DTL-SUPERVISOR.
050400     WRITE TOTARPT-LINE FROM WS-DETAIL-LINE.
050500 2800-EXIT.
050600     EXIT.
050700
050800* INCLUDE THE SHARED OPERATOR-AUTHORIZATION UTILITY PARAGRAPHS
050900     COPY CHKAUTH.
051000
051100******************************************************************
051200* 4000-CLEANUP-ROUTINE - PRINT SUMMARY COUNTS, DISCONNECT, CLOSE
051300* ALL FILES AND STAMP RUN CONTROL. ANYTHING LEFT UNAPPLIED ENDS
051400* THE RUN WITH RC 4.
051500******************************************************************
051600 4000-CLEANUP-ROUTINE.
051700     IF RETURN-CODE = ZERO
051800         AND (WS-STALE-COUNT > ZERO OR WS-FAILED-COUNT > ZERO
051900              OR WS-REFUSED-COUNT > ZERO
052000              OR WS-UNMATCHED-COUNT > ZERO)
052100         MOVE 4 TO RETURN-CODE
052200     END-IF.
052300
052400     MOVE SPACES TO TOTARPT-LINE.
052500     WRITE TOTARPT-LINE.
052600     MOVE SPACES TO WS-SUMMARY-LINE.
052700     MOVE "CORRECTIONS READ:      " TO WS-SUM-LABEL.
052800     MOVE WS-CORRECTIONS-READ TO WS-SUM-VALUE.
052900     WRITE TOTARPT-LINE FROM WS-SUMMARY-LINE.
053000
053100     MOVE "CORRECTIONS APPLIED:   " TO WS-SUM-LABEL.
053200     MOVE WS-APPLIED-COUNT TO WS-SUM-VALUE.
053300     WRITE TOTARPT-LINE FROM WS-SUMMARY-LINE.
053400
053500     MOVE "NOT APPROVED:          " TO WS-SUM-LABEL.
053600     MOVE WS-NOT-APPROVED-COUNT TO WS-SUM-VALUE.
053700     WRITE TOTARPT-LINE FROM WS-SUMMARY-LINE.
053800
053900     MOVE "APPROVALS REFUSED:     " TO WS-SUM-LABEL.
054000     MOVE WS-REFUSED-COUNT TO WS-SUM-VALUE.
054100     WRITE TOTARPT-LINE FROM WS-SUMMARY-LINE.
054200
054300     MOVE "STALE, NOT APPLIED:    " TO WS-SUM-LABEL.
054400     MOVE WS-STALE-COUNT TO WS-SUM-VALUE.
054500     WRITE TOTARPT-LINE FROM WS-SUMMARY-LINE.
054600
054700     MOVE "APPLY FAILURES:        " TO WS-SUM-LABEL.
054800     MOVE WS-FAILED-COUNT TO WS-SUM-VALUE.
054900     WRITE TOTARPT-LINE FROM WS-SUMMARY-LINE.
055000
055100     MOVE "APPROVALS UNMATCHED:   " TO WS-SUM-LABEL.
055200     MOVE WS-UNMATCHED-COUNT TO WS-SUM-VALUE.
055300     WRITE TOTARPT-LINE FROM WS-SUMMARY-LINE.
055400
055500     EXEC SQL
055600         DISCONNECT
055700     END-EXEC.
055800
055900     IF TOTCORR-WAS-OPENED
056000         CLOSE TOTCORR-FILE
056100     END-IF.
056200     CLOSE TOTARPT-FILE.
056300
056400     MOVE "TOTAPPLY" TO RC-STAMP-PROGRAM.
056500     MOVE WS-CURRENT-DATE TO RC-STAMP-DATE.
056600     PERFORM STAMP-RUN-CONTROL THRU STAMP-RUN-CONTROL-EXIT.
056700
056800     DISPLAY "TOTALS CORRECTIONS APPLIED: " WS-APPLIED-COUNT.
056900     DISPLAY "ORDER_TOTALS CORRECTION APPLY COMPLETE".
057000 4000-EXIT.
057100     EXIT.
057200
057300* INCLUDE THE SHARED RUN-CONTROL UTILITY PARAGRAPHS
057400     COPY CHKRUN.
057500
057600* INCLUDE THE SHARED CHECK-DATE-FORMAT UTILITY PARAGRAPHS
057700     COPY CHKDATE.
