000100******************************************************************
000200* PAYPOST - DAILY CUSTOMER PAYMENT POSTING
000300******************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. PAYPOST.
000600 AUTHOR. R MERCER.
000700 INSTALLATION. DATA PROCESSING.
000800 DATE-WRITTEN. 2026-10-15.
000900 DATE-COMPILED.
001000******************************************************************
001100* MODIFICATION HISTORY
001200* ----------------------------------------------------------------
001300* DATE        INIT  DESCRIPTION
001400* 2026-10-15  RDM   ORIGINAL VERSION - ORDPOST BOOKS WHAT A
001500*                   CUSTOMER BUYS BUT NOTHING RECORDED THEM
001600*                   PAYING, SO "WHAT DOES THIS CUSTOMER OWE US"
001700*                   HAD NO ANSWER. THIS RUN POSTS THE BANK'S
001800*                   DAILY LOCKBOX/REMITTANCE FILE (REMIT) TO
001900*                   THE PAYMENTS TABLE AND TAKES EACH PAYMENT
002000*                   OFF THE CUSTOMER'S OPEN BALANCE IN
002100*                   RECEIVABLES, WHICH ORDPOST RAISES ON EVERY
002200*                   SALE AND LOWERS ON EVERY CREDIT. THE
002300*                   BALANCE IS CARRIED FORWARD: A PAYMENT
002400*                   SETTLES THE OLDEST OPEN SALES FIRST, WHICH
002500*                   IS HOW ARAGE AGES WHAT IS LEFT. BADLY
002600*                   FORMED PAYMENTS REJECT TO PAYERR; A
002700*                   PAYMENT THAT MATCHES NO CUSTOMER OR NO OPEN
002800*                   BALANCE, OR IS BIGGER THAN THE BALANCE, IS
002900*                   PARKED ON PAYSUSP FOR CASH APPLICATIONS TO
003000*                   WORK - IT IS MONEY IN THE BANK, NOT BAD
003100*                   DATA. A POSTED-PAYMENTS LEDGER (PAYLEDG) IS
003200*                   KEPT THE SAME WAY ORDPOST KEEPS ORDLEDG, SO
003300*                   A RE-SENT LOCKBOX FILE IS SKIPPED AND
003400*                   COUNTED INSTEAD OF PAID DOWN TWICE.
003500******************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER. X86-64.
003900 OBJECT-COMPUTER. X86-64.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT REMIT-FILE ASSIGN TO "REMIT"
004300         ORGANIZATION IS SEQUENTIAL
004400         ACCESS MODE IS SEQUENTIAL
004500         FILE STATUS IS WS-REMIT-STATUS.
004600
004700     SELECT PAYERR-FILE ASSIGN TO "PAYERR"
004800         ORGANIZATION IS SEQUENTIAL
004900         ACCESS MODE IS SEQUENTIAL
005000         FILE STATUS IS WS-PAYERR-STATUS.
005100
005200     SELECT PAYSUSP-FILE ASSIGN TO "PAYSUSP"
005300         ORGANIZATION IS SEQUENTIAL
005400         ACCESS MODE IS SEQUENTIAL
005500         FILE STATUS IS WS-PAYSUSP-STATUS.
005600
005700     SELECT PAYRPT-FILE ASSIGN TO "PAYRPT"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-PAYRPT-STATUS.
006000
006100     SELECT SECPARM-FILE ASSIGN TO "SECPARM"
006200         ORGANIZATION IS SEQUENTIAL
006300         ACCESS MODE IS SEQUENTIAL
006400         FILE STATUS IS WS-SECPARM-STATUS.
006500
006600     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
006700         ORGANIZATION IS SEQUENTIAL
006800         ACCESS MODE IS SEQUENTIAL
006900         FILE STATUS IS WS-RUNCTL-STATUS.
007000
007100     SELECT PAYLEDG-FILE ASSIGN TO "PAYLEDG"
007200         ORGANIZATION IS SEQUENTIAL
007300         ACCESS MODE IS SEQUENTIAL
007400         FILE STATUS IS WS-PAYLEDG-STATUS.
007500
007600 DATA DIVISION.
007700 FILE SECTION.
007800* BANK LOCKBOX / REMITTANCE FILE - ONE RECORD PER PAYMENT
007900* RECEIVED. THE PAYMENT REFERENCE IS THE BANK'S ITEM NUMBER AND
008000* IS THE DOUBLE-POSTING KEY.
008100 FD  REMIT-FILE
008200     RECORDING MODE IS F.
008300 01  REMIT-RECORD.
008400     05  RM-CUSTOMER-ID        PIC 9(06).
008500     05  RM-PAYMENT-REF        PIC X(12).
008600     05  RM-PAYMENT-DATE       PIC X(10).
008700     05  RM-PAYMENT-AMOUNT     PIC 9(07)V99.
008800     05  RM-PAYMENT-AMOUNT-X REDEFINES RM-PAYMENT-AMOUNT
008900                               PIC X(09).
009000     05  FILLER                PIC X(43).
009100
009200 FD  PAYERR-FILE
009300     RECORDING MODE IS F.
009400 01  PAYERR-RECORD.
009500     05  PE-CUSTOMER-ID        PIC 9(06).
009600     05  PE-PAYMENT-REF        PIC X(12).
009700     05  PE-PAYMENT-DATE       PIC X(10).
009800     05  PE-PAYMENT-AMOUNT     PIC X(09).
009900     05  PE-REASON             PIC X(40).
010000
010100* UNAPPLIED-CASH SUSPENSE - PAYMENTS RECEIVED THAT COULD NOT BE
010200* APPLIED, WITH THE REASON AND THE DATE THEY WERE PARKED.
010300* EXTENDED ACROSS RUNS; CASH APPLICATIONS WORKS IT AND RE-SENDS
010400* A CORRECTED PAYMENT ON THE NEXT REMIT FILE.
010500 FD  PAYSUSP-FILE
010600     RECORDING MODE IS F.
010700 01  PAYSUSP-RECORD.
010800     05  PS-CUSTOMER-ID        PIC 9(06).
010900     05  PS-PAYMENT-REF        PIC X(12).
011000     05  PS-PAYMENT-DATE       PIC X(10).
011100     05  PS-PAYMENT-AMOUNT     PIC 9(07)V99.
011200     05  PS-PARK-DATE          PIC X(10).
011300     05  PS-REASON             PIC X(40).
011400     05  FILLER                PIC X(13).
011500
011600 FD  PAYRPT-FILE.
011700 01  PAYRPT-LINE               PIC X(132).
011800
011900* SECURED PARAMETER FILE - DB2 CONNECT CREDENTIALS MAINTAINED BY
012000* THE VAULT/KEY-MANAGEMENT PROCESS, NEVER HARDCODED IN SOURCE.
012100 FD  SECPARM-FILE
012200     RECORDING MODE IS F.
012300 01  SECPARM-RECORD.
012400     05  SP-DB-USERNAME        PIC X(20).
012500     05  SP-DB-PASSWORD        PIC X(20).
012600
012700* SHARED NIGHTLY RUN-CONTROL FILE - ONE RECORD PER PROGRAM
012800* COMPLETION, STAMPED AT CLEANUP AND CHECKED BY PROGRAMS WITH A
012900* SEQUENCE DEPENDENCY. SEE CHKRUN.cpy.
013000 FD  RUNCTL-FILE
013100     RECORDING MODE IS F.
013200 01  RUNCTL-RECORD.
013300     05  RU-RUN-DATE           PIC X(10).
013400     05  RU-PROGRAM-ID         PIC X(08).
013500     05  RU-TIMESTAMP          PIC X(21).
013600     05  RU-RETURN-CODE        PIC S9(04).
013700     05  FILLER                PIC X(37).
013800
013900* POSTED-PAYMENTS LEDGER - ONE RECORD PER PAYMENT EVER POSTED,
014000* EXTENDED EVERY RUN AND LOADED AT STARTUP SO AN INCOMING
014100* PAYMENT WHOSE REFERENCE IS ALREADY ON THE LEDGER IS SKIPPED,
014200* NOT APPLIED AGAIN. PARKED PAYMENTS ARE NOT ON IT.
014300 FD  PAYLEDG-FILE
014400     RECORDING MODE IS F.
014500 01  PAYLEDG-RECORD.
014600     05  PL-PAYMENT-REF        PIC X(12).
014700     05  PL-CUSTOMER-ID        PIC 9(06).
014800     05  PL-POST-DATE          PIC X(10).
014900     05  FILLER                PIC X(12).
015000
015100 WORKING-STORAGE SECTION.
015200
015300* INCLUDE SHARED RUN-CONTROL WORKING STORAGE
015400     COPY RUNCTL.
015500
015600* INCLUDE SHARED DATABASE-CREDENTIAL WORKING STORAGE
015700     COPY DBCRED.
015800
015900* INCLUDE SHARED DATE-VALIDATION WORKING STORAGE
016000     COPY DATECHK.
016100
016200 01  WS-VARIABLES.
016300     05  WS-CURRENT-DATE       PIC X(10) VALUE SPACES.
016400     05  WS-CUSTOMER-STATUS    PIC X(01) VALUE SPACE.
016500     05  WS-OPEN-BALANCE       PIC S9(09)V99 VALUE ZERO.
016600     05  WS-LAST-PAYMENT-DATE  PIC X(10) VALUE SPACES.
016700
016800 01  WS-FILE-SWITCHES.
016900     05  WS-REMIT-STATUS       PIC X(02) VALUE SPACES.
017000         88  REMIT-OK          VALUE '00'.
017100     05  WS-PAYERR-STATUS      PIC X(02) VALUE SPACES.
017200     05  WS-PAYSUSP-STATUS     PIC X(02) VALUE SPACES.
017300     05  WS-PAYRPT-STATUS      PIC X(02) VALUE SPACES.
017400     05  WS-REMIT-SW           PIC X(01) VALUE 'N'.
017500         88  END-OF-REMIT      VALUE 'Y'.
017600     05  WS-PAYLEDG-STATUS     PIC X(02) VALUE SPACES.
017700         88  PAYLEDG-OK        VALUE '00'.
017800     05  WS-PAYLEDG-SW         PIC X(01) VALUE 'N'.
017900         88  END-OF-PAYLEDG    VALUE 'Y'.
018000
018100* WHAT BECOMES OF THE PAYMENT IN HAND: POSTED, REJECTED AS BAD
018200* DATA, OR PARKED AS UNAPPLIED CASH.
018300 01  WS-PAYMENT-FIELDS.
018400     05  WS-PAYMENT-ACTION-SW  PIC X(01) VALUE 'P'.
018500         88  PAYMENT-POSTABLE  VALUE 'P'.
018600         88  PAYMENT-REJECTED  VALUE 'R'.
018700         88  PAYMENT-PARKED    VALUE 'S'.
018800     05  WS-REJECT-REASON      PIC X(40) VALUE SPACES.
018900
019000 01  WS-POSTING-COUNTS.
019100     05  WS-POSTED-COUNT       PIC 9(05) VALUE ZERO.
019200     05  WS-PARKED-COUNT       PIC 9(05) VALUE ZERO.
019300     05  WS-REJECT-COUNT       PIC 9(05) VALUE ZERO.
019400     05  WS-SKIPPED-COUNT      PIC 9(05) VALUE ZERO.
019500     05  WS-CLEARED-COUNT      PIC 9(05) VALUE ZERO.
019600     05  WS-POSTED-AMOUNT      PIC S9(09)V99 VALUE ZERO.
019700     05  WS-PARKED-AMOUNT      PIC S9(09)V99 VALUE ZERO.
019800
019900* THE RECENT SLICE OF THE LEDGER, LOADED AT STARTUP AND
020000* EXTENDED AS THIS RUN POSTS - THE SAME RETENTION-WINDOW RULE
020100* ORDPOST USES FOR ORDLEDG. A WINDOW BIGGER THAN THE TABLE
020200* FAILS THE RUN RATHER THAN POSTING WITHOUT PROTECTION.
020300 01  WS-LEDGER-TABLE.
020400     05  WS-LEDGER-RETAIN-DAYS PIC 9(03) VALUE 30.
020500     05  WS-LEDGER-CUTOFF      PIC X(10) VALUE SPACES.
020600     05  WS-LEDG-CURR-CCYYMMDD PIC 9(08) VALUE ZERO.
020700     05  WS-LEDG-CUT-CCYYMMDD  PIC 9(08) VALUE ZERO.
020800     05  WS-LEDG-CURR-INTEGER  PIC S9(09) COMP VALUE ZERO.
020900     05  WS-LEDG-CUT-INTEGER   PIC S9(09) COMP VALUE ZERO.
021000     05  WS-MAX-LEDGER-TABLE   PIC 9(05) VALUE 20000 COMP.
021100     05  WS-LEDGER-COUNT       PIC 9(05) VALUE ZERO COMP.
021200     05  WS-LEDGER-OVERFLOW-SW PIC X(01) VALUE 'N'.
021300         88  LEDGER-TABLE-OVERFLOW VALUE 'Y'.
021400     05  WS-LEDGER-POSTED-SW   PIC X(01) VALUE 'N'.
021500         88  PAYMENT-ALREADY-POSTED VALUE 'Y'.
021600     05  WS-LEDGER-ENTRY OCCURS 20000 TIMES
021700             INDEXED BY WS-LEDG-IDX.
021800         10  WS-LEDG-PAYMENT-REF PIC X(12).
021900
022000 01  WS-REPORT-LINES.
022100     05  WS-HEADER-LINE.
022200         10  FILLER            PIC X(22) VALUE
022300             "PAYMENT POSTING REPORT".
022400         10  FILLER            PIC X(12) VALUE "  RUN DATE: ".
022500         10  WS-HDR-DATE       PIC X(10) VALUE SPACES.
022600     05  WS-SUMMARY-LINE.
022700         10  FILLER            PIC X(20) VALUE SPACES.
022800         10  WS-SUM-LABEL      PIC X(23).
022900         10  WS-SUM-VALUE      PIC ZZZ,ZZ9.
023000     05  WS-AMOUNT-LINE.
023100         10  FILLER            PIC X(20) VALUE SPACES.
023200         10  WS-AMT-LABEL      PIC X(23).
023300         10  WS-AMT-VALUE      PIC ZZZ,ZZZ,ZZ9.99-.
023400
023500 PROCEDURE DIVISION.
023600 0000-MAINLINE.
023700     DISPLAY "PAYMENT POSTING PROGRAM".
023800     PERFORM 1000-INITIALIZE-ROUTINE THRU 1000-EXIT.
023900     IF RETURN-CODE = ZERO
024000         PERFORM 2000-PROCESS-DATA THRU 2000-EXIT
024100     ELSE
024200         DISPLAY "INITIALIZATION FAILED, SKIPPING PROCESS-DATA"
024300     END-IF.
024400     PERFORM 4000-CLEANUP-ROUTINE THRU 4000-EXIT.
024500     STOP RUN.
024600
024700******************************************************************
024800* 1000-INITIALIZE-ROUTINE - OPEN THE REMITTANCE, ERROR, SUSPENSE
024900* AND REPORT FILES, LOAD THE LEDGER AND CONNECT TO THE CUSTOMER
025000* DATABASE.
025100******************************************************************
025200 1000-INITIALIZE-ROUTINE.
025300     PERFORM DERIVE-CURRENT-DATE
025400         THRU DERIVE-CURRENT-DATE-EXIT.
025500     MOVE DC-TODAY-DATE TO WS-CURRENT-DATE.
025600
025700     OPEN OUTPUT PAYERR-FILE.
025800     OPEN OUTPUT PAYRPT-FILE.
025900
026000     OPEN INPUT REMIT-FILE.
026100     IF NOT REMIT-OK
026200         DISPLAY "UNABLE TO OPEN REMIT, STATUS: "
026300             WS-REMIT-STATUS
026400         MOVE 16 TO RETURN-CODE
026500         GO TO 1000-EXIT
026600     END-IF.
026700
026800     PERFORM 1200-LOAD-PAYMENT-LEDGER THRU 1200-EXIT.
026900     IF RETURN-CODE NOT = ZERO
027000         GO TO 1000-EXIT
027100     END-IF.
027200
027300* THE LEDGER AND THE SUSPENSE FILE ARE BOTH RETAINED ACROSS
027400* RUNS - THE FIRST-EVER RUN CREATES THEM.
027500     OPEN EXTEND PAYLEDG-FILE.
027600     IF WS-PAYLEDG-STATUS = '05' OR WS-PAYLEDG-STATUS = '35'
027700         OPEN OUTPUT PAYLEDG-FILE
027800     END-IF.
027900     OPEN EXTEND PAYSUSP-FILE.
028000     IF WS-PAYSUSP-STATUS = '05' OR WS-PAYSUSP-STATUS = '35'
028100         OPEN OUTPUT PAYSUSP-FILE
028200     END-IF.
028300
028400     PERFORM 1100-LOAD-DB-CREDENTIALS THRU 1100-EXIT.
028500
028600     EXEC SQL
028700         CONNECT TO :WS-DB-NAME
028800             USER :WS-DB-USERNAME USING :WS-DB-PASSWORD
028900     END-EXEC.
029000     IF SQLCODE NOT = 0
029100         DISPLAY "UNABLE TO CONNECT TO DATABASE, SQLCODE: "
029200             SQLCODE
029300         MOVE 16 TO RETURN-CODE
029400         GO TO 1000-EXIT
029500     END-IF.
029600
029700     MOVE WS-CURRENT-DATE TO WS-HDR-DATE.
029800     WRITE PAYRPT-LINE FROM WS-HEADER-LINE.
029900 1000-EXIT.
030000     EXIT.
030100
030200******************************************************************
030300* 1200-LOAD-PAYMENT-LEDGER - PULL THE RETENTION WINDOW'S POSTED
030400* REFERENCES INTO MEMORY. NO LEDGER YET (FIRST RUN) IS NORMAL;
030500* MORE IN-WINDOW ENTRIES THAN THE TABLE HOLDS ABORTS THE RUN.
030600******************************************************************
030700 1200-LOAD-PAYMENT-LEDGER.
030800* CUTOFF = TODAY MINUS THE RETENTION DAYS, AS CCYY-MM-DD SO
030900* THE POST-DATE COMPARE WORKS AS A STRING.
031000     MOVE WS-CURRENT-DATE(1:4) TO WS-LEDG-CURR-CCYYMMDD(1:4).
031100     MOVE WS-CURRENT-DATE(6:2) TO WS-LEDG-CURR-CCYYMMDD(5:2).
031200     MOVE WS-CURRENT-DATE(9:2) TO WS-LEDG-CURR-CCYYMMDD(7:2).
031300     COMPUTE WS-LEDG-CURR-INTEGER =
031400         FUNCTION INTEGER-OF-DATE(WS-LEDG-CURR-CCYYMMDD).
031500     COMPUTE WS-LEDG-CUT-INTEGER =
031600         WS-LEDG-CURR-INTEGER - WS-LEDGER-RETAIN-DAYS.
031700     COMPUTE WS-LEDG-CUT-CCYYMMDD =
031800         FUNCTION DATE-OF-INTEGER(WS-LEDG-CUT-INTEGER).
031900     MOVE WS-LEDG-CUT-CCYYMMDD(1:4) TO WS-LEDGER-CUTOFF(1:4).
032000     MOVE "-" TO WS-LEDGER-CUTOFF(5:1).
032100     MOVE WS-LEDG-CUT-CCYYMMDD(5:2) TO WS-LEDGER-CUTOFF(6:2).
032200     MOVE "-" TO WS-LEDGER-CUTOFF(8:1).
032300     MOVE WS-LEDG-CUT-CCYYMMDD(7:2) TO WS-LEDGER-CUTOFF(9:2).
032400
032500     MOVE ZERO TO WS-LEDGER-COUNT.
032600     OPEN INPUT PAYLEDG-FILE.
032700     IF NOT PAYLEDG-OK
032800         DISPLAY "NO POSTED-PAYMENT LEDGER FOUND, STATUS: "
032900             WS-PAYLEDG-STATUS
033000         GO TO 1200-EXIT
033100     END-IF.
033200     PERFORM 1250-READ-PAYLEDG-RECORD THRU 1250-EXIT.
033300     PERFORM 1300-ADD-LEDGER-ENTRY THRU 1300-EXIT
033400         UNTIL END-OF-PAYLEDG.
033500     CLOSE PAYLEDG-FILE.
033600
033700     IF LEDGER-TABLE-OVERFLOW
033800         DISPLAY "MORE THAN " WS-MAX-LEDGER-TABLE
033900             " LEDGER ENTRIES, RUN ABORTED"
034000         MOVE 16 TO RETURN-CODE
034100     END-IF.
034200 1200-EXIT.
034300     EXIT.
034400
034500 1250-READ-PAYLEDG-RECORD.
034600     READ PAYLEDG-FILE
034700         AT END
034800             SET END-OF-PAYLEDG TO TRUE
034900     END-READ.
035000 1250-EXIT.
035100     EXIT.
035200
035300 1300-ADD-LEDGER-ENTRY.
035400     IF PL-POST-DATE < WS-LEDGER-CUTOFF
035500         GO TO 1300-NEXT
035600     END-IF.
035700     IF WS-LEDGER-COUNT < WS-MAX-LEDGER-TABLE
035800         ADD 1 TO WS-LEDGER-COUNT
035900         MOVE PL-PAYMENT-REF
036000             TO WS-LEDG-PAYMENT-REF (WS-LEDGER-COUNT)
036100     ELSE
036200         SET LEDGER-TABLE-OVERFLOW TO TRUE
036300     END-IF.
036400 1300-NEXT.
036500     PERFORM 1250-READ-PAYLEDG-RECORD THRU 1250-EXIT.
036600 1300-EXIT.
036700     EXIT.
036800
036900* INCLUDE SHARED DB-CREDENTIAL LOAD PARAGRAPH
037000     COPY LOADCRED.
037100
037200* INCLUDE THE SHARED CHECK-DATE-FORMAT UTILITY PARAGRAPH
037300     COPY CHKDATE.
037400
037500******************************************************************
037600* 2000-PROCESS-DATA - POST ONE PAYMENT PER REMIT RECORD UNTIL
037700* THE REMITTANCE FILE IS EXHAUSTED.
037800******************************************************************
037900 2000-PROCESS-DATA.
038000     PERFORM 2100-READ-REMIT-RECORD THRU 2100-EXIT.
038100     PERFORM 2200-PROCESS-ONE-PAYMENT THRU 2200-EXIT
038200         UNTIL END-OF-REMIT.
038300 2000-EXIT.
038400     EXIT.
038500
038600 2100-READ-REMIT-RECORD.
038700     READ REMIT-FILE
038800         AT END
038900             SET END-OF-REMIT TO TRUE
039000     END-READ.
039100 2100-EXIT.
039200     EXIT.
039300
039400* THE SAME ORDER OF CHECKS AS ORDPOST: FORMAT EDITS, THEN THE
039500* LEDGER, THEN THE DATABASE - A RE-SENT PAYMENT HAS ALREADY
039600* LOWERED THE BALANCE AND WOULD OTHERWISE PARK AS AN
039700* OVERPAYMENT INSTEAD OF COUNTING AS ALREADY POSTED.
039800 2200-PROCESS-ONE-PAYMENT.
039900     PERFORM 2300-VALIDATE-PAYMENT THRU 2300-EXIT.
040000     IF PAYMENT-REJECTED
040100         PERFORM 2700-REJECT-PAYMENT THRU 2700-EXIT
040200         GO TO 2200-NEXT
040300     END-IF.
040400
040500     PERFORM 2380-CHECK-ALREADY-POSTED THRU 2380-EXIT.
040600     IF PAYMENT-ALREADY-POSTED
040700         ADD 1 TO WS-SKIPPED-COUNT
040800         GO TO 2200-NEXT
040900     END-IF.
041000
041100     PERFORM 2390-MATCH-PAYMENT-DB THRU 2390-EXIT.
041200     EVALUATE TRUE
041300         WHEN PAYMENT-POSTABLE
041400             PERFORM 2400-POST-PAYMENT THRU 2400-EXIT
041500         WHEN PAYMENT-PARKED
041600             PERFORM 2600-PARK-PAYMENT THRU 2600-EXIT
041700         WHEN OTHER
041800             PERFORM 2700-REJECT-PAYMENT THRU 2700-EXIT
041900     END-EVALUATE.
042000 2200-NEXT.
042100     PERFORM 2100-READ-REMIT-RECORD THRU 2100-EXIT.
042200 2200-EXIT.
042300     EXIT.
042400
042500******************************************************************
042600* 2300-VALIDATE-PAYMENT - THE FORMAT EDITS ONLY: REJECT ANY
042700* PAYMENT WITH A ZERO CUSTOMER-ID, A MALFORMED DATE, A
042800* NON-NUMERIC OR ZERO AMOUNT, OR A BLANK REFERENCE.
042900******************************************************************
043000 2300-VALIDATE-PAYMENT.
043100     SET PAYMENT-POSTABLE TO TRUE.
043200     MOVE SPACES TO WS-REJECT-REASON.
043300
043400     IF RM-CUSTOMER-ID = ZERO
043500         SET PAYMENT-REJECTED TO TRUE
043600         MOVE "MISSING CUSTOMER ID" TO WS-REJECT-REASON
043700         GO TO 2300-EXIT
043800     END-IF.
043900
044000     MOVE RM-PAYMENT-DATE TO DC-DATE-FIELD.
044100     PERFORM CHECK-DATE-FORMAT THRU CHECK-DATE-FORMAT-EXIT.
044200     IF DATE-FORMAT-BAD
044300         SET PAYMENT-REJECTED TO TRUE
044400         MOVE DC-DATE-REASON TO WS-REJECT-REASON
044500         GO TO 2300-EXIT
044600     END-IF.
044700
044800     IF RM-PAYMENT-AMOUNT-X IS NOT NUMERIC
044900         SET PAYMENT-REJECTED TO TRUE
045000         MOVE "NON-NUMERIC PAYMENT AMOUNT" TO WS-REJECT-REASON
045100         GO TO 2300-EXIT
045200     END-IF.
045300     IF RM-PAYMENT-AMOUNT = ZERO
045400         SET PAYMENT-REJECTED TO TRUE
045500         MOVE "ZERO PAYMENT AMOUNT" TO WS-REJECT-REASON
045600         GO TO 2300-EXIT
045700     END-IF.
045800
045900     IF RM-PAYMENT-REF = SPACES
046000         SET PAYMENT-REJECTED TO TRUE
046100         MOVE "MISSING PAYMENT REFERENCE" TO WS-REJECT-REASON
046200         GO TO 2300-EXIT
046300     END-IF.
046400 2300-EXIT.
046500     EXIT.
046600
046700******************************************************************
046800* 2380-CHECK-ALREADY-POSTED - LOOK THE PAYMENT REFERENCE UP IN
046900* THE LEDGER TABLE. A HIT IS SKIPPED AND COUNTED, NOT REJECTED.
047000******************************************************************
047100 2380-CHECK-ALREADY-POSTED.
047200     SET WS-LEDGER-POSTED-SW TO 'N'.
047300     IF WS-LEDGER-COUNT > ZERO
047400         SET WS-LEDG-IDX TO 1
047500         SEARCH WS-LEDGER-ENTRY
047600             AT END
047700                 CONTINUE
047800             WHEN WS-LEDG-PAYMENT-REF (WS-LEDG-IDX)
047900                     = RM-PAYMENT-REF
048000                 SET PAYMENT-ALREADY-POSTED TO TRUE
048100         END-SEARCH
048200     END-IF.
048300 2380-EXIT.
048400     EXIT.
048500
048600******************************************************************
048700* 2390-MATCH-PAYMENT-DB - MATCH THE PAYMENT TO A CUSTOMER AND AN
048800* OPEN BALANCE. NO SUCH CUSTOMER, NO RECEIVABLES ROW, NOTHING
048900* OWING, OR MORE PAID THAN IS OWED ALL PARK THE PAYMENT - A
049000* BALANCE NEVER GOES NEGATIVE BEHIND CASH APPLICATIONS' BACK.
049100* A DATABASE FAILURE REJECTS, AS IN ORDPOST.
049200******************************************************************
049300 2390-MATCH-PAYMENT-DB.
049400     MOVE SPACE TO WS-CUSTOMER-STATUS.
049500     EXEC SQL
049600         SELECT customer_status
049700         INTO :WS-CUSTOMER-STATUS
049800         FROM customers
049900         WHERE customer_id = :RM-CUSTOMER-ID
050000     END-EXEC.
050100     IF SQLCODE = 100
050200         SET PAYMENT-PARKED TO TRUE
050300         MOVE "CUSTOMER NOT ON FILE" TO WS-REJECT-REASON
050400         GO TO 2390-EXIT
050500     END-IF.
050600     IF SQLCODE NOT = 0
050700         SET PAYMENT-REJECTED TO TRUE
050800         MOVE "DATABASE CUSTOMER LOOKUP FAILED"
050900             TO WS-REJECT-REASON
051000         GO TO 2390-EXIT
051100     END-IF.
051200
051300     MOVE ZERO TO WS-OPEN-BALANCE.
051400     MOVE SPACES TO WS-LAST-PAYMENT-DATE.
051500     EXEC SQL
051600         SELECT open_balance, last_payment_date
051700         INTO :WS-OPEN-BALANCE, :WS-LAST-PAYMENT-DATE
051800         FROM receivables
051900         WHERE customer_id = :RM-CUSTOMER-ID
052000     END-EXEC.
052100     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
052200         SET PAYMENT-REJECTED TO TRUE
052300         MOVE "DATABASE BALANCE LOOKUP FAILED"
052400             TO WS-REJECT-REASON
052500         GO TO 2390-EXIT
052600     END-IF.
052700     IF WS-OPEN-BALANCE NOT > ZERO
052800         SET PAYMENT-PARKED TO TRUE
052900         MOVE "NO OPEN BALANCE TO APPLY AGAINST"
053000             TO WS-REJECT-REASON
053100         GO TO 2390-EXIT
053200     END-IF.
053300     IF RM-PAYMENT-AMOUNT > WS-OPEN-BALANCE
053400         SET PAYMENT-PARKED TO TRUE
053500         MOVE "PAYMENT EXCEEDS OPEN BALANCE"
053600             TO WS-REJECT-REASON
053700     END-IF.
053800 2390-EXIT.
053900     EXIT.
054000
054100******************************************************************
054200* 2400-POST-PAYMENT - RECORD THE PAYMENT ON THE PAYMENTS TABLE,
054300* TAKE IT OFF THE OPEN BALANCE AND ADVANCE THE LAST-PAYMENT
054400* DATE WHEN THIS PAYMENT IS NEWER (A LATE-ARRIVING ITEM LEAVES
054500* IT ALONE), THEN PUT THE REFERENCE ON THE LEDGER.
054600******************************************************************
054700 2400-POST-PAYMENT.
054800     EXEC SQL
054900         INSERT INTO payments
055000             (customer_id, payment_date, payment_amount,
055100              payment_ref)
055200         VALUES
055300             (:RM-CUSTOMER-ID, :RM-PAYMENT-DATE,
055400              :RM-PAYMENT-AMOUNT, :RM-PAYMENT-REF)
055500     END-EXEC.
055600     IF SQLCODE NOT = 0
055700         SET PAYMENT-REJECTED TO TRUE
055800         MOVE "DATABASE PAYMENT INSERT FAILED"
055900             TO WS-REJECT-REASON
056000         PERFORM 2700-REJECT-PAYMENT THRU 2700-EXIT
056100         GO TO 2400-EXIT
056200     END-IF.
056300
056400     IF WS-LAST-PAYMENT-DATE = SPACES
056500             OR RM-PAYMENT-DATE > WS-LAST-PAYMENT-DATE
056600         MOVE RM-PAYMENT-DATE TO WS-LAST-PAYMENT-DATE
056700     END-IF.
056800     EXEC SQL
056900         UPDATE receivables
057000         SET open_balance = open_balance - :RM-PAYMENT-AMOUNT,
057100             last_payment_date = :WS-LAST-PAYMENT-DATE
057200         WHERE customer_id = :RM-CUSTOMER-ID
057300     END-EXEC.
057400     IF SQLCODE NOT = 0
057500         DISPLAY "WARNING: OPEN BALANCE NOT UPDATED FOR "
057600             RM-CUSTOMER-ID ", SQLCODE: " SQLCODE
057700     END-IF.
057800
057900     PERFORM 2450-RECORD-POSTED-PAYMENT THRU 2450-EXIT.
058000
058100     ADD 1 TO WS-POSTED-COUNT.
058200     ADD RM-PAYMENT-AMOUNT TO WS-POSTED-AMOUNT.
058300     IF RM-PAYMENT-AMOUNT = WS-OPEN-BALANCE
058400         ADD 1 TO WS-CLEARED-COUNT
058500     END-IF.
058600 2400-EXIT.
058700     EXIT.
058800
058900******************************************************************
059000* 2450-RECORD-POSTED-PAYMENT - THE PAYMENT IS ON THE DATABASE;
059100* PUT ITS REFERENCE ON THE LEDGER AND IN THE TABLE SO A REPEAT
059200* IN THIS FILE OR A RE-SENT FILE TOMORROW IS CAUGHT.
059300******************************************************************
059400 2450-RECORD-POSTED-PAYMENT.
059500     MOVE SPACES TO PAYLEDG-RECORD.
059600     MOVE RM-PAYMENT-REF TO PL-PAYMENT-REF.
059700     MOVE RM-CUSTOMER-ID TO PL-CUSTOMER-ID.
059800     MOVE WS-CURRENT-DATE TO PL-POST-DATE.
059900     WRITE PAYLEDG-RECORD.
060000     IF WS-LEDGER-COUNT < WS-MAX-LEDGER-TABLE
060100         ADD 1 TO WS-LEDGER-COUNT
060200         MOVE RM-PAYMENT-REF
060300             TO WS-LEDG-PAYMENT-REF (WS-LEDGER-COUNT)
060400     ELSE
060500         DISPLAY "WARNING: LEDGER TABLE FULL, IN-RUN DUPLICATE "
060600             "CHECK DEGRADED"
060700     END-IF.
060800 2450-EXIT.
060900     EXIT.
061000
061100******************************************************************
061200* 2600-PARK-PAYMENT - UNAPPLIED CASH GOES TO SUSPENSE WITH ITS
061300* REASON AND TODAY'S DATE, FOR CASH APPLICATIONS TO WORK.
061400******************************************************************
061500 2600-PARK-PAYMENT.
061600     MOVE SPACES TO PAYSUSP-RECORD.
061700     MOVE RM-CUSTOMER-ID TO PS-CUSTOMER-ID.
061800     MOVE RM-PAYMENT-REF TO PS-PAYMENT-REF.
061900     MOVE RM-PAYMENT-DATE TO PS-PAYMENT-DATE.
062000     MOVE RM-PAYMENT-AMOUNT TO PS-PAYMENT-AMOUNT.
062100     MOVE WS-CURRENT-DATE TO PS-PARK-DATE.
062200     MOVE WS-REJECT-REASON TO PS-REASON.
062300     WRITE PAYSUSP-RECORD.
062400     ADD 1 TO WS-PARKED-COUNT.
062500     ADD RM-PAYMENT-AMOUNT TO WS-PARKED-AMOUNT.
062600 2600-EXIT.
062700     EXIT.
062800
062900 2700-REJECT-PAYMENT.
063000     MOVE RM-CUSTOMER-ID TO PE-CUSTOMER-ID.
063100     MOVE RM-PAYMENT-REF TO PE-PAYMENT-REF.
063200     MOVE RM-PAYMENT-DATE TO PE-PAYMENT-DATE.
063300     MOVE RM-PAYMENT-AMOUNT-X TO PE-PAYMENT-AMOUNT.
063400     MOVE WS-REJECT-REASON TO PE-REASON.
063500     WRITE PAYERR-RECORD.
063600     ADD 1 TO WS-REJECT-COUNT.
063700 2700-EXIT.
063800     EXIT.
063900
064000******************************************************************
064100* 4000-CLEANUP-ROUTINE - PRINT SUMMARY COUNTS, DISCONNECT AND
064200* CLOSE ALL FILES.
064300******************************************************************
064400 4000-CLEANUP-ROUTINE.
064500     MOVE SPACES TO WS-SUMMARY-LINE.
064600     MOVE "PAYMENTS POSTED:       " TO WS-SUM-LABEL.
064700     MOVE WS-POSTED-COUNT TO WS-SUM-VALUE.
064800     WRITE PAYRPT-LINE FROM WS-SUMMARY-LINE.
064900
065000     MOVE "BALANCES PAID IN FULL: " TO WS-SUM-LABEL.
065100     MOVE WS-CLEARED-COUNT TO WS-SUM-VALUE.
065200     WRITE PAYRPT-LINE FROM WS-SUMMARY-LINE.
065300
065400     MOVE "PAYMENTS PARKED:       " TO WS-SUM-LABEL.
065500     MOVE WS-PARKED-COUNT TO WS-SUM-VALUE.
065600     WRITE PAYRPT-LINE FROM WS-SUMMARY-LINE.
065700
065800* THE RERUN REPORT - HOW MUCH OF THE INCOMING FILE WAS ALREADY
065900* ON THE LEDGER.
066000     MOVE "ALREADY POSTED SKIPPED:" TO WS-SUM-LABEL.
066100     MOVE WS-SKIPPED-COUNT TO WS-SUM-VALUE.
066200     WRITE PAYRPT-LINE FROM WS-SUMMARY-LINE.
066300
066400     MOVE "PAYMENTS REJECTED:     " TO WS-SUM-LABEL.
066500     MOVE WS-REJECT-COUNT TO WS-SUM-VALUE.
066600     WRITE PAYRPT-LINE FROM WS-SUMMARY-LINE.
066700
066800     MOVE SPACES TO WS-AMOUNT-LINE.
066900     MOVE "AMOUNT POSTED:         " TO WS-AMT-LABEL.
067000     MOVE WS-POSTED-AMOUNT TO WS-AMT-VALUE.
067100     WRITE PAYRPT-LINE FROM WS-AMOUNT-LINE.
067200
067300     MOVE "AMOUNT PARKED:         " TO WS-AMT-LABEL.
067400     MOVE WS-PARKED-AMOUNT TO WS-AMT-VALUE.
067500     WRITE PAYRPT-LINE FROM WS-AMOUNT-LINE.
067600
067700     EXEC SQL
067800         DISCONNECT
067900     END-EXEC.
068000
068100     CLOSE REMIT-FILE.
068200     CLOSE PAYERR-FILE.
068300     CLOSE PAYSUSP-FILE.
068400     CLOSE PAYLEDG-FILE.
068500     CLOSE PAYRPT-FILE.
068600
068700* STAMP THIS PROGRAM'S COMPLETION (AND FINAL RETURN-CODE) ON
068800* THE SHARED RUN-CONTROL FILE FOR OPERATIONS AND SEQUENCE
068900* CHECKS.
069000     MOVE "PAYPOST" TO RC-STAMP-PROGRAM.
069100     MOVE WS-CURRENT-DATE TO RC-STAMP-DATE.
069200     PERFORM STAMP-RUN-CONTROL THRU STAMP-RUN-CONTROL-EXIT.
069300
069400     DISPLAY "PAYMENT POSTING COMPLETE".
069500 4000-EXIT.
069600     EXIT.
069700
069800* INCLUDE THE SHARED RUN-CONTROL UTILITY PARAGRAPHS
069900     COPY CHKRUN.
