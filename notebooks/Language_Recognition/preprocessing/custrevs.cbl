000100******************************************************************
000200* CUSTREVS - CUSTMAINT RUN REVERSAL FROM CHANGE HISTORY
000300******************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. CUSTREVS.
000600 AUTHOR. R MERCER.
000700 INSTALLATION. DATA PROCESSING.
000800 DATE-WRITTEN. 2026-10-15.
000900 DATE-COMPILED.
001000******************************************************************
001100* MODIFICATION HISTORY
001200* ----------------------------------------------------------------
001300* DATE        INIT  DESCRIPTION
001400* 2026-10-15  RDM   ORIGINAL VERSION - UNDOES A BAD CUSTMAINT
001500*                   RUN. THE REVSPARM CARD NAMES THE RUN DATE,
001600*                   THE OPERATOR AND, OPTIONALLY, ONE
001700*                   TRANSACTION CODE. EVERY CHGHIST RECORD OF
001800*                   THAT RUN IS COLLECTED AND COMPENSATING
001900*                   CUSTTRAN TRANSACTIONS ARE WRITTEN TO
002000*                   REVSTRAN - A 'U' PUTTING EACH FIELD'S
002100*                   BEFORE IMAGE BACK, A 'P' FOR THE CONTACT
002200*                   PREFERENCES - SO THE REVERSAL GOES THROUGH
002300*                   CUSTMAINT'S OWN VALIDATION, AUTHORIZATION
002400*                   AND CHGHIST AUDIT LIKE ANY OTHER CHANGE. A
002500*                   FIELD CHANGED AGAIN BY A LATER TRANSACTION,
002600*                   OR WHOSE CURRENT VALUE IS NO LONGER WHAT
002700*                   THE RUN LEFT, IS NOT REVERTED: IT IS HELD
002800*                   ON THE REVSRPT CONFLICT REPORT FOR A
002900*                   PERSON TO DECIDE. ADDS AND MERGES ARE
003000*                   LISTED THERE TOO - THEY CANNOT BE UNDONE
003100*                   BY A 'U' - AND AN ERASURE IS NEVER
003200*                   REVERSED.
003220* 2026-10-15  RDM   A CUSTMAINT 'R' RESTORE NOW LEAVES A
003240*                   CUST-RESTORE RECORD ON CHGHIST; IT IS LISTED
003260*                   FOR REVIEW LIKE AN ADD, AND 'R' IS ACCEPTED
003280*                   ON THE REVSPARM CARD.
003284* 2026-10-15  RDM   A CUSTMAINT 'H' HOUSEHOLD LINK OR BREAK IS
003288*                   LISTED FOR REVIEW RATHER THAN REVERSED - THE
003292*                   OPPOSITE 'H' DEPENDS ON WHO ELSE IS IN THE
003296*                   HOUSEHOLD NOW. 'H' IS ACCEPTED ON THE CARD.
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. X86-64.
003700 OBJECT-COMPUTER. X86-64.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT CHGHIST-FILE ASSIGN TO "CHGHIST"
004100         ORGANIZATION IS SEQUENTIAL
004200         ACCESS MODE IS SEQUENTIAL
004300         FILE STATUS IS WS-CHGHIST-STATUS.
004400
004500     SELECT REVSTRAN-FILE ASSIGN TO "REVSTRAN"
004600         ORGANIZATION IS SEQUENTIAL
004700         ACCESS MODE IS SEQUENTIAL
004800         FILE STATUS IS WS-REVSTRAN-STATUS.
004900
005000     SELECT REVSRPT-FILE ASSIGN TO "REVSRPT"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-REVSRPT-STATUS.
005300
005400     SELECT PARMCARD-FILE ASSIGN TO "REVSPARM"
005500         ORGANIZATION IS SEQUENTIAL
005600         ACCESS MODE IS SEQUENTIAL
005700         FILE STATUS IS WS-PARMCARD-STATUS.
005800
005900     SELECT SECPARM-FILE ASSIGN TO "SECPARM"
006000         ORGANIZATION IS SEQUENTIAL
006100         ACCESS MODE IS SEQUENTIAL
006200         FILE STATUS IS WS-SECPARM-STATUS.
006300
006400     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
006500         ORGANIZATION IS SEQUENTIAL
006600         ACCESS MODE IS SEQUENTIAL
006700         FILE STATUS IS WS-RUNCTL-STATUS.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100* RETAINED FIELD-LEVEL CHANGE HISTORY AS CUSTMAINT AND CUSTDEAP
007200* WRITE IT - ONE RECORD PER FIELD A TRANSACTION CHANGED, WITH
007300* THE BEFORE AND AFTER IMAGE, IN THE ORDER THEY HAPPENED.
007400 FD  CHGHIST-FILE
007500     RECORDING MODE IS F.
007600 01  CHGHIST-RECORD.
007700     05  CH-RUN-DATE           PIC X(10).
007800     05  CH-TRANS-CODE         PIC X(01).
007900     05  CH-CUSTOMER-ID        PIC 9(06).
008000     05  CH-FIELD-NAME         PIC X(15).
008100     05  CH-BEFORE-VALUE       PIC X(50).
008200     05  CH-AFTER-VALUE        PIC X(50).
008300     05  CH-OPERATOR-ID        PIC X(08).
008400
008500* COMPENSATING TRANSACTIONS - CUSTTRAN LAYOUT, WITH THE 'P'
008600* ALTERNATE VIEW, FOR CUSTMAINT TO APPLY AS ITS CUSTTRAN.
008700 FD  REVSTRAN-FILE
008800     RECORDING MODE IS F.
008900 01  REVSTRAN-RECORD.
009000     05  CT-TRANS-CODE         PIC X(01).
009100     05  CT-CUSTOMER-ID        PIC 9(06).
009200     05  CT-CUSTOMER-NAME      PIC X(30).
009300     05  CT-STREET             PIC X(30).
009400     05  CT-CITY               PIC X(20).
009500     05  CT-STATE              PIC X(02).
009600     05  CT-ZIP-CODE           PIC 9(05).
009700     05  CT-CUSTOMER-PHONE     PIC X(15).
009800     05  CT-CUSTOMER-EMAIL     PIC X(50).
009900     05  CT-CUSTOMER-STATUS    PIC X(01).
010000     05  CT-CUSTOMER-JOIN-DATE PIC X(10).
010100     05  CT-CUSTOMER-LAST-ORDER PIC X(10).
010200     05  CT-MERGE-SURVIVOR-ID  PIC 9(06).
010300     05  CT-CYCLE-COUNT        PIC 9(02).
010400 01  REVSTRAN-PREF-RECORD.
010500     05  CP-TRANS-CODE         PIC X(01).
010600     05  CP-CUSTOMER-ID        PIC 9(06).
010700     05  CP-MAIL-PREF          PIC X(01).
010800     05  CP-EMAIL-PREF         PIC X(01).
010900     05  CP-PHONE-PREF         PIC X(01).
011000     05  CP-PREF-EFF-DATE      PIC X(10).
011100     05  FILLER                PIC X(168).
011200
011300 FD  REVSRPT-FILE.
011400 01  REVSRPT-LINE              PIC X(132).
011500
011600* RUN-TIME PARAMETER CARD - THE RUN TO REVERSE. DATE AND
011700* OPERATOR ARE REQUIRED; A BLANK TRANSACTION CODE TAKES EVERY
011800* CODE THE OPERATOR RAN THAT DAY.
011900 FD  PARMCARD-FILE
012000     RECORDING MODE IS F.
012100 01  PARMCARD-RECORD.
012200     05  PC-RUN-DATE           PIC X(10).
012300     05  PC-OPERATOR-ID        PIC X(08).
012400     05  PC-TRANS-CODE         PIC X(01).
012500     05  FILLER                PIC X(61).
012600
012700* SECURED PARAMETER FILE - DB2 CONNECT CREDENTIALS MAINTAINED BY
012800* THE VAULT/KEY-MANAGEMENT PROCESS, NEVER HARDCODED IN SOURCE.
012900 FD  SECPARM-FILE
013000     RECORDING MODE IS F.
013100 01  SECPARM-RECORD.
013200     05  SP-DB-USERNAME        PIC X(20).
013300     05  SP-DB-PASSWORD        PIC X(20).
013400
013500* SHARED NIGHTLY RUN-CONTROL FILE - ONE RECORD PER PROGRAM
013600* COMPLETION, STAMPED AT CLEANUP. SEE CHKRUN.cpy.
013700 FD  RUNCTL-FILE
013800     RECORDING MODE IS F.
013900 01  RUNCTL-RECORD.
014000     05  RU-RUN-DATE           PIC X(10).
014100     05  RU-PROGRAM-ID         PIC X(08).
014200     05  RU-TIMESTAMP          PIC X(21).
014300     05  RU-RETURN-CODE        PIC S9(04).
014400     05  FILLER                PIC X(37).
014500
014600 WORKING-STORAGE SECTION.
014700
014800* INCLUDE CUSTOMER RECORD LAYOUT - HOLDS THE CURRENT ROW EACH
014900* COMPENSATING 'U' STARTS FROM
015000     COPY CUSTOMER.
015100
015200* INCLUDE SHARED RUN-CONTROL WORKING STORAGE
015300     COPY RUNCTL.
015400
015500* INCLUDE SHARED DATABASE-CREDENTIAL WORKING STORAGE
015600     COPY DBCRED.
015700
015800* INCLUDE SHARED DATE-HANDLING WORKING STORAGE
015900     COPY DATECHK.
016000
016100 01  WS-VARIABLES.
016200     05  WS-CURRENT-DATE       PIC X(10) VALUE SPACES.
016300     05  WS-REVERSE-DATE       PIC X(10) VALUE SPACES.
016400     05  WS-REVERSE-OPERATOR   PIC X(08) VALUE SPACES.
016500     05  WS-REVERSE-CODE       PIC X(01) VALUE SPACES.
016600     05  WS-CUR-VALUE          PIC X(50) VALUE SPACES.
016700     05  WS-HELD-REASON        PIC X(40) VALUE SPACES.
016800     05  WS-ROW-SW             PIC X(01) VALUE 'N'.
016900         88  CURRENT-ROW-FOUND VALUE 'Y'.
017000     05  WS-RECORD-SW          PIC X(01) VALUE 'N'.
017100         88  RECORD-IN-RUN     VALUE 'Y'.
017200     05  WS-U-REVERT-COUNT     PIC 9(02) VALUE ZERO.
017300     05  WS-P-FLAG-COUNT       PIC 9(02) VALUE ZERO.
017400     05  WS-P-DATE-SW          PIC X(01) VALUE 'N'.
017500         88  P-DATE-REVERTED   VALUE 'Y'.
017600     05  WS-P-MAIL             PIC X(01) VALUE SPACE.
017700     05  WS-P-EMAIL            PIC X(01) VALUE SPACE.
017800     05  WS-P-PHONE            PIC X(01) VALUE SPACE.
017900     05  WS-P-EFF-DATE         PIC X(10) VALUE SPACES.
018000     05  WS-P-DATE-SUB         PIC 9(05) COMP VALUE ZERO.
018100
018200 01  WS-FILE-SWITCHES.
018300     05  WS-CHGHIST-STATUS     PIC X(02) VALUE SPACES.
018400         88  CHGHIST-OK        VALUE '00'.
018500     05  WS-REVSTRAN-STATUS    PIC X(02) VALUE SPACES.
018600         88  REVSTRAN-OK       VALUE '00'.
018700     05  WS-REVSRPT-STATUS     PIC X(02) VALUE SPACES.
018800     05  WS-PARMCARD-STATUS    PIC X(02) VALUE SPACES.
018900         88  PARMCARD-OK       VALUE '00'.
019000     05  WS-CHGHIST-SW         PIC X(01) VALUE 'N'.
019100         88  END-OF-CHGHIST    VALUE 'Y'.
019200     05  WS-REVSRPT-OPEN-SW    PIC X(01) VALUE 'N'.
019300         88  REVSRPT-WAS-OPENED VALUE 'Y'.
019400
019500 01  WS-REVERSAL-COUNTS.
019600     05  WS-RUN-RECORD-COUNT   PIC 9(07) VALUE ZERO.
019700     05  WS-REVERTED-COUNT     PIC 9(07) VALUE ZERO.
019800     05  WS-HELD-COUNT         PIC 9(07) VALUE ZERO.
019900     05  WS-ALREADY-COUNT      PIC 9(07) VALUE ZERO.
020000     05  WS-DERIVED-COUNT      PIC 9(07) VALUE ZERO.
020100     05  WS-U-WRITTEN          PIC 9(05) VALUE ZERO.
020200     05  WS-P-WRITTEN          PIC 9(05) VALUE ZERO.
020300
020400* THE CUSTOMERS THE RUN TOUCHED, IN THE ORDER IT FIRST TOUCHED
020500* THEM. EACH GETS AT MOST ONE 'U' AND ONE 'P'.
020600 01  WS-CUSTOMER-TABLE.
020700     05  WS-MAX-CUST-TABLE     PIC 9(05) VALUE 5000 COMP.
020800     05  WS-CUST-COUNT         PIC 9(05) VALUE ZERO.
020900     05  WS-CUST-SUB           PIC 9(05) COMP VALUE ZERO.
021000     05  WS-CUST-MATCH-SW      PIC X(01) VALUE 'N'.
021100         88  CUSTOMER-FOUND    VALUE 'Y'.
021200     05  WS-CUST-ENTRY OCCURS 5000 TIMES
021300             INDEXED BY WS-CUST-IDX.
021400         10  WS-CUST-ID        PIC 9(06).
021500
021600* ONE ENTRY PER CUSTOMER AND FIELD THE RUN CHANGED. A FIELD
021700* THE RUN CHANGED TWICE KEEPS THE FIRST BEFORE IMAGE AND THE
021800* LAST AFTER IMAGE. ANY LATER CHGHIST RECORD FOR THE SAME
021900* CUSTOMER AND FIELD FROM OUTSIDE THE RUN SETS THE CONFLICT
022000* FLAG AND SAYS WHO CHANGED IT AND WHEN. A RUN BIGGER THAN
022100* EITHER TABLE FAILS - A HALF-REVERSED RUN IS WORSE THAN NONE.
022200 01  WS-FIELD-TABLE.
022300     05  WS-MAX-FLD-TABLE      PIC 9(05) VALUE 20000 COMP.
022400     05  WS-FLD-COUNT          PIC 9(05) VALUE ZERO.
022500     05  WS-FLD-SUB            PIC 9(05) COMP VALUE ZERO.
022600     05  WS-FLD-MATCH-SW       PIC X(01) VALUE 'N'.
022700         88  FIELD-FOUND       VALUE 'Y'.
022800     05  WS-TABLE-OVERFLOW-SW  PIC X(01) VALUE 'N'.
022900         88  REVERSAL-TABLE-OVERFLOW VALUE 'Y'.
023000     05  WS-FLD-ENTRY OCCURS 20000 TIMES
023100             INDEXED BY WS-FLD-IDX.
023200         10  WS-FLD-CUSTOMER-ID PIC 9(06).
023300         10  WS-FLD-TRANS-CODE PIC X(01).
023400         10  WS-FLD-NAME       PIC X(15).
023500         10  WS-FLD-BEFORE     PIC X(50).
023600         10  WS-FLD-AFTER      PIC X(50).
023700         10  WS-FLD-CONFLICT-SW PIC X(01).
023800             88  FLD-CHANGED-LATER VALUE 'Y'.
023900         10  WS-FLD-LATER-DATE PIC X(10).
024000         10  WS-FLD-LATER-CODE PIC X(01).
024100         10  WS-FLD-LATER-OPER PIC X(08).
024200
024300 01  WS-REPORT-LINES.
024400     05  WS-HEADER-LINE.
024500         10  FILLER            PIC X(24) VALUE
024600             "CUSTMAINT RUN REVERSAL".
024700         10  FILLER            PIC X(12) VALUE "  RUN DATE: ".
024800         10  WS-HDR-DATE       PIC X(10) VALUE SPACES.
024900     05  WS-SUBJECT-LINE.
025000         10  FILLER            PIC X(11) VALUE "REVERSING: ".
025100         10  WS-SUB-DATE       PIC X(10).
025200         10  FILLER            PIC X(12) VALUE "  OPERATOR: ".
025300         10  WS-SUB-OPERATOR   PIC X(08).
025400         10  FILLER            PIC X(08) VALUE "  CODE: ".
025500         10  WS-SUB-CODE       PIC X(03).
025600     05  WS-SECTION-LINE.
025700         10  WS-SEC-TITLE      PIC X(60) VALUE SPACES.
025800     05  WS-HELD-LINE.
025900         10  FILLER            PIC X(03) VALUE SPACES.
026000         10  WS-HLD-ID         PIC 9(06).
026100         10  FILLER            PIC X(02) VALUE SPACES.
026200         10  WS-HLD-FIELD      PIC X(15).
026300         10  FILLER            PIC X(02) VALUE SPACES.
026400         10  WS-HLD-BEFORE     PIC X(25).
026500         10  FILLER            PIC X(02) VALUE SPACES.
026600         10  WS-HLD-AFTER      PIC X(25).
026700         10  FILLER            PIC X(02) VALUE SPACES.
026800         10  WS-HLD-REASON     PIC X(40).
026900     05  WS-SUMMARY-LINE.
027000         10  FILLER            PIC X(20) VALUE SPACES.
027100         10  WS-SUM-LABEL      PIC X(30).
027200         10  WS-SUM-VALUE      PIC Z,ZZZ,ZZ9.
027300
027400 PROCEDURE DIVISION.
027500 0000-MAINLINE.
027600     DISPLAY "CUSTMAINT RUN REVERSAL".
027700     PERFORM 1000-INITIALIZE-ROUTINE THRU 1000-EXIT.
027800     IF RETURN-CODE = ZERO
027900         PERFORM 2000-PROCESS-DATA THRU 2000-EXIT
028000     ELSE
028100         DISPLAY "INITIALIZATION FAILED, SKIPPING PROCESS-DATA"
028200     END-IF.
028300     PERFORM 4000-CLEANUP-ROUTINE THRU 4000-EXIT.
028400     STOP RUN.
028500
028600******************************************************************
028700* 1000-INITIALIZE-ROUTINE - READ THE RUN TO REVERSE OFF THE
028800* PARAMETER CARD, OPEN THE REPORT AND THE TRANSACTION FILE,
028900* COLLECT THE RUN FROM CHGHIST AND CONNECT.
029000******************************************************************
029100 1000-INITIALIZE-ROUTINE.
029200     PERFORM DERIVE-CURRENT-DATE
029300         THRU DERIVE-CURRENT-DATE-EXIT.
029400     MOVE DC-TODAY-DATE TO WS-CURRENT-DATE.
029500
029600     PERFORM 1050-READ-PARAMETER-CARD THRU 1050-EXIT.
029700     IF RETURN-CODE NOT = ZERO
029800         GO TO 1000-EXIT
029900     END-IF.
030000
030100     OPEN OUTPUT REVSRPT-FILE.
030200     SET REVSRPT-WAS-OPENED TO TRUE.
030300     MOVE WS-CURRENT-DATE TO WS-HDR-DATE.
030400     WRITE REVSRPT-LINE FROM WS-HEADER-LINE.
030500     MOVE WS-REVERSE-DATE TO WS-SUB-DATE.
030600     MOVE WS-REVERSE-OPERATOR TO WS-SUB-OPERATOR.
030700     IF WS-REVERSE-CODE = SPACE
030800         MOVE "ALL" TO WS-SUB-CODE
030900     ELSE
031000         MOVE WS-REVERSE-CODE TO WS-SUB-CODE
031100     END-IF.
031200     WRITE REVSRPT-LINE FROM WS-SUBJECT-LINE.
031300
031400     OPEN OUTPUT REVSTRAN-FILE.
031500     IF NOT REVSTRAN-OK
031600         DISPLAY "UNABLE TO OPEN REVSTRAN, STATUS: "
031700             WS-REVSTRAN-STATUS
031800         MOVE 16 TO RETURN-CODE
031900         GO TO 1000-EXIT
032000     END-IF.
032100
032200     PERFORM 1200-COLLECT-RUN THRU 1200-EXIT.
032300     IF RETURN-CODE NOT = ZERO
032400         GO TO 1000-EXIT
032500     END-IF.
032600
032700     PERFORM 1100-LOAD-DB-CREDENTIALS THRU 1100-EXIT.
032800
032900     EXEC SQL
033000         CONNECT TO :WS-DB-NAME
033100             USER :WS-DB-USERNAME USING :WS-DB-PASSWORD
033200     END-EXEC.
033300     IF SQLCODE NOT = 0
033400         DISPLAY "UNABLE TO CONNECT TO DATABASE, SQLCODE: "
033500             SQLCODE
033600         MOVE 16 TO RETURN-CODE
033700         GO TO 1000-EXIT
033800     END-IF.
033900 1000-EXIT.
034000     EXIT.
034100
034200******************************************************************
034300* 1050-READ-PARAMETER-CARD - THE RUN DATE AND OPERATOR ARE THE
034400* WHOLE QUESTION; A MISSING OR MALFORMED CARD REFUSES THE RUN
034500* RATHER THAN REVERSING SOMEBODY ELSE'S WORK. AN ERASURE IS
034600* NEVER REVERSIBLE, SO CODE 'E' IS REFUSED OUTRIGHT.
034700******************************************************************
034800 1050-READ-PARAMETER-CARD.
034900     OPEN INPUT PARMCARD-FILE.
035000     IF NOT PARMCARD-OK
035100         DISPLAY "NO REVSPARM CARD FOUND, RUN REFUSED"
035200         MOVE 12 TO RETURN-CODE
035300         GO TO 1050-EXIT
035400     END-IF.
035500
035600     READ PARMCARD-FILE
035700         AT END
035800             DISPLAY "REVSPARM CARD EMPTY, RUN REFUSED"
035900             CLOSE PARMCARD-FILE
036000             MOVE 12 TO RETURN-CODE
036100             GO TO 1050-EXIT
036200     END-READ.
036300
036400     MOVE PC-RUN-DATE TO DC-DATE-FIELD.
036500     PERFORM CHECK-DATE-FORMAT THRU CHECK-DATE-FORMAT-EXIT.
036600     IF DATE-FORMAT-BAD
036700         DISPLAY "REVSPARM DATE INVALID, " DC-DATE-REASON
036800             ", RUN REFUSED"
036900         CLOSE PARMCARD-FILE
037000         MOVE 12 TO RETURN-CODE
037100         GO TO 1050-EXIT
037200     END-IF.
037300     IF PC-OPERATOR-ID = SPACES
037400         DISPLAY "REVSPARM OPERATOR MISSING, RUN REFUSED"
037500         CLOSE PARMCARD-FILE
037600         MOVE 12 TO RETURN-CODE
037700         GO TO 1050-EXIT
037800     END-IF.
037900     IF PC-TRANS-CODE NOT = SPACE AND PC-TRANS-CODE NOT = 'U'
038000             AND PC-TRANS-CODE NOT = 'P'
038100             AND PC-TRANS-CODE NOT = 'D'
038200             AND PC-TRANS-CODE NOT = 'A'
038300             AND PC-TRANS-CODE NOT = 'M'
038350             AND PC-TRANS-CODE NOT = 'R'
038375             AND PC-TRANS-CODE NOT = 'H'
038400         DISPLAY "REVSPARM TRANSACTION CODE " PC-TRANS-CODE
038500             " CANNOT BE REVERSED, RUN REFUSED"
038600         CLOSE PARMCARD-FILE
038700         MOVE 12 TO RETURN-CODE
038800         GO TO 1050-EXIT
038900     END-IF.
039000
039100     MOVE PC-RUN-DATE TO WS-REVERSE-DATE.
039200     MOVE PC-OPERATOR-ID TO WS-REVERSE-OPERATOR.
039300     MOVE PC-TRANS-CODE TO WS-REVERSE-CODE.
039400     CLOSE PARMCARD-FILE.
039500 1050-EXIT.
039600     EXIT.
039700
039800* INCLUDE SHARED DB-CREDENTIAL LOAD PARAGRAPH
039900     COPY LOADCRED.
040000
040100******************************************************************
040200* 1200-COLLECT-RUN - ONE PASS OF CHGHIST IN FILE (CHRONOLOGICAL)
040300* ORDER. A RECORD OF THE RUN GOES INTO THE FIELD TABLE; ANY
040400* OTHER RECORD ON OR AFTER THE RUN DATE IS CHECKED AGAINST THE
040500* TABLE, AND IF IT TOUCHES A FIELD THE RUN ALREADY CHANGED,
040600* THAT FIELD IS IN CONFLICT. RECORDS DATED BEFORE THE RUN
040700* CANNOT BE LATER CHANGES AND ARE PASSED OVER.
040800******************************************************************
040900 1200-COLLECT-RUN.
041000     OPEN INPUT CHGHIST-FILE.
041100     IF NOT CHGHIST-OK
041200         DISPLAY "UNABLE TO OPEN CHGHIST, STATUS: "
041300             WS-CHGHIST-STATUS
041400         MOVE 16 TO RETURN-CODE
041500         GO TO 1200-EXIT
041600     END-IF.
041700     PERFORM 1250-READ-CHGHIST-RECORD THRU 1250-EXIT.
041800     PERFORM 1300-COLLECT-ONE-RECORD THRU 1300-EXIT
041900         UNTIL END-OF-CHGHIST
042000         OR REVERSAL-TABLE-OVERFLOW.
042100     CLOSE CHGHIST-FILE.
042200
042300     IF REVERSAL-TABLE-OVERFLOW
042400         DISPLAY "RUN CHANGED MORE THAN " WS-MAX-FLD-TABLE
042500             " FIELDS OR " WS-MAX-CUST-TABLE
042600             " CUSTOMERS, RUN ABORTED"
042700         MOVE 16 TO RETURN-CODE
042800     END-IF.
042900 1200-EXIT.
043000     EXIT.
043100
043200 1250-READ-CHGHIST-RECORD.
043300     READ CHGHIST-FILE
043400         AT END
043500             SET END-OF-CHGHIST TO TRUE
043600     END-READ.
043700 1250-EXIT.
043800     EXIT.
043900
044000 1300-COLLECT-ONE-RECORD.
044100     IF CH-RUN-DATE < WS-REVERSE-DATE
044200         GO TO 1300-NEXT
044300     END-IF.
044400
044500     MOVE 'N' TO WS-RECORD-SW.
044600     IF CH-RUN-DATE = WS-REVERSE-DATE
044700             AND CH-OPERATOR-ID = WS-REVERSE-OPERATOR
044800             AND CH-TRANS-CODE NOT = 'E'
044900             AND (WS-REVERSE-CODE = SPACE
045000             OR CH-TRANS-CODE = WS-REVERSE-CODE)
045100         SET RECORD-IN-RUN TO TRUE
045200     END-IF.
045300
045400     PERFORM 5000-FIND-FIELD THRU 5000-EXIT.
045500
045600     IF NOT RECORD-IN-RUN
045700         IF FIELD-FOUND
045800             AND NOT FLD-CHANGED-LATER (WS-FLD-SUB)
045900             SET FLD-CHANGED-LATER (WS-FLD-SUB) TO TRUE
046000             MOVE CH-RUN-DATE TO WS-FLD-LATER-DATE (WS-FLD-SUB)
046100             MOVE CH-TRANS-CODE
046200                 TO WS-FLD-LATER-CODE (WS-FLD-SUB)
046300             MOVE CH-OPERATOR-ID
046400                 TO WS-FLD-LATER-OPER (WS-FLD-SUB)
046500         END-IF
046600         GO TO 1300-NEXT
046700     END-IF.
046800
046900     ADD 1 TO WS-RUN-RECORD-COUNT.
047000     IF FIELD-FOUND
047100         MOVE CH-AFTER-VALUE TO WS-FLD-AFTER (WS-FLD-SUB)
047200         GO TO 1300-NEXT
047300     END-IF.
047400
047500     PERFORM 5100-FIND-CUSTOMER THRU 5100-EXIT.
047600     IF NOT CUSTOMER-FOUND
047700         IF WS-CUST-COUNT NOT < WS-MAX-CUST-TABLE
047800             SET REVERSAL-TABLE-OVERFLOW TO TRUE
047900             GO TO 1300-EXIT
048000         END-IF
048100         ADD 1 TO WS-CUST-COUNT
048200         MOVE CH-CUSTOMER-ID TO WS-CUST-ID (WS-CUST-COUNT)
048300     END-IF.
048400
048500     IF WS-FLD-COUNT NOT < WS-MAX-FLD-TABLE
048600         SET REVERSAL-TABLE-OVERFLOW TO TRUE
048700         GO TO 1300-EXIT
048800     END-IF.
048900     ADD 1 TO WS-FLD-COUNT.
049000     MOVE WS-FLD-COUNT TO WS-FLD-SUB.
049100     MOVE CH-CUSTOMER-ID TO WS-FLD-CUSTOMER-ID (WS-FLD-SUB).
049200     MOVE CH-TRANS-CODE TO WS-FLD-TRANS-CODE (WS-FLD-SUB).
049300     MOVE CH-FIELD-NAME TO WS-FLD-NAME (WS-FLD-SUB).
049400     MOVE CH-BEFORE-VALUE TO WS-FLD-BEFORE (WS-FLD-SUB).
049500     MOVE CH-AFTER-VALUE TO WS-FLD-AFTER (WS-FLD-SUB).
049600     MOVE 'N' TO WS-FLD-CONFLICT-SW (WS-FLD-SUB).
049700     MOVE SPACES TO WS-FLD-LATER-DATE (WS-FLD-SUB).
049800     MOVE SPACES TO WS-FLD-LATER-CODE (WS-FLD-SUB).
049900     MOVE SPACES TO WS-FLD-LATER-OPER (WS-FLD-SUB).
050000 1300-NEXT.
050100     PERFORM 1250-READ-CHGHIST-RECORD THRU 1250-EXIT.
050200 1300-EXIT.
050300     EXIT.
050400
050500******************************************************************
050600* 2000-PROCESS-DATA - ONE CUSTOMER AT A TIME: WORK OUT WHICH OF
050700* ITS FIELDS CAN GO BACK, AND WRITE THE 'U' AND/OR 'P' THAT
050800* PUTS THEM BACK.
050900******************************************************************
051000 2000-PROCESS-DATA.
051100     MOVE SPACES TO REVSRPT-LINE.
051200     WRITE REVSRPT-LINE.
051300     MOVE SPACES TO WS-SECTION-LINE.
051400     MOVE "FIELDS HELD FOR REVIEW - NOT REVERSED:"
051500         TO WS-SEC-TITLE.
051600     WRITE REVSRPT-LINE FROM WS-SECTION-LINE.
051700
051800     PERFORM 2100-REVERSE-ONE-CUSTOMER THRU 2100-EXIT
051900         VARYING WS-CUST-SUB FROM 1 BY 1
052000         UNTIL WS-CUST-SUB > WS-CUST-COUNT.
052100 2000-EXIT.
052200     EXIT.
052300
052400******************************************************************
052500* 2100-REVERSE-ONE-CUSTOMER - THE 'U' STARTS AS THE CUSTOMER'S
052600* CURRENT ROW, SO EVERY FIELD NOT BEING PUT BACK IS RE-SENT AS
052700* IT STANDS AND CUSTMAINT RECORDS NO CHANGE FOR IT. THE REGION
052800* IS NOT CARRIED - CUSTMAINT RE-DERIVES IT FROM THE STATE.
052900******************************************************************
053000 2100-REVERSE-ONE-CUSTOMER.
053100     PERFORM 2200-FETCH-CURRENT-ROW THRU 2200-EXIT.
053200     IF RETURN-CODE = 16
053300         GO TO 2100-EXIT
053400     END-IF.
053500
053600     MOVE SPACES TO REVSTRAN-RECORD.
053700     MOVE 'U' TO CT-TRANS-CODE.
053800     MOVE CUSTOMER-ID TO CT-CUSTOMER-ID.
053900     MOVE CUSTOMER-NAME TO CT-CUSTOMER-NAME.
054000     MOVE STREET TO CT-STREET.
054100     MOVE CITY TO CT-CITY.
054200     MOVE STATE TO CT-STATE.
054300     MOVE ZIP-CODE TO CT-ZIP-CODE.
054400     MOVE CUSTOMER-PHONE TO CT-CUSTOMER-PHONE.
054500     MOVE CUSTOMER-EMAIL TO CT-CUSTOMER-EMAIL.
054600     MOVE CUSTOMER-STATUS TO CT-CUSTOMER-STATUS.
054700     MOVE CUSTOMER-JOIN-DATE TO CT-CUSTOMER-JOIN-DATE.
054800     MOVE CUSTOMER-LAST-ORDER TO CT-CUSTOMER-LAST-ORDER.
054900     MOVE ZERO TO CT-MERGE-SURVIVOR-ID.
055000     MOVE ZERO TO CT-CYCLE-COUNT.
055100
055200     MOVE ZERO TO WS-U-REVERT-COUNT.
055300     MOVE ZERO TO WS-P-FLAG-COUNT.
055400     MOVE 'N' TO WS-P-DATE-SW.
055500     MOVE SPACE TO WS-P-MAIL.
055600     MOVE SPACE TO WS-P-EMAIL.
055700     MOVE SPACE TO WS-P-PHONE.
055800     MOVE SPACES TO WS-P-EFF-DATE.
055900
056000     PERFORM 2300-WEIGH-ONE-FIELD THRU 2300-EXIT
056100         VARYING WS-FLD-SUB FROM 1 BY 1
056200         UNTIL WS-FLD-SUB > WS-FLD-COUNT.
056300
056400     IF WS-U-REVERT-COUNT > ZERO
056500         WRITE REVSTRAN-RECORD
056600         ADD 1 TO WS-U-WRITTEN
056700     END-IF.
056800
056900     IF P-DATE-REVERTED AND WS-P-FLAG-COUNT = ZERO
057000         MOVE WS-P-DATE-SUB TO WS-FLD-SUB
057100         MOVE "EFFECTIVE DATE ALONE - NO 'P' WRITTEN"
057200             TO WS-HELD-REASON
057300         PERFORM 2900-WRITE-HELD-LINE THRU 2900-EXIT
057400         SUBTRACT 1 FROM WS-REVERTED-COUNT
057500     END-IF.
057600
057700     IF WS-P-FLAG-COUNT > ZERO
057800         MOVE SPACES TO REVSTRAN-PREF-RECORD
057900         MOVE 'P' TO CP-TRANS-CODE
058000         MOVE WS-CUST-ID (WS-CUST-SUB) TO CP-CUSTOMER-ID
058100         MOVE WS-P-MAIL TO CP-MAIL-PREF
058200         MOVE WS-P-EMAIL TO CP-EMAIL-PREF
058300         MOVE WS-P-PHONE TO CP-PHONE-PREF
058400         MOVE WS-P-EFF-DATE TO CP-PREF-EFF-DATE
058500         WRITE REVSTRAN-PREF-RECORD
058600         ADD 1 TO WS-P-WRITTEN
058700     END-IF.
058800 2100-EXIT.
058900     EXIT.
059000
059100******************************************************************
059200* 2200-FETCH-CURRENT-ROW - A CUSTOMER NO LONGER ON THE TABLE
059300* (MERGED OR ARCHIVED SINCE) HAS EVERY RECORD FIELD HELD; ITS
059400* PREFERENCES CAN STILL GO BACK.
059500******************************************************************
059600 2200-FETCH-CURRENT-ROW.
059700     INITIALIZE CUSTOMER-RECORD.
059800     MOVE 'N' TO WS-ROW-SW.
059900     MOVE WS-CUST-ID (WS-CUST-SUB) TO CUSTOMER-ID.
060000     EXEC SQL
060100         SELECT customer_name, street, city, state, zip_code,
060200                customer_phone, customer_email, customer_status,
060300                customer_join_date, customer_last_order,
060400                customer_region
060500         INTO :CUSTOMER-NAME, :STREET, :CITY, :STATE, :ZIP-CODE,
060600              :CUSTOMER-PHONE, :CUSTOMER-EMAIL, :CUSTOMER-STATUS,
060700              :CUSTOMER-JOIN-DATE, :CUSTOMER-LAST-ORDER,
060800              :CUSTOMER-REGION
060900         FROM customers
061000         WHERE customer_id = :CUSTOMER-ID
061100     END-EXEC.
061200     IF SQLCODE = 0
061300         SET CURRENT-ROW-FOUND TO TRUE
061400     ELSE
061500         IF SQLCODE NOT = 100
061600             DISPLAY "CUSTOMER FETCH FAILED FOR "
061700                 CUSTOMER-ID ", SQLCODE: " SQLCODE
061800             MOVE 16 TO RETURN-CODE
061900         END-IF
062000     END-IF.
062100 2200-EXIT.
062200     EXIT.
062300
062400******************************************************************
062500* 2300-WEIGH-ONE-FIELD - FOR ONE OF THIS CUSTOMER'S FIELDS:
062600* HOLD IT IF A LATER TRANSACTION CHANGED IT AGAIN OR IF ITS
062700* VALUE NOW IS NOT WHAT THE RUN LEFT; SKIP IT IF IT IS ALREADY
062800* BACK AT ITS BEFORE IMAGE; OTHERWISE PUT THE BEFORE IMAGE
062900* INTO THE COMPENSATING TRANSACTION.
063000******************************************************************
063100 2300-WEIGH-ONE-FIELD.
063200     IF WS-FLD-CUSTOMER-ID (WS-FLD-SUB)
063300             NOT = WS-CUST-ID (WS-CUST-SUB)
063400         GO TO 2300-EXIT
063500     END-IF.
063600
063700     IF WS-FLD-TRANS-CODE (WS-FLD-SUB) = 'M'
063800         MOVE "MERGE - REVERSE BY HAND" TO WS-HELD-REASON
063900         PERFORM 2900-WRITE-HELD-LINE THRU 2900-EXIT
064000         GO TO 2300-EXIT
064100     END-IF.
064200     IF WS-FLD-NAME (WS-FLD-SUB) = "CUSTOMER-ADD"
064300         MOVE "ADDED BY THIS RUN - REVIEW FOR 'D'"
064400             TO WS-HELD-REASON
064408         PERFORM 2900-WRITE-HELD-LINE THRU 2900-EXIT
064416         GO TO 2300-EXIT
064424     END-IF.
064432     IF WS-FLD-NAME (WS-FLD-SUB) = "CUST-RESTORE"
064440         MOVE "RESTORED BY THIS RUN - REVIEW FOR 'D'"
064448             TO WS-HELD-REASON
064456         PERFORM 2900-WRITE-HELD-LINE THRU 2900-EXIT
064464         GO TO 2300-EXIT
064472     END-IF.
064480     IF WS-FLD-NAME (WS-FLD-SUB) = "HOUSEHOLD"
064488         MOVE "HOUSEHOLD LINK - REVERSE BY HAND" TO WS-HELD-REASON
064500         PERFORM 2900-WRITE-HELD-LINE THRU 2900-EXIT
064600         GO TO 2300-EXIT
064700     END-IF.
064800     IF WS-FLD-NAME (WS-FLD-SUB) = "REGION"
064900         ADD 1 TO WS-DERIVED-COUNT
065000         GO TO 2300-EXIT
065100     END-IF.
065200
065300     IF FLD-CHANGED-LATER (WS-FLD-SUB)
065400         MOVE SPACES TO WS-HELD-REASON
065500         STRING "CHANGED AGAIN " DELIMITED BY SIZE
065600                WS-FLD-LATER-DATE (WS-FLD-SUB) DELIMITED BY SIZE
065700                " " DELIMITED BY SIZE
065800                WS-FLD-LATER-CODE (WS-FLD-SUB) DELIMITED BY SIZE
065900                " BY " DELIMITED BY SIZE
066000                WS-FLD-LATER-OPER (WS-FLD-SUB) DELIMITED BY SIZE
066100             INTO WS-HELD-REASON
066200         END-STRING
066300         PERFORM 2900-WRITE-HELD-LINE THRU 2900-EXIT
066400         GO TO 2300-EXIT
066500     END-IF.
066600
066700     EVALUATE WS-FLD-NAME (WS-FLD-SUB)
066800         WHEN "MAIL-PREF"
066900         WHEN "EMAIL-PREF"
067000         WHEN "PHONE-PREF"
067100         WHEN "PREF-EFF-DATE"
067200             PERFORM 2500-REVERT-PREFERENCE THRU 2500-EXIT
067300         WHEN OTHER
067400             PERFORM 2400-REVERT-RECORD-FIELD THRU 2400-EXIT
067500     END-EVALUATE.
067600 2300-EXIT.
067700     EXIT.
067800
067900******************************************************************
068000* 2400-REVERT-RECORD-FIELD - A CUSTOMER-RECORD FIELD. THE
068100* VALUE NOW MUST STILL BE THE RUN'S AFTER IMAGE - IF NOT,
068200* SOMETHING OUTSIDE THE HISTORY HAS CHANGED IT AND PUTTING THE
068300* BEFORE IMAGE BACK WOULD OVERWRITE THAT BLIND.
068400******************************************************************
068500 2400-REVERT-RECORD-FIELD.
068600     IF NOT CURRENT-ROW-FOUND
068700         MOVE "CUSTOMER NOT ON FILE - MERGED/ARCHIVED?"
068800             TO WS-HELD-REASON
068900         PERFORM 2900-WRITE-HELD-LINE THRU 2900-EXIT
069000         GO TO 2400-EXIT
069100     END-IF.
069200
069300     EVALUATE WS-FLD-NAME (WS-FLD-SUB)
069400         WHEN "NAME"
069500             MOVE CUSTOMER-NAME TO WS-CUR-VALUE
069600         WHEN "STREET"
069700             MOVE STREET TO WS-CUR-VALUE
069800         WHEN "CITY"
069900             MOVE CITY TO WS-CUR-VALUE
070000         WHEN "STATE"
070100             MOVE STATE TO WS-CUR-VALUE
070200         WHEN "ZIP-CODE"
070300             MOVE ZIP-CODE TO WS-CUR-VALUE
070400         WHEN "PHONE"
070500             MOVE CUSTOMER-PHONE TO WS-CUR-VALUE
070600         WHEN "EMAIL"
070700             MOVE CUSTOMER-EMAIL TO WS-CUR-VALUE
070800         WHEN "STATUS"
070900             MOVE CUSTOMER-STATUS TO WS-CUR-VALUE
071000         WHEN "JOIN-DATE"
071100             MOVE CUSTOMER-JOIN-DATE TO WS-CUR-VALUE
071200         WHEN "LAST-ORDER"
071300             MOVE CUSTOMER-LAST-ORDER TO WS-CUR-VALUE
071400         WHEN OTHER
071500             MOVE "FIELD NOT CARRIED ON A 'U'"
071600                 TO WS-HELD-REASON
071700             PERFORM 2900-WRITE-HELD-LINE THRU 2900-EXIT
071800             GO TO 2400-EXIT
071900     END-EVALUATE.
072000
072100     IF WS-CUR-VALUE = WS-FLD-BEFORE (WS-FLD-SUB)
072200         ADD 1 TO WS-ALREADY-COUNT
072300         GO TO 2400-EXIT
072400     END-IF.
072500     IF WS-CUR-VALUE NOT = WS-FLD-AFTER (WS-FLD-SUB)
072600         MOVE SPACES TO WS-HELD-REASON
072700         STRING "CHANGED OUTSIDE HISTORY, NOW: "
072800                    DELIMITED BY SIZE
072900                WS-CUR-VALUE DELIMITED BY SIZE
073000             INTO WS-HELD-REASON
073100         END-STRING
073200         PERFORM 2900-WRITE-HELD-LINE THRU 2900-EXIT
073300         GO TO 2400-EXIT
073400     END-IF.
073500
073600     EVALUATE WS-FLD-NAME (WS-FLD-SUB)
073700         WHEN "NAME"
073800             MOVE WS-FLD-BEFORE (WS-FLD-SUB) TO CT-CUSTOMER-NAME
073900         WHEN "STREET"
074000             MOVE WS-FLD-BEFORE (WS-FLD-SUB) TO CT-STREET
074100         WHEN "CITY"
074200             MOVE WS-FLD-BEFORE (WS-FLD-SUB) TO CT-CITY
074300         WHEN "STATE"
074400             MOVE WS-FLD-BEFORE (WS-FLD-SUB) (1:2) TO CT-STATE
074500         WHEN "ZIP-CODE"
074600             IF WS-FLD-BEFORE (WS-FLD-SUB) (1:5) IS NUMERIC
074700                 MOVE WS-FLD-BEFORE (WS-FLD-SUB) (1:5)
074800                     TO CT-ZIP-CODE
074900             ELSE
075000                 MOVE "BEFORE IMAGE NOT A ZIP CODE"
075100                     TO WS-HELD-REASON
075200                 PERFORM 2900-WRITE-HELD-LINE THRU 2900-EXIT
075300                 GO TO 2400-EXIT
075400             END-IF
075500         WHEN "PHONE"
075600             MOVE WS-FLD-BEFORE (WS-FLD-SUB)
075700                 TO CT-CUSTOMER-PHONE
075800         WHEN "EMAIL"
075900             MOVE WS-FLD-BEFORE (WS-FLD-SUB)
076000                 TO CT-CUSTOMER-EMAIL
076100         WHEN "STATUS"
076200             MOVE WS-FLD-BEFORE (WS-FLD-SUB) (1:1)
076300                 TO CT-CUSTOMER-STATUS
076400         WHEN "JOIN-DATE"
076500             MOVE WS-FLD-BEFORE (WS-FLD-SUB) (1:10)
076600                 TO CT-CUSTOMER-JOIN-DATE
076700         WHEN "LAST-ORDER"
076800             MOVE WS-FLD-BEFORE (WS-FLD-SUB) (1:10)
076900                 TO CT-CUSTOMER-LAST-ORDER
077000     END-EVALUATE.
077100     ADD 1 TO WS-U-REVERT-COUNT.
077200     ADD 1 TO WS-REVERTED-COUNT.
077300 2400-EXIT.
077400     EXIT.
077500
077600******************************************************************
077700* 2500-REVERT-PREFERENCE - A CONTACT-PREFERENCE FLAG GOES BACK
077800* ON A 'P', WHICH LEAVES A BLANK CHANNEL ALONE. THE LATER-
077900* CHANGE CHECK IN 2300 IS THE CONFLICT TEST - CONTPREF IS A
078000* FILE, NOT A ROW TO RE-READ. AN EFFECTIVE DATE ONLY RIDES
078100* WITH A FLAG; A BLANK BEFORE IMAGE LEAVES IT TO DEFAULT.
078200******************************************************************
078300 2500-REVERT-PREFERENCE.
078400     EVALUATE WS-FLD-NAME (WS-FLD-SUB)
078500         WHEN "MAIL-PREF"
078600             MOVE WS-FLD-BEFORE (WS-FLD-SUB) (1:1) TO WS-P-MAIL
078700             ADD 1 TO WS-P-FLAG-COUNT
078800         WHEN "EMAIL-PREF"
078900             MOVE WS-FLD-BEFORE (WS-FLD-SUB) (1:1) TO WS-P-EMAIL
079000             ADD 1 TO WS-P-FLAG-COUNT
079100         WHEN "PHONE-PREF"
079200             MOVE WS-FLD-BEFORE (WS-FLD-SUB) (1:1) TO WS-P-PHONE
079300             ADD 1 TO WS-P-FLAG-COUNT
079400         WHEN "PREF-EFF-DATE"
079500             MOVE WS-FLD-BEFORE (WS-FLD-SUB) (1:10)
079600                 TO WS-P-EFF-DATE
079700             SET P-DATE-REVERTED TO TRUE
079800             MOVE WS-FLD-SUB TO WS-P-DATE-SUB
079900     END-EVALUATE.
080000     ADD 1 TO WS-REVERTED-COUNT.
080100 2500-EXIT.
080200     EXIT.
080300
080400 2900-WRITE-HELD-LINE.
080500     MOVE SPACES TO WS-HELD-LINE.
080600     MOVE WS-FLD-CUSTOMER-ID (WS-FLD-SUB) TO WS-HLD-ID.
080700     MOVE WS-FLD-NAME (WS-FLD-SUB) TO WS-HLD-FIELD.
080800     MOVE WS-FLD-BEFORE (WS-FLD-SUB) TO WS-HLD-BEFORE.
080900     MOVE WS-FLD-AFTER (WS-FLD-SUB) TO WS-HLD-AFTER.
081000     MOVE WS-HELD-REASON TO WS-HLD-REASON.
081100     WRITE REVSRPT-LINE FROM WS-HELD-LINE.
081200     ADD 1 TO WS-HELD-COUNT.
081300 2900-EXIT.
081400     EXIT.
081500
081600******************************************************************
081700* 4000-CLEANUP-ROUTINE - TOTALS, DISCONNECT, CLOSE AND STAMP.
081800* ANY FIELD HELD FOR REVIEW ENDS THE RUN RC 4 SO IT IS NOT
081900* MISTAKEN FOR A CLEAN REVERSAL.
082000******************************************************************
082100 4000-CLEANUP-ROUTINE.
082200     IF RETURN-CODE = ZERO AND WS-HELD-COUNT > ZERO
082300         MOVE 4 TO RETURN-CODE
082400     END-IF.
082500
082600     IF REVSRPT-WAS-OPENED
082700         MOVE SPACES TO REVSRPT-LINE
082800         WRITE REVSRPT-LINE
082900         MOVE SPACES TO WS-SUMMARY-LINE
083000         MOVE "CHGHIST RECORDS IN RUN:" TO WS-SUM-LABEL
083100         MOVE WS-RUN-RECORD-COUNT TO WS-SUM-VALUE
083200         WRITE REVSRPT-LINE FROM WS-SUMMARY-LINE
083300         MOVE "CUSTOMERS TOUCHED:" TO WS-SUM-LABEL
083400         MOVE WS-CUST-COUNT TO WS-SUM-VALUE
083500         WRITE REVSRPT-LINE FROM WS-SUMMARY-LINE
083600         MOVE "FIELDS REVERSED:" TO WS-SUM-LABEL
083700         MOVE WS-REVERTED-COUNT TO WS-SUM-VALUE
083800         WRITE REVSRPT-LINE FROM WS-SUMMARY-LINE
083900         MOVE "FIELDS HELD FOR REVIEW:" TO WS-SUM-LABEL
084000         MOVE WS-HELD-COUNT TO WS-SUM-VALUE
084100         WRITE REVSRPT-LINE FROM WS-SUMMARY-LINE
084200         MOVE "FIELDS ALREADY BACK:" TO WS-SUM-LABEL
084300         MOVE WS-ALREADY-COUNT TO WS-SUM-VALUE
084400         WRITE REVSRPT-LINE FROM WS-SUMMARY-LINE
084500         MOVE "REGION CHANGES (RE-DERIVED):" TO WS-SUM-LABEL
084600         MOVE WS-DERIVED-COUNT TO WS-SUM-VALUE
084700         WRITE REVSRPT-LINE FROM WS-SUMMARY-LINE
084800         MOVE "'U' TRANSACTIONS WRITTEN:" TO WS-SUM-LABEL
084900         MOVE WS-U-WRITTEN TO WS-SUM-VALUE
085000         WRITE REVSRPT-LINE FROM WS-SUMMARY-LINE
085100         MOVE "'P' TRANSACTIONS WRITTEN:" TO WS-SUM-LABEL
085200         MOVE WS-P-WRITTEN TO WS-SUM-VALUE
085300         WRITE REVSRPT-LINE FROM WS-SUMMARY-LINE
085400         CLOSE REVSRPT-FILE
085500         CLOSE REVSTRAN-FILE
085600     END-IF.
085700
085800     EXEC SQL
085900         DISCONNECT
086000     END-EXEC.
086100
086200     MOVE "CUSTREVS" TO RC-STAMP-PROGRAM.
086300     MOVE WS-CURRENT-DATE TO RC-STAMP-DATE.
086400     PERFORM STAMP-RUN-CONTROL THRU STAMP-RUN-CONTROL-EXIT.
086500
086600     DISPLAY "FIELDS REVERSED: " WS-REVERTED-COUNT
086700         "  HELD FOR REVIEW: " WS-HELD-COUNT.
086800     DISPLAY "CUSTMAINT RUN REVERSAL COMPLETE".
086900 4000-EXIT.
087000     EXIT.
087100
087200* FIND THE FIELD-TABLE ENTRY FOR THE CURRENT CHGHIST RECORD'S
087300* CUSTOMER AND FIELD. WS-FLD-SUB POINTS AT IT WHEN FOUND.
087400 5000-FIND-FIELD.
087500     MOVE 'N' TO WS-FLD-MATCH-SW.
087600     IF WS-FLD-COUNT = ZERO
087700         GO TO 5000-EXIT
087800     END-IF.
087900     SET WS-FLD-IDX TO 1.
088000     SEARCH WS-FLD-ENTRY
088100         AT END
088200             CONTINUE
088300         WHEN WS-FLD-IDX > WS-FLD-COUNT
088400             CONTINUE
088500         WHEN WS-FLD-CUSTOMER-ID (WS-FLD-IDX) = CH-CUSTOMER-ID
088600                 AND WS-FLD-NAME (WS-FLD-IDX) = CH-FIELD-NAME
088700             SET FIELD-FOUND TO TRUE
088800             SET WS-FLD-SUB TO WS-FLD-IDX
088900     END-SEARCH.
089000 5000-EXIT.
089100     EXIT.
089200
089300 5100-FIND-CUSTOMER.
089400     MOVE 'N' TO WS-CUST-MATCH-SW.
089500     IF WS-CUST-COUNT = ZERO
089600         GO TO 5100-EXIT
089700     END-IF.
089800     SET WS-CUST-IDX TO 1.
089900     SEARCH WS-CUST-ENTRY
090000         AT END
090100             CONTINUE
090200         WHEN WS-CUST-IDX > WS-CUST-COUNT
090300             CONTINUE
090400         WHEN WS-CUST-ID (WS-CUST-IDX) = CH-CUSTOMER-ID
090500             SET CUSTOMER-FOUND TO TRUE
090600     END-SEARCH.
090700 5100-EXIT.
090800     EXIT.
090900
091000* INCLUDE THE SHARED RUN-CONTROL UTILITY PARAGRAPHS
091100     COPY CHKRUN.
091200
091300* INCLUDE THE SHARED CHECK-DATE-FORMAT UTILITY PARAGRAPHS
091400     COPY CHKDATE.
