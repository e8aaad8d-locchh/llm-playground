000100******************************************************************
000200* CASEMNT - CUSTOMER SERVICE CASE AND CONTACT-NOTES MAINTENANCE
000300******************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. CASEMNT.
000600 AUTHOR. R MERCER.
000700 INSTALLATION. DATA PROCESSING.
000800 DATE-WRITTEN. 2026-10-15.
000900 DATE-COMPILED.
001000******************************************************************
001100* MODIFICATION HISTORY
001200* ----------------------------------------------------------------
001300* DATE        INIT  DESCRIPTION
001400* 2026-10-15  RDM   ORIGINAL VERSION - KEEPS THE CASENOTE LOG OF
001500*                   CUSTOMER SERVICE CASES KEYED ON CUSTOMER-ID.
001600*                   THREE ACTIONS: 'O' OPENS A CASE WITH A
001700*                   CATEGORY FROM CASECAT, A PRIORITY (1 HIGH,
001800*                   2 NORMAL, 3 LOW) AND A SUMMARY; 'N' APPENDS
001900*                   A NOTE TO AN OPEN CASE; 'C' CLOSES IT WITH
002000*                   A RESOLUTION. EVERY ACTION IS ONE
002100*                   TIMESTAMPED EVENT APPENDED TO CASENOTE -
002200*                   NOTHING ON THE LOG IS EVER REWRITTEN - AND
002300*                   THE OPERATOR MUST HOLD INQUIRY AUTHORITY ON
002400*                   AUTHREF, THE SAME AUTHORITY CUSTINQ ASKS OF
002500*                   THE REPS WHO TAKE THE CALLS. A CASETRAN FILE
002600*                   PRESENT AT STARTUP IS WORKED AS A BATCH,
002700*                   OTHERWISE THE OPERATOR KEYS ACTIONS AT THE
002800*                   CONSOLE (THE CUSTINQ INQREQ PRECEDENT).
002900*                   CASE IDS ARE ALLOCATED FROM THE HIGHEST ON
003000*                   THE LOG, SO ONE SESSION HOLDS CASENOTE AT A
003100*                   TIME. CASERPT JOURNALS EVERY ACTION, ACCEPTED
003200*                   OR REJECTED. CASEAGE REPORTS THE CASES LEFT
003300*                   OPEN PAST THEIR TARGET DAYS.
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER. X86-64.
003800 OBJECT-COMPUTER. X86-64.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT CASETRAN-FILE ASSIGN TO "CASETRAN"
004200         ORGANIZATION IS SEQUENTIAL
004300         ACCESS MODE IS SEQUENTIAL
004400         FILE STATUS IS WS-CASETRAN-STATUS.
004500
004600     SELECT CASENOTE-FILE ASSIGN TO "CASENOTE"
004700         ORGANIZATION IS SEQUENTIAL
004800         ACCESS MODE IS SEQUENTIAL
004900         FILE STATUS IS WS-CASENOTE-STATUS.
005000
005100     SELECT CASECAT-FILE ASSIGN TO "CASECAT"
005200         ORGANIZATION IS SEQUENTIAL
005300         ACCESS MODE IS SEQUENTIAL
005400         FILE STATUS IS WS-CASECAT-STATUS.
005500
005600     SELECT CASERPT-FILE ASSIGN TO "CASERPT"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-CASERPT-STATUS.
005900
006000     SELECT AUTHREF-FILE ASSIGN TO "AUTHREF"
006100         ORGANIZATION IS SEQUENTIAL
006200         ACCESS MODE IS SEQUENTIAL
006300         FILE STATUS IS WS-AUTHREF-STATUS.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700* CASE ACTIONS FOR AN UNATTENDED RUN - ONE RECORD PER ACTION.
006800* 'O' USES CUSTOMER-ID, CATEGORY, PRIORITY AND TEXT (THE
006900* SUMMARY); 'N' AND 'C' USE CASE-ID AND TEXT (THE NOTE OR THE
007000* RESOLUTION).
007100 FD  CASETRAN-FILE
007200     RECORDING MODE IS F.
007300 01  CASETRAN-RECORD.
007400     05  CX-TRANS-CODE         PIC X(01).
007500     05  CX-CASE-ID            PIC 9(07).
007600     05  CX-CUSTOMER-ID        PIC 9(06).
007700     05  CX-OPERATOR-ID        PIC X(08).
007800     05  CX-CATEGORY           PIC X(04).
007900     05  CX-PRIORITY           PIC X(01).
008000     05  CX-TEXT               PIC X(60).
008100     05  FILLER                PIC X(13).
008200
008300* CASE AND NOTES LOG - ONE EVENT PER OPEN, NOTE OR CLOSE, IN
008400* THE ORDER THEY HAPPENED. EVERY EVENT CARRIES THE CASE'S
008500* CUSTOMER, CATEGORY, PRIORITY AND TARGET DAYS SO A READER
008600* NEEDS NO OTHER FILE.
008700 FD  CASENOTE-FILE
008800     RECORDING MODE IS F.
008900 01  CASENOTE-RECORD.
009000     05  NT-CASE-ID            PIC 9(07).
009100     05  NT-CUSTOMER-ID        PIC 9(06).
009200     05  NT-EVENT-CODE         PIC X(01).
009300         88  NT-CASE-OPENED    VALUE 'O'.
009400         88  NT-CASE-NOTE      VALUE 'N'.
009500         88  NT-CASE-CLOSED    VALUE 'C'.
009600     05  NT-TIMESTAMP          PIC X(21).
009700     05  NT-EVENT-DATE         PIC X(10).
009800     05  NT-OPERATOR-ID        PIC X(08).
009900     05  NT-CATEGORY           PIC X(04).
010000     05  NT-PRIORITY           PIC X(01).
010100     05  NT-TARGET-DAYS        PIC 9(03).
010200     05  NT-TEXT               PIC X(60).
010300     05  FILLER                PIC X(09).
010400
010500* CASE CATEGORY REFERENCE - ONE RECORD PER CATEGORY WITH THE
010600* DAYS A CASE MAY STAY OPEN AT EACH PRIORITY (HIGH, NORMAL,
010700* LOW).
010800 FD  CASECAT-FILE
010900     RECORDING MODE IS F.
011000 01  CASECAT-RECORD.
011100     05  CC-CATEGORY           PIC X(04).
011200     05  CC-DESCRIPTION        PIC X(30).
011300     05  CC-TARGET-DAYS        PIC 9(03) OCCURS 3 TIMES.
011400     05  FILLER                PIC X(07).
011500
011600 FD  CASERPT-FILE.
011700 01  CASERPT-LINE              PIC X(132).
011800
011900* OPERATOR AUTHORIZATION REFERENCE - ONE RECORD PER OPERATOR
012000* WITH Y/N FLAGS FOR THE FUNCTIONS THEY MAY USE. SEE
012100* CHKAUTH.cpy (FAILS CLOSED WHEN MISSING).
012200 FD  AUTHREF-FILE
012300     RECORDING MODE IS F.
012400 01  AUTHREF-RECORD.
012500     05  AU-OPERATOR-ID        PIC X(08).
012600     05  AU-ALLOW-ADD          PIC X(01).
012700     05  AU-ALLOW-UPDATE       PIC X(01).
012800     05  AU-ALLOW-DEACT        PIC X(01).
012900     05  AU-ALLOW-INQUIRE      PIC X(01).
013000     05  FILLER                PIC X(08).
013100
013200 WORKING-STORAGE SECTION.
013300
013400* INCLUDE SHARED OPERATOR-AUTHORIZATION WORKING STORAGE
013500     COPY AUTHCHK.
013600
013700* INCLUDE SHARED DATE-VALIDATION WORKING STORAGE
013800     COPY DATECHK.
013900
014000 01  WS-VARIABLES.
014100     05  WS-CURRENT-DATE       PIC X(10) VALUE SPACES.
014200     05  WS-OPERATOR-ID        PIC X(08) VALUE SPACES.
014300     05  WS-LAST-CASE-ID       PIC 9(07) VALUE ZERO.
014400     05  WS-REJECT-REASON      PIC X(30) VALUE SPACES.
014500     05  WS-PRIORITY-SUB       PIC 9(01) VALUE ZERO.
014600     05  WS-MODE-SW            PIC X(01) VALUE 'C'.
014700         88  BATCH-MODE        VALUE 'B'.
014800     05  WS-SESSION-SW         PIC X(01) VALUE 'N'.
014900         88  END-OF-SESSION    VALUE 'Y'.
015000
015100* THE ACTION BEING WORKED, IN CASETRAN LAYOUT WHETHER IT WAS
015200* READ FROM THE FILE OR KEYED AT THE CONSOLE.
015300 01  WS-CASE-TRANS.
015400     05  WS-CX-TRANS-CODE      PIC X(01).
015500         88  CX-OPEN-CASE      VALUE 'O'.
015600         88  CX-ADD-NOTE       VALUE 'N'.
015700         88  CX-CLOSE-CASE     VALUE 'C'.
015800         88  CX-QUIT           VALUE 'Q'.
015900     05  WS-CX-CASE-ID         PIC 9(07).
016000     05  WS-CX-CUSTOMER-ID     PIC 9(06).
016100     05  WS-CX-OPERATOR-ID     PIC X(08).
016200     05  WS-CX-CATEGORY        PIC X(04).
016300     05  WS-CX-PRIORITY        PIC X(01).
016400         88  CX-PRIORITY-VALID VALUE '1' '2' '3'.
016500     05  WS-CX-TEXT            PIC X(60).
016600     05  FILLER                PIC X(13).
016700
016800 01  WS-FILE-SWITCHES.
016900     05  WS-CASETRAN-STATUS    PIC X(02) VALUE SPACES.
017000         88  CASETRAN-OK       VALUE '00'.
017100     05  WS-CASENOTE-STATUS    PIC X(02) VALUE SPACES.
017200         88  CASENOTE-OK       VALUE '00'.
017300     05  WS-CASECAT-STATUS     PIC X(02) VALUE SPACES.
017400         88  CASECAT-OK        VALUE '00'.
017500     05  WS-CASERPT-STATUS     PIC X(02) VALUE SPACES.
017600     05  WS-CASETRAN-SW        PIC X(01) VALUE 'N'.
017700         88  END-OF-CASETRAN   VALUE 'Y'.
017800     05  WS-CASENOTE-SW        PIC X(01) VALUE 'N'.
017900         88  END-OF-CASENOTE   VALUE 'Y'.
018000     05  WS-CASECAT-SW         PIC X(01) VALUE 'N'.
018100         88  END-OF-CASECAT    VALUE 'Y'.
018200     05  WS-CASENOTE-OPEN-SW   PIC X(01) VALUE 'N'.
018300         88  CASENOTE-WAS-OPENED VALUE 'Y'.
018400
018500 01  WS-CASE-COUNTS.
018600     05  WS-EVENTS-READ        PIC 9(07) VALUE ZERO.
018700     05  WS-TRANS-COUNT        PIC 9(05) VALUE ZERO.
018800     05  WS-OPENED-COUNT       PIC 9(05) VALUE ZERO.
018900     05  WS-NOTED-COUNT        PIC 9(05) VALUE ZERO.
019000     05  WS-CLOSED-COUNT       PIC 9(05) VALUE ZERO.
019100     05  WS-REJECTED-COUNT     PIC 9(05) VALUE ZERO.
019200
019300* CASE CATEGORIES FROM CASECAT. A REFERENCE BIGGER THAN THE
019400* TABLE FAILS THE RUN RATHER THAN TURNING AWAY CASES IN A
019500* CATEGORY THAT IS ON FILE.
019600 01  WS-CATEGORY-TABLE.
019700     05  WS-MAX-CAT-TABLE      PIC 9(04) VALUE 0200 COMP.
019800     05  WS-CAT-TABLE-COUNT    PIC 9(04) VALUE ZERO.
019900     05  WS-CAT-OVERFLOW-SW    PIC X(01) VALUE 'N'.
020000         88  CAT-TABLE-OVERFLOW VALUE 'Y'.
020100     05  WS-CAT-MATCH-SW       PIC X(01) VALUE 'N'.
020200         88  CATEGORY-FOUND    VALUE 'Y'.
020300     05  WS-CAT-TABLE-ENTRY OCCURS 200 TIMES
020400             INDEXED BY WS-CAT-IDX.
020500         10  WS-CAT-CODE       PIC X(04).
020600         10  WS-CAT-DESC       PIC X(30).
020700         10  WS-CAT-TARGET     PIC 9(03) OCCURS 3 TIMES.
020800
020900* CASES STILL OPEN ON THE LOG, BUILT AT STARTUP AND KEPT AS
021000* ACTIONS ARE APPLIED. A CLOSE MOVES THE LAST ENTRY INTO THE
021100* GAP. MORE OPEN CASES THAN THE TABLE HOLDS FAILS THE RUN - A
021200* CASE MISSING FROM IT COULD NEVER BE NOTED OR CLOSED.
021300 01  WS-OPEN-CASE-TABLE.
021400     05  WS-MAX-CASE-TABLE     PIC 9(04) VALUE 5000 COMP.
021500     05  WS-CASE-TABLE-COUNT   PIC 9(04) VALUE ZERO.
021600     05  WS-CASE-OVERFLOW-SW   PIC X(01) VALUE 'N'.
021700         88  CASE-TABLE-OVERFLOW VALUE 'Y'.
021800     05  WS-CASE-MATCH-SW      PIC X(01) VALUE 'N'.
021900         88  CASE-FOUND        VALUE 'Y'.
022000     05  WS-CASE-TABLE-ENTRY OCCURS 5000 TIMES
022100             INDEXED BY WS-CASE-IDX.
022200         10  WS-CASE-ID        PIC 9(07).
022300         10  WS-CASE-CUSTOMER  PIC 9(06).
022400         10  WS-CASE-CATEGORY  PIC X(04).
022500         10  WS-CASE-PRIORITY  PIC X(01).
022600         10  WS-CASE-TARGET    PIC 9(03).
022700
022800 01  WS-REPORT-LINES.
022900     05  WS-HEADER-LINE.
023000         10  FILLER            PIC X(31) VALUE
023100             "CASE AND NOTES JOURNAL".
023200         10  FILLER            PIC X(12) VALUE "  RUN DATE: ".
023300         10  WS-HDR-DATE       PIC X(10) VALUE SPACES.
023400     05  WS-COLUMN-LINE.
023500         10  FILLER            PIC X(03) VALUE SPACES.
023600         10  FILLER            PIC X(08) VALUE "ACTION".
023700         10  FILLER            PIC X(09) VALUE "CASE".
023800         10  FILLER            PIC X(08) VALUE "CUST".
023900         10  FILLER            PIC X(10) VALUE "OPERATOR".
024000         10  FILLER            PIC X(07) VALUE "CAT P".
024100         10  FILLER            PIC X(32) VALUE "RESULT".
024200         10  FILLER            PIC X(04) VALUE "TEXT".
024300     05  WS-DETAIL-LINE.
024400         10  FILLER            PIC X(03) VALUE SPACES.
024500         10  WS-DTL-ACTION     PIC X(06).
024600         10  FILLER            PIC X(02) VALUE SPACES.
024700         10  WS-DTL-CASE-ID    PIC 9(07).
024800         10  FILLER            PIC X(02) VALUE SPACES.
024900         10  WS-DTL-CUSTOMER   PIC 9(06).
025000         10  FILLER            PIC X(02) VALUE SPACES.
025100         10  WS-DTL-OPERATOR   PIC X(08).
025200         10  FILLER            PIC X(02) VALUE SPACES.
025300         10  WS-DTL-CATEGORY   PIC X(04).
025400         10  FILLER            PIC X(01) VALUE SPACES.
025500         10  WS-DTL-PRIORITY   PIC X(01).
025600         10  FILLER            PIC X(02) VALUE SPACES.
025700         10  WS-DTL-RESULT     PIC X(30).
025800         10  FILLER            PIC X(02) VALUE SPACES.
025900         10  WS-DTL-TEXT       PIC X(60).
026000     05  WS-SUMMARY-LINE.
026100         10  FILLER            PIC X(20) VALUE SPACES.
026200         10  WS-SUM-LABEL      PIC X(23).
026300         10  WS-SUM-VALUE      PIC ZZZ,ZZ9.
026400
026500 PROCEDURE DIVISION.
026600 0000-MAINLINE.
026700     DISPLAY "CUSTOMER SERVICE CASE MAINTENANCE".
026800     PERFORM 1000-INITIALIZE-ROUTINE THRU 1000-EXIT.
026900     IF RETURN-CODE = ZERO
027000         PERFORM 2000-PROCESS-DATA THRU 2000-EXIT
027100     ELSE
027200         DISPLAY "INITIALIZATION FAILED, SKIPPING PROCESS-DATA"
027300     END-IF.
027400     PERFORM 4000-CLEANUP-ROUTINE THRU 4000-EXIT.
027500     STOP RUN.
027600
027700******************************************************************
027800* 1000-INITIALIZE-ROUTINE - LOAD AUTHORIZATION AND THE CATEGORY
027900* REFERENCE, REBUILD THE OPEN CASES FROM THE LOG, THEN OPEN THE
028000* LOG FOR APPEND. NO CASENOTE YET JUST MEANS NO CASES YET.
028100******************************************************************
028200 1000-INITIALIZE-ROUTINE.
028300     PERFORM DERIVE-CURRENT-DATE
028400         THRU DERIVE-CURRENT-DATE-EXIT.
028500     MOVE DC-TODAY-DATE TO WS-CURRENT-DATE.
028600
028700     OPEN OUTPUT CASERPT-FILE.
028800     MOVE WS-CURRENT-DATE TO WS-HDR-DATE.
028900     WRITE CASERPT-LINE FROM WS-HEADER-LINE.
029000     WRITE CASERPT-LINE FROM WS-COLUMN-LINE.
029100
029200     PERFORM LOAD-AUTH-TABLE THRU LOAD-AUTH-TABLE-EXIT.
029300
029400     PERFORM 1200-LOAD-CATEGORY-TABLE THRU 1200-EXIT.
029500     IF RETURN-CODE NOT = ZERO
029600         GO TO 1000-EXIT
029700     END-IF.
029800
029900     PERFORM 1400-LOAD-OPEN-CASES THRU 1400-EXIT.
030000     IF RETURN-CODE NOT = ZERO
030100         GO TO 1000-EXIT
030200     END-IF.
030300
030400     OPEN EXTEND CASENOTE-FILE.
030500     IF WS-CASENOTE-STATUS = '05' OR WS-CASENOTE-STATUS = '35'
030600         OPEN OUTPUT CASENOTE-FILE
030700     END-IF.
030800     IF NOT CASENOTE-OK
030900         DISPLAY "UNABLE TO OPEN CASENOTE, STATUS: "
031000             WS-CASENOTE-STATUS
031100         MOVE 16 TO RETURN-CODE
031200         GO TO 1000-EXIT
031300     END-IF.
031400     SET CASENOTE-WAS-OPENED TO TRUE.
031500
031600* A TRANSACTION FILE PRESENT AT STARTUP SELECTS BATCH MODE -
031700* EACH RECORD NAMES ITS OWN OPERATOR. AT THE CONSOLE THE
031800* OPERATOR IS ASKED ONCE AND CHECKED BEFORE ANYTHING IS KEYED.
031900     OPEN INPUT CASETRAN-FILE.
032000     IF CASETRAN-OK
032100         SET BATCH-MODE TO TRUE
032200         DISPLAY "CASE TRANSACTION FILE FOUND, RUNNING IN BATCH"
032300         GO TO 1000-EXIT
032400     END-IF.
032500
032600     DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING.
032700     ACCEPT WS-OPERATOR-ID FROM CONSOLE.
032800     MOVE WS-OPERATOR-ID TO AC-OPERATOR-ID.
032900     MOVE 'I' TO AC-FUNCTION-CODE.
033000     PERFORM CHECK-OPERATOR-AUTH
033100         THRU CHECK-OPERATOR-AUTH-EXIT.
033200     IF WS-OPERATOR-ID = SPACES OR NOT OPERATOR-AUTHORIZED
033300         DISPLAY "OPERATOR " WS-OPERATOR-ID
033400             " NOT AUTHORIZED FOR CASE WORK, SESSION REFUSED"
033500         MOVE 12 TO RETURN-CODE
033600     END-IF.
033700 1000-EXIT.
033800     EXIT.
033900
034000******************************************************************
034100* 1200-LOAD-CATEGORY-TABLE - PULL CASECAT INTO MEMORY. WITHOUT
034200* IT NO CASE CAN BE OPENED OR GIVEN A TARGET, SO A MISSING
034300* REFERENCE FAILS THE RUN.
034400******************************************************************
034500 1200-LOAD-CATEGORY-TABLE.
034600     MOVE ZERO TO WS-CAT-TABLE-COUNT.
034700     OPEN INPUT CASECAT-FILE.
034800     IF NOT CASECAT-OK
034900         DISPLAY "UNABLE TO OPEN CASECAT, STATUS: "
035000             WS-CASECAT-STATUS
035100         MOVE 16 TO RETURN-CODE
035200         GO TO 1200-EXIT
035300     END-IF.
035400     PERFORM 1250-READ-CASECAT-RECORD THRU 1250-EXIT.
035500     PERFORM 1300-ADD-CATEGORY-ENTRY THRU 1300-EXIT
035600         UNTIL END-OF-CASECAT.
035700     CLOSE CASECAT-FILE.
035800
035900     IF CAT-TABLE-OVERFLOW
036000         DISPLAY "MORE THAN " WS-MAX-CAT-TABLE
036100             " CASE CATEGORIES ON FILE, RUN ABORTED"
036200         MOVE 16 TO RETURN-CODE
036300     END-IF.
036400 1200-EXIT.
036500     EXIT.
036600
036700 1250-READ-CASECAT-RECORD.
036800     READ CASECAT-FILE
036900         AT END
037000             SET END-OF-CASECAT TO TRUE
037100     END-READ.
037200 1250-EXIT.
037300     EXIT.
037400
037500 1300-ADD-CATEGORY-ENTRY.
037600     IF WS-CAT-TABLE-COUNT < WS-MAX-CAT-TABLE
037700         ADD 1 TO WS-CAT-TABLE-COUNT
037800         MOVE CC-CATEGORY
037900             TO WS-CAT-CODE (WS-CAT-TABLE-COUNT)
038000         MOVE CC-DESCRIPTION
038100             TO WS-CAT-DESC (WS-CAT-TABLE-COUNT)
038200         MOVE CC-TARGET-DAYS (1)
038300             TO WS-CAT-TARGET (WS-CAT-TABLE-COUNT, 1)
038400         MOVE CC-TARGET-DAYS (2)
038500             TO WS-CAT-TARGET (WS-CAT-TABLE-COUNT, 2)
038600         MOVE CC-TARGET-DAYS (3)
038700             TO WS-CAT-TARGET (WS-CAT-TABLE-COUNT, 3)
038800     ELSE
038900         SET CAT-TABLE-OVERFLOW TO TRUE
039000     END-IF.
039100     PERFORM 1250-READ-CASECAT-RECORD THRU 1250-EXIT.
039200 1300-EXIT.
039300     EXIT.
039400
039500******************************************************************
039600* 1400-LOAD-OPEN-CASES - READ THE LOG FRONT TO BACK: AN OPEN
039700* EVENT ADDS THE CASE, A CLOSE REMOVES IT. THE HIGHEST CASE ID
039800* SEEN IS WHERE THE NEXT NEW CASE STARTS.
039900******************************************************************
040000 1400-LOAD-OPEN-CASES.
040100     MOVE ZERO TO WS-CASE-TABLE-COUNT.
040200     MOVE ZERO TO WS-LAST-CASE-ID.
040300     OPEN INPUT CASENOTE-FILE.
040400     IF NOT CASENOTE-OK
040500         DISPLAY "NO CASE LOG FOUND, STARTING A NEW ONE"
040600         GO TO 1400-EXIT
040700     END-IF.
040800     PERFORM 1450-READ-CASENOTE-RECORD THRU 1450-EXIT.
040900     PERFORM 1500-APPLY-LOGGED-EVENT THRU 1500-EXIT
041000         UNTIL END-OF-CASENOTE.
041100     CLOSE CASENOTE-FILE.
041200
041300     IF CASE-TABLE-OVERFLOW
041400         DISPLAY "MORE THAN " WS-MAX-CASE-TABLE
041500             " OPEN CASES ON THE LOG, RUN ABORTED"
041600         MOVE 16 TO RETURN-CODE
041700     END-IF.
041800 1400-EXIT.
041900     EXIT.
042000
042100 1450-READ-CASENOTE-RECORD.
042200     READ CASENOTE-FILE
042300         AT END
042400             SET END-OF-CASENOTE TO TRUE
042500         NOT AT END
042600             ADD 1 TO WS-EVENTS-READ
042700     END-READ.
042800 1450-EXIT.
042900     EXIT.
043000
043100 1500-APPLY-LOGGED-EVENT.
043200     IF NT-CASE-ID > WS-LAST-CASE-ID
043300         MOVE NT-CASE-ID TO WS-LAST-CASE-ID
043400     END-IF.
043500     EVALUATE TRUE
043600         WHEN NT-CASE-OPENED
043700             PERFORM 1550-ADD-OPEN-CASE THRU 1550-EXIT
043800         WHEN NT-CASE-CLOSED
043900             MOVE NT-CASE-ID TO WS-CX-CASE-ID
044000             PERFORM 3050-FIND-OPEN-CASE THRU 3050-EXIT
044100             IF CASE-FOUND
044200                 PERFORM 3550-REMOVE-OPEN-CASE THRU 3550-EXIT
044300             END-IF
044400         WHEN OTHER
044500             CONTINUE
044600     END-EVALUATE.
044700     PERFORM 1450-READ-CASENOTE-RECORD THRU 1450-EXIT.
044800 1500-EXIT.
044900     EXIT.
045000
045100 1550-ADD-OPEN-CASE.
045200     IF WS-CASE-TABLE-COUNT < WS-MAX-CASE-TABLE
045300         ADD 1 TO WS-CASE-TABLE-COUNT
045400         MOVE NT-CASE-ID
045500             TO WS-CASE-ID (WS-CASE-TABLE-COUNT)
045600         MOVE NT-CUSTOMER-ID
045700             TO WS-CASE-CUSTOMER (WS-CASE-TABLE-COUNT)
045800         MOVE NT-CATEGORY
045900             TO WS-CASE-CATEGORY (WS-CASE-TABLE-COUNT)
046000         MOVE NT-PRIORITY
046100             TO WS-CASE-PRIORITY (WS-CASE-TABLE-COUNT)
046200         MOVE NT-TARGET-DAYS
046300             TO WS-CASE-TARGET (WS-CASE-TABLE-COUNT)
046400     ELSE
046500         SET CASE-TABLE-OVERFLOW TO TRUE
046600     END-IF.
046700 1550-EXIT.
046800     EXIT.
046900
047000******************************************************************
047100* 2000-PROCESS-DATA - WORK THE TRANSACTION FILE IN BATCH MODE,
047200* OR TAKE ACTIONS FROM THE CONSOLE UNTIL THE OPERATOR QUITS.
047300******************************************************************
047400 2000-PROCESS-DATA.
047500     IF BATCH-MODE
047600         PERFORM 2500-READ-CASETRAN-RECORD THRU 2500-EXIT
047700         PERFORM 2600-PROCESS-ONE-RECORD THRU 2600-EXIT
047800             UNTIL END-OF-CASETRAN
047900         GO TO 2000-EXIT
048000     END-IF.
048100     PERFORM 2100-ACCEPT-ACTION THRU 2100-EXIT.
048200     PERFORM 2200-PROCESS-ONE-ACTION THRU 2200-EXIT
048300         UNTIL END-OF-SESSION.
048400 2000-EXIT.
048500     EXIT.
048600
048700 2100-ACCEPT-ACTION.
048800     MOVE SPACES TO WS-CASE-TRANS.
048900     MOVE ZERO TO WS-CX-CASE-ID WS-CX-CUSTOMER-ID.
049000     DISPLAY "ENTER ACTION (O OPEN, N NOTE, C CLOSE, Q QUIT): "
049100         WITH NO ADVANCING.
049200     ACCEPT WS-CX-TRANS-CODE FROM CONSOLE.
049300     IF CX-QUIT
049400         SET END-OF-SESSION TO TRUE
049500     END-IF.
049600 2100-EXIT.
049700     EXIT.
049800
049900******************************************************************
050000* 2200-PROCESS-ONE-ACTION - PROMPT FOR WHAT THE ACTION NEEDS,
050100* APPLY IT AND TELL THE OPERATOR HOW IT WENT. AN UNKNOWN ACTION
050200* IS PASSED THROUGH SO IT IS REJECTED AND JOURNALED LIKE ANY
050300* OTHER.
050400******************************************************************
050500 2200-PROCESS-ONE-ACTION.
050600     MOVE WS-OPERATOR-ID TO WS-CX-OPERATOR-ID.
050700     EVALUATE TRUE
050800         WHEN CX-OPEN-CASE
050900             DISPLAY "ENTER CUSTOMER ID: " WITH NO ADVANCING
051000             ACCEPT WS-CX-CUSTOMER-ID FROM CONSOLE
051100             DISPLAY "ENTER CATEGORY: " WITH NO ADVANCING
051200             ACCEPT WS-CX-CATEGORY FROM CONSOLE
051300             DISPLAY "ENTER PRIORITY (1 HIGH, 2 NORMAL, 3 LOW): "
051400                 WITH NO ADVANCING
051500             ACCEPT WS-CX-PRIORITY FROM CONSOLE
051600             DISPLAY "ENTER SUMMARY: " WITH NO ADVANCING
051700             ACCEPT WS-CX-TEXT FROM CONSOLE
051800         WHEN CX-ADD-NOTE
051900             DISPLAY "ENTER CASE ID: " WITH NO ADVANCING
052000             ACCEPT WS-CX-CASE-ID FROM CONSOLE
052100             DISPLAY "ENTER NOTE: " WITH NO ADVANCING
052200             ACCEPT WS-CX-TEXT FROM CONSOLE
052300         WHEN CX-CLOSE-CASE
052400             DISPLAY "ENTER CASE ID: " WITH NO ADVANCING
052500             ACCEPT WS-CX-CASE-ID FROM CONSOLE
052600             DISPLAY "ENTER RESOLUTION: " WITH NO ADVANCING
052700             ACCEPT WS-CX-TEXT FROM CONSOLE
052800         WHEN OTHER
052900             CONTINUE
053000     END-EVALUATE.
053100     PERFORM 3000-APPLY-ACTION THRU 3000-EXIT.
053200     IF WS-REJECT-REASON = SPACES
053300         DISPLAY WS-DTL-ACTION " CASE " WS-DTL-CASE-ID
053400             " - " WS-DTL-RESULT
053500     ELSE
053600         DISPLAY "REJECTED - " WS-REJECT-REASON
053700     END-IF.
053800     PERFORM 2100-ACCEPT-ACTION THRU 2100-EXIT.
053900 2200-EXIT.
054000     EXIT.
054100
054200 2500-READ-CASETRAN-RECORD.
054300     READ CASETRAN-FILE
054400         AT END
054500             SET END-OF-CASETRAN TO TRUE
054600     END-READ.
054700 2500-EXIT.
054800     EXIT.
054900
055000 2600-PROCESS-ONE-RECORD.
055100     MOVE CASETRAN-RECORD TO WS-CASE-TRANS.
055200     PERFORM 3000-APPLY-ACTION THRU 3000-EXIT.
055300     PERFORM 2500-READ-CASETRAN-RECORD THRU 2500-EXIT.
055400 2600-EXIT.
055500     EXIT.
055600
055700******************************************************************
055800* 3000-APPLY-ACTION - VALIDATE ONE ACTION, CHECK ITS OPERATOR,
055900* AND APPEND THE EVENT TO THE LOG. EVERY ACTION IS JOURNALED.
056000******************************************************************
056100 3000-APPLY-ACTION.
056200     ADD 1 TO WS-TRANS-COUNT.
056300     MOVE SPACES TO WS-REJECT-REASON.
056400     MOVE SPACES TO WS-DETAIL-LINE.
056500     MOVE WS-CX-CASE-ID TO WS-DTL-CASE-ID.
056600     MOVE WS-CX-CUSTOMER-ID TO WS-DTL-CUSTOMER.
056700     MOVE WS-CX-CATEGORY TO WS-DTL-CATEGORY.
056800     MOVE WS-CX-PRIORITY TO WS-DTL-PRIORITY.
056900
057000     EVALUATE TRUE
057100         WHEN CX-OPEN-CASE
057200             MOVE "OPEN" TO WS-DTL-ACTION
057300             PERFORM 3100-VALIDATE-OPEN THRU 3100-EXIT
057400         WHEN CX-ADD-NOTE
057500             MOVE "NOTE" TO WS-DTL-ACTION
057600             PERFORM 3200-VALIDATE-CASE-ACTION THRU 3200-EXIT
057700         WHEN CX-CLOSE-CASE
057800             MOVE "CLOSE" TO WS-DTL-ACTION
057900             PERFORM 3200-VALIDATE-CASE-ACTION THRU 3200-EXIT
058000         WHEN OTHER
058100             MOVE WS-CX-TRANS-CODE TO WS-DTL-ACTION
058200             MOVE "ACTION MUST BE O, N OR C"
058300                 TO WS-REJECT-REASON
058400     END-EVALUATE.
058500
058600     IF WS-REJECT-REASON = SPACES
058700         MOVE WS-CX-OPERATOR-ID TO AC-OPERATOR-ID
058800         MOVE 'I' TO AC-FUNCTION-CODE
058900         PERFORM CHECK-OPERATOR-AUTH
059000             THRU CHECK-OPERATOR-AUTH-EXIT
059100         IF WS-CX-OPERATOR-ID = SPACES
059200                 OR NOT OPERATOR-AUTHORIZED
059300             MOVE "OPERATOR NOT AUTHORIZED"
059400                 TO WS-REJECT-REASON
059500         END-IF
059600     END-IF.
059700
059800     IF WS-REJECT-REASON NOT = SPACES
059900         ADD 1 TO WS-REJECTED-COUNT
060000         MOVE WS-REJECT-REASON TO WS-DTL-RESULT
060100         PERFORM 3900-WRITE-JOURNAL-LINE THRU 3900-EXIT
060200         GO TO 3000-EXIT
060300     END-IF.
060400
060500     EVALUATE TRUE
060600         WHEN CX-OPEN-CASE
060700             PERFORM 3300-OPEN-CASE THRU 3300-EXIT
060800         WHEN CX-ADD-NOTE
060900             PERFORM 3400-ADD-NOTE THRU 3400-EXIT
061000         WHEN CX-CLOSE-CASE
061100             PERFORM 3500-CLOSE-CASE THRU 3500-EXIT
061200     END-EVALUATE.
061300     PERFORM 3900-WRITE-JOURNAL-LINE THRU 3900-EXIT.
061400 3000-EXIT.
061500     EXIT.
061600
061700 3050-FIND-OPEN-CASE.
061800     MOVE 'N' TO WS-CASE-MATCH-SW.
061900     SET WS-CASE-IDX TO 1.
062000     SEARCH WS-CASE-TABLE-ENTRY
062100         AT END
062200             CONTINUE
062300         WHEN WS-CASE-IDX > WS-CASE-TABLE-COUNT
062400             CONTINUE
062500         WHEN WS-CASE-ID (WS-CASE-IDX) = WS-CX-CASE-ID
062600             SET CASE-FOUND TO TRUE
062700     END-SEARCH.
062800 3050-EXIT.
062900     EXIT.
063000
063100******************************************************************
063200* 3100-VALIDATE-OPEN - A NEW CASE NEEDS A CUSTOMER, A CATEGORY
063300* ON CASECAT, A PRIORITY OF 1, 2 OR 3 AND A SUMMARY.
063400******************************************************************
063500 3100-VALIDATE-OPEN.
063600     IF WS-CX-CUSTOMER-ID NOT NUMERIC
063700             OR WS-CX-CUSTOMER-ID = ZERO
063800         MOVE "CUSTOMER ID MISSING" TO WS-REJECT-REASON
063900         GO TO 3100-EXIT
064000     END-IF.
064100     MOVE 'N' TO WS-CAT-MATCH-SW.
064200     SET WS-CAT-IDX TO 1.
064300     SEARCH WS-CAT-TABLE-ENTRY
064400         AT END
064500             CONTINUE
064600         WHEN WS-CAT-IDX > WS-CAT-TABLE-COUNT
064700             CONTINUE
064800         WHEN WS-CAT-CODE (WS-CAT-IDX) = WS-CX-CATEGORY
064900             SET CATEGORY-FOUND TO TRUE
065000     END-SEARCH.
065100     IF NOT CATEGORY-FOUND
065200         MOVE "CATEGORY NOT ON CASECAT" TO WS-REJECT-REASON
065300         GO TO 3100-EXIT
065400     END-IF.
065500     IF NOT CX-PRIORITY-VALID
065600         MOVE "PRIORITY MUST BE 1, 2 OR 3" TO WS-REJECT-REASON
065700         GO TO 3100-EXIT
065800     END-IF.
065900     IF WS-CX-TEXT = SPACES
066000         MOVE "SUMMARY MISSING" TO WS-REJECT-REASON
066100     END-IF.
066200 3100-EXIT.
066300     EXIT.
066400
066500******************************************************************
066600* 3200-VALIDATE-CASE-ACTION - A NOTE OR A CLOSE NEEDS A CASE
066700* THAT IS STILL OPEN AND SOME TEXT. THE CASE'S OWN CUSTOMER,
066800* CATEGORY AND PRIORITY ARE CARRIED ONTO THE EVENT.
066900******************************************************************
067000 3200-VALIDATE-CASE-ACTION.
067100     IF WS-CX-CASE-ID NOT NUMERIC
067200         MOVE "CASE ID NOT NUMERIC" TO WS-REJECT-REASON
067300         GO TO 3200-EXIT
067400     END-IF.
067500     PERFORM 3050-FIND-OPEN-CASE THRU 3050-EXIT.
067600     IF NOT CASE-FOUND
067700         MOVE "CASE NOT OPEN" TO WS-REJECT-REASON
067800         GO TO 3200-EXIT
067900     END-IF.
068000     MOVE WS-CASE-CUSTOMER (WS-CASE-IDX) TO WS-DTL-CUSTOMER.
068100     MOVE WS-CASE-CATEGORY (WS-CASE-IDX) TO WS-DTL-CATEGORY.
068200     MOVE WS-CASE-PRIORITY (WS-CASE-IDX) TO WS-DTL-PRIORITY.
068300     IF WS-CX-TEXT = SPACES
068400         IF CX-CLOSE-CASE
068500             MOVE "RESOLUTION MISSING" TO WS-REJECT-REASON
068600         ELSE
068700             MOVE "NOTE TEXT MISSING" TO WS-REJECT-REASON
068800         END-IF
068900     END-IF.
069000 3200-EXIT.
069100     EXIT.
069200
069300******************************************************************
069400* 3300-OPEN-CASE - TAKE THE NEXT CASE ID, STAMP THE TARGET DAYS
069500* FOR THE CATEGORY AND PRIORITY, AND LOG THE OPEN EVENT.
069600******************************************************************
069700 3300-OPEN-CASE.
069800     IF WS-CASE-TABLE-COUNT NOT < WS-MAX-CASE-TABLE
069900         ADD 1 TO WS-REJECTED-COUNT
070000         MOVE "OPEN-CASE TABLE FULL" TO WS-REJECT-REASON
070100         MOVE WS-REJECT-REASON TO WS-DTL-RESULT
070200         GO TO 3300-EXIT
070300     END-IF.
070400     ADD 1 TO WS-LAST-CASE-ID.
070500     MOVE WS-CX-PRIORITY TO WS-PRIORITY-SUB.
070600     MOVE SPACES TO CASENOTE-RECORD.
070700     MOVE WS-LAST-CASE-ID TO NT-CASE-ID.
070800     MOVE WS-CX-CUSTOMER-ID TO NT-CUSTOMER-ID.
070900     MOVE 'O' TO NT-EVENT-CODE.
071000     MOVE WS-CX-CATEGORY TO NT-CATEGORY.
071100     MOVE WS-CX-PRIORITY TO NT-PRIORITY.
071200     MOVE WS-CAT-TARGET (WS-CAT-IDX, WS-PRIORITY-SUB)
071300         TO NT-TARGET-DAYS.
071400     PERFORM 3700-WRITE-CASE-EVENT THRU 3700-EXIT.
071500     PERFORM 1550-ADD-OPEN-CASE THRU 1550-EXIT.
071600     ADD 1 TO WS-OPENED-COUNT.
071700     MOVE NT-CASE-ID TO WS-DTL-CASE-ID.
071800     MOVE "CASE OPENED" TO WS-DTL-RESULT.
071900 3300-EXIT.
072000     EXIT.
072100
072200 3400-ADD-NOTE.
072300     PERFORM 3600-BUILD-CASE-EVENT THRU 3600-EXIT.
072400     MOVE 'N' TO NT-EVENT-CODE.
072500     PERFORM 3700-WRITE-CASE-EVENT THRU 3700-EXIT.
072600     ADD 1 TO WS-NOTED-COUNT.
072700     MOVE "NOTE ADDED" TO WS-DTL-RESULT.
072800 3400-EXIT.
072900     EXIT.
073000
073100 3500-CLOSE-CASE.
073200     PERFORM 3600-BUILD-CASE-EVENT THRU 3600-EXIT.
073300     MOVE 'C' TO NT-EVENT-CODE.
073400     PERFORM 3700-WRITE-CASE-EVENT THRU 3700-EXIT.
073500     PERFORM 3550-REMOVE-OPEN-CASE THRU 3550-EXIT.
073600     ADD 1 TO WS-CLOSED-COUNT.
073700     MOVE "CASE CLOSED" TO WS-DTL-RESULT.
073800 3500-EXIT.
073900     EXIT.
074000
074100* THE LAST ENTRY FILLS THE GAP - TABLE ORDER DOES NOT MATTER.
074200 3550-REMOVE-OPEN-CASE.
074300     IF WS-CASE-IDX < WS-CASE-TABLE-COUNT
074400         MOVE WS-CASE-TABLE-ENTRY (WS-CASE-TABLE-COUNT)
074500             TO WS-CASE-TABLE-ENTRY (WS-CASE-IDX)
074600     END-IF.
074700     SUBTRACT 1 FROM WS-CASE-TABLE-COUNT.
074800 3550-EXIT.
074900     EXIT.
075000
075100 3600-BUILD-CASE-EVENT.
075200     MOVE SPACES TO CASENOTE-RECORD.
075300     MOVE WS-CASE-ID (WS-CASE-IDX) TO NT-CASE-ID.
075400     MOVE WS-CASE-CUSTOMER (WS-CASE-IDX) TO NT-CUSTOMER-ID.
075500     MOVE WS-CASE-CATEGORY (WS-CASE-IDX) TO NT-CATEGORY.
075600     MOVE WS-CASE-PRIORITY (WS-CASE-IDX) TO NT-PRIORITY.
075700     MOVE WS-CASE-TARGET (WS-CASE-IDX) TO NT-TARGET-DAYS.
075800 3600-EXIT.
075900     EXIT.
076000
076100* THE EVENT DATE COMES FROM THE SAME CLOCK READING AS THE
076200* TIMESTAMP, SO A CONSOLE SESSION RUNNING PAST MIDNIGHT DATES
076300* ITS NOTES CORRECTLY.
076400 3700-WRITE-CASE-EVENT.
076500     MOVE FUNCTION CURRENT-DATE TO NT-TIMESTAMP.
076600     MOVE NT-TIMESTAMP(1:4) TO NT-EVENT-DATE(1:4).
076700     MOVE "-" TO NT-EVENT-DATE(5:1).
076800     MOVE NT-TIMESTAMP(5:2) TO NT-EVENT-DATE(6:2).
076900     MOVE "-" TO NT-EVENT-DATE(8:1).
077000     MOVE NT-TIMESTAMP(7:2) TO NT-EVENT-DATE(9:2).
077100     MOVE WS-CX-OPERATOR-ID TO NT-OPERATOR-ID.
077200     MOVE WS-CX-TEXT TO NT-TEXT.
077300     WRITE CASENOTE-RECORD.
077400     IF NOT CASENOTE-OK
077500         DISPLAY "CASENOTE WRITE FAILED, STATUS: "
077600             WS-CASENOTE-STATUS
077700         MOVE 16 TO RETURN-CODE
077800     END-IF.
077900 3700-EXIT.
078000     EXIT.
078100
078200 3900-WRITE-JOURNAL-LINE.
078300     MOVE WS-CX-OPERATOR-ID TO WS-DTL-OPERATOR.
078400     MOVE WS-CX-TEXT TO WS-DTL-TEXT.
078500     WRITE CASERPT-LINE FROM WS-DETAIL-LINE.
078600 3900-EXIT.
078700     EXIT.
078800
079500******************************************************************
079600* 4000-CLEANUP-ROUTINE - PRINT SUMMARY COUNTS AND CLOSE ALL
079700* FILES. A REJECTED ACTION LEAVES RETURN CODE 4 SO THE BATCH
079800* SUBMITTER LOOKS AT THE JOURNAL.
079900******************************************************************
080000 4000-CLEANUP-ROUTINE.
080100     MOVE SPACES TO CASERPT-LINE.
080200     WRITE CASERPT-LINE.
080300     MOVE SPACES TO WS-SUMMARY-LINE.
080400     MOVE "ACTIONS PROCESSED:     " TO WS-SUM-LABEL.
080500     MOVE WS-TRANS-COUNT TO WS-SUM-VALUE.
080600     WRITE CASERPT-LINE FROM WS-SUMMARY-LINE.
080700
080800     MOVE "CASES OPENED:          " TO WS-SUM-LABEL.
080900     MOVE WS-OPENED-COUNT TO WS-SUM-VALUE.
081000     WRITE CASERPT-LINE FROM WS-SUMMARY-LINE.
081100
081200     MOVE "NOTES ADDED:           " TO WS-SUM-LABEL.
081300     MOVE WS-NOTED-COUNT TO WS-SUM-VALUE.
081400     WRITE CASERPT-LINE FROM WS-SUMMARY-LINE.
081500
081600     MOVE "CASES CLOSED:          " TO WS-SUM-LABEL.
081700     MOVE WS-CLOSED-COUNT TO WS-SUM-VALUE.
081800     WRITE CASERPT-LINE FROM WS-SUMMARY-LINE.
081900
082000     MOVE "ACTIONS REJECTED:      " TO WS-SUM-LABEL.
082100     MOVE WS-REJECTED-COUNT TO WS-SUM-VALUE.
082200     WRITE CASERPT-LINE FROM WS-SUMMARY-LINE.
082300
082400     MOVE "CASES STILL OPEN:      " TO WS-SUM-LABEL.
082500     MOVE WS-CASE-TABLE-COUNT TO WS-SUM-VALUE.
082600     WRITE CASERPT-LINE FROM WS-SUMMARY-LINE.
082700
082800     IF CASENOTE-WAS-OPENED
082900         CLOSE CASENOTE-FILE
083000     END-IF.
083100     IF BATCH-MODE
083200         CLOSE CASETRAN-FILE
083300     END-IF.
083400     CLOSE CASERPT-FILE.
083500
083600     IF RETURN-CODE = ZERO AND WS-REJECTED-COUNT > ZERO
083700         MOVE 4 TO RETURN-CODE
083800     END-IF.
083900
084000     DISPLAY "CASES OPENED: " WS-OPENED-COUNT
084100         "  NOTES: " WS-NOTED-COUNT
084200         "  CLOSED: " WS-CLOSED-COUNT.
084300     DISPLAY "CASE MAINTENANCE COMPLETE".
084400 4000-EXIT.
084500     EXIT.
084600
084700* INCLUDE THE SHARED CHECK-DATE-FORMAT UTILITY PARAGRAPHS
084800     COPY CHKDATE.
084900
085000* INCLUDE THE SHARED OPERATOR-AUTHORIZATION UTILITY PARAGRAPHS
085100     COPY CHKAUTH.
