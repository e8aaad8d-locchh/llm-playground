000100******************************************************************
000200* CUSTENTR - INTERACTIVE CUSTOMER MAINTENANCE ENTRY
000300******************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. CUSTENTR.
000600 AUTHOR. R MERCER.
000700 INSTALLATION. DATA PROCESSING.
000800 DATE-WRITTEN. 2026-10-15.
000900 DATE-COMPILED.
001000******************************************************************
001100* MODIFICATION HISTORY
001200* ----------------------------------------------------------------
001300* DATE        INIT  DESCRIPTION
001400* 2026-10-15  RDM   ORIGINAL VERSION - CONSOLE ENTRY OF ADD,
001500*                   UPDATE AND CONTACT-PREFERENCE TRANSACTIONS
001600*                   FOR THE NEXT CUSTMAINT RUN. THE OPERATOR
001700*                   MUST HOLD ADD OR UPDATE AUTHORITY ON AUTHREF
001800*                   TO START A SESSION, AND THE AUTHORITY FOR
001900*                   EACH TRANSACTION TYPE BEFORE KEYING IT (THE
002000*                   SAME MAPPING CUSTMAINT APPLIES). AN UPDATE
002100*                   STARTS FROM THE CUSTOMER AS IT STANDS ON THE
002200*                   CUSTMAST SNAPSHOT; EVERY FIELD IS SHOWN AND
002300*                   KEYING NOTHING KEEPS IT. EACH FIELD IS PUT
002400*                   THROUGH THE SAME EDIT CUSTMAINT'S
002500*                   VALIDATE-TRANSACTION WILL APPLY (SHARED
002600*                   CHKFLD, CHKZIP AND CHKDATE PARAGRAPHS) AS
002700*                   SOON AS IT IS KEYED, SO A BAD VALUE IS
002800*                   CORRECTED HERE INSTEAD OF COMING BACK ON
002900*                   TRANERR THE NEXT MORNING. ACCEPTED
003000*                   TRANSACTIONS ARE APPENDED TO CUSTTRAN AS ONE
003100*                   BATCH PER SESSION, BETWEEN AN 'HDR' RECORD
003200*                   AND A 'TRL' RECORD CARRYING THE TRANSACTION
003300*                   COUNT AND THE SUM OF THE CUSTOMER IDS, WHICH
003400*                   CUSTMAINT PROVES BEFORE APPLYING ANY OF THEM.
003500*                   ENTRRPT JOURNALS EVERY ENTRY, WRITTEN OR NOT.
003600******************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER. X86-64.
004000 OBJECT-COMPUTER. X86-64.
004100 SPECIAL-NAMES.
004200     CONSOLE IS CONSOLE.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS CM-CUSTOMER-ID
004900         FILE STATUS IS WS-CUSTMAST-STATUS.
005000
005100     SELECT CUSTTRAN-FILE ASSIGN TO "CUSTTRAN"
005200         ORGANIZATION IS SEQUENTIAL
005300         ACCESS MODE IS SEQUENTIAL
005400         FILE STATUS IS WS-CUSTTRAN-STATUS.
005500
005600     SELECT CONTPREF-FILE ASSIGN TO "CONTPREF"
005700         ORGANIZATION IS SEQUENTIAL
005800         ACCESS MODE IS SEQUENTIAL
005900         FILE STATUS IS WS-CONTPREF-STATUS.
006000
006100     SELECT ENTRRPT-FILE ASSIGN TO "ENTRRPT"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-ENTRRPT-STATUS.
006400
006500     SELECT ZIPREF-FILE ASSIGN TO "ZIPREF"
006600         ORGANIZATION IS SEQUENTIAL
006700         ACCESS MODE IS SEQUENTIAL
006800         FILE STATUS IS WS-ZIPREF-STATUS.
006900
007000     SELECT AUTHREF-FILE ASSIGN TO "AUTHREF"
007100         ORGANIZATION IS SEQUENTIAL
007200         ACCESS MODE IS SEQUENTIAL
007300         FILE STATUS IS WS-AUTHREF-STATUS.
007400
007500 DATA DIVISION.
007600 FILE SECTION.
007700* LAST NIGHT'S CUSTOMER SNAPSHOT FROM CUSTEXTR - WHERE AN
007800* UPDATE TAKES ITS STARTING VALUES FROM.
007900 FD  CUSTMAST-FILE.
008000 01  CUSTMAST-RECORD.
008100     05  CM-CUSTOMER-ID        PIC 9(06).
008200     05  CM-CUSTOMER-NAME      PIC X(30).
008300     05  CM-STREET             PIC X(30).
008400     05  CM-CITY               PIC X(20).
008500     05  CM-STATE              PIC X(02).
008600     05  CM-ZIP-CODE           PIC 9(05).
008700     05  CM-CUSTOMER-PHONE     PIC X(15).
008800     05  CM-CUSTOMER-EMAIL     PIC X(50).
008900     05  CM-CUSTOMER-STATUS    PIC X(01).
009000     05  CM-CUSTOMER-JOIN-DATE PIC X(10).
009100     05  CM-CUSTOMER-LAST-ORDER PIC X(10).
009200     05  CM-CUSTOMER-REGION    PIC X(02).
009300     05  CM-CURRENCY-CODE      PIC X(03).
009400
009500* CUSTMAINT'S TRANSACTION FILE, APPENDED TO. TRANSACTIONS ARE
009600* BUILT IN WS-ENTRY-TRAN IN THE CUSTMAINT LAYOUT AND WRITTEN
009700* FROM THERE; THE BATCH CONTROL VIEW IS THE ONE CUSTMAINT
009800* PROVES.
009900 FD  CUSTTRAN-FILE
010000     RECORDING MODE IS F.
010100 01  CUSTTRAN-RECORD           PIC X(188).
010200 01  CUSTTRAN-BATCH-RECORD.
010300     05  CB-RECORD-TYPE        PIC X(03).
010400         88  CUSTTRAN-BATCH-HEADER  VALUE 'HDR'.
010500         88  CUSTTRAN-BATCH-TRAILER VALUE 'TRL'.
010600     05  CB-BATCH-DATE         PIC X(10).
010700     05  CB-BATCH-TIME         PIC X(06).
010800     05  CB-OPERATOR-ID        PIC X(08).
010900     05  CB-TRL-TRAN-COUNT     PIC 9(06).
011000     05  CB-TRL-ID-HASH        PIC 9(12).
011100     05  FILLER                PIC X(143).
011200
011300* CONTACT PREFERENCES AS CUSTMAINT LAST WROTE THEM - READ ONLY,
011400* TO SHOW THE OPERATOR WHAT A 'P' WOULD CHANGE.
011500 FD  CONTPREF-FILE
011600     RECORDING MODE IS F.
011700 01  CONTPREF-RECORD.
011800     05  CF-CUSTOMER-ID        PIC 9(06).
011900     05  CF-MAIL-PREF          PIC X(01).
012000     05  CF-EMAIL-PREF         PIC X(01).
012100     05  CF-PHONE-PREF         PIC X(01).
012200     05  CF-EFF-DATE           PIC X(10).
012300     05  FILLER                PIC X(21).
012400
012500 FD  ENTRRPT-FILE.
012600 01  ENTRRPT-LINE              PIC X(132).
012700
012800* ZIP/STATE POSTAL REFERENCE - SEE CHKZIP.cpy.
012900 FD  ZIPREF-FILE
013000     RECORDING MODE IS F.
013100 01  ZIPREF-RECORD.
013200     05  ZR-ZIP-LOW            PIC 9(05).
013300     05  ZR-ZIP-HIGH           PIC 9(05).
013400     05  ZR-STATE              PIC X(02).
013500     05  FILLER                PIC X(08).
013600
013700* OPERATOR AUTHORIZATION REFERENCE - ONE RECORD PER OPERATOR
013800* WITH Y/N FLAGS FOR THE FUNCTIONS THEY MAY USE. SEE
013900* CHKAUTH.cpy (FAILS CLOSED WHEN MISSING).
014000 FD  AUTHREF-FILE
014100     RECORDING MODE IS F.
014200 01  AUTHREF-RECORD.
014300     05  AU-OPERATOR-ID        PIC X(08).
014400     05  AU-ALLOW-ADD          PIC X(01).
014500     05  AU-ALLOW-UPDATE       PIC X(01).
014600     05  AU-ALLOW-DEACT        PIC X(01).
014700     05  AU-ALLOW-INQUIRE      PIC X(01).
014800     05  FILLER                PIC X(08).
014900
015000 WORKING-STORAGE SECTION.
015100
015200* INCLUDE SHARED OPERATOR-AUTHORIZATION WORKING STORAGE
015300     COPY AUTHCHK.
015400
015500* INCLUDE SHARED ZIP/STATE DELIVERABILITY WORKING STORAGE
015600     COPY ZIPCHK.
015700
015800* INCLUDE SHARED DATE-VALIDATION WORKING STORAGE
015900     COPY DATECHK.
016000
016100* INCLUDE SHARED CUSTOMER FIELD-EDIT WORKING STORAGE
016200     COPY FLDCHK.
016300
016400 01  WS-VARIABLES.
016500     05  WS-CURRENT-DATE       PIC X(10) VALUE SPACES.
016600     05  WS-OPERATOR-ID        PIC X(08) VALUE SPACES.
016700     05  WS-ACTION-CODE        PIC X(01) VALUE SPACE.
016800         88  ACTION-ADD        VALUE 'A'.
016900         88  ACTION-UPDATE     VALUE 'U'.
017000         88  ACTION-PREFERENCE VALUE 'P'.
017100         88  ACTION-QUIT       VALUE 'Q'.
017200     05  WS-CONFIRM            PIC X(01) VALUE SPACE.
017300     05  WS-ENTRY-RESULT       PIC X(30) VALUE SPACES.
017400     05  WS-SESSION-SW         PIC X(01) VALUE 'N'.
017500         88  END-OF-SESSION    VALUE 'Y'.
017600     05  WS-ABANDON-SW         PIC X(01) VALUE 'N'.
017700         88  ENTRY-ABANDONED   VALUE 'Y'.
017800     05  WS-FIELD-SW           PIC X(01) VALUE 'N'.
017900         88  FIELD-ACCEPTED    VALUE 'Y'.
018000
018100* ONE PROMPT. THE CALLER SETS THE LABEL, THE VALUE THE FIELD
018200* HOLDS NOW AND THE FIELD WIDTH; 3900-PROMPT-FIELD HANDS BACK
018300* WS-KEYED-VALUE, WHICH IS THE CURRENT VALUE WHEN NOTHING WAS
018400* KEYED.
018500 01  WS-PROMPT-FIELDS.
018600     05  WS-PROMPT-LABEL       PIC X(15) VALUE SPACES.
018700     05  WS-PROMPT-CURRENT     PIC X(50) VALUE SPACES.
018800     05  WS-PROMPT-MAX         PIC 9(02) VALUE ZERO.
018900     05  WS-PROMPT-MAX-EDIT    PIC Z9.
019000     05  WS-PROMPT-OVER        PIC 9(02) VALUE ZERO.
019100     05  WS-PROMPT-SW          PIC X(01) VALUE 'N'.
019200         88  PROMPT-VALUE-OK   VALUE 'Y'.
019300     05  WS-KEYED-VALUE        PIC X(50) VALUE SPACES.
019400     05  WS-NEW-STATE          PIC X(02) VALUE SPACES.
019500     05  WS-NEW-ZIP            PIC 9(05) VALUE ZERO.
019600
019700* THE TRANSACTION BEING KEYED, IN CUSTMAINT'S CUSTTRAN LAYOUT,
019800* AND THE SAME TRANSACTION AS IT STOOD BEFORE KEYING, SO AN
019900* UPDATE THAT CHANGES NOTHING IS NOT WRITTEN.
020000 01  WS-ENTRY-TRAN.
020100     05  WS-ET-TRANS-CODE      PIC X(01).
020200     05  WS-ET-CUSTOMER-ID     PIC 9(06).
020300     05  WS-ET-CUSTOMER-NAME   PIC X(30).
020400     05  WS-ET-STREET          PIC X(30).
020500     05  WS-ET-CITY            PIC X(20).
020600     05  WS-ET-STATE           PIC X(02).
020700     05  WS-ET-ZIP-CODE        PIC 9(05).
020800     05  WS-ET-CUSTOMER-PHONE  PIC X(15).
020900     05  WS-ET-CUSTOMER-EMAIL  PIC X(50).
021000     05  WS-ET-CUSTOMER-STATUS PIC X(01).
021100     05  WS-ET-JOIN-DATE       PIC X(10).
021200     05  WS-ET-LAST-ORDER      PIC X(10).
021300     05  WS-ET-SURVIVOR-ID     PIC 9(06).
021400     05  WS-ET-CYCLE-COUNT     PIC 9(02).
021500 01  WS-ENTRY-PREF REDEFINES WS-ENTRY-TRAN.
021600     05  WS-EP-TRANS-CODE      PIC X(01).
021700     05  WS-EP-CUSTOMER-ID     PIC 9(06).
021800     05  WS-EP-MAIL-PREF       PIC X(01).
021900     05  WS-EP-EMAIL-PREF      PIC X(01).
022000     05  WS-EP-PHONE-PREF      PIC X(01).
022100     05  WS-EP-EFF-DATE        PIC X(10).
022200     05  FILLER                PIC X(168).
022300 01  WS-BEFORE-TRAN            PIC X(188) VALUE SPACES.
022400
022500 01  WS-FILE-SWITCHES.
022600     05  WS-CUSTMAST-STATUS    PIC X(02) VALUE SPACES.
022700         88  CUSTMAST-OK       VALUE '00'.
022800     05  WS-CUSTTRAN-STATUS    PIC X(02) VALUE SPACES.
022900         88  CUSTTRAN-OK       VALUE '00'.
023000     05  WS-CONTPREF-STATUS    PIC X(02) VALUE SPACES.
023100         88  CONTPREF-OK       VALUE '00'.
023200     05  WS-ENTRRPT-STATUS     PIC X(02) VALUE SPACES.
023300     05  WS-CONTPREF-SW        PIC X(01) VALUE 'N'.
023400         88  END-OF-CONTPREF   VALUE 'Y'.
023500     05  WS-CUSTMAST-OPEN-SW   PIC X(01) VALUE 'N'.
023600         88  CUSTMAST-WAS-OPENED VALUE 'Y'.
023700     05  WS-CUSTTRAN-OPEN-SW   PIC X(01) VALUE 'N'.
023800         88  CUSTTRAN-WAS-OPENED VALUE 'Y'.
023900     05  WS-CUSTOMER-FOUND-SW  PIC X(01) VALUE 'N'.
024000         88  CUSTOMER-ON-FILE  VALUE 'Y'.
024100     05  WS-PREF-FOUND-SW      PIC X(01) VALUE 'N'.
024200         88  PREF-ON-FILE      VALUE 'Y'.
024300
024400* THE SESSION'S BATCH. THE HEADER GOES OUT WITH THE FIRST
024500* ACCEPTED TRANSACTION, SO A SESSION THAT WRITES NOTHING LEAVES
024600* NOTHING ON CUSTTRAN; THE TRAILER GOES OUT AT CLEANUP.
024700 01  WS-BATCH-FIELDS.
024800     05  WS-BATCH-TIME         PIC X(06) VALUE SPACES.
024900     05  WS-BATCH-TRAN-COUNT   PIC 9(06) VALUE ZERO.
025000     05  WS-BATCH-ID-HASH      PIC 9(12) VALUE ZERO.
025100     05  WS-BATCH-HEADER-SW    PIC X(01) VALUE 'N'.
025200         88  BATCH-HEADER-WRITTEN VALUE 'Y'.
025300
025400 01  WS-ENTRY-COUNTS.
025500     05  WS-ENTRY-COUNT        PIC 9(05) VALUE ZERO.
025600     05  WS-WRITTEN-COUNT      PIC 9(05) VALUE ZERO.
025700     05  WS-ABANDONED-COUNT    PIC 9(05) VALUE ZERO.
025800     05  WS-UNCHANGED-COUNT    PIC 9(05) VALUE ZERO.
025900     05  WS-REFUSED-COUNT      PIC 9(05) VALUE ZERO.
026000
026100 01  WS-REPORT-LINES.
026200     05  WS-HEADER-LINE.
026300         10  FILLER            PIC X(31) VALUE
026400             "MAINTENANCE ENTRY JOURNAL".
026500         10  FILLER            PIC X(12) VALUE "  RUN DATE: ".
026600         10  WS-HDR-DATE       PIC X(10) VALUE SPACES.
026700         10  FILLER            PIC X(12) VALUE "  OPERATOR: ".
026800         10  WS-HDR-OPERATOR   PIC X(08) VALUE SPACES.
026900     05  WS-COLUMN-LINE.
027000         10  FILLER            PIC X(03) VALUE SPACES.
027100         10  FILLER            PIC X(08) VALUE "ACTION".
027200         10  FILLER            PIC X(08) VALUE "CUST".
027300         10  FILLER            PIC X(32) VALUE "RESULT".
027400         10  FILLER            PIC X(04) VALUE "NAME".
027500     05  WS-DETAIL-LINE.
027600         10  FILLER            PIC X(03) VALUE SPACES.
027700         10  WS-DTL-ACTION     PIC X(01).
027800         10  FILLER            PIC X(07) VALUE SPACES.
027900         10  WS-DTL-CUSTOMER   PIC 9(06).
028000         10  FILLER            PIC X(02) VALUE SPACES.
028100         10  WS-DTL-RESULT     PIC X(30).
028200         10  FILLER            PIC X(02) VALUE SPACES.
028300         10  WS-DTL-NAME       PIC X(30).
028400     05  WS-SUMMARY-LINE.
028500         10  FILLER            PIC X(20) VALUE SPACES.
028600         10  WS-SUM-LABEL      PIC X(23).
028700         10  WS-SUM-VALUE      PIC ZZZ,ZZ9.
028800
028900 PROCEDURE DIVISION.
029000 0000-MAINLINE.
029100     DISPLAY "CUSTOMER MAINTENANCE ENTRY".
029200     PERFORM 1000-INITIALIZE-ROUTINE THRU 1000-EXIT.
029300     IF RETURN-CODE = ZERO
029400         PERFORM 2000-PROCESS-DATA THRU 2000-EXIT
029500     ELSE
029600         DISPLAY "INITIALIZATION FAILED, SKIPPING PROCESS-DATA"
029700     END-IF.
029800     PERFORM 4000-CLEANUP-ROUTINE THRU 4000-EXIT.
029900     STOP RUN.
030000
030100******************************************************************
030200* 1000-INITIALIZE-ROUTINE - LOAD THE REFERENCES, CHECK THE
030300* OPERATOR, THEN OPEN THE SNAPSHOT AND CUSTTRAN FOR APPEND.
030400* WITHOUT THE SNAPSHOT NOTHING CAN BE PRE-FILLED OR CHECKED FOR
030500* EXISTENCE, SO THE SESSION DOES NOT START.
030600******************************************************************
030700 1000-INITIALIZE-ROUTINE.
030800     PERFORM DERIVE-CURRENT-DATE
030900         THRU DERIVE-CURRENT-DATE-EXIT.
031000     MOVE DC-TODAY-DATE TO WS-CURRENT-DATE.
031100
031200     OPEN OUTPUT ENTRRPT-FILE.
031300
031400     PERFORM LOAD-AUTH-TABLE THRU LOAD-AUTH-TABLE-EXIT.
031500     PERFORM LOAD-ZIP-TABLE THRU LOAD-ZIP-TABLE-EXIT.
031600     IF NOT ZIP-TABLE-LOADED
031700         DISPLAY "WARNING - ZIPREF NOT LOADED, STATE/ZIP EDIT OFF"
031800     END-IF.
031900
032000* THE OPERATOR NEEDS ADD OR UPDATE AUTHORITY TO KEY ANYTHING AT
032100* ALL; EACH TRANSACTION IS CHECKED AGAIN FOR ITS OWN TYPE.
032200     DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING.
032300     ACCEPT WS-OPERATOR-ID FROM CONSOLE.
032400     MOVE WS-OPERATOR-ID TO WS-HDR-OPERATOR.
032500     MOVE WS-CURRENT-DATE TO WS-HDR-DATE.
032600     WRITE ENTRRPT-LINE FROM WS-HEADER-LINE.
032700     WRITE ENTRRPT-LINE FROM WS-COLUMN-LINE.
032800
032900     MOVE WS-OPERATOR-ID TO AC-OPERATOR-ID.
033000     MOVE 'A' TO AC-FUNCTION-CODE.
033100     PERFORM CHECK-OPERATOR-AUTH
033200         THRU CHECK-OPERATOR-AUTH-EXIT.
033300     IF NOT OPERATOR-AUTHORIZED
033400         MOVE 'U' TO AC-FUNCTION-CODE
033500         PERFORM CHECK-OPERATOR-AUTH
033600             THRU CHECK-OPERATOR-AUTH-EXIT
033700     END-IF.
033800     IF WS-OPERATOR-ID = SPACES OR NOT OPERATOR-AUTHORIZED
033900         DISPLAY "OPERATOR " WS-OPERATOR-ID
034000             " NOT AUTHORIZED FOR MAINTENANCE, SESSION REFUSED"
034100         MOVE 12 TO RETURN-CODE
034200         GO TO 1000-EXIT
034300     END-IF.
034400
034500     OPEN INPUT CUSTMAST-FILE.
034600     IF NOT CUSTMAST-OK
034700         DISPLAY "UNABLE TO OPEN CUSTMAST, STATUS: "
034800             WS-CUSTMAST-STATUS
034900         DISPLAY "HAS THE CUSTEXTR SNAPSHOT EXTRACT RUN?"
035000         MOVE 16 TO RETURN-CODE
035100         GO TO 1000-EXIT
035200     END-IF.
035300     SET CUSTMAST-WAS-OPENED TO TRUE.
035400
035500     OPEN EXTEND CUSTTRAN-FILE.
035600     IF WS-CUSTTRAN-STATUS = '05' OR WS-CUSTTRAN-STATUS = '35'
035700         OPEN OUTPUT CUSTTRAN-FILE
035800     END-IF.
035900     IF NOT CUSTTRAN-OK
036000         DISPLAY "UNABLE TO OPEN CUSTTRAN, STATUS: "
036100             WS-CUSTTRAN-STATUS
036200         MOVE 16 TO RETURN-CODE
036300         GO TO 1000-EXIT
036400     END-IF.
036500     SET CUSTTRAN-WAS-OPENED TO TRUE.
036600 1000-EXIT.
036700     EXIT.
036800
036900******************************************************************
037000* 2000-PROCESS-DATA - TAKE ENTRIES FROM THE CONSOLE UNTIL THE
037100* OPERATOR QUITS.
037200******************************************************************
037300 2000-PROCESS-DATA.
037400     PERFORM 2100-ACCEPT-ACTION THRU 2100-EXIT.
037500     PERFORM 2200-PROCESS-ONE-ACTION THRU 2200-EXIT
037600         UNTIL END-OF-SESSION.
037700 2000-EXIT.
037800     EXIT.
037900
038000 2100-ACCEPT-ACTION.
038100     MOVE SPACE TO WS-ACTION-CODE.
038200     DISPLAY "ENTER ACTION (A ADD, U UPDATE, P PREFERENCES, "
038300         "Q QUIT): " WITH NO ADVANCING.
038400     ACCEPT WS-ACTION-CODE FROM CONSOLE.
038500     IF ACTION-QUIT
038600         SET END-OF-SESSION TO TRUE
038700     END-IF.
038800 2100-EXIT.
038900     EXIT.
039000
039100 2200-PROCESS-ONE-ACTION.
039200     IF ACTION-ADD OR ACTION-UPDATE OR ACTION-PREFERENCE
039300         PERFORM 2250-WORK-ONE-ENTRY THRU 2250-EXIT
039400     ELSE
039500         DISPLAY "UNKNOWN ACTION " WS-ACTION-CODE
039600     END-IF.
039700     IF RETURN-CODE = 16
039800         SET END-OF-SESSION TO TRUE
039900     ELSE
040000         PERFORM 2100-ACCEPT-ACTION THRU 2100-EXIT
040100     END-IF.
040200 2200-EXIT.
040300     EXIT.
040400
040500******************************************************************
040600* 2250-WORK-ONE-ENTRY - CHECK THE OPERATOR'S AUTHORITY FOR THE
040700* TRANSACTION TYPE (ADD TAKES ADD AUTHORITY, UPDATE AND
040800* PREFERENCE TAKE UPDATE AUTHORITY, AS IN CUSTMAINT), TAKE THE
040900* CUSTOMER ID, KEY THE FIELDS, CONFIRM AND WRITE. "*" AT ANY
041000* PROMPT ABANDONS THE ENTRY.
041100******************************************************************
041200 2250-WORK-ONE-ENTRY.
041300     ADD 1 TO WS-ENTRY-COUNT.
041400     MOVE SPACES TO WS-ENTRY-TRAN.
041500     MOVE ZERO TO WS-ET-CUSTOMER-ID.
041600     MOVE 'N' TO WS-ABANDON-SW.
041700     MOVE WS-ACTION-CODE TO WS-ET-TRANS-CODE.
041800
041900     MOVE WS-OPERATOR-ID TO AC-OPERATOR-ID.
042000     IF ACTION-ADD
042100         MOVE 'A' TO AC-FUNCTION-CODE
042200     ELSE
042300         MOVE 'U' TO AC-FUNCTION-CODE
042400     END-IF.
042500     PERFORM CHECK-OPERATOR-AUTH
042600         THRU CHECK-OPERATOR-AUTH-EXIT.
042700     IF NOT OPERATOR-AUTHORIZED
042800         DISPLAY "OPERATOR " WS-OPERATOR-ID
042900             " NOT AUTHORIZED FOR ACTION " WS-ACTION-CODE
043000         MOVE "OPERATOR NOT AUTHORIZED" TO WS-ENTRY-RESULT
043100         ADD 1 TO WS-REFUSED-COUNT
043200         PERFORM 3800-JOURNAL-ENTRY THRU 3800-EXIT
043300         GO TO 2250-EXIT
043400     END-IF.
043500
043600     MOVE 'N' TO WS-FIELD-SW.
043700     PERFORM 2300-KEY-CUSTOMER-ID THRU 2300-EXIT
043800         UNTIL FIELD-ACCEPTED OR ENTRY-ABANDONED.
043900     IF NOT ENTRY-ABANDONED
044000         IF ACTION-PREFERENCE
044100             PERFORM 2600-KEY-PREFERENCES THRU 2600-EXIT
044200         ELSE
044300             PERFORM 2400-KEY-CUSTOMER-FIELDS THRU 2400-EXIT
044400         END-IF
044500     END-IF.
044600     IF ENTRY-ABANDONED
044700         DISPLAY "ENTRY ABANDONED, NOTHING WRITTEN"
044800         MOVE "ABANDONED" TO WS-ENTRY-RESULT
044900         ADD 1 TO WS-ABANDONED-COUNT
045000         PERFORM 3800-JOURNAL-ENTRY THRU 3800-EXIT
045100         GO TO 2250-EXIT
045200     END-IF.
045300
045400     IF WS-ENTRY-TRAN = WS-BEFORE-TRAN
045500         DISPLAY "NOTHING CHANGED, NOTHING WRITTEN"
045600         MOVE "NOTHING CHANGED" TO WS-ENTRY-RESULT
045700         ADD 1 TO WS-UNCHANGED-COUNT
045800         PERFORM 3800-JOURNAL-ENTRY THRU 3800-EXIT
045900         GO TO 2250-EXIT
046000     END-IF.
046100
046200     PERFORM 2700-CONFIRM-ENTRY THRU 2700-EXIT.
046300     IF WS-CONFIRM NOT = 'Y'
046400         DISPLAY "NOT CONFIRMED, NOTHING WRITTEN"
046500         MOVE "NOT CONFIRMED" TO WS-ENTRY-RESULT
046600         ADD 1 TO WS-ABANDONED-COUNT
046700         PERFORM 3800-JOURNAL-ENTRY THRU 3800-EXIT
046800         GO TO 2250-EXIT
046900     END-IF.
047000
047100     PERFORM 2800-WRITE-TRANSACTION THRU 2800-EXIT.
047200     PERFORM 3800-JOURNAL-ENTRY THRU 3800-EXIT.
047300 2250-EXIT.
047400     EXIT.
047500
047600******************************************************************
047700* 2300-KEY-CUSTOMER-ID - AN ADD MUST NAME AN ID NOT YET ON THE
047800* SNAPSHOT; AN UPDATE OR PREFERENCE CHANGE ONE THAT IS. AN
047900* UPDATE STARTS FROM THE SNAPSHOT ROW, AN ADD FROM TODAY'S DATE
048000* AS THE JOIN DATE.
048100******************************************************************
048200 2300-KEY-CUSTOMER-ID.
048300     MOVE SPACES TO WS-KEYED-VALUE.
048400     DISPLAY "ENTER CUSTOMER ID (6 DIGITS, * TO ABANDON): "
048500         WITH NO ADVANCING.
048600     ACCEPT WS-KEYED-VALUE FROM CONSOLE.
048700     IF WS-KEYED-VALUE = "*"
048800         SET ENTRY-ABANDONED TO TRUE
048900         GO TO 2300-EXIT
049000     END-IF.
049100     IF WS-KEYED-VALUE (1:6) NOT NUMERIC
049200             OR WS-KEYED-VALUE (7:) NOT = SPACES
049300             OR WS-KEYED-VALUE (1:6) = "000000"
049400         DISPLAY "  CUSTOMER ID MUST BE 6 DIGITS, NOT ALL ZERO"
049500         GO TO 2300-EXIT
049600     END-IF.
049700
049800     MOVE WS-KEYED-VALUE (1:6) TO CM-CUSTOMER-ID.
049900     MOVE 'N' TO WS-CUSTOMER-FOUND-SW.
050000     READ CUSTMAST-FILE
050100         INVALID KEY
050200             CONTINUE
050300         NOT INVALID KEY
050400             SET CUSTOMER-ON-FILE TO TRUE
050500     END-READ.
050600
050700     IF ACTION-ADD AND CUSTOMER-ON-FILE
050800         DISPLAY "  CUSTOMER " CM-CUSTOMER-ID
050900             " IS ALREADY ON FILE - " CM-CUSTOMER-NAME
051000         GO TO 2300-EXIT
051100     END-IF.
051200     IF NOT ACTION-ADD AND NOT CUSTOMER-ON-FILE
051300         DISPLAY "  CUSTOMER " WS-KEYED-VALUE (1:6)
051400             " IS NOT ON THE CUSTMAST SNAPSHOT"
051500         GO TO 2300-EXIT
051600     END-IF.
051700
051800     MOVE WS-KEYED-VALUE (1:6) TO WS-ET-CUSTOMER-ID.
051900     IF ACTION-UPDATE
052000         PERFORM 2500-LOAD-CURRENT-CUSTOMER THRU 2500-EXIT
052100     END-IF.
052200     IF ACTION-ADD
052300         MOVE ZERO TO WS-ET-ZIP-CODE
052400         MOVE WS-CURRENT-DATE TO WS-ET-JOIN-DATE
052500     END-IF.
052600     IF NOT ACTION-PREFERENCE
052700         MOVE ZERO TO WS-ET-SURVIVOR-ID
052800         MOVE ZERO TO WS-ET-CYCLE-COUNT
052900     END-IF.
053000     IF CUSTOMER-ON-FILE
053100         DISPLAY "  CUSTOMER " CM-CUSTOMER-ID " - "
053200             CM-CUSTOMER-NAME
053300     END-IF.
053400     MOVE WS-ENTRY-TRAN TO WS-BEFORE-TRAN.
053500     SET FIELD-ACCEPTED TO TRUE.
053600 2300-EXIT.
053700     EXIT.
053800
053900******************************************************************
054000* 2400-KEY-CUSTOMER-FIELDS - EVERY FIELD OF AN ADD OR UPDATE IN
054100* TURN. CUSTMAINT SETS EVERY COLUMN FROM THE TRANSACTION, SO AN
054200* UPDATE CARRIES THE WHOLE CUSTOMER, CHANGED OR NOT.
054300******************************************************************
054400 2400-KEY-CUSTOMER-FIELDS.
054500     MOVE 'N' TO WS-FIELD-SW.
054600     PERFORM 3100-KEY-NAME THRU 3100-EXIT
054700         UNTIL FIELD-ACCEPTED OR ENTRY-ABANDONED.
054800     IF ENTRY-ABANDONED
054900         GO TO 2400-EXIT
055000     END-IF.
055100     MOVE 'N' TO WS-FIELD-SW.
055200     PERFORM 3110-KEY-STREET THRU 3110-EXIT
055300         UNTIL FIELD-ACCEPTED OR ENTRY-ABANDONED.
055400     IF ENTRY-ABANDONED
055500         GO TO 2400-EXIT
055600     END-IF.
055700     MOVE 'N' TO WS-FIELD-SW.
055800     PERFORM 3120-KEY-CITY THRU 3120-EXIT
055900         UNTIL FIELD-ACCEPTED OR ENTRY-ABANDONED.
056000     IF ENTRY-ABANDONED
056100         GO TO 2400-EXIT
056200     END-IF.
056300     MOVE 'N' TO WS-FIELD-SW.
056400     PERFORM 3130-KEY-STATE-ZIP THRU 3130-EXIT
056500         UNTIL FIELD-ACCEPTED OR ENTRY-ABANDONED.
056600     IF ENTRY-ABANDONED
056700         GO TO 2400-EXIT
056800     END-IF.
056900     MOVE 'N' TO WS-FIELD-SW.
057000     PERFORM 3140-KEY-PHONE THRU 3140-EXIT
057100         UNTIL FIELD-ACCEPTED OR ENTRY-ABANDONED.
057200     IF ENTRY-ABANDONED
057300         GO TO 2400-EXIT
057400     END-IF.
057500     MOVE 'N' TO WS-FIELD-SW.
057600     PERFORM 3150-KEY-EMAIL THRU 3150-EXIT
057700         UNTIL FIELD-ACCEPTED OR ENTRY-ABANDONED.
057800     IF ENTRY-ABANDONED
057900         GO TO 2400-EXIT
058000     END-IF.
058100     MOVE 'N' TO WS-FIELD-SW.
058200     PERFORM 3160-KEY-STATUS THRU 3160-EXIT
058300         UNTIL FIELD-ACCEPTED OR ENTRY-ABANDONED.
058400     IF ENTRY-ABANDONED
058500         GO TO 2400-EXIT
058600     END-IF.
058700     MOVE 'N' TO WS-FIELD-SW.
058800     PERFORM 3170-KEY-JOIN-DATE THRU 3170-EXIT
058900         UNTIL FIELD-ACCEPTED OR ENTRY-ABANDONED.
059000     IF ENTRY-ABANDONED
059100         GO TO 2400-EXIT
059200     END-IF.
059300     MOVE 'N' TO WS-FIELD-SW.
059400     PERFORM 3180-KEY-LAST-ORDER THRU 3180-EXIT
059500         UNTIL FIELD-ACCEPTED OR ENTRY-ABANDONED.
059600 2400-EXIT.
059700     EXIT.
059800
059900 2500-LOAD-CURRENT-CUSTOMER.
060000     MOVE CM-CUSTOMER-NAME TO WS-ET-CUSTOMER-NAME.
060100     MOVE CM-STREET TO WS-ET-STREET.
060200     MOVE CM-CITY TO WS-ET-CITY.
060300     MOVE CM-STATE TO WS-ET-STATE.
060400     MOVE CM-ZIP-CODE TO WS-ET-ZIP-CODE.
060500     MOVE CM-CUSTOMER-PHONE TO WS-ET-CUSTOMER-PHONE.
060600     MOVE CM-CUSTOMER-EMAIL TO WS-ET-CUSTOMER-EMAIL.
060700     MOVE CM-CUSTOMER-STATUS TO WS-ET-CUSTOMER-STATUS.
060800     MOVE CM-CUSTOMER-JOIN-DATE TO WS-ET-JOIN-DATE.
060900     MOVE CM-CUSTOMER-LAST-ORDER TO WS-ET-LAST-ORDER.
061000 2500-EXIT.
061100     EXIT.
061200
061300******************************************************************
061400* 2600-KEY-PREFERENCES - SHOW THE FLAGS ON CONTPREF, THEN TAKE
061500* Y (OPT IN), N (OPT OUT) OR BLANK (LEAVE ALONE) PER CHANNEL AND
061600* AN OPTIONAL EFFECTIVE DATE. NO FLAG KEYED IS NOTHING CHANGED.
061700******************************************************************
061800 2600-KEY-PREFERENCES.
061900     PERFORM 3300-SHOW-CURRENT-PREFS THRU 3300-EXIT.
062000     MOVE 'N' TO WS-FIELD-SW.
062100     PERFORM 3200-KEY-MAIL-PREF THRU 3200-EXIT
062200         UNTIL FIELD-ACCEPTED OR ENTRY-ABANDONED.
062300     IF ENTRY-ABANDONED
062400         GO TO 2600-EXIT
062500     END-IF.
062600     MOVE 'N' TO WS-FIELD-SW.
062700     PERFORM 3210-KEY-EMAIL-PREF THRU 3210-EXIT
062800         UNTIL FIELD-ACCEPTED OR ENTRY-ABANDONED.
062900     IF ENTRY-ABANDONED
063000         GO TO 2600-EXIT
063100     END-IF.
063200     MOVE 'N' TO WS-FIELD-SW.
063300     PERFORM 3220-KEY-PHONE-PREF THRU 3220-EXIT
063400         UNTIL FIELD-ACCEPTED OR ENTRY-ABANDONED.
063500     IF ENTRY-ABANDONED
063600         GO TO 2600-EXIT
063700     END-IF.
063800     IF WS-EP-MAIL-PREF = SPACE AND WS-EP-EMAIL-PREF = SPACE
063900             AND WS-EP-PHONE-PREF = SPACE
064000         GO TO 2600-EXIT
064100     END-IF.
064200     MOVE 'N' TO WS-FIELD-SW.
064300     PERFORM 3230-KEY-PREF-EFF-DATE THRU 3230-EXIT
064400         UNTIL FIELD-ACCEPTED OR ENTRY-ABANDONED.
064500 2600-EXIT.
064600     EXIT.
064700
064800******************************************************************
064900* 2700-CONFIRM-ENTRY - SHOW THE TRANSACTION AS IT WILL BE
065000* WRITTEN AND ASK FOR A Y BEFORE WRITING IT.
065100******************************************************************
065200 2700-CONFIRM-ENTRY.
065300     IF ACTION-PREFERENCE
065400         DISPLAY "  P " WS-EP-CUSTOMER-ID
065500             "  MAIL " WS-EP-MAIL-PREF
065600             "  EMAIL " WS-EP-EMAIL-PREF
065700             "  PHONE " WS-EP-PHONE-PREF
065800             "  EFFECTIVE " WS-EP-EFF-DATE
065900     ELSE
066000         DISPLAY "  " WS-ET-TRANS-CODE " " WS-ET-CUSTOMER-ID
066100             " " WS-ET-CUSTOMER-NAME
066200         DISPLAY "  " WS-ET-STREET " " WS-ET-CITY " "
066300             WS-ET-STATE " " WS-ET-ZIP-CODE
066400         DISPLAY "  PHONE " WS-ET-CUSTOMER-PHONE
066500             "  EMAIL " WS-ET-CUSTOMER-EMAIL
066600         DISPLAY "  STATUS " WS-ET-CUSTOMER-STATUS
066700             "  JOINED " WS-ET-JOIN-DATE
066800             "  LAST ORDER " WS-ET-LAST-ORDER
066900     END-IF.
067000     MOVE SPACE TO WS-CONFIRM.
067100     DISPLAY "WRITE THIS TRANSACTION (Y/N): " WITH NO ADVANCING.
067200     ACCEPT WS-CONFIRM FROM CONSOLE.
067300 2700-EXIT.
067400     EXIT.
067500
067600******************************************************************
067700* 2800-WRITE-TRANSACTION - APPEND THE TRANSACTION TO CUSTTRAN,
067800* OPENING THE SESSION'S BATCH WITH ITS HEADER FIRST IF THIS IS
067900* THE FIRST ONE, AND ADD IT TO THE TRAILER'S COUNT AND HASH.
068000******************************************************************
068100 2800-WRITE-TRANSACTION.
068200     IF NOT BATCH-HEADER-WRITTEN
068300         PERFORM 2850-WRITE-BATCH-HEADER THRU 2850-EXIT
068400         IF RETURN-CODE = 16
068500             MOVE "CUSTTRAN WRITE FAILED" TO WS-ENTRY-RESULT
068600             GO TO 2800-EXIT
068700         END-IF
068800     END-IF.
068900     WRITE CUSTTRAN-RECORD FROM WS-ENTRY-TRAN.
069000     IF NOT CUSTTRAN-OK
069100         DISPLAY "UNABLE TO WRITE CUSTTRAN, STATUS: "
069200             WS-CUSTTRAN-STATUS
069300         MOVE "CUSTTRAN WRITE FAILED" TO WS-ENTRY-RESULT
069400         MOVE 16 TO RETURN-CODE
069500         GO TO 2800-EXIT
069600     END-IF.
069700     ADD 1 TO WS-BATCH-TRAN-COUNT.
069800     ADD WS-ET-CUSTOMER-ID TO WS-BATCH-ID-HASH.
069900     ADD 1 TO WS-WRITTEN-COUNT.
070000     MOVE "WRITTEN TO CUSTTRAN" TO WS-ENTRY-RESULT.
070100     DISPLAY "TRANSACTION WRITTEN".
070200 2800-EXIT.
070300     EXIT.
070400
070500 2850-WRITE-BATCH-HEADER.
070600     MOVE FUNCTION CURRENT-DATE (9:6) TO WS-BATCH-TIME.
070700     MOVE SPACES TO CUSTTRAN-BATCH-RECORD.
070800     SET CUSTTRAN-BATCH-HEADER TO TRUE.
070900     MOVE WS-CURRENT-DATE TO CB-BATCH-DATE.
071000     MOVE WS-BATCH-TIME TO CB-BATCH-TIME.
071100     MOVE WS-OPERATOR-ID TO CB-OPERATOR-ID.
071200     MOVE ZERO TO CB-TRL-TRAN-COUNT.
071300     MOVE ZERO TO CB-TRL-ID-HASH.
071400     WRITE CUSTTRAN-BATCH-RECORD.
071500     IF NOT CUSTTRAN-OK
071600         DISPLAY "UNABLE TO WRITE CUSTTRAN, STATUS: "
071700             WS-CUSTTRAN-STATUS
071800         MOVE 16 TO RETURN-CODE
071900         GO TO 2850-EXIT
072000     END-IF.
072100     SET BATCH-HEADER-WRITTEN TO TRUE.
072200 2850-EXIT.
072300     EXIT.
072400
072500******************************************************************
072600* 3100-3180 - ONE PARAGRAPH PER CUSTOMER FIELD, PERFORMED UNTIL
072700* THE VALUE PASSES ITS EDIT OR THE ENTRY IS ABANDONED. THE
072800* EDITS ARE CUSTMAINT'S OWN.
072900******************************************************************
073000 3100-KEY-NAME.
073100     MOVE "NAME" TO WS-PROMPT-LABEL.
073200     MOVE WS-ET-CUSTOMER-NAME TO WS-PROMPT-CURRENT.
073300     MOVE 30 TO WS-PROMPT-MAX.
073400     PERFORM 3900-PROMPT-FIELD THRU 3900-EXIT.
073500     IF NOT PROMPT-VALUE-OK
073600         GO TO 3100-EXIT
073700     END-IF.
073800     IF ACTION-ADD AND WS-KEYED-VALUE = SPACES
073900         DISPLAY "  NAME IS REQUIRED ON AN ADD"
074000         GO TO 3100-EXIT
074100     END-IF.
074200     MOVE WS-KEYED-VALUE TO WS-ET-CUSTOMER-NAME.
074300     SET FIELD-ACCEPTED TO TRUE.
074400 3100-EXIT.
074500     EXIT.
074600
074700 3110-KEY-STREET.
074800     MOVE "STREET" TO WS-PROMPT-LABEL.
074900     MOVE WS-ET-STREET TO WS-PROMPT-CURRENT.
075000     MOVE 30 TO WS-PROMPT-MAX.
075100     PERFORM 3900-PROMPT-FIELD THRU 3900-EXIT.
075200     IF NOT PROMPT-VALUE-OK
075300         GO TO 3110-EXIT
075400     END-IF.
075500     MOVE WS-KEYED-VALUE TO WS-ET-STREET.
075600     SET FIELD-ACCEPTED TO TRUE.
075700 3110-EXIT.
075800     EXIT.
075900
076000 3120-KEY-CITY.
076100     MOVE "CITY" TO WS-PROMPT-LABEL.
076200     MOVE WS-ET-CITY TO WS-PROMPT-CURRENT.
076300     MOVE 20 TO WS-PROMPT-MAX.
076400     PERFORM 3900-PROMPT-FIELD THRU 3900-EXIT.
076500     IF NOT PROMPT-VALUE-OK
076600         GO TO 3120-EXIT
076700     END-IF.
076800     MOVE WS-KEYED-VALUE TO WS-ET-CITY.
076900     SET FIELD-ACCEPTED TO TRUE.
077000 3120-EXIT.
077100     EXIT.
077200
077300* STATE AND ZIP ARE ONE EDIT AGAINST ZIPREF, SO A PAIR THAT
077400* FAILS IS KEYED AGAIN AS A PAIR.
077500 3130-KEY-STATE-ZIP.
077600     MOVE "STATE" TO WS-PROMPT-LABEL.
077700     MOVE WS-ET-STATE TO WS-PROMPT-CURRENT.
077800     MOVE 2 TO WS-PROMPT-MAX.
077900     PERFORM 3900-PROMPT-FIELD THRU 3900-EXIT.
078000     IF NOT PROMPT-VALUE-OK
078100         GO TO 3130-EXIT
078200     END-IF.
078300     MOVE WS-KEYED-VALUE TO WS-NEW-STATE.
078400
078500     MOVE "ZIP CODE" TO WS-PROMPT-LABEL.
078600     MOVE SPACES TO WS-PROMPT-CURRENT.
078700     IF WS-ET-ZIP-CODE NOT = ZERO
078800         MOVE WS-ET-ZIP-CODE TO WS-PROMPT-CURRENT
078900     END-IF.
079000     MOVE 5 TO WS-PROMPT-MAX.
079100     PERFORM 3900-PROMPT-FIELD THRU 3900-EXIT.
079200     IF NOT PROMPT-VALUE-OK
079300         GO TO 3130-EXIT
079400     END-IF.
079500     IF WS-KEYED-VALUE (1:5) NOT NUMERIC
079600         DISPLAY "  ZIP CODE MUST BE 5 DIGITS"
079700         GO TO 3130-EXIT
079800     END-IF.
079900     MOVE WS-KEYED-VALUE (1:5) TO WS-NEW-ZIP.
080000
080100     MOVE WS-NEW-ZIP TO ZC-ZIP-CODE.
080200     MOVE WS-NEW-STATE TO ZC-STATE.
080300     PERFORM CHECK-ZIP-STATE THRU CHECK-ZIP-STATE-EXIT.
080400     IF NOT ZIP-STATE-OK
080500         DISPLAY "  " ZC-REASON " - KEY STATE AND ZIP AGAIN"
080600         GO TO 3130-EXIT
080700     END-IF.
080800     MOVE WS-NEW-STATE TO WS-ET-STATE.
080900     MOVE WS-NEW-ZIP TO WS-ET-ZIP-CODE.
081000     SET FIELD-ACCEPTED TO TRUE.
081100 3130-EXIT.
081200     EXIT.
081300
081400 3140-KEY-PHONE.
081500     MOVE "PHONE" TO WS-PROMPT-LABEL.
081600     MOVE WS-ET-CUSTOMER-PHONE TO WS-PROMPT-CURRENT.
081700     MOVE 15 TO WS-PROMPT-MAX.
081800     PERFORM 3900-PROMPT-FIELD THRU 3900-EXIT.
081900     IF NOT PROMPT-VALUE-OK
082000         GO TO 3140-EXIT
082100     END-IF.
082200     MOVE WS-KEYED-VALUE TO FE-PHONE.
082300     PERFORM CHECK-PHONE-FIELD THRU CHECK-PHONE-FIELD-EXIT.
082400     IF FIELD-EDIT-BAD
082500         DISPLAY "  " FE-REASON
082600         GO TO 3140-EXIT
082700     END-IF.
082800     MOVE WS-KEYED-VALUE TO WS-ET-CUSTOMER-PHONE.
082900     SET FIELD-ACCEPTED TO TRUE.
083000 3140-EXIT.
083100     EXIT.
083200
083300 3150-KEY-EMAIL.
083400     MOVE "EMAIL" TO WS-PROMPT-LABEL.
083500     MOVE WS-ET-CUSTOMER-EMAIL TO WS-PROMPT-CURRENT.
083600     MOVE 50 TO WS-PROMPT-MAX.
083700     PERFORM 3900-PROMPT-FIELD THRU 3900-EXIT.
083800     IF NOT PROMPT-VALUE-OK
083900         GO TO 3150-EXIT
084000     END-IF.
084100     MOVE WS-KEYED-VALUE TO FE-EMAIL.
084200     PERFORM CHECK-EMAIL-FIELD THRU CHECK-EMAIL-FIELD-EXIT.
084300     IF FIELD-EDIT-BAD
084400         DISPLAY "  " FE-REASON
084500         GO TO 3150-EXIT
084600     END-IF.
084700     MOVE WS-KEYED-VALUE TO WS-ET-CUSTOMER-EMAIL.
084800     SET FIELD-ACCEPTED TO TRUE.
084900 3150-EXIT.
085000     EXIT.
085100
085200 3160-KEY-STATUS.
085300     MOVE "STATUS (A/I/P)" TO WS-PROMPT-LABEL.
085400     MOVE WS-ET-CUSTOMER-STATUS TO WS-PROMPT-CURRENT.
085500     MOVE 1 TO WS-PROMPT-MAX.
085600     PERFORM 3900-PROMPT-FIELD THRU 3900-EXIT.
085700     IF NOT PROMPT-VALUE-OK
085800         GO TO 3160-EXIT
085900     END-IF.
086000     MOVE WS-KEYED-VALUE TO FE-STATUS.
086100     PERFORM CHECK-STATUS-FIELD THRU CHECK-STATUS-FIELD-EXIT.
086200     IF FIELD-EDIT-BAD
086300         DISPLAY "  " FE-REASON
086400         GO TO 3160-EXIT
086500     END-IF.
086600     MOVE WS-KEYED-VALUE TO WS-ET-CUSTOMER-STATUS.
086700     SET FIELD-ACCEPTED TO TRUE.
086800 3160-EXIT.
086900     EXIT.
087000
087100 3170-KEY-JOIN-DATE.
087200     MOVE "JOIN DATE" TO WS-PROMPT-LABEL.
087300     MOVE WS-ET-JOIN-DATE TO WS-PROMPT-CURRENT.
087400     MOVE 10 TO WS-PROMPT-MAX.
087500     PERFORM 3900-PROMPT-FIELD THRU 3900-EXIT.
087600     IF NOT PROMPT-VALUE-OK
087700         GO TO 3170-EXIT
087800     END-IF.
087900     MOVE WS-KEYED-VALUE TO DC-DATE-FIELD.
088000     PERFORM CHECK-DATE-FORMAT THRU CHECK-DATE-FORMAT-EXIT.
088100     IF DATE-FORMAT-BAD
088200         DISPLAY "  " DC-DATE-REASON
088300         GO TO 3170-EXIT
088400     END-IF.
088500     MOVE WS-KEYED-VALUE TO WS-ET-JOIN-DATE.
088600     SET FIELD-ACCEPTED TO TRUE.
088700 3170-EXIT.
088800     EXIT.
088900
089000* A BLANK LAST-ORDER DATE MEANS NEVER ORDERED, AS IN CUSTMAINT.
089100 3180-KEY-LAST-ORDER.
089200     MOVE "LAST ORDER DATE" TO WS-PROMPT-LABEL.
089300     MOVE WS-ET-LAST-ORDER TO WS-PROMPT-CURRENT.
089400     MOVE 10 TO WS-PROMPT-MAX.
089500     PERFORM 3900-PROMPT-FIELD THRU 3900-EXIT.
089600     IF NOT PROMPT-VALUE-OK
089700         GO TO 3180-EXIT
089800     END-IF.
089900     IF WS-KEYED-VALUE NOT = SPACES
090000         MOVE WS-KEYED-VALUE TO DC-DATE-FIELD
090100         PERFORM CHECK-DATE-FORMAT THRU CHECK-DATE-FORMAT-EXIT
090200         IF DATE-FORMAT-BAD
090300             DISPLAY "  " DC-DATE-REASON
090400             GO TO 3180-EXIT
090500         END-IF
090600     END-IF.
090700     MOVE WS-KEYED-VALUE TO WS-ET-LAST-ORDER.
090800     SET FIELD-ACCEPTED TO TRUE.
090900 3180-EXIT.
091000     EXIT.
091100
091200******************************************************************
091300* 3200-3250 - THE PREFERENCE FLAGS. THERE IS NO CURRENT VALUE TO
091400* KEEP: BLANK MEANS THE CHANNEL IS LEFT AS IT IS.
091500******************************************************************
091600 3200-KEY-MAIL-PREF.
091700     MOVE "MAIL (Y/N)" TO WS-PROMPT-LABEL.
091800     PERFORM 3250-KEY-PREF-FLAG THRU 3250-EXIT.
091900     IF FIELD-ACCEPTED
092000         MOVE WS-KEYED-VALUE TO WS-EP-MAIL-PREF
092100     END-IF.
092200 3200-EXIT.
092300     EXIT.
092400
092500 3210-KEY-EMAIL-PREF.
092600     MOVE "EMAIL (Y/N)" TO WS-PROMPT-LABEL.
092700     PERFORM 3250-KEY-PREF-FLAG THRU 3250-EXIT.
092800     IF FIELD-ACCEPTED
092900         MOVE WS-KEYED-VALUE TO WS-EP-EMAIL-PREF
093000     END-IF.
093100 3210-EXIT.
093200     EXIT.
093300
093400 3220-KEY-PHONE-PREF.
093500     MOVE "PHONE (Y/N)" TO WS-PROMPT-LABEL.
093600     PERFORM 3250-KEY-PREF-FLAG THRU 3250-EXIT.
093700     IF FIELD-ACCEPTED
093800         MOVE WS-KEYED-VALUE TO WS-EP-PHONE-PREF
093900     END-IF.
094000 3220-EXIT.
094100     EXIT.
094200
094300* A BLANK EFFECTIVE DATE BECOMES THE CUSTMAINT RUN DATE.
094400 3230-KEY-PREF-EFF-DATE.
094500     MOVE "EFFECTIVE DATE" TO WS-PROMPT-LABEL.
094600     MOVE SPACES TO WS-PROMPT-CURRENT.
094700     MOVE 10 TO WS-PROMPT-MAX.
094800     PERFORM 3900-PROMPT-FIELD THRU 3900-EXIT.
094900     IF NOT PROMPT-VALUE-OK
095000         GO TO 3230-EXIT
095100     END-IF.
095200     IF WS-KEYED-VALUE NOT = SPACES
095300         MOVE WS-KEYED-VALUE TO DC-DATE-FIELD
095400         PERFORM CHECK-DATE-FORMAT THRU CHECK-DATE-FORMAT-EXIT
095500         IF DATE-FORMAT-BAD
095600             DISPLAY "  " DC-DATE-REASON
095700             GO TO 3230-EXIT
095800         END-IF
095900     END-IF.
096000     MOVE WS-KEYED-VALUE TO WS-EP-EFF-DATE.
096100     SET FIELD-ACCEPTED TO TRUE.
096200 3230-EXIT.
096300     EXIT.
096400
096500 3250-KEY-PREF-FLAG.
096600     MOVE SPACES TO WS-PROMPT-CURRENT.
096700     MOVE 1 TO WS-PROMPT-MAX.
096800     PERFORM 3900-PROMPT-FIELD THRU 3900-EXIT.
096900     IF NOT PROMPT-VALUE-OK
097000         GO TO 3250-EXIT
097100     END-IF.
097200     IF WS-KEYED-VALUE NOT = 'Y' AND WS-KEYED-VALUE NOT = 'N'
097300             AND WS-KEYED-VALUE NOT = SPACES
097400         DISPLAY "  INVALID PREFERENCE FLAG - Y, N OR BLANK"
097500         GO TO 3250-EXIT
097600     END-IF.
097700     SET FIELD-ACCEPTED TO TRUE.
097800 3250-EXIT.
097900     EXIT.
098000
098100******************************************************************
098200* 3300-SHOW-CURRENT-PREFS - SCAN CONTPREF FOR THE CUSTOMER. NO
098300* RECORD MEANS OPTED IN ON EVERY CHANNEL.
098400******************************************************************
098500 3300-SHOW-CURRENT-PREFS.
098600     MOVE 'N' TO WS-PREF-FOUND-SW.
098700     MOVE 'N' TO WS-CONTPREF-SW.
098800     OPEN INPUT CONTPREF-FILE.
098900     IF NOT CONTPREF-OK
099000         DISPLAY "  NO CONTACT-PREFERENCE FILE, STATUS: "
099100             WS-CONTPREF-STATUS
099200         GO TO 3300-EXIT
099300     END-IF.
099400     PERFORM 3350-READ-CONTPREF-RECORD THRU 3350-EXIT
099500         UNTIL END-OF-CONTPREF OR PREF-ON-FILE.
099600     CLOSE CONTPREF-FILE.
099700     IF PREF-ON-FILE
099800         DISPLAY "  CURRENT - MAIL " CF-MAIL-PREF
099900             "  EMAIL " CF-EMAIL-PREF
100000             "  PHONE " CF-PHONE-PREF
100100             "  SINCE " CF-EFF-DATE
100200     ELSE
100300         DISPLAY "  NO PREFERENCES ON FILE - OPTED IN ON EVERY "
100400             "CHANNEL"
100500     END-IF.
100600 3300-EXIT.
100700     EXIT.
100800
100900 3350-READ-CONTPREF-RECORD.
101000     READ CONTPREF-FILE
101100         AT END
101200             SET END-OF-CONTPREF TO TRUE
101300         NOT AT END
101400             IF CF-CUSTOMER-ID = WS-EP-CUSTOMER-ID
101500                 SET PREF-ON-FILE TO TRUE
101600             END-IF
101700     END-READ.
101800 3350-EXIT.
101900     EXIT.
102000
102100 3800-JOURNAL-ENTRY.
102200     MOVE WS-ACTION-CODE TO WS-DTL-ACTION.
102300     MOVE WS-ET-CUSTOMER-ID TO WS-DTL-CUSTOMER.
102400     MOVE WS-ENTRY-RESULT TO WS-DTL-RESULT.
102500     MOVE SPACES TO WS-DTL-NAME.
102600     IF NOT ACTION-PREFERENCE
102700         MOVE WS-ET-CUSTOMER-NAME TO WS-DTL-NAME
102800     END-IF.
102900     WRITE ENTRRPT-LINE FROM WS-DETAIL-LINE.
103000 3800-EXIT.
103100     EXIT.
103200
103300******************************************************************
103400* 3900-PROMPT-FIELD - SHOW WHAT THE FIELD HOLDS NOW AND TAKE THE
103500* NEW VALUE. NOTHING KEYED KEEPS THE CURRENT VALUE, "*" ABANDONS
103600* THE ENTRY, AND A VALUE WIDER THAN THE FIELD IS REFUSED RATHER
103700* THAN CUT SHORT.
103800******************************************************************
103900 3900-PROMPT-FIELD.
104000     MOVE 'N' TO WS-PROMPT-SW.
104100     IF WS-PROMPT-CURRENT NOT = SPACES
104200         DISPLAY "  " WS-PROMPT-LABEL " NOW: " WS-PROMPT-CURRENT
104300     END-IF.
104400     DISPLAY "  " WS-PROMPT-LABEL " NEW: " WITH NO ADVANCING.
104500     MOVE SPACES TO WS-KEYED-VALUE.
104600     ACCEPT WS-KEYED-VALUE FROM CONSOLE.
104700     IF WS-KEYED-VALUE = "*"
104800         SET ENTRY-ABANDONED TO TRUE
104900         GO TO 3900-EXIT
105000     END-IF.
105100     IF WS-KEYED-VALUE = SPACES
105200         MOVE WS-PROMPT-CURRENT TO WS-KEYED-VALUE
105300     END-IF.
105400     IF WS-PROMPT-MAX < 50
105500         COMPUTE WS-PROMPT-OVER = WS-PROMPT-MAX + 1
105600         IF WS-KEYED-VALUE (WS-PROMPT-OVER:) NOT = SPACES
105700             MOVE WS-PROMPT-MAX TO WS-PROMPT-MAX-EDIT
105800             DISPLAY "  NO MORE THAN " WS-PROMPT-MAX-EDIT
105900                 " CHARACTERS"
106000             GO TO 3900-EXIT
106100         END-IF
106200     END-IF.
106300     SET PROMPT-VALUE-OK TO TRUE.
106400 3900-EXIT.
106500     EXIT.
106600
106700******************************************************************
106800* 4000-CLEANUP-ROUTINE - CLOSE THE SESSION'S BATCH WITH ITS
106900* TRAILER, TOTAL THE JOURNAL AND CLOSE THE FILES.
107000******************************************************************
107100 4000-CLEANUP-ROUTINE.
107200     IF BATCH-HEADER-WRITTEN
107300         PERFORM 4100-WRITE-BATCH-TRAILER THRU 4100-EXIT
107400     END-IF.
107500
107600     MOVE SPACES TO WS-SUMMARY-LINE.
107700     MOVE "ENTRIES STARTED:       " TO WS-SUM-LABEL.
107800     MOVE WS-ENTRY-COUNT TO WS-SUM-VALUE.
107900     WRITE ENTRRPT-LINE FROM WS-SUMMARY-LINE.
108000
108100     MOVE "TRANSACTIONS WRITTEN:  " TO WS-SUM-LABEL.
108200     MOVE WS-WRITTEN-COUNT TO WS-SUM-VALUE.
108300     WRITE ENTRRPT-LINE FROM WS-SUMMARY-LINE.
108400
108500     MOVE "ENTRIES ABANDONED:     " TO WS-SUM-LABEL.
108600     MOVE WS-ABANDONED-COUNT TO WS-SUM-VALUE.
108700     WRITE ENTRRPT-LINE FROM WS-SUMMARY-LINE.
108800
108900     MOVE "ENTRIES UNCHANGED:     " TO WS-SUM-LABEL.
109000     MOVE WS-UNCHANGED-COUNT TO WS-SUM-VALUE.
109100     WRITE ENTRRPT-LINE FROM WS-SUMMARY-LINE.
109200
109300     MOVE "ENTRIES REFUSED:       " TO WS-SUM-LABEL.
109400     MOVE WS-REFUSED-COUNT TO WS-SUM-VALUE.
109500     WRITE ENTRRPT-LINE FROM WS-SUMMARY-LINE.
109600
109700     IF RETURN-CODE = ZERO AND WS-REFUSED-COUNT > ZERO
109800         MOVE 4 TO RETURN-CODE
109900     END-IF.
110000
110100     DISPLAY "TRANSACTIONS WRITTEN: " WS-WRITTEN-COUNT.
110200
110300     IF CUSTMAST-WAS-OPENED
110400         CLOSE CUSTMAST-FILE
110500     END-IF.
110600     IF CUSTTRAN-WAS-OPENED
110700         CLOSE CUSTTRAN-FILE
110800     END-IF.
110900     CLOSE ENTRRPT-FILE.
111000 4000-EXIT.
111100     EXIT.
111200
111300* THE TRAILER REPEATS THE HEADER'S DATE, TIME AND OPERATOR SO
111400* CUSTMAINT CAN PAIR THEM, AND CARRIES WHAT WAS WRITTEN BETWEEN.
111500 4100-WRITE-BATCH-TRAILER.
111600     MOVE SPACES TO CUSTTRAN-BATCH-RECORD.
111700     SET CUSTTRAN-BATCH-TRAILER TO TRUE.
111800     MOVE WS-CURRENT-DATE TO CB-BATCH-DATE.
111900     MOVE WS-BATCH-TIME TO CB-BATCH-TIME.
112000     MOVE WS-OPERATOR-ID TO CB-OPERATOR-ID.
112100     MOVE WS-BATCH-TRAN-COUNT TO CB-TRL-TRAN-COUNT.
112200     MOVE WS-BATCH-ID-HASH TO CB-TRL-ID-HASH.
112300     WRITE CUSTTRAN-BATCH-RECORD.
112400     IF NOT CUSTTRAN-OK
112500         DISPLAY "UNABLE TO WRITE CUSTTRAN TRAILER, STATUS: "
112600             WS-CUSTTRAN-STATUS
112700         MOVE 16 TO RETURN-CODE
112800         GO TO 4100-EXIT
112900     END-IF.
113000     DISPLAY "BATCH CLOSED - " WS-BATCH-TRAN-COUNT
113100         " TRANSACTIONS, ID HASH " WS-BATCH-ID-HASH.
113200 4100-EXIT.
113300     EXIT.
113400
113500* INCLUDE THE SHARED OPERATOR-AUTHORIZATION PARAGRAPHS
113600     COPY CHKAUTH.
113700
113800* INCLUDE THE SHARED ZIP/STATE DELIVERABILITY PARAGRAPHS
113900     COPY CHKZIP.
114000
114100* INCLUDE THE SHARED CHECK-DATE-FORMAT UTILITY PARAGRAPH
114200     COPY CHKDATE.
114300
114400* INCLUDE THE SHARED CUSTOMER FIELD-EDIT PARAGRAPHS
114500     COPY CHKFLD.
