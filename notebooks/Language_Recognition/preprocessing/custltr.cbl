000100******************************************************************
000200* CUSTLTR - MAINTENANCE-EVENT CUSTOMER CORRESPONDENCE
000300******************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. CUSTLTR.
000600 AUTHOR. R MERCER.
000700 INSTALLATION. DATA PROCESSING.
000800 DATE-WRITTEN. 2026-10-15.
000900 DATE-COMPILED.
001000******************************************************************
001100* MODIFICATION HISTORY
001200* ----------------------------------------------------------------
001300* DATE        INIT  DESCRIPTION
001400* 2026-10-15  RDM   ORIGINAL VERSION - NIGHTLY LETTER RUN. READS
001500*                   THE DAY'S CHGHIST AND CHGEVENT ACTIVITY AND
001600*                   PRODUCES ONE LETTER PER EVENT: A WELCOME
001700*                   LETTER FOR A NEW ADD, AN ADDRESS-CHANGE
001800*                   CONFIRMATION TO BOTH THE NEW AND THE OLD
001900*                   ADDRESS (THE OLD-ADDRESS COPY IS THE
002000*                   CUSTOMER'S WARNING OF A CHANGE THEY DID NOT
002100*                   MAKE), AND A DEACTIVATION NOTICE. THE
002200*                   WORDING OF EACH LETTER TYPE COMES FROM THE
002300*                   LTRTMPL TEMPLATE FILE; NAME AND ADDRESS ARE
002400*                   MERGED FROM THE CUSTMAST SNAPSHOT, SO THE
002500*                   RUN REFUSES TO START UNTIL CUSTEXTR HAS
002600*                   STAMPED TODAY. THE CONTPREF MAIL OPT-OUT IS
002700*                   HONORED. LETTERS GO TO LTRFILE SORTED BY
002800*                   ZIP CODE FOR POSTAL PRESORT, ONE PAGE EACH;
002900*                   LTRRPT COUNTS LETTERS PRODUCED BY TYPE AND
003000*                   LISTS AND COUNTS EVERY SUPPRESSED LETTER BY
003100*                   REASON.
003125* 2026-10-15  RDM   LTRRPT IS NOW CLOSED WHEN THE CUSTMAST
003150*                   SNAPSHOT CANNOT BE OPENED, SO THE REPORT
003175*                   HEADING ALREADY WRITTEN IS NOT LEFT OPEN.
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. X86-64.
003600 OBJECT-COMPUTER. X86-64.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT CHGHIST-FILE ASSIGN TO "CHGHIST"
004000         ORGANIZATION IS SEQUENTIAL
004100         ACCESS MODE IS SEQUENTIAL
004200         FILE STATUS IS WS-CHGHIST-STATUS.
004300
004400     SELECT CHGEVENT-FILE ASSIGN TO "CHGEVENT"
004500         ORGANIZATION IS SEQUENTIAL
004600         ACCESS MODE IS SEQUENTIAL
004700         FILE STATUS IS WS-CHGEVENT-STATUS.
004800
004900     SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS CM-CUSTOMER-ID
005300         FILE STATUS IS WS-CUSTMAST-STATUS.
005400
005500     SELECT CONTPREF-FILE ASSIGN TO "CONTPREF"
005600         ORGANIZATION IS SEQUENTIAL
005700         ACCESS MODE IS SEQUENTIAL
005800         FILE STATUS IS WS-CONTPREF-STATUS.
005900
006000     SELECT LTRTMPL-FILE ASSIGN TO "LTRTMPL"
006100         ORGANIZATION IS SEQUENTIAL
006200         ACCESS MODE IS SEQUENTIAL
006300         FILE STATUS IS WS-LTRTMPL-STATUS.
006400
006500     SELECT LTRSORT-FILE ASSIGN TO "LTRSRTWK".
006600
006700     SELECT LTRFILE-FILE ASSIGN TO "LTRFILE"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-LTRFILE-STATUS.
007000
007100     SELECT LTRRPT-FILE ASSIGN TO "LTRRPT"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-LTRRPT-STATUS.
007400
007500     SELECT PARMCARD-FILE ASSIGN TO "LTRPARM"
007600         ORGANIZATION IS SEQUENTIAL
007700         ACCESS MODE IS SEQUENTIAL
007800         FILE STATUS IS WS-PARMCARD-STATUS.
007900
008000     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
008100         ORGANIZATION IS SEQUENTIAL
008200         ACCESS MODE IS SEQUENTIAL
008300         FILE STATUS IS WS-RUNCTL-STATUS.
008400
008500 DATA DIVISION.
008600 FILE SECTION.
008700* RETAINED FIELD-LEVEL CHANGE HISTORY WRITTEN BY CUSTMAINT,
008800* CUSTDEAP AND CUSTERAS - ONE RECORD PER CHANGED FIELD.
008900 FD  CHGHIST-FILE
009000     RECORDING MODE IS F.
009100 01  CHGHIST-RECORD.
009200     05  CH-RUN-DATE           PIC X(10).
009300     05  CH-TRANS-CODE         PIC X(01).
009400     05  CH-CUSTOMER-ID        PIC 9(06).
009500     05  CH-FIELD-NAME         PIC X(15).
009600     05  CH-BEFORE-VALUE       PIC X(50).
009700     05  CH-AFTER-VALUE        PIC X(50).
009800     05  CH-OPERATOR-ID        PIC X(08).
009900
010000* MACHINE-READABLE CHANGE EVENTS WRITTEN BY CUSTRECN FOR NAME
010100* AND STATUS CHANGES SEEN DAY OVER DAY.
010200 FD  CHGEVENT-FILE
010300     RECORDING MODE IS F.
010400 01  CHGEVENT-RECORD.
010500     05  CE-CUSTOMER-ID        PIC 9(06).
010600     05  CE-FIELD-NAME         PIC X(15).
010700     05  CE-OLD-VALUE          PIC X(30).
010800     05  CE-NEW-VALUE          PIC X(30).
010900     05  CE-RUN-DATE           PIC X(10).
011000
011100* NIGHTLY CUSTOMER-MASTER SNAPSHOT BUILT BY CUSTEXTR - THE NAME
011200* AND ADDRESS EVERY LETTER IS MERGED FROM.
011300 FD  CUSTMAST-FILE.
011400 01  CUSTMAST-RECORD.
011500     05  CM-CUSTOMER-ID        PIC 9(06).
011600     05  CM-CUSTOMER-NAME      PIC X(30).
011700     05  CM-STREET             PIC X(30).
011800     05  CM-CITY               PIC X(20).
011900     05  CM-STATE              PIC X(02).
012000     05  CM-ZIP-CODE           PIC 9(05).
012100     05  CM-CUSTOMER-PHONE     PIC X(15).
012200     05  CM-CUSTOMER-EMAIL     PIC X(50).
012300     05  CM-CUSTOMER-STATUS    PIC X(01).
012400     05  CM-CUSTOMER-JOIN-DATE PIC X(10).
012500     05  CM-CUSTOMER-LAST-ORDER PIC X(10).
012600     05  CM-CUSTOMER-REGION    PIC X(02).
012700     05  CM-CURRENCY-CODE      PIC X(03).
012800
012900* CONTACT PREFERENCES MAINTAINED THROUGH CUSTMAINT'S 'P'
013000* TRANSACTION - Y/N OPT-IN FLAGS PER CHANNEL WITH AN EFFECTIVE
013100* DATE. ONLY THE MAIL FLAG MATTERS HERE.
013200 FD  CONTPREF-FILE
013300     RECORDING MODE IS F.
013400 01  CONTPREF-RECORD.
013500     05  CF-CUSTOMER-ID        PIC 9(06).
013600     05  CF-MAIL-PREF          PIC X(01).
013700     05  CF-EMAIL-PREF         PIC X(01).
013800     05  CF-PHONE-PREF         PIC X(01).
013900     05  CF-EFF-DATE           PIC X(10).
014000     05  FILLER                PIC X(21).
014100
014200* LETTER TEMPLATES - THE BODY TEXT OF EACH LETTER TYPE, ONE
014300* RECORD PER PRINTED LINE, IN PRINT ORDER WITHIN THE TYPE:
014400*   WL  WELCOME LETTER FOR A NEW ACCOUNT
014500*   AN  ADDRESS-CHANGE CONFIRMATION TO THE NEW ADDRESS
014600*   AO  ADDRESS-CHANGE NOTICE TO THE OLD ADDRESS
014700*   DA  DEACTIVATION NOTICE
014800* WORDING CHANGES ARE MADE HERE, NOT IN THE PROGRAM.
014900 FD  LTRTMPL-FILE
015000     RECORDING MODE IS F.
015100 01  LTRTMPL-RECORD.
015200     05  LT-LETTER-TYPE        PIC X(02).
015300     05  LT-LINE-NO            PIC 9(02).
015400     05  LT-TEXT               PIC X(70).
015500     05  FILLER                PIC X(06).
015600
015700* ONE RECORD PER LETTER TO PRINT, SORTED INTO ZIP-CODE ORDER
015800* FOR POSTAL PRESORT. THE "OTHER" ADDRESS IS THE ONE AN
015900* ADDRESS-CHANGE LETTER QUOTES - THE OLD ADDRESS ON THE LETTER
016000* TO THE NEW ONE, AND THE NEW ADDRESS ON THE LETTER TO THE OLD.
016100 SD  LTRSORT-FILE.
016200 01  LTRSORT-RECORD.
016300     05  LS-ZIP-CODE           PIC 9(05).
016400     05  LS-CUSTOMER-ID        PIC 9(06).
016500     05  LS-LETTER-TYPE        PIC X(02).
016600     05  LS-CUSTOMER-NAME      PIC X(30).
016700     05  LS-STREET             PIC X(30).
016800     05  LS-CITY               PIC X(20).
016900     05  LS-STATE              PIC X(02).
017000     05  LS-OTHER-STREET       PIC X(30).
017100     05  LS-OTHER-CITY         PIC X(20).
017200     05  LS-OTHER-STATE        PIC X(02).
017300     05  LS-OTHER-ZIP          PIC 9(05).
017400
017500* PRINT-READY LETTERS - EACH STARTS ON A NEW PAGE.
017600 FD  LTRFILE-FILE.
017700 01  LTRFILE-LINE              PIC X(80).
017800
017900 FD  LTRRPT-FILE.
018000 01  LTRRPT-LINE               PIC X(132).
018100
018200* RUN-TIME PARAMETER CARD - THE ACTIVITY DATE TO WRITE LETTERS
018300* FOR. BLANK OR MISSING MEANS TODAY; A RERUN FOR A MISSED NIGHT
018400* NAMES THE NIGHT IT MISSED.
018500 FD  PARMCARD-FILE
018600     RECORDING MODE IS F.
018700 01  PARMCARD-RECORD.
018800     05  PC-ACTIVITY-DATE      PIC X(10).
018900     05  FILLER                PIC X(70).
019000
019100* SHARED NIGHTLY RUN-CONTROL FILE - ONE RECORD PER PROGRAM
019200* COMPLETION, STAMPED AT CLEANUP. SEE CHKRUN.cpy.
019300 FD  RUNCTL-FILE
019400     RECORDING MODE IS F.
019500 01  RUNCTL-RECORD.
019600     05  RU-RUN-DATE           PIC X(10).
019700     05  RU-PROGRAM-ID         PIC X(08).
019800     05  RU-TIMESTAMP          PIC X(21).
019900     05  RU-RETURN-CODE        PIC S9(04).
020000     05  FILLER                PIC X(37).
020100
020200 WORKING-STORAGE SECTION.
020300
020400* INCLUDE SHARED RUN-CONTROL WORKING STORAGE
020500     COPY RUNCTL.
020600
020700* INCLUDE SHARED DATE-HANDLING WORKING STORAGE
020800     COPY DATECHK.
020900
021000 01  WS-VARIABLES.
021100     05  WS-CURRENT-DATE       PIC X(10) VALUE SPACES.
021200     05  WS-ACTIVITY-DATE      PIC X(10) VALUE SPACES.
021300     05  WS-EFF-MAIL-PREF      PIC X(01) VALUE 'Y'.
021400     05  WS-LETTER-TYPE        PIC X(02) VALUE SPACES.
021500     05  WS-SUPPRESS-REASON    PIC X(30) VALUE SPACES.
021600     05  WS-CITY-LINE          PIC X(40) VALUE SPACES.
021700     05  WS-CITY-LINE-CITY     PIC X(20) VALUE SPACES.
021800     05  WS-CITY-LINE-STATE    PIC X(02) VALUE SPACES.
021900     05  WS-CITY-LINE-ZIP      PIC 9(05) VALUE ZERO.
022000     05  WS-MAST-SW            PIC X(01) VALUE 'N'.
022100         88  CUSTMAST-FOUND    VALUE 'Y'.
022200     05  WS-TMPL-FOUND-SW      PIC X(01) VALUE 'N'.
022300         88  TEMPLATE-FOUND    VALUE 'Y'.
022400
022500* THE OLD ADDRESS OF AN ADDRESS CHANGE, REBUILT FROM THE
022600* BEFORE IMAGES OF THE PARTS THAT CHANGED AND THE SNAPSHOT
022700* VALUES OF THE PARTS THAT DID NOT.
022800 01  WS-OLD-ADDRESS.
022900     05  WS-OLD-STREET         PIC X(30) VALUE SPACES.
023000     05  WS-OLD-CITY           PIC X(20) VALUE SPACES.
023100     05  WS-OLD-STATE          PIC X(02) VALUE SPACES.
023200     05  WS-OLD-ZIP            PIC 9(05) VALUE ZERO.
023300
023400 01  WS-FILE-SWITCHES.
023500     05  WS-CHGHIST-STATUS     PIC X(02) VALUE SPACES.
023600         88  CHGHIST-OK        VALUE '00'.
023700     05  WS-CHGEVENT-STATUS    PIC X(02) VALUE SPACES.
023800         88  CHGEVENT-OK       VALUE '00'.
023900     05  WS-CUSTMAST-STATUS    PIC X(02) VALUE SPACES.
024000         88  CUSTMAST-OK       VALUE '00'.
024100     05  WS-CONTPREF-STATUS    PIC X(02) VALUE SPACES.
024200         88  CONTPREF-OK       VALUE '00'.
024300     05  WS-LTRTMPL-STATUS     PIC X(02) VALUE SPACES.
024400         88  LTRTMPL-OK        VALUE '00'.
024500     05  WS-LTRFILE-STATUS     PIC X(02) VALUE SPACES.
024600     05  WS-LTRRPT-STATUS      PIC X(02) VALUE SPACES.
024700     05  WS-PARMCARD-STATUS    PIC X(02) VALUE SPACES.
024800         88  PARMCARD-OK       VALUE '00'.
024900     05  WS-CHGHIST-SW         PIC X(01) VALUE 'N'.
025000         88  END-OF-CHGHIST    VALUE 'Y'.
025100     05  WS-CHGEVENT-SW        PIC X(01) VALUE 'N'.
025200         88  END-OF-CHGEVENT   VALUE 'Y'.
025300     05  WS-CONTPREF-SW        PIC X(01) VALUE 'N'.
025400         88  END-OF-CONTPREF   VALUE 'Y'.
025500     05  WS-LTRTMPL-SW         PIC X(01) VALUE 'N'.
025600         88  END-OF-LTRTMPL    VALUE 'Y'.
025700     05  WS-LTRSORT-SW         PIC X(01) VALUE 'N'.
025800         88  END-OF-LTRSORT    VALUE 'Y'.
025900     05  WS-FILES-OPEN-SW      PIC X(01) VALUE 'N'.
026000         88  LETTER-FILES-OPEN VALUE 'Y'.
026100
026200 01  WS-LETTER-COUNTS.
026300     05  WS-HIST-READ-COUNT    PIC 9(07) VALUE ZERO.
026400     05  WS-EVENT-READ-COUNT   PIC 9(07) VALUE ZERO.
026500     05  WS-WL-COUNT           PIC 9(05) VALUE ZERO.
026600     05  WS-AN-COUNT           PIC 9(05) VALUE ZERO.
026700     05  WS-AO-COUNT           PIC 9(05) VALUE ZERO.
026800     05  WS-DA-COUNT           PIC 9(05) VALUE ZERO.
026900     05  WS-PRINTED-COUNT      PIC 9(05) VALUE ZERO.
027000     05  WS-SUPPRESSED-COUNT   PIC 9(05) VALUE ZERO.
027100     05  WS-SUP-OPTOUT-COUNT   PIC 9(05) VALUE ZERO.
027200     05  WS-SUP-NOMAST-COUNT   PIC 9(05) VALUE ZERO.
027300     05  WS-SUP-ERASED-COUNT   PIC 9(05) VALUE ZERO.
027400     05  WS-SUP-ADDRESS-COUNT  PIC 9(05) VALUE ZERO.
027500     05  WS-SUP-NOTMPL-COUNT   PIC 9(05) VALUE ZERO.
027600     05  WS-SUP-WELCOME-COUNT  PIC 9(05) VALUE ZERO.
027700     05  WS-SUP-SAMEADDR-COUNT PIC 9(05) VALUE ZERO.
027800     05  WS-SUP-ACTIVE-COUNT   PIC 9(05) VALUE ZERO.
027900
028000* ONE ENTRY PER CUSTOMER WITH A LETTER EVENT TODAY. SEVERAL
028100* EVENTS FOR ONE CUSTOMER SHARE THE ENTRY; SEVERAL ADDRESS
028200* CHANGES IN ONE DAY KEEP THE FIRST BEFORE IMAGE OF EACH PART,
028300* SO THE OLD-ADDRESS LETTER GOES WHERE THE CUSTOMER LIVED
028400* THIS MORNING.
028500 01  WS-EVENT-TABLE.
028600     05  WS-MAX-EVT-TABLE      PIC 9(04) VALUE 5000 COMP.
028700     05  WS-EVT-COUNT          PIC 9(04) VALUE ZERO.
028800     05  WS-EVT-SUB            PIC 9(04) COMP VALUE ZERO.
028900     05  WS-EVT-MATCH-SW       PIC X(01) VALUE 'N'.
029000         88  EVENT-ENTRY-FOUND VALUE 'Y'.
029100     05  WS-EVT-OVERFLOW-SW    PIC X(01) VALUE 'N'.
029200         88  EVENT-TABLE-OVERFLOW VALUE 'Y'.
029300     05  WS-EVT-ENTRY OCCURS 5000 TIMES
029400             INDEXED BY WS-EVT-IDX.
029500         10  WS-EVT-CUSTOMER-ID PIC 9(06).
029600         10  WS-EVT-WELCOME-SW PIC X(01).
029700             88  EVT-WELCOME   VALUE 'Y'.
029800         10  WS-EVT-ADDRESS-SW PIC X(01).
029900             88  EVT-ADDRESS   VALUE 'Y'.
030000         10  WS-EVT-DEACT-SW   PIC X(01).
030100             88  EVT-DEACT     VALUE 'Y'.
030200         10  WS-EVT-ERASED-SW  PIC X(01).
030300             88  EVT-ERASED    VALUE 'Y'.
030400         10  WS-EVT-OLD-STREET-SW PIC X(01).
030500             88  EVT-OLD-STREET-SET VALUE 'Y'.
030600         10  WS-EVT-OLD-CITY-SW PIC X(01).
030700             88  EVT-OLD-CITY-SET VALUE 'Y'.
030800         10  WS-EVT-OLD-STATE-SW PIC X(01).
030900             88  EVT-OLD-STATE-SET VALUE 'Y'.
031000         10  WS-EVT-OLD-ZIP-SW PIC X(01).
031100             88  EVT-OLD-ZIP-SET VALUE 'Y'.
031200         10  WS-EVT-OLD-STREET PIC X(30).
031300         10  WS-EVT-OLD-CITY   PIC X(20).
031400         10  WS-EVT-OLD-STATE  PIC X(02).
031500         10  WS-EVT-OLD-ZIP    PIC 9(05).
031600
031700* THE CONTACT-PREFERENCE FILE IN MEMORY.
031800 01  WS-PREF-TABLE.
031900     05  WS-MAX-PREF-TABLE     PIC 9(04) VALUE 2000 COMP.
032000     05  WS-PREF-TABLE-COUNT   PIC 9(04) VALUE ZERO.
032100     05  WS-PREF-OVERFLOW-SW   PIC X(01) VALUE 'N'.
032200         88  PREF-TABLE-OVERFLOW VALUE 'Y'.
032300     05  WS-PREF-TABLE-ENTRY OCCURS 2000 TIMES
032400             INDEXED BY WS-PREF-IDX.
032500         10  WS-PREF-CUSTOMER-ID PIC 9(06).
032600         10  WS-PREF-MAIL        PIC X(01).
032700         10  WS-PREF-EFF-DATE    PIC X(10).
032800
032900* THE LETTER TEMPLATES IN MEMORY, IN FILE ORDER.
033000 01  WS-TMPL-TABLE.
033100     05  WS-MAX-TMPL-TABLE     PIC 9(04) VALUE 200 COMP.
033200     05  WS-TMPL-COUNT         PIC 9(04) VALUE ZERO.
033300     05  WS-TMPL-SUB           PIC 9(04) COMP VALUE ZERO.
033400     05  WS-TMPL-OVERFLOW-SW   PIC X(01) VALUE 'N'.
033500         88  TMPL-TABLE-OVERFLOW VALUE 'Y'.
033600     05  WS-TMPL-ENTRY OCCURS 200 TIMES
033700             INDEXED BY WS-TMPL-IDX.
033800         10  WS-TMPL-TYPE      PIC X(02).
033900         10  WS-TMPL-TEXT      PIC X(70).
034000
034100 01  WS-LETTER-LINES.
034200     05  WS-LTR-DATE-LINE.
034300         10  FILLER            PIC X(50) VALUE SPACES.
034400         10  WS-LTR-DATE       PIC X(10).
034500     05  WS-LTR-ADDRESS-LINE.
034600         10  FILLER            PIC X(05) VALUE SPACES.
034700         10  WS-LTR-ADDRESS    PIC X(40).
034800     05  WS-LTR-SALUTE-LINE.
034900         10  FILLER            PIC X(05) VALUE "DEAR ".
035000         10  WS-LTR-SALUTE-NAME PIC X(31).
035100     05  WS-LTR-BODY-LINE.
035200         10  WS-LTR-BODY       PIC X(70).
035300     05  WS-LTR-QUOTE-LINE.
035400         10  WS-LTR-QUOTE-LABEL PIC X(20).
035500         10  WS-LTR-QUOTE-TEXT PIC X(40).
035600     05  WS-LTR-REF-LINE.
035700         10  FILLER            PIC X(17) VALUE
035800             "CUSTOMER NUMBER: ".
035900         10  WS-LTR-REF-ID     PIC 9(06).
036000         10  FILLER            PIC X(03) VALUE SPACES.
036100         10  WS-LTR-REF-TYPE   PIC X(02).
036200
036300 01  WS-REPORT-LINES.
036400     05  WS-HEADER-LINE.
036500         10  FILLER            PIC X(34) VALUE
036600             "CUSTOMER CORRESPONDENCE CONTROL".
036700         10  FILLER            PIC X(12) VALUE "  RUN DATE: ".
036800         10  WS-HDR-DATE       PIC X(10) VALUE SPACES.
036900         10  FILLER            PIC X(12) VALUE "  ACTIVITY: ".
037000         10  WS-HDR-ACTIVITY   PIC X(10) VALUE SPACES.
037100     05  WS-SECTION-LINE.
037200         10  WS-SEC-TITLE      PIC X(60) VALUE SPACES.
037300     05  WS-SUPPRESS-LINE.
037400         10  FILLER            PIC X(03) VALUE SPACES.
037500         10  WS-SUP-ID         PIC 9(06).
037600         10  FILLER            PIC X(02) VALUE SPACES.
037700         10  WS-SUP-TYPE       PIC X(02).
037800         10  FILLER            PIC X(02) VALUE SPACES.
037900         10  WS-SUP-REASON     PIC X(30).
038000     05  WS-SUMMARY-LINE.
038100         10  FILLER            PIC X(20) VALUE SPACES.
038200         10  WS-SUM-LABEL      PIC X(32).
038300         10  WS-SUM-VALUE      PIC ZZZ,ZZ9.
038400
038500 PROCEDURE DIVISION.
038600 0000-MAINLINE.
038700     DISPLAY "CUSTOMER CORRESPONDENCE RUN".
038800     PERFORM 1000-INITIALIZE-ROUTINE THRU 1000-EXIT.
038900     IF RETURN-CODE = ZERO
039000         PERFORM 2000-PROCESS-DATA THRU 2000-EXIT
039100     ELSE
039200         DISPLAY "INITIALIZATION FAILED, SKIPPING PROCESS-DATA"
039300     END-IF.
039400     PERFORM 4000-CLEANUP-ROUTINE THRU 4000-EXIT.
039500     STOP RUN.
039600
039700******************************************************************
039800* 1000-INITIALIZE-ROUTINE - CONFIRM TONIGHT'S SNAPSHOT EXISTS,
039900* LOAD THE TEMPLATES AND PREFERENCES, AND COLLECT THE DAY'S
040000* LETTER EVENTS FROM BOTH ACTIVITY FILES.
040100******************************************************************
040200 1000-INITIALIZE-ROUTINE.
040300     PERFORM DERIVE-CURRENT-DATE
040400         THRU DERIVE-CURRENT-DATE-EXIT.
040500     MOVE DC-TODAY-DATE TO WS-CURRENT-DATE.
040600     MOVE WS-CURRENT-DATE TO WS-ACTIVITY-DATE.
040700
040800     PERFORM 1050-READ-PARAMETER-CARD THRU 1050-EXIT.
040900     IF RETURN-CODE NOT = ZERO
041000         GO TO 1000-EXIT
041100     END-IF.
041200
041300* THE LETTERS MERGE NAME AND ADDRESS FROM THE SNAPSHOT, SO A
041400* SNAPSHOT NOT YET REBUILT TONIGHT WOULD SEND THE ADDRESS-CHANGE
041500* CONFIRMATION TO YESTERDAY'S ADDRESS.
041600     MOVE "CUSTEXTR" TO RC-CHECK-PROGRAM.
041700     MOVE WS-CURRENT-DATE TO RC-CHECK-DATE.
041800     PERFORM CHECK-RUN-CONTROL THRU CHECK-RUN-CONTROL-EXIT.
041900     IF NOT RUN-CONTROL-FOUND
042000         DISPLAY "CUSTEXTR HAS NOT COMPLETED FOR RUN DATE "
042100             WS-CURRENT-DATE ", RUN REFUSED"
042200         MOVE 12 TO RETURN-CODE
042300         GO TO 1000-EXIT
042400     END-IF.
042500
042600     OPEN OUTPUT LTRRPT-FILE.
042700     MOVE WS-CURRENT-DATE TO WS-HDR-DATE.
042800     MOVE WS-ACTIVITY-DATE TO WS-HDR-ACTIVITY.
042900     WRITE LTRRPT-LINE FROM WS-HEADER-LINE.
043000
043100     OPEN INPUT CUSTMAST-FILE.
043200     IF NOT CUSTMAST-OK
043300         DISPLAY "UNABLE TO OPEN CUSTMAST, STATUS: "
043400             WS-CUSTMAST-STATUS
043500         DISPLAY "HAS THE CUSTEXTR SNAPSHOT EXTRACT RUN?"
043550         CLOSE LTRRPT-FILE
043600         MOVE 16 TO RETURN-CODE
043700         GO TO 1000-EXIT
043800     END-IF.
043900     OPEN OUTPUT LTRFILE-FILE.
044000     SET LETTER-FILES-OPEN TO TRUE.
044100
044200     PERFORM 1200-LOAD-TEMPLATE-TABLE THRU 1200-EXIT.
044300     IF RETURN-CODE NOT = ZERO
044400         GO TO 1000-EXIT
044500     END-IF.
044600
044700     PERFORM 1600-LOAD-PREFERENCE-TABLE THRU 1600-EXIT.
044800     IF RETURN-CODE NOT = ZERO
044900         GO TO 1000-EXIT
045000     END-IF.
045100
045200     PERFORM 1300-COLLECT-HISTORY-EVENTS THRU 1300-EXIT.
045300     IF RETURN-CODE NOT = ZERO
045400         GO TO 1000-EXIT
045500     END-IF.
045600
045700     PERFORM 1400-COLLECT-CHANGE-EVENTS THRU 1400-EXIT.
045800     IF EVENT-TABLE-OVERFLOW
045900         DISPLAY "MORE THAN " WS-MAX-EVT-TABLE
046000             " CUSTOMERS WITH LETTER EVENTS, RUN ABORTED"
046100         MOVE 16 TO RETURN-CODE
046200     END-IF.
046300 1000-EXIT.
046400     EXIT.
046500
046600 1050-READ-PARAMETER-CARD.
046700     OPEN INPUT PARMCARD-FILE.
046800     IF NOT PARMCARD-OK
046900         DISPLAY "NO PARAMETER CARD FOUND, USING DEFAULTS"
047000         GO TO 1050-EXIT
047100     END-IF.
047200
047300     READ PARMCARD-FILE
047400         AT END
047500             DISPLAY "PARAMETER CARD EMPTY, USING DEFAULTS"
047600             CLOSE PARMCARD-FILE
047700             GO TO 1050-EXIT
047800     END-READ.
047900
048000     IF PC-ACTIVITY-DATE NOT = SPACES
048100         MOVE PC-ACTIVITY-DATE TO DC-DATE-FIELD
048200         PERFORM CHECK-DATE-FORMAT THRU CHECK-DATE-FORMAT-EXIT
048300         IF DATE-FORMAT-BAD
048400             DISPLAY "LTRPARM ACTIVITY DATE INVALID, "
048500                 DC-DATE-REASON ", RUN REFUSED"
048600             MOVE 12 TO RETURN-CODE
048700         ELSE
048800             MOVE PC-ACTIVITY-DATE TO WS-ACTIVITY-DATE
048900         END-IF
049000     END-IF.
049100     CLOSE PARMCARD-FILE.
049200 1050-EXIT.
049300     EXIT.
049400
049500******************************************************************
049600* 1200-LOAD-TEMPLATE-TABLE - NO TEMPLATE FILE MEANS NO LETTER
049700* CAN BE WORDED, SO THE RUN STOPS. A LETTER TYPE WITH NO LINES
049800* IN THE FILE IS SUPPRESSED AND COUNTED, NOT PRINTED BLANK.
049900******************************************************************
050000 1200-LOAD-TEMPLATE-TABLE.
050100     OPEN INPUT LTRTMPL-FILE.
050200     IF NOT LTRTMPL-OK
050300         DISPLAY "UNABLE TO OPEN LTRTMPL, STATUS: "
050400             WS-LTRTMPL-STATUS
050500         MOVE 16 TO RETURN-CODE
050600         GO TO 1200-EXIT
050700     END-IF.
050800     PERFORM 1250-READ-LTRTMPL-RECORD THRU 1250-EXIT.
050900     PERFORM 1270-ADD-TEMPLATE-LINE THRU 1270-EXIT
051000         UNTIL END-OF-LTRTMPL.
051100     CLOSE LTRTMPL-FILE.
051200
051300     IF TMPL-TABLE-OVERFLOW
051400         DISPLAY "MORE THAN " WS-MAX-TMPL-TABLE
051500             " TEMPLATE LINES, RUN ABORTED"
051600         MOVE 16 TO RETURN-CODE
051700     END-IF.
051800 1200-EXIT.
051900     EXIT.
052000
052100 1250-READ-LTRTMPL-RECORD.
052200     READ LTRTMPL-FILE
052300         AT END
052400             SET END-OF-LTRTMPL TO TRUE
052500     END-READ.
052600 1250-EXIT.
052700     EXIT.
052800
052900 1270-ADD-TEMPLATE-LINE.
053000     IF WS-TMPL-COUNT < WS-MAX-TMPL-TABLE
053100         ADD 1 TO WS-TMPL-COUNT
053200         MOVE LT-LETTER-TYPE TO WS-TMPL-TYPE (WS-TMPL-COUNT)
053300         MOVE LT-TEXT TO WS-TMPL-TEXT (WS-TMPL-COUNT)
053400     ELSE
053500         SET TMPL-TABLE-OVERFLOW TO TRUE
053600     END-IF.
053700     PERFORM 1250-READ-LTRTMPL-RECORD THRU 1250-EXIT.
053800 1270-EXIT.
053900     EXIT.
054000
054100******************************************************************
054200* 1300-COLLECT-HISTORY-EVENTS - THE ACTIVITY DATE'S CHGHIST
054300* RECORDS: AN ADD ('A' CUSTOMER-ADD) IS A WELCOME, ANY CHANGE
054400* TO A PART OF THE ADDRESS IS AN ADDRESS CHANGE, A STATUS
054500* CHANGE TO 'I' (CUSTDEAP'S 'D' OR A 'U') IS A DEACTIVATION,
054600* AND AN ERASURE ('E') STOPS EVERY LETTER FOR THE CUSTOMER.
054700******************************************************************
054800 1300-COLLECT-HISTORY-EVENTS.
054900     OPEN INPUT CHGHIST-FILE.
055000     IF NOT CHGHIST-OK
055100         DISPLAY "UNABLE TO OPEN CHGHIST, STATUS: "
055200             WS-CHGHIST-STATUS
055300         MOVE 16 TO RETURN-CODE
055400         GO TO 1300-EXIT
055500     END-IF.
055600     PERFORM 1350-READ-CHGHIST-RECORD THRU 1350-EXIT.
055700     PERFORM 1370-COLLECT-ONE-HISTORY THRU 1370-EXIT
055800         UNTIL END-OF-CHGHIST
055900         OR EVENT-TABLE-OVERFLOW.
056000     CLOSE CHGHIST-FILE.
056100 1300-EXIT.
056200     EXIT.
056300
056400 1350-READ-CHGHIST-RECORD.
056500     READ CHGHIST-FILE
056600         AT END
056700             SET END-OF-CHGHIST TO TRUE
056800     END-READ.
056900 1350-EXIT.
057000     EXIT.
057100
057200 1370-COLLECT-ONE-HISTORY.
057300     IF CH-RUN-DATE NOT = WS-ACTIVITY-DATE
057400         GO TO 1370-NEXT
057500     END-IF.
057600     ADD 1 TO WS-HIST-READ-COUNT.
057700
057800     IF CH-TRANS-CODE NOT = 'E'
057900             AND CH-FIELD-NAME NOT = "CUSTOMER-ADD"
058000             AND CH-FIELD-NAME NOT = "STREET"
058100             AND CH-FIELD-NAME NOT = "CITY"
058200             AND CH-FIELD-NAME NOT = "STATE"
058300             AND CH-FIELD-NAME NOT = "ZIP-CODE"
058400             AND CH-FIELD-NAME NOT = "STATUS"
058500         GO TO 1370-NEXT
058600     END-IF.
058700     IF CH-FIELD-NAME = "STATUS"
058800             AND CH-TRANS-CODE NOT = 'E'
058900             AND CH-AFTER-VALUE (1:1) NOT = 'I'
059000         GO TO 1370-NEXT
059100     END-IF.
059200
059300     PERFORM 5000-FIND-EVENT-ENTRY THRU 5000-EXIT.
059400     IF EVENT-TABLE-OVERFLOW
059500         GO TO 1370-EXIT
059600     END-IF.
059700
059800     EVALUATE TRUE
059900         WHEN CH-TRANS-CODE = 'E'
060000             SET EVT-ERASED (WS-EVT-SUB) TO TRUE
060100         WHEN CH-FIELD-NAME = "CUSTOMER-ADD"
060200             SET EVT-WELCOME (WS-EVT-SUB) TO TRUE
060300         WHEN CH-FIELD-NAME = "STATUS"
060400             SET EVT-DEACT (WS-EVT-SUB) TO TRUE
060500         WHEN CH-FIELD-NAME = "STREET"
060600             SET EVT-ADDRESS (WS-EVT-SUB) TO TRUE
060700             IF NOT EVT-OLD-STREET-SET (WS-EVT-SUB)
060800                 SET EVT-OLD-STREET-SET (WS-EVT-SUB) TO TRUE
060900                 MOVE CH-BEFORE-VALUE
061000                     TO WS-EVT-OLD-STREET (WS-EVT-SUB)
061100             END-IF
061200         WHEN CH-FIELD-NAME = "CITY"
061300             SET EVT-ADDRESS (WS-EVT-SUB) TO TRUE
061400             IF NOT EVT-OLD-CITY-SET (WS-EVT-SUB)
061500                 SET EVT-OLD-CITY-SET (WS-EVT-SUB) TO TRUE
061600                 MOVE CH-BEFORE-VALUE
061700                     TO WS-EVT-OLD-CITY (WS-EVT-SUB)
061800             END-IF
061900         WHEN CH-FIELD-NAME = "STATE"
062000             SET EVT-ADDRESS (WS-EVT-SUB) TO TRUE
062100             IF NOT EVT-OLD-STATE-SET (WS-EVT-SUB)
062200                 SET EVT-OLD-STATE-SET (WS-EVT-SUB) TO TRUE
062300                 MOVE CH-BEFORE-VALUE (1:2)
062400                     TO WS-EVT-OLD-STATE (WS-EVT-SUB)
062500             END-IF
062600         WHEN CH-FIELD-NAME = "ZIP-CODE"
062700             SET EVT-ADDRESS (WS-EVT-SUB) TO TRUE
062800             IF NOT EVT-OLD-ZIP-SET (WS-EVT-SUB)
062900                     AND CH-BEFORE-VALUE (1:5) IS NUMERIC
063000                 SET EVT-OLD-ZIP-SET (WS-EVT-SUB) TO TRUE
063100                 MOVE CH-BEFORE-VALUE (1:5)
063200                     TO WS-EVT-OLD-ZIP (WS-EVT-SUB)
063300             END-IF
063400     END-EVALUATE.
063500 1370-NEXT.
063600     PERFORM 1350-READ-CHGHIST-RECORD THRU 1350-EXIT.
063700 1370-EXIT.
063800     EXIT.
063900
064000******************************************************************
064100* 1400-COLLECT-CHANGE-EVENTS - CUSTRECN'S DAY-OVER-DAY EVENTS
064200* CATCH A STATUS FLIP TO 'I' THAT NEVER WENT THROUGH CHGHIST.
064300* NO EVENT FILE MEANS CUSTRECN SAW NOTHING TO REPORT.
064400******************************************************************
064500 1400-COLLECT-CHANGE-EVENTS.
064600     OPEN INPUT CHGEVENT-FILE.
064700     IF NOT CHGEVENT-OK
064800         DISPLAY "NO CHANGE-EVENT FILE FOUND, STATUS: "
064900             WS-CHGEVENT-STATUS
065000         GO TO 1400-EXIT
065100     END-IF.
065200     PERFORM 1450-READ-CHGEVENT-RECORD THRU 1450-EXIT.
065300     PERFORM 1470-COLLECT-ONE-EVENT THRU 1470-EXIT
065400         UNTIL END-OF-CHGEVENT
065500         OR EVENT-TABLE-OVERFLOW.
065600     CLOSE CHGEVENT-FILE.
065700 1400-EXIT.
065800     EXIT.
065900
066000 1450-READ-CHGEVENT-RECORD.
066100     READ CHGEVENT-FILE
066200         AT END
066300             SET END-OF-CHGEVENT TO TRUE
066400     END-READ.
066500 1450-EXIT.
066600     EXIT.
066700
066800 1470-COLLECT-ONE-EVENT.
066900     IF CE-RUN-DATE NOT = WS-ACTIVITY-DATE
067000         GO TO 1470-NEXT
067100     END-IF.
067200     ADD 1 TO WS-EVENT-READ-COUNT.
067300     IF CE-FIELD-NAME NOT = "STATUS"
067400             OR CE-NEW-VALUE (1:1) NOT = 'I'
067500         GO TO 1470-NEXT
067600     END-IF.
067700
067800     MOVE CE-CUSTOMER-ID TO CH-CUSTOMER-ID.
067900     PERFORM 5000-FIND-EVENT-ENTRY THRU 5000-EXIT.
068000     IF EVENT-TABLE-OVERFLOW
068100         GO TO 1470-EXIT
068200     END-IF.
068300     SET EVT-DEACT (WS-EVT-SUB) TO TRUE.
068400 1470-NEXT.
068500     PERFORM 1450-READ-CHGEVENT-RECORD THRU 1450-EXIT.
068600 1470-EXIT.
068700     EXIT.
068800
068900******************************************************************
069000* 1600-LOAD-PREFERENCE-TABLE - PULL THE CONTACT-PREFERENCE FILE
069100* INTO MEMORY. NO FILE MEANS NOBODY HAS EVER OPTED OUT.
069200******************************************************************
069300 1600-LOAD-PREFERENCE-TABLE.
069400     MOVE ZERO TO WS-PREF-TABLE-COUNT.
069500     OPEN INPUT CONTPREF-FILE.
069600     IF NOT CONTPREF-OK
069700         DISPLAY "NO CONTACT-PREFERENCE FILE FOUND, STATUS: "
069800             WS-CONTPREF-STATUS
069900         GO TO 1600-EXIT
070000     END-IF.
070100     PERFORM 1650-READ-CONTPREF-RECORD THRU 1650-EXIT.
070200     PERFORM 1700-ADD-PREFERENCE-ENTRY THRU 1700-EXIT
070300         UNTIL END-OF-CONTPREF.
070400     CLOSE CONTPREF-FILE.
070500
070600     IF PREF-TABLE-OVERFLOW
070700         DISPLAY "MORE THAN " WS-MAX-PREF-TABLE
070800             " CONTACT-PREFERENCE RECORDS, RUN ABORTED"
070900         MOVE 16 TO RETURN-CODE
071000     END-IF.
071100 1600-EXIT.
071200     EXIT.
071300
071400 1650-READ-CONTPREF-RECORD.
071500     READ CONTPREF-FILE
071600         AT END
071700             SET END-OF-CONTPREF TO TRUE
071800     END-READ.
071900 1650-EXIT.
072000     EXIT.
072100
072200 1700-ADD-PREFERENCE-ENTRY.
072300     IF WS-PREF-TABLE-COUNT < WS-MAX-PREF-TABLE
072400         ADD 1 TO WS-PREF-TABLE-COUNT
072500         MOVE CF-CUSTOMER-ID
072600             TO WS-PREF-CUSTOMER-ID (WS-PREF-TABLE-COUNT)
072700         MOVE CF-MAIL-PREF
072800             TO WS-PREF-MAIL (WS-PREF-TABLE-COUNT)
072900         MOVE CF-EFF-DATE
073000             TO WS-PREF-EFF-DATE (WS-PREF-TABLE-COUNT)
073100     ELSE
073200         SET PREF-TABLE-OVERFLOW TO TRUE
073300     END-IF.
073400     PERFORM 1650-READ-CONTPREF-RECORD THRU 1650-EXIT.
073500 1700-EXIT.
073600     EXIT.
073700
073800******************************************************************
073900* 2000-PROCESS-DATA - TURN EACH CUSTOMER'S EVENTS INTO LETTERS,
074000* SORT THEM INTO ZIP-CODE ORDER AND PRINT THEM.
074100******************************************************************
074200 2000-PROCESS-DATA.
074300     MOVE SPACES TO LTRRPT-LINE.
074400     WRITE LTRRPT-LINE.
074500     MOVE SPACES TO WS-SECTION-LINE.
074600     MOVE "LETTERS SUPPRESSED:" TO WS-SEC-TITLE.
074700     WRITE LTRRPT-LINE FROM WS-SECTION-LINE.
074800
074900     SORT LTRSORT-FILE
075000         ON ASCENDING KEY LS-ZIP-CODE
075100         ON ASCENDING KEY LS-CUSTOMER-ID
075200         ON ASCENDING KEY LS-LETTER-TYPE
075300         INPUT PROCEDURE IS 2100-RELEASE-LETTERS
075400             THRU 2100-EXIT
075500         OUTPUT PROCEDURE IS 3000-PRINT-LETTERS
075600             THRU 3000-EXIT.
075700 2000-EXIT.
075800     EXIT.
075900
076000 2100-RELEASE-LETTERS.
076100     PERFORM 2200-LETTERS-FOR-CUSTOMER THRU 2200-EXIT
076200         VARYING WS-EVT-SUB FROM 1 BY 1
076300         UNTIL WS-EVT-SUB > WS-EVT-COUNT.
076400 2100-EXIT.
076500     EXIT.
076600
076700******************************************************************
076800* 2200-LETTERS-FOR-CUSTOMER - CHECKS THAT STOP EVERY LETTER FOR
076900* THE CUSTOMER COME FIRST (GONE FROM THE SNAPSHOT, ERASED, MAIL
077000* OPT-OUT); THEN EACH EVENT BECOMES ITS LETTER OR LETTERS.
077100******************************************************************
077200 2200-LETTERS-FOR-CUSTOMER.
077300     MOVE WS-EVT-CUSTOMER-ID (WS-EVT-SUB) TO CM-CUSTOMER-ID.
077400     MOVE 'N' TO WS-MAST-SW.
077500     READ CUSTMAST-FILE
077600         INVALID KEY
077700             CONTINUE
077800         NOT INVALID KEY
077900             SET CUSTMAST-FOUND TO TRUE
078000     END-READ.
078100
078200     MOVE SPACES TO WS-SUPPRESS-REASON.
078300     PERFORM 2250-LOOKUP-MAIL-PREF THRU 2250-EXIT.
078400     EVALUATE TRUE
078500         WHEN EVT-ERASED (WS-EVT-SUB)
078600             MOVE "ERASED TODAY" TO WS-SUPPRESS-REASON
078700         WHEN NOT CUSTMAST-FOUND
078800             MOVE "NOT ON CUSTOMER MASTER" TO WS-SUPPRESS-REASON
078900         WHEN WS-EFF-MAIL-PREF = 'N'
079000             MOVE "MAIL OPT-OUT" TO WS-SUPPRESS-REASON
079100     END-EVALUATE.
079200
079300     IF EVT-WELCOME (WS-EVT-SUB)
079400         MOVE "WL" TO WS-LETTER-TYPE
079500         PERFORM 2300-WELCOME-LETTER THRU 2300-EXIT
079600     END-IF.
079700     IF EVT-ADDRESS (WS-EVT-SUB)
079800         PERFORM 2400-ADDRESS-LETTERS THRU 2400-EXIT
079900     END-IF.
080000     IF EVT-DEACT (WS-EVT-SUB)
080100         MOVE "DA" TO WS-LETTER-TYPE
080200         PERFORM 2500-DEACTIVATION-LETTER THRU 2500-EXIT
080300     END-IF.
080400 2200-EXIT.
080500     EXIT.
080600
080700* THE EFFECTIVE MAIL FLAG FOR THE CUSTOMER IN HAND. NO ENTRY, OR
080800* AN EFFECTIVE DATE STILL IN THE FUTURE, MEANS OPTED IN.
080900 2250-LOOKUP-MAIL-PREF.
081000     MOVE 'Y' TO WS-EFF-MAIL-PREF.
081100     IF WS-PREF-TABLE-COUNT > ZERO
081200         SET WS-PREF-IDX TO 1
081300         SEARCH WS-PREF-TABLE-ENTRY
081400             AT END
081500                 CONTINUE
081600             WHEN WS-PREF-IDX > WS-PREF-TABLE-COUNT
081700                 CONTINUE
081800             WHEN WS-PREF-CUSTOMER-ID (WS-PREF-IDX)
081900                     = WS-EVT-CUSTOMER-ID (WS-EVT-SUB)
082000                 IF WS-PREF-EFF-DATE (WS-PREF-IDX)
082100                         NOT > WS-CURRENT-DATE
082200                     MOVE WS-PREF-MAIL (WS-PREF-IDX)
082300                         TO WS-EFF-MAIL-PREF
082400                 END-IF
082500         END-SEARCH
082600     END-IF.
082700 2250-EXIT.
082800     EXIT.
082900
083000 2300-WELCOME-LETTER.
083100     IF WS-SUPPRESS-REASON NOT = SPACES
083200         PERFORM 2900-SUPPRESS-LETTER THRU 2900-EXIT
083300         GO TO 2300-EXIT
083400     END-IF.
083500     MOVE SPACES TO LTRSORT-RECORD.
083600     MOVE CM-STREET TO LS-STREET.
083700     MOVE CM-CITY TO LS-CITY.
083800     MOVE CM-STATE TO LS-STATE.
083900     MOVE CM-ZIP-CODE TO LS-ZIP-CODE.
084000     MOVE ZERO TO LS-OTHER-ZIP.
084100     PERFORM 2800-RELEASE-LETTER THRU 2800-EXIT.
084200 2300-EXIT.
084300     EXIT.
084400
084500******************************************************************
084600* 2400-ADDRESS-LETTERS - ONE LETTER TO THE NEW ADDRESS AND ONE
084700* TO THE OLD, EACH QUOTING THE OTHER. A NEW ACCOUNT ALREADY
084800* GETS ITS WELCOME AT THE ADDRESS IT WAS OPENED WITH, AND AN
084900* ADDRESS CHANGED AND CHANGED BACK THE SAME DAY NEEDS NO
085000* CONFIRMATION.
085100******************************************************************
085200 2400-ADDRESS-LETTERS.
085300     IF WS-SUPPRESS-REASON = SPACES
085400         PERFORM 2450-BUILD-OLD-ADDRESS THRU 2450-EXIT
085500     END-IF.
085600     IF WS-SUPPRESS-REASON = SPACES
085700             AND EVT-WELCOME (WS-EVT-SUB)
085800         MOVE "COVERED BY WELCOME LETTER" TO WS-SUPPRESS-REASON
085900     END-IF.
086000     IF WS-SUPPRESS-REASON = SPACES
086100             AND WS-OLD-STREET = CM-STREET
086200             AND WS-OLD-CITY = CM-CITY
086300             AND WS-OLD-STATE = CM-STATE
086400             AND WS-OLD-ZIP = CM-ZIP-CODE
086500         MOVE "ADDRESS UNCHANGED AT DAY END"
086600             TO WS-SUPPRESS-REASON
086700     END-IF.
086800
086900     MOVE "AN" TO WS-LETTER-TYPE.
087000     IF WS-SUPPRESS-REASON NOT = SPACES
087100         PERFORM 2900-SUPPRESS-LETTER THRU 2900-EXIT
087200     ELSE
087300         MOVE SPACES TO LTRSORT-RECORD
087400         MOVE CM-STREET TO LS-STREET
087500         MOVE CM-CITY TO LS-CITY
087600         MOVE CM-STATE TO LS-STATE
087700         MOVE CM-ZIP-CODE TO LS-ZIP-CODE
087800         MOVE WS-OLD-STREET TO LS-OTHER-STREET
087900         MOVE WS-OLD-CITY TO LS-OTHER-CITY
088000         MOVE WS-OLD-STATE TO LS-OTHER-STATE
088100         MOVE WS-OLD-ZIP TO LS-OTHER-ZIP
088200         PERFORM 2800-RELEASE-LETTER THRU 2800-EXIT
088300     END-IF.
088400
088500     MOVE "AO" TO WS-LETTER-TYPE.
088600     IF WS-SUPPRESS-REASON NOT = SPACES
088700         PERFORM 2900-SUPPRESS-LETTER THRU 2900-EXIT
088800     ELSE
088900         MOVE SPACES TO LTRSORT-RECORD
089000         MOVE WS-OLD-STREET TO LS-STREET
089100         MOVE WS-OLD-CITY TO LS-CITY
089200         MOVE WS-OLD-STATE TO LS-STATE
089300         MOVE WS-OLD-ZIP TO LS-ZIP-CODE
089400         MOVE CM-STREET TO LS-OTHER-STREET
089500         MOVE CM-CITY TO LS-OTHER-CITY
089600         MOVE CM-STATE TO LS-OTHER-STATE
089700         MOVE CM-ZIP-CODE TO LS-OTHER-ZIP
089800         PERFORM 2800-RELEASE-LETTER THRU 2800-EXIT
089900     END-IF.
090000
090100* THE SUPPRESSIONS ABOVE ARE PARTICULAR TO THE ADDRESS CHANGE;
090200* A DEACTIVATION LETTER FOR THE SAME CUSTOMER IS JUDGED ALONE.
090300     IF WS-SUPPRESS-REASON = "COVERED BY WELCOME LETTER"
090400             OR WS-SUPPRESS-REASON
090500                 = "ADDRESS UNCHANGED AT DAY END"
090600         MOVE SPACES TO WS-SUPPRESS-REASON
090700     END-IF.
090800 2400-EXIT.
090900     EXIT.
091000
091100 2450-BUILD-OLD-ADDRESS.
091200     MOVE CM-STREET TO WS-OLD-STREET.
091300     MOVE CM-CITY TO WS-OLD-CITY.
091400     MOVE CM-STATE TO WS-OLD-STATE.
091500     MOVE CM-ZIP-CODE TO WS-OLD-ZIP.
091600     IF EVT-OLD-STREET-SET (WS-EVT-SUB)
091700         MOVE WS-EVT-OLD-STREET (WS-EVT-SUB) TO WS-OLD-STREET
091800     END-IF.
091900     IF EVT-OLD-CITY-SET (WS-EVT-SUB)
092000         MOVE WS-EVT-OLD-CITY (WS-EVT-SUB) TO WS-OLD-CITY
092100     END-IF.
092200     IF EVT-OLD-STATE-SET (WS-EVT-SUB)
092300         MOVE WS-EVT-OLD-STATE (WS-EVT-SUB) TO WS-OLD-STATE
092400     END-IF.
092500     IF EVT-OLD-ZIP-SET (WS-EVT-SUB)
092600         MOVE WS-EVT-OLD-ZIP (WS-EVT-SUB) TO WS-OLD-ZIP
092700     END-IF.
092800 2450-EXIT.
092900     EXIT.
093000
093100* A CUSTOMER DEACTIVATED AND PUT BACK THE SAME DAY IS NOT TOLD
093200* ABOUT A DEACTIVATION THAT NO LONGER STANDS.
093300 2500-DEACTIVATION-LETTER.
093400     IF WS-SUPPRESS-REASON = SPACES
093500             AND CM-CUSTOMER-STATUS NOT = 'I'
093600         MOVE "NO LONGER INACTIVE" TO WS-SUPPRESS-REASON
093700     END-IF.
093800     IF WS-SUPPRESS-REASON NOT = SPACES
093900         PERFORM 2900-SUPPRESS-LETTER THRU 2900-EXIT
094000         GO TO 2500-EXIT
094100     END-IF.
094200     MOVE SPACES TO LTRSORT-RECORD.
094300     MOVE CM-STREET TO LS-STREET.
094400     MOVE CM-CITY TO LS-CITY.
094500     MOVE CM-STATE TO LS-STATE.
094600     MOVE CM-ZIP-CODE TO LS-ZIP-CODE.
094700     MOVE ZERO TO LS-OTHER-ZIP.
094800     PERFORM 2800-RELEASE-LETTER THRU 2800-EXIT.
094900 2500-EXIT.
095000     EXIT.
095100
095200******************************************************************
095300* 2800-RELEASE-LETTER - THE CALLER HAS FILLED IN THE MAILING
095400* ADDRESS. A LETTER WITH NO STREET OR ZIP CANNOT BE DELIVERED,
095500* AND ONE WITH NO TEMPLATE CANNOT BE WORDED; BOTH ARE
095600* SUPPRESSED RATHER THAN PRINTED.
095700******************************************************************
095800 2800-RELEASE-LETTER.
095900     IF LS-STREET = SPACES OR LS-ZIP-CODE = ZERO
096000         MOVE "INCOMPLETE MAILING ADDRESS" TO WS-SUPPRESS-REASON
096100         PERFORM 2900-SUPPRESS-LETTER THRU 2900-EXIT
096200         MOVE SPACES TO WS-SUPPRESS-REASON
096300         GO TO 2800-EXIT
096400     END-IF.
096500
096600     MOVE 'N' TO WS-TMPL-FOUND-SW.
096700     IF WS-TMPL-COUNT > ZERO
096800         SET WS-TMPL-IDX TO 1
096900         SEARCH WS-TMPL-ENTRY
097000             AT END
097100                 CONTINUE
097200             WHEN WS-TMPL-IDX > WS-TMPL-COUNT
097300                 CONTINUE
097400             WHEN WS-TMPL-TYPE (WS-TMPL-IDX) = WS-LETTER-TYPE
097500                 SET TEMPLATE-FOUND TO TRUE
097600         END-SEARCH
097700     END-IF.
097800     IF NOT TEMPLATE-FOUND
097900         MOVE "NO TEMPLATE FOR LETTER TYPE" TO WS-SUPPRESS-REASON
098000         PERFORM 2900-SUPPRESS-LETTER THRU 2900-EXIT
098100         MOVE SPACES TO WS-SUPPRESS-REASON
098200         GO TO 2800-EXIT
098300     END-IF.
098400
098500     MOVE WS-EVT-CUSTOMER-ID (WS-EVT-SUB) TO LS-CUSTOMER-ID.
098600     MOVE WS-LETTER-TYPE TO LS-LETTER-TYPE.
098700     MOVE CM-CUSTOMER-NAME TO LS-CUSTOMER-NAME.
098800     RELEASE LTRSORT-RECORD.
098900 2800-EXIT.
099000     EXIT.
099100
099200 2900-SUPPRESS-LETTER.
099300     ADD 1 TO WS-SUPPRESSED-COUNT.
099400     EVALUATE WS-SUPPRESS-REASON
099500         WHEN "MAIL OPT-OUT"
099600             ADD 1 TO WS-SUP-OPTOUT-COUNT
099700         WHEN "NOT ON CUSTOMER MASTER"
099800             ADD 1 TO WS-SUP-NOMAST-COUNT
099900         WHEN "ERASED TODAY"
100000             ADD 1 TO WS-SUP-ERASED-COUNT
100100         WHEN "INCOMPLETE MAILING ADDRESS"
100200             ADD 1 TO WS-SUP-ADDRESS-COUNT
100300         WHEN "NO TEMPLATE FOR LETTER TYPE"
100400             ADD 1 TO WS-SUP-NOTMPL-COUNT
100500         WHEN "COVERED BY WELCOME LETTER"
100600             ADD 1 TO WS-SUP-WELCOME-COUNT
100700         WHEN "ADDRESS UNCHANGED AT DAY END"
100800             ADD 1 TO WS-SUP-SAMEADDR-COUNT
100900         WHEN "NO LONGER INACTIVE"
101000             ADD 1 TO WS-SUP-ACTIVE-COUNT
101100     END-EVALUATE.
101200     MOVE SPACES TO WS-SUPPRESS-LINE.
101300     MOVE WS-EVT-CUSTOMER-ID (WS-EVT-SUB) TO WS-SUP-ID.
101400     MOVE WS-LETTER-TYPE TO WS-SUP-TYPE.
101500     MOVE WS-SUPPRESS-REASON TO WS-SUP-REASON.
101600     WRITE LTRRPT-LINE FROM WS-SUPPRESS-LINE.
101700 2900-EXIT.
101800     EXIT.
101900
102000******************************************************************
102100* 3000-PRINT-LETTERS - THE SORTED LETTERS, ONE PAGE EACH: DATE,
102200* ADDRESS BLOCK, SALUTATION, THE TEMPLATE BODY FOR THE TYPE,
102300* THE QUOTED OTHER ADDRESS ON AN ADDRESS-CHANGE LETTER, AND THE
102400* CUSTOMER NUMBER AND LETTER TYPE FOR ANY REPLY.
102500******************************************************************
102600 3000-PRINT-LETTERS.
102700     PERFORM 3100-RETURN-SORTED-LETTER THRU 3100-EXIT.
102800     PERFORM 3200-PRINT-ONE-LETTER THRU 3200-EXIT
102900         UNTIL END-OF-LTRSORT.
103000 3000-EXIT.
103100     EXIT.
103200
103300 3100-RETURN-SORTED-LETTER.
103400     RETURN LTRSORT-FILE
103500         AT END
103600             SET END-OF-LTRSORT TO TRUE
103700     END-RETURN.
103800 3100-EXIT.
103900     EXIT.
104000
104100 3200-PRINT-ONE-LETTER.
104200     MOVE SPACES TO WS-LTR-DATE-LINE.
104300     MOVE WS-ACTIVITY-DATE TO WS-LTR-DATE.
104400     WRITE LTRFILE-LINE FROM WS-LTR-DATE-LINE
104500         AFTER ADVANCING PAGE.
104600     MOVE SPACES TO LTRFILE-LINE.
104700     WRITE LTRFILE-LINE.
104800     WRITE LTRFILE-LINE.
104900
105000     MOVE SPACES TO WS-LTR-ADDRESS-LINE.
105100     MOVE LS-CUSTOMER-NAME TO WS-LTR-ADDRESS.
105200     WRITE LTRFILE-LINE FROM WS-LTR-ADDRESS-LINE.
105300     MOVE LS-STREET TO WS-LTR-ADDRESS.
105400     WRITE LTRFILE-LINE FROM WS-LTR-ADDRESS-LINE.
105500     MOVE LS-CITY TO WS-CITY-LINE-CITY.
105600     MOVE LS-STATE TO WS-CITY-LINE-STATE.
105700     MOVE LS-ZIP-CODE TO WS-CITY-LINE-ZIP.
105800     PERFORM 3500-BUILD-CITY-LINE THRU 3500-EXIT.
105900     MOVE WS-CITY-LINE TO WS-LTR-ADDRESS.
106000     WRITE LTRFILE-LINE FROM WS-LTR-ADDRESS-LINE.
106100     MOVE SPACES TO LTRFILE-LINE.
106200     WRITE LTRFILE-LINE.
106300     WRITE LTRFILE-LINE.
106400
106500     MOVE SPACES TO WS-LTR-SALUTE-NAME.
106600     STRING LS-CUSTOMER-NAME DELIMITED BY "  "
106700            "," DELIMITED BY SIZE
106800         INTO WS-LTR-SALUTE-NAME
106900     END-STRING.
107000     WRITE LTRFILE-LINE FROM WS-LTR-SALUTE-LINE.
107100     MOVE SPACES TO LTRFILE-LINE.
107200     WRITE LTRFILE-LINE.
107300
107400     PERFORM 3300-PRINT-TEMPLATE-LINE THRU 3300-EXIT
107500         VARYING WS-TMPL-SUB FROM 1 BY 1
107600         UNTIL WS-TMPL-SUB > WS-TMPL-COUNT.
107700
107800     IF LS-LETTER-TYPE = "AN" OR LS-LETTER-TYPE = "AO"
107900         PERFORM 3400-PRINT-QUOTED-ADDRESS THRU 3400-EXIT
108000     END-IF.
108100
108200     MOVE SPACES TO LTRFILE-LINE.
108300     WRITE LTRFILE-LINE.
108400     MOVE LS-CUSTOMER-ID TO WS-LTR-REF-ID.
108500     MOVE LS-LETTER-TYPE TO WS-LTR-REF-TYPE.
108600     WRITE LTRFILE-LINE FROM WS-LTR-REF-LINE.
108700
108800     ADD 1 TO WS-PRINTED-COUNT.
108900     EVALUATE LS-LETTER-TYPE
109000         WHEN "WL"
109100             ADD 1 TO WS-WL-COUNT
109200         WHEN "AN"
109300             ADD 1 TO WS-AN-COUNT
109400         WHEN "AO"
109500             ADD 1 TO WS-AO-COUNT
109600         WHEN "DA"
109700             ADD 1 TO WS-DA-COUNT
109800     END-EVALUATE.
109900     PERFORM 3100-RETURN-SORTED-LETTER THRU 3100-EXIT.
110000 3200-EXIT.
110100     EXIT.
110200
110300 3300-PRINT-TEMPLATE-LINE.
110400     IF WS-TMPL-TYPE (WS-TMPL-SUB) = LS-LETTER-TYPE
110500         MOVE WS-TMPL-TEXT (WS-TMPL-SUB) TO WS-LTR-BODY
110600         WRITE LTRFILE-LINE FROM WS-LTR-BODY-LINE
110700     END-IF.
110800 3300-EXIT.
110900     EXIT.
111000
111100 3400-PRINT-QUOTED-ADDRESS.
111200     MOVE SPACES TO LTRFILE-LINE.
111300     WRITE LTRFILE-LINE.
111400     MOVE SPACES TO WS-LTR-QUOTE-LINE.
111500     IF LS-LETTER-TYPE = "AN"
111600         MOVE "PREVIOUS ADDRESS:" TO WS-LTR-QUOTE-LABEL
111700     ELSE
111800         MOVE "NEW ADDRESS:" TO WS-LTR-QUOTE-LABEL
111900     END-IF.
112000     MOVE LS-OTHER-STREET TO WS-LTR-QUOTE-TEXT.
112100     WRITE LTRFILE-LINE FROM WS-LTR-QUOTE-LINE.
112200     MOVE SPACES TO WS-LTR-QUOTE-LINE.
112300     MOVE LS-OTHER-CITY TO WS-CITY-LINE-CITY.
112400     MOVE LS-OTHER-STATE TO WS-CITY-LINE-STATE.
112500     MOVE LS-OTHER-ZIP TO WS-CITY-LINE-ZIP.
112600     PERFORM 3500-BUILD-CITY-LINE THRU 3500-EXIT.
112700     MOVE WS-CITY-LINE TO WS-LTR-QUOTE-TEXT.
112800     WRITE LTRFILE-LINE FROM WS-LTR-QUOTE-LINE.
112900 3400-EXIT.
113000     EXIT.
113100
113200 3500-BUILD-CITY-LINE.
113300     MOVE SPACES TO WS-CITY-LINE.
113400     STRING WS-CITY-LINE-CITY DELIMITED BY "  "
113500            ", " DELIMITED BY SIZE
113600            WS-CITY-LINE-STATE DELIMITED BY SIZE
113700            "  " DELIMITED BY SIZE
113800            WS-CITY-LINE-ZIP DELIMITED BY SIZE
113900         INTO WS-CITY-LINE
114000     END-STRING.
114100 3500-EXIT.
114200     EXIT.
114300
114400******************************************************************
114500* 4000-CLEANUP-ROUTINE - CONTROL TOTALS, CLOSE AND STAMP. A
114600* LETTER LOST FOR A DATA REASON (NO ADDRESS, NO TEMPLATE, GONE
114700* FROM THE SNAPSHOT) ENDS THE RUN RC 4; AN OPT-OUT OR A
114800* SUPERSEDED EVENT IS THE RUN WORKING AS INTENDED.
114900******************************************************************
115000 4000-CLEANUP-ROUTINE.
115100     IF RETURN-CODE = ZERO
115200             AND (WS-SUP-ADDRESS-COUNT > ZERO
115300             OR WS-SUP-NOTMPL-COUNT > ZERO
115400             OR WS-SUP-NOMAST-COUNT > ZERO)
115500         MOVE 4 TO RETURN-CODE
115600     END-IF.
115700
115800     IF LETTER-FILES-OPEN
115900         MOVE SPACES TO LTRRPT-LINE
116000         WRITE LTRRPT-LINE
116100         MOVE SPACES TO WS-SUMMARY-LINE
116200         MOVE "CHGHIST RECORDS FOR THE DAY:" TO WS-SUM-LABEL
116300         MOVE WS-HIST-READ-COUNT TO WS-SUM-VALUE
116400         WRITE LTRRPT-LINE FROM WS-SUMMARY-LINE
116500         MOVE "CHGEVENT RECORDS FOR THE DAY:" TO WS-SUM-LABEL
116600         MOVE WS-EVENT-READ-COUNT TO WS-SUM-VALUE
116700         WRITE LTRRPT-LINE FROM WS-SUMMARY-LINE
116800         MOVE "CUSTOMERS WITH LETTER EVENTS:" TO WS-SUM-LABEL
116900         MOVE WS-EVT-COUNT TO WS-SUM-VALUE
117000         WRITE LTRRPT-LINE FROM WS-SUMMARY-LINE
117100         MOVE SPACES TO LTRRPT-LINE
117200         WRITE LTRRPT-LINE
117300         MOVE "LETTERS PRODUCED:" TO WS-SUM-LABEL
117400         MOVE WS-PRINTED-COUNT TO WS-SUM-VALUE
117500         WRITE LTRRPT-LINE FROM WS-SUMMARY-LINE
117600         MOVE "  WL WELCOME:" TO WS-SUM-LABEL
117700         MOVE WS-WL-COUNT TO WS-SUM-VALUE
117800         WRITE LTRRPT-LINE FROM WS-SUMMARY-LINE
117900         MOVE "  AN ADDRESS CHANGE - NEW:" TO WS-SUM-LABEL
118000         MOVE WS-AN-COUNT TO WS-SUM-VALUE
118100         WRITE LTRRPT-LINE FROM WS-SUMMARY-LINE
118200         MOVE "  AO ADDRESS CHANGE - OLD:" TO WS-SUM-LABEL
118300         MOVE WS-AO-COUNT TO WS-SUM-VALUE
118400         WRITE LTRRPT-LINE FROM WS-SUMMARY-LINE
118500         MOVE "  DA DEACTIVATION:" TO WS-SUM-LABEL
118600         MOVE WS-DA-COUNT TO WS-SUM-VALUE
118700         WRITE LTRRPT-LINE FROM WS-SUMMARY-LINE
118800         MOVE SPACES TO LTRRPT-LINE
118900         WRITE LTRRPT-LINE
119000         MOVE "LETTERS SUPPRESSED:" TO WS-SUM-LABEL
119100         MOVE WS-SUPPRESSED-COUNT TO WS-SUM-VALUE
119200         WRITE LTRRPT-LINE FROM WS-SUMMARY-LINE
119300         MOVE "  MAIL OPT-OUT:" TO WS-SUM-LABEL
119400         MOVE WS-SUP-OPTOUT-COUNT TO WS-SUM-VALUE
119500         WRITE LTRRPT-LINE FROM WS-SUMMARY-LINE
119600         MOVE "  ERASED TODAY:" TO WS-SUM-LABEL
119700         MOVE WS-SUP-ERASED-COUNT TO WS-SUM-VALUE
119800         WRITE LTRRPT-LINE FROM WS-SUMMARY-LINE
119900         MOVE "  NOT ON CUSTOMER MASTER:" TO WS-SUM-LABEL
120000         MOVE WS-SUP-NOMAST-COUNT TO WS-SUM-VALUE
120100         WRITE LTRRPT-LINE FROM WS-SUMMARY-LINE
120200         MOVE "  INCOMPLETE MAILING ADDRESS:" TO WS-SUM-LABEL
120300         MOVE WS-SUP-ADDRESS-COUNT TO WS-SUM-VALUE
120400         WRITE LTRRPT-LINE FROM WS-SUMMARY-LINE
120500         MOVE "  NO TEMPLATE FOR LETTER TYPE:" TO WS-SUM-LABEL
120600         MOVE WS-SUP-NOTMPL-COUNT TO WS-SUM-VALUE
120700         WRITE LTRRPT-LINE FROM WS-SUMMARY-LINE
120800         MOVE "  COVERED BY WELCOME LETTER:" TO WS-SUM-LABEL
120900         MOVE WS-SUP-WELCOME-COUNT TO WS-SUM-VALUE
121000         WRITE LTRRPT-LINE FROM WS-SUMMARY-LINE
121100         MOVE "  ADDRESS UNCHANGED AT DAY END:" TO WS-SUM-LABEL
121200         MOVE WS-SUP-SAMEADDR-COUNT TO WS-SUM-VALUE
121300         WRITE LTRRPT-LINE FROM WS-SUMMARY-LINE
121400         MOVE "  NO LONGER INACTIVE:" TO WS-SUM-LABEL
121500         MOVE WS-SUP-ACTIVE-COUNT TO WS-SUM-VALUE
121600         WRITE LTRRPT-LINE FROM WS-SUMMARY-LINE
121700         CLOSE LTRFILE-FILE
121800         CLOSE CUSTMAST-FILE
121900         CLOSE LTRRPT-FILE
122000     END-IF.
122100
122200     MOVE "CUSTLTR" TO RC-STAMP-PROGRAM.
122300     MOVE WS-CURRENT-DATE TO RC-STAMP-DATE.
122400     PERFORM STAMP-RUN-CONTROL THRU STAMP-RUN-CONTROL-EXIT.
122500
122600     DISPLAY "LETTERS PRODUCED: " WS-PRINTED-COUNT
122700         "  SUPPRESSED: " WS-SUPPRESSED-COUNT.
122800     DISPLAY "CUSTOMER CORRESPONDENCE RUN COMPLETE".
122900 4000-EXIT.
123000     EXIT.
123100
123200* FIND OR ADD THE EVENT-TABLE ENTRY FOR CH-CUSTOMER-ID.
123300* WS-EVT-SUB POINTS AT IT ON RETURN.
123400 5000-FIND-EVENT-ENTRY.
123500     MOVE 'N' TO WS-EVT-MATCH-SW.
123600     IF WS-EVT-COUNT > ZERO
123700         SET WS-EVT-IDX TO 1
123800         SEARCH WS-EVT-ENTRY
123900             AT END
124000                 CONTINUE
124100             WHEN WS-EVT-IDX > WS-EVT-COUNT
124200                 CONTINUE
124300             WHEN WS-EVT-CUSTOMER-ID (WS-EVT-IDX)
124400                     = CH-CUSTOMER-ID
124500                 SET EVENT-ENTRY-FOUND TO TRUE
124600                 SET WS-EVT-SUB TO WS-EVT-IDX
124700         END-SEARCH
124800     END-IF.
124900     IF EVENT-ENTRY-FOUND
125000         GO TO 5000-EXIT
125100     END-IF.
125200
125300     IF WS-EVT-COUNT NOT < WS-MAX-EVT-TABLE
125400         SET EVENT-TABLE-OVERFLOW TO TRUE
125500         GO TO 5000-EXIT
125600     END-IF.
125700     ADD 1 TO WS-EVT-COUNT.
125800     MOVE WS-EVT-COUNT TO WS-EVT-SUB.
125900     MOVE CH-CUSTOMER-ID TO WS-EVT-CUSTOMER-ID (WS-EVT-SUB).
126000     MOVE 'N' TO WS-EVT-WELCOME-SW (WS-EVT-SUB).
126100     MOVE 'N' TO WS-EVT-ADDRESS-SW (WS-EVT-SUB).
126200     MOVE 'N' TO WS-EVT-DEACT-SW (WS-EVT-SUB).
126300     MOVE 'N' TO WS-EVT-ERASED-SW (WS-EVT-SUB).
126400     MOVE 'N' TO WS-EVT-OLD-STREET-SW (WS-EVT-SUB).
126500     MOVE 'N' TO WS-EVT-OLD-CITY-SW (WS-EVT-SUB).
126600     MOVE 'N' TO WS-EVT-OLD-STATE-SW (WS-EVT-SUB).
126700     MOVE 'N' TO WS-EVT-OLD-ZIP-SW (WS-EVT-SUB).
126800     MOVE SPACES TO WS-EVT-OLD-STREET (WS-EVT-SUB).
126900     MOVE SPACES TO WS-EVT-OLD-CITY (WS-EVT-SUB).
127000     MOVE SPACES TO WS-EVT-OLD-STATE (WS-EVT-SUB).
127100     MOVE ZERO TO WS-EVT-OLD-ZIP (WS-EVT-SUB).
127200 5000-EXIT.
127300     EXIT.
127400
127500* INCLUDE THE SHARED RUN-CONTROL UTILITY PARAGRAPHS
127600     COPY CHKRUN.
127700
127800* INCLUDE THE SHARED CHECK-DATE-FORMAT UTILITY PARAGRAPHS
127900     COPY CHKDATE.
