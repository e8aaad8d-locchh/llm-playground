002600*                   DOWNSTREAM FILE LOOKS THIN. THE RUN DATE
002700*                   COMES FROM THE WATCHPARM CARD; NO CARD MEANS
002800*                   TODAY.
002807* 2026-10-15  RDM   BUSINESS CALENDAR: SCHEDREF GAINS A RUN-DAYS
002814*                   CODE ('B' = BUSINESS DAYS ONLY; BLANK OR
002821*                   ANYTHING ELSE = EVERY DAY, AS BEFORE) AND THE
002828*                   WATCH DATE IS CHECKED AGAINST THE BUSCAL
002835*                   HOLIDAY CALENDAR.
002842*                   ON A WEEKEND OR HOLIDAY A BUSINESS-DAY STEP
002849*                   THAT DID NOT RUN PRINTS AS NOT SCHEDULED, NOT
002856*                   MISSING, SO A BANK HOLIDAY NO LONGER PAGES
002863*                   OPERATIONS FOR A STREAM THAT WAS NEVER DUE.
002870* 2026-10-15  RDM   GENMGR'S GENERATION DETAIL RECORDS (PROGRAM ID
002877*                   GENMGRD) ON RUNCTL ARE PASSED OVER - THEY ARE
002884*                   NOT STEP COMPLETIONS.
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
005200         ACCESS MODE IS SEQUENTIAL
005300         FILE STATUS IS WS-PARMCARD-STATUS.
005400
005416     SELECT BUSCAL-FILE ASSIGN TO "BUSCAL"
005432         ORGANIZATION IS SEQUENTIAL
005448         ACCESS MODE IS SEQUENTIAL
005464         FILE STATUS IS WS-BUSCAL-STATUS.
005480
005500 DATA DIVISION.
005600 FILE SECTION.
005700* SHARED NIGHTLY RUN-CONTROL FILE - ONE RECORD PER PROGRAM
006600     05  FILLER                PIC X(37).
006700
006800* EXPECTED SCHEDULE - ONE RECORD PER STEP THAT SHOULD RUN, IN
006900* STREAM ORDER, WITH THE HHMM TIME IT SHOULD BE DONE BY AND
006950* WHETHER IT RUNS ON BUSINESS DAYS ONLY ('B') OR EVERY DAY.
007000* MAINTAINED BY OPERATIONS, NOT COMPILED IN.
007100 FD  SCHEDREF-FILE
007200     RECORDING MODE IS F.
007400     05  SC-STEP-SEQ           PIC 9(03).
007500     05  SC-PROGRAM-ID         PIC X(08).
007600     05  SC-EXPECTED-BY        PIC X(04).
007650     05  SC-RUN-DAYS           PIC X(01).
007700     05  FILLER                PIC X(64).
007800
007900 FD  OPSRPT-FILE.
008000 01  OPSRPT-LINE               PIC X(132).
008700     05  PC-RUN-DATE           PIC X(10).
008800     05  FILLER                PIC X(70).
008900
008905* BUSINESS CALENDAR - COMPANY HOLIDAYS AND FISCAL PERIODS, KEPT
008910* BY FINANCE. SEE CALCHK.cpy.
008915 FD  BUSCAL-FILE
008920     RECORDING MODE IS F.
008925 01  BUSCAL-RECORD.
008930     05  BC-RECORD-TYPE        PIC X(01).
008935     05  BC-HOLIDAY-DATA.
008940         10  BC-HOL-DATE       PIC X(10).
008945         10  BC-HOL-DESC       PIC X(30).
008950         10  FILLER            PIC X(39).
008955     05  BC-PERIOD-DATA REDEFINES BC-HOLIDAY-DATA.
008960         10  BC-PERIOD-ID      PIC X(07).
008965         10  BC-FISCAL-YEAR    PIC X(04).
008970         10  BC-PERIOD-START   PIC X(10).
008975         10  BC-PERIOD-END     PIC X(10).
008980         10  FILLER            PIC X(48).
008985
009000 WORKING-STORAGE SECTION.
009100
009200* INCLUDE SHARED DATE-HANDLING WORKING STORAGE
009300     COPY DATECHK.
009325
009350* INCLUDE SHARED BUSINESS-CALENDAR WORKING STORAGE
009375     COPY CALCHK.
009400
009500 01  WS-VARIABLES.
009600     05  WS-CURRENT-DATE       PIC X(10) VALUE SPACES.
010300     05  WS-EXPECTED-HHMM      PIC 9(04) VALUE ZERO.
010400     05  WS-PRIOR-SEEN-SW      PIC X(01) VALUE 'N'.
010500         88  PRIOR-STEP-SEEN   VALUE 'Y'.
010533     05  WS-WATCH-DAY-SW       PIC X(01) VALUE 'Y'.
010566         88  WATCH-IS-BUSINESS-DAY VALUE 'Y'.
010600
010700 01  WS-FILE-SWITCHES.
010800     05  WS-RUNCTL-STATUS      PIC X(02) VALUE SPACES.
012400     05  WS-LATE-COUNT         PIC 9(03) VALUE ZERO.
012500     05  WS-BADRC-COUNT        PIC 9(03) VALUE ZERO.
012600     05  WS-UNEXPECTED-COUNT   PIC 9(03) VALUE ZERO.
012650     05  WS-NOT-DUE-COUNT      PIC 9(03) VALUE ZERO.
012700
012800* THE EXPECTED SCHEDULE IN STREAM ORDER, EACH STEP PICKING UP
012900* ITS (LATEST) STAMP FROM RUNCTL. A SCHEDULE BIGGER THAN THE
014000         10  WS-SCH-STEP-SEQ   PIC 9(03).
014100         10  WS-SCH-PROGRAM    PIC X(08).
014200         10  WS-SCH-EXPECTED   PIC X(04).
014233         10  WS-SCH-RUN-DAYS   PIC X(01).
014266             88  STEP-RUNS-BUSINESS-DAYS VALUE 'B'.
014300         10  WS-SCH-STAMPED-SW PIC X(01).
014400             88  STEP-WAS-STAMPED VALUE 'Y'.
014500         10  WS-SCH-TIME       PIC X(05).
015200             "JOB-STREAM HEALTH REPORT".
015300         10  FILLER            PIC X(12) VALUE "  RUN DATE: ".
015400         10  WS-HDR-DATE       PIC X(10) VALUE SPACES.
015433         10  FILLER            PIC X(02) VALUE SPACES.
015466         10  WS-HDR-DAY-TYPE   PIC X(16) VALUE SPACES.
015500     05  WS-COLUMN-LINE.
015600         10  FILLER            PIC X(05) VALUE "STEP".
015700         10  FILLER            PIC X(10) VALUE "PROGRAM".
020200     MOVE WS-CURRENT-DATE TO WS-WATCH-DATE.
020300
020400     PERFORM 1050-READ-PARAMETER-CARD THRU 1050-EXIT.
020450     PERFORM 1100-CHECK-WATCH-DAY THRU 1100-EXIT.
020500
020600     OPEN OUTPUT OPSRPT-FILE.
020700     MOVE WS-WATCH-DATE TO WS-HDR-DATE.
020716     IF WATCH-IS-BUSINESS-DAY
020732         MOVE "BUSINESS DAY" TO WS-HDR-DAY-TYPE
020748     ELSE
020764         MOVE "NON-BUSINESS DAY" TO WS-HDR-DAY-TYPE
020780     END-IF.
020800     WRITE OPSRPT-LINE FROM WS-HEADER-LINE.
020900     WRITE OPSRPT-LINE FROM WS-COLUMN-LINE.
021000
024300
024400     CLOSE PARMCARD-FILE.
024500 1050-EXIT.
024503     EXIT.
024506
024509******************************************************************
024512* 1100-CHECK-WATCH-DAY - IS THE WATCH DATE A BUSINESS DAY? WITH
024515* NO BUSCAL CALENDAR ONLY WEEKENDS COUNT AS NON-BUSINESS DAYS, SO
024518* A HOLIDAY STILL FLAGS ITS BUSINESS-DAY STEPS AS MISSING - THE
024521* SAFE WAY TO BE WRONG.
024524******************************************************************
024527 1100-CHECK-WATCH-DAY.
024530     PERFORM LOAD-BUSINESS-CALENDAR
024533         THRU LOAD-BUSINESS-CALENDAR-EXIT.
024536     IF NOT BUSINESS-CALENDAR-LOADED
024539         DISPLAY "WARNING: NO BUSINESS CALENDAR, HOLIDAYS NOT "
024542             "RECOGNIZED"
024545     END-IF.
024548     MOVE WS-WATCH-DATE TO CL-DATE.
024551     PERFORM CHECK-BUSINESS-DAY THRU CHECK-BUSINESS-DAY-EXIT.
024554     IF IS-BUSINESS-DAY
024557         MOVE 'Y' TO WS-WATCH-DAY-SW
024560     ELSE
024563         MOVE 'N' TO WS-WATCH-DAY-SW
024566         DISPLAY "WATCH DATE " WS-WATCH-DATE
024569             " IS NOT A BUSINESS DAY"
024572     END-IF.
024575 1100-EXIT.
024600     EXIT.
024700
024800******************************************************************
029300             TO WS-SCH-PROGRAM (WS-SCHED-COUNT)
029400         MOVE SC-EXPECTED-BY
029500             TO WS-SCH-EXPECTED (WS-SCHED-COUNT)
029533         MOVE SC-RUN-DAYS
029566             TO WS-SCH-RUN-DAYS (WS-SCHED-COUNT)
029600         MOVE 'N' TO WS-SCH-STAMPED-SW (WS-SCHED-COUNT)
029700         MOVE SPACES TO WS-SCH-TIME (WS-SCHED-COUNT)
029800         MOVE ZERO TO WS-SCH-HHMM (WS-SCHED-COUNT)
035000     IF RU-RUN-DATE NOT = WS-WATCH-DATE
035100         GO TO 2200-NEXT
035200     END-IF.
035220* GENMGR'S GENERATION DETAIL RECORDS ARE NOT STEP COMPLETIONS.
035240     IF RU-PROGRAM-ID = "GENMGRD"
035260         GO TO 2200-NEXT
035280     END-IF.
035300     SET WS-SCHED-IDX TO 1.
035400     SEARCH WS-SCHED-ENTRY
035500         AT END
037700* 3000-PRINT-ONE-STEP - ONE DASHBOARD LINE PER EXPECTED STEP:
037800* COMPLETION TIME, ELAPSED GAP (MINUTES) FROM THE PRIOR
037900* COMPLETED STEP, EXPECTED-BY TIME, RETURN CODE AND FLAGS.
037933* ON A NON-BUSINESS DAY A BUSINESS-DAY STEP WITH NO STAMP WAS
037966* NOT DUE AND IS NEITHER EXPECTED NOR MISSING.
038000******************************************************************
038100 3000-PRINT-ONE-STEP.
038300     MOVE SPACES TO WS-DETAIL-LINE.
038400     MOVE WS-SCH-STEP-SEQ (WS-SCHED-SUB) TO WS-DTL-SEQ.
038500     MOVE WS-SCH-PROGRAM (WS-SCHED-SUB) TO WS-DTL-PROGRAM.
038900     MOVE WS-SCH-EXPECTED (WS-SCHED-SUB) (3:2)
039000         TO WS-DTL-EXPECT (4:2).
039100
039108     IF NOT STEP-WAS-STAMPED (WS-SCHED-SUB)
039116             AND NOT WATCH-IS-BUSINESS-DAY
039124             AND STEP-RUNS-BUSINESS-DAYS (WS-SCHED-SUB)
039132         ADD 1 TO WS-NOT-DUE-COUNT
039140         MOVE "--:--" TO WS-DTL-TIME
039148         MOVE "NOT SCHEDULED - NON-BUSINESS" TO WS-DTL-FLAGS
039156         WRITE OPSRPT-LINE FROM WS-DETAIL-LINE
039164         GO TO 3000-EXIT
039172     END-IF.
039180
039188     ADD 1 TO WS-EXPECTED-COUNT.
039200     IF NOT STEP-WAS-STAMPED (WS-SCHED-SUB)
039300         ADD 1 TO WS-MISSING-COUNT
039400         MOVE "--:--" TO WS-DTL-TIME
047200     MOVE "OFF-SCHEDULE STAMPS:   " TO WS-SUM-LABEL.
047300     MOVE WS-UNEXPECTED-COUNT TO WS-SUM-VALUE.
047400     WRITE OPSRPT-LINE FROM WS-SUMMARY-LINE.
047420
047440     MOVE "STEPS NOT DUE TODAY:   " TO WS-SUM-LABEL.
047460     MOVE WS-NOT-DUE-COUNT TO WS-SUM-VALUE.
047480     WRITE OPSRPT-LINE FROM WS-SUMMARY-LINE.
047500 3500-EXIT.
047600     EXIT.
047700
049100
049200* INCLUDE THE SHARED CHECK-DATE-FORMAT UTILITY PARAGRAPHS
049300     COPY CHKDATE.
049400
049500* INCLUDE THE SHARED BUSINESS-CALENDAR UTILITY PARAGRAPHS
049600     COPY CHKCAL.
