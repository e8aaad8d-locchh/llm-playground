004700*                   TRUE CCYY-MM-DD - CURRENT-DATE(1:10) IS
004800*                   CCYYMMDDHH AND WAS LEAKING INTO DATE FIELDS
004900*                   AND COMPARES THAT EXPECT DASHED DATES.
004912* 2026-10-15  RDM   DAYS FAILING AND THE ESCALATION THRESHOLD ARE
004924*                   NOW BUSINESS DAYS OFF THE BUSCAL HOLIDAY
004936*                   CALENDAR (CHKCAL): A REPEAT ADDS THE BUSINESS
004948*                   DAYS SINCE ITS EXCPHIST LAST DATE, SO A
004960*                   WEEKEND OR HOLIDAY RUN, OR A SAME-DAY RERUN,
004972*                   NO LONGER AGES AN ITEM NOBODY WAS AT WORK TO
004984*                   PICK UP. NO CALENDAR MEANS WEEKENDS ONLY.
005000******************************************************************
005100 ENVIRONMENT DIVISION.
005200 CONFIGURATION SECTION.
010000         ACCESS MODE IS SEQUENTIAL
010100         FILE STATUS IS WS-RUNCTL-STATUS.
010200
010216     SELECT BUSCAL-FILE ASSIGN TO "BUSCAL"
010232         ORGANIZATION IS SEQUENTIAL
010248         ACCESS MODE IS SEQUENTIAL
010264         FILE STATUS IS WS-BUSCAL-STATUS.
010280
010300 DATA DIVISION.
010400 FILE SECTION.
010500 FD  VALEXCP-FILE
013800* STILL FAILING AS OF THE LAST DIGEST RUN. READ AT STARTUP AND
013900* REWRITTEN WITH TODAY'S EXCEPTIONS AT END OF RUN, SO PRESENCE
014000* IN THE FILE MEANS "WAS ALSO FAILING LAST RUN" AND THE COUNT
014100* MEASURES BUSINESS DAYS FAILING AS OF THE LAST DATE.
014200 FD  EXCPHIST-FILE
014300     RECORDING MODE IS F.
014400 01  EXCPHIST-RECORD.
017400     05  FILLER                PIC X(40).
017500
017600* RUN-TIME PARAMETER CARD - OPTIONAL OVERRIDE OF THE
017700* ESCALATION AGE THRESHOLD IN BUSINESS DAYS.
017800 FD  PARMCARD-FILE
017900     RECORDING MODE IS F.
018000 01  PARMCARD-RECORD.
019300     05  RU-RETURN-CODE        PIC S9(04).
019400     05  FILLER                PIC X(37).
019500
019505* BUSINESS CALENDAR - COMPANY HOLIDAYS AND FISCAL PERIODS, KEPT
019510* BY FINANCE. SEE CALCHK.cpy.
019515 FD  BUSCAL-FILE
019520     RECORDING MODE IS F.
019525 01  BUSCAL-RECORD.
019530     05  BC-RECORD-TYPE        PIC X(01).
019535     05  BC-HOLIDAY-DATA.
019540         10  BC-HOL-DATE       PIC X(10).
019545         10  BC-HOL-DESC       PIC X(30).
019550         10  FILLER            PIC X(39).
019555     05  BC-PERIOD-DATA REDEFINES BC-HOLIDAY-DATA.
019560         10  BC-PERIOD-ID      PIC X(07).
019565         10  BC-FISCAL-YEAR    PIC X(04).
019570         10  BC-PERIOD-START   PIC X(10).
019575         10  BC-PERIOD-END     PIC X(10).
019580         10  FILLER            PIC X(48).
019585
019600 WORKING-STORAGE SECTION.
019700
019800* INCLUDE SHARED RUN-CONTROL WORKING STORAGE
020000
020100* INCLUDE SHARED DATE-HANDLING WORKING STORAGE
020200     COPY DATECHK.
020225
020250* INCLUDE SHARED BUSINESS-CALENDAR WORKING STORAGE
020275     COPY CALCHK.
020300
020400 01  WS-VARIABLES.
020500     05  WS-CURRENT-DATE       PIC X(10) VALUE SPACES.
024800* TABLE OF CUSTOMER/FIELD PAIRS STILL FAILING AS OF THE LAST
024900* DIGEST RUN, LOADED FROM EXCPHIST AT STARTUP. AN EXCEPTION SEEN
025000* TODAY WHOSE PAIR IS IN THE TABLE CARRIES LAST RUN'S COUNT PLUS
025100* THE BUSINESS DAYS SINCE; A PAIR NOT IN THE TABLE STARTS AT
025150* ONE. IF MORE PAIRS WERE FAILING THAN THE TABLE HOLDS, THE
025200* OVERFLOW PAIRS SIMPLY RESTART AT ONE - THE DIGEST MUST STILL
025300* COME OUT ON A FLOOD MORNING, SO AN OVERFLOW IS WARNED ABOUT BUT
025400* DOES NOT FAIL THE RUN.
025500 01  WS-HISTORY-TABLE.
025600     05  WS-MAX-HIST-TABLE     PIC 9(04) VALUE 5000 COMP.
025700     05  WS-HIST-TABLE-COUNT   PIC 9(04) VALUE ZERO.
026200         10  WS-HIST-CUSTOMER-ID PIC 9(06).
026300         10  WS-HIST-FIELD-NAME  PIC X(15).
026400         10  WS-HIST-DAYS-COUNT  PIC 9(04).
026450         10  WS-HIST-LAST-DATE   PIC X(10).
026500
026600* DISPOSITIONS IN MEMORY, LATEST PER CUSTOMER/FIELD PAIR. A
026700* FILE BIGGER THAN THE TABLE ONLY COSTS SUPPRESSION OF THE
036200
036300     PERFORM 1050-READ-PARAMETER-CARD THRU 1050-EXIT.
036400
036412     PERFORM LOAD-BUSINESS-CALENDAR
036424         THRU LOAD-BUSINESS-CALENDAR-EXIT.
036436     IF NOT BUSINESS-CALENDAR-LOADED
036448         DISPLAY "WARNING: NO BUSINESS CALENDAR, DAYS FAILING "
036460             "SKIP WEEKENDS ONLY"
036472     END-IF.
036484
036500     OPEN OUTPUT EXCPDIG-FILE.
036600
036700     PERFORM 1200-LOAD-HISTORY-TABLE THRU 1200-EXIT.
041000             TO WS-HIST-FIELD-NAME (WS-HIST-TABLE-COUNT)
041100         MOVE EH-DAYS-COUNT
041200             TO WS-HIST-DAYS-COUNT (WS-HIST-TABLE-COUNT)
041233         MOVE EH-LAST-DATE
041266             TO WS-HIST-LAST-DATE (WS-HIST-TABLE-COUNT)
041300     ELSE
041400         SET HIST-TABLE-OVERFLOW TO TRUE
041500     END-IF.
041900
042000******************************************************************
042100* 1050-READ-PARAMETER-CARD - OPTIONAL ESCALATION THRESHOLD. NO
042200* CARD, OR ZERO, MEANS THE COMPILED-IN DEFAULT OF THREE
042250* BUSINESS DAYS.
042300******************************************************************
042400 1050-READ-PARAMETER-CARD.
042500     OPEN INPUT PARMCARD-FILE.
072200* 2600-SET-DAYS-FAILING - LOOK THE CURRENT CUSTOMER/FIELD PAIR
072300* (WS-WORK-CUSTOMER-ID / WS-WORK-FIELD-NAME, SET BY EACH
072400* COLLECTOR) UP IN LAST RUN'S HISTORY TABLE. A
072500* PAIR ALSO FAILING LAST RUN CARRIES ITS COUNT FORWARD PLUS THE
072600* BUSINESS DAYS SINCE THAT RUN; A NEW PAIR STARTS AT ONE.
072700******************************************************************
072800 2600-SET-DAYS-FAILING.
072900     MOVE 1 TO WS-WORK-DAYS.
073600                         = WS-WORK-CUSTOMER-ID
073700                     AND WS-HIST-FIELD-NAME (WS-HIST-IDX)
073800                         = WS-WORK-FIELD-NAME
073900                 MOVE WS-HIST-DAYS-COUNT (WS-HIST-IDX)
074000                     TO WS-WORK-DAYS
074025                 MOVE WS-HIST-LAST-DATE (WS-HIST-IDX)
074050                     TO CL-FROM-DATE
074075                 PERFORM 2650-ADD-DAYS-SINCE THRU 2650-EXIT
074100         END-SEARCH
074200     END-IF.
074300 2600-EXIT.
074307     EXIT.
074314
074321* A HISTORY RECORD WITH NO USABLE LAST DATE COUNTS AS ONE MORE
074328* DAY, THE WAY EVERY REPEAT COUNTED BEFORE THE CALENDAR.
074335 2650-ADD-DAYS-SINCE.
074342     MOVE WS-CURRENT-DATE TO CL-TO-DATE.
074349     PERFORM COUNT-BUSINESS-DAYS THRU COUNT-BUSINESS-DAYS-EXIT.
074356     IF CALENDAR-DATES-BAD
074363         ADD 1 TO WS-WORK-DAYS
074370     ELSE
074377         ADD CL-DAY-COUNT TO WS-WORK-DAYS
074384     END-IF.
074391 2650-EXIT.
074400     EXIT.
074500
074600******************************************************************
096500
096600* INCLUDE THE SHARED CHECK-DATE-FORMAT UTILITY PARAGRAPHS
096700     COPY CHKDATE.
096800
096900* INCLUDE THE SHARED BUSINESS-CALENDAR UTILITY PARAGRAPHS
097000     COPY CHKCAL.
