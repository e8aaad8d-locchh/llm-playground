002800*                   THE REPORT MONTH COMES FROM THE REVPARM
002900*                   CARD; NO CARD MEANS THE MONTH BEFORE THE
003000*                   RUN DATE.
003011* 2026-10-15  RDM   REPORT PERIOD FOLLOWS FINANCE'S FISCAL
003022*                   CALENDAR (BUSCAL): NO CARD MEANS THE LAST
003033*                   FISCAL PERIOD CLOSED BEFORE THE RUN DATE, AND
003044*                   THE CARD MAY NAME A FISCAL PERIOD ID, SO THE
003055*                   REPORT MATCHES THE BOOKS IN MONTHS THAT CLOSE
003066*                   ON THE LAST BUSINESS DAY. A CARD VALUE BUSCAL
003077*                   DOES NOT KNOW, OR NO CALENDAR AT ALL, KEEPS
003088*                   THE CALENDAR-MONTH RULES.
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
005900         ORGANIZATION IS SEQUENTIAL
006000         ACCESS MODE IS SEQUENTIAL
006100         FILE STATUS IS WS-SECPARM-STATUS.
006116
006132     SELECT BUSCAL-FILE ASSIGN TO "BUSCAL"
006148         ORGANIZATION IS SEQUENTIAL
006164         ACCESS MODE IS SEQUENTIAL
006180         FILE STATUS IS WS-BUSCAL-STATUS.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
009400 FD  REVRPT-FILE.
009500 01  REVRPT-LINE               PIC X(132).
009600
009700* RUN-TIME PARAMETER CARD - OPTIONAL REPORT PERIOD, EITHER A
009750* FISCAL PERIOD ID FROM BUSCAL OR A CALENDAR MONTH AS CCYY-MM.
009800 FD  PARMCARD-FILE
009900     RECORDING MODE IS F.
010000 01  PARMCARD-RECORD.
010900     05  SP-DB-USERNAME        PIC X(20).
011000     05  SP-DB-PASSWORD        PIC X(20).
011100
011105* BUSINESS CALENDAR - COMPANY HOLIDAYS AND FISCAL PERIODS, KEPT
011110* BY FINANCE. SEE CALCHK.cpy.
011115 FD  BUSCAL-FILE
011120     RECORDING MODE IS F.
011125 01  BUSCAL-RECORD.
011130     05  BC-RECORD-TYPE        PIC X(01).
011135     05  BC-HOLIDAY-DATA.
011140         10  BC-HOL-DATE       PIC X(10).
011145         10  BC-HOL-DESC       PIC X(30).
011150         10  FILLER            PIC X(39).
011155     05  BC-PERIOD-DATA REDEFINES BC-HOLIDAY-DATA.
011160         10  BC-PERIOD-ID      PIC X(07).
011165         10  BC-FISCAL-YEAR    PIC X(04).
011170         10  BC-PERIOD-START   PIC X(10).
011175         10  BC-PERIOD-END     PIC X(10).
011180         10  FILLER            PIC X(48).
011185
011200 WORKING-STORAGE SECTION.
011300
011400* INCLUDE SHARED DATABASE-CREDENTIAL WORKING STORAGE
011600
011700* INCLUDE SHARED DATE-HANDLING WORKING STORAGE
011800     COPY DATECHK.
011825
011850* INCLUDE SHARED BUSINESS-CALENDAR WORKING STORAGE
011875     COPY CALCHK.
011900
012000 01  WS-VARIABLES.
012100     05  WS-CURRENT-DATE       PIC X(10) VALUE SPACES.
029900     EXIT.
030000
030100******************************************************************
030200* 1050-READ-PARAMETER-CARD - OPTIONAL REPORT PERIOD (FISCAL
030250* PERIOD ID OR CCYY-MM).
030300******************************************************************
030400 1050-READ-PARAMETER-CARD.
030500     OPEN INPUT PARMCARD-FILE.
032400     EXIT.
032500
032600******************************************************************
032604* 1060-FIND-FISCAL-PERIOD - LOAD THE BUSINESS CALENDAR AND LOOK
032608* UP THE REPORT PERIOD IN IT: THE PERIOD NAMED ON THE CARD, OR
032612* WITH NO CARD THE LAST FISCAL PERIOD CLOSED BEFORE THE RUN DATE.
032616* NOTHING FOUND LEAVES FISCAL-PERIOD-FOUND OFF AND 1070 TREATS
032620* THE CARD VALUE AS A CALENDAR MONTH. SAME RULES AS ORDSTMT.
032624******************************************************************
032628 1060-FIND-FISCAL-PERIOD.
032632     PERFORM LOAD-BUSINESS-CALENDAR
032636         THRU LOAD-BUSINESS-CALENDAR-EXIT.
032640     MOVE 'N' TO CL-PERIOD-FOUND-SW.
032644     IF NOT BUSINESS-CALENDAR-LOADED
032648         DISPLAY "NO BUSINESS CALENDAR, USING CALENDAR MONTHS"
032652         GO TO 1060-EXIT
032656     END-IF.
032660
032664     IF WS-REPORT-MONTH NOT = SPACES
032668         MOVE WS-REPORT-MONTH TO CL-PERIOD-ID
032672         PERFORM FIND-FISCAL-PERIOD-BY-ID
032676             THRU FIND-FISCAL-PERIOD-BY-ID-EXIT
032680     ELSE
032684         MOVE WS-CURRENT-DATE TO CL-ASOF-DATE
032688         PERFORM FIND-PRIOR-FISCAL-PERIOD
032692             THRU FIND-PRIOR-FISCAL-PERIOD-EXIT
032696         IF NOT FISCAL-PERIOD-FOUND
032700             DISPLAY "NO CLOSED FISCAL PERIOD ON BUSCAL, "
032704                 "USING PRIOR MONTH"
032708         END-IF
032712     END-IF.
032716     IF NOT FISCAL-PERIOD-FOUND
032720         GO TO 1060-EXIT
032724     END-IF.
032728
032732     MOVE CL-PERIOD-ID TO WS-REPORT-MONTH.
032736     MOVE CL-PERIOD-START TO WS-PERIOD-START.
032740     MOVE CL-PERIOD-END TO WS-PERIOD-END.
032744     DISPLAY "REPORT PERIOD: " WS-REPORT-MONTH
032748         " (FISCAL " WS-PERIOD-START " TO " WS-PERIOD-END ")".
032752 1060-EXIT.
032756     EXIT.
032760
032764******************************************************************
032768* 1070-SET-REPORT-PERIOD - USE THE FISCAL PERIOD WHEN 1060
032772* FOUND ONE; OTHERWISE VALIDATE THE MONTH AND BUILD THE
032800* PERIOD DATES; A MALFORMED MONTH FALLS BACK TO THE MONTH
032900* BEFORE THE RUN DATE, THE SAME CONVENTION ORDSTMT USES.
033000******************************************************************
033100 1070-SET-REPORT-PERIOD.
033116     PERFORM 1060-FIND-FISCAL-PERIOD THRU 1060-EXIT.
033132     IF FISCAL-PERIOD-FOUND
033148         GO TO 1070-EXIT
033164     END-IF.
033180
033200     IF WS-REPORT-MONTH NOT = SPACES
033300         IF WS-REPORT-MONTH(1:4) IS NUMERIC
033400                 AND WS-REPORT-MONTH(5:1) = "-"
070200
070300* INCLUDE THE SHARED CHECK-DATE-FORMAT UTILITY PARAGRAPHS
070400     COPY CHKDATE.
070500
070600* INCLUDE THE SHARED BUSINESS-CALENDAR UTILITY PARAGRAPHS
070700     COPY CHKCAL.
