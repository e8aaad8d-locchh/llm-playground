002680*                   RECORD AUTHORIZED THE DEACTIVATION - SO THE
002685*                   ACCESS REVIEW (OPERRPT) SEES WHO APPROVED
002690*                   WHAT, NOT JUST THAT STATUS FLIPPED.
002695* 2026-10-15  RDM   THE APPROVAL WINDOW IS NOW COUNTED IN BUSINESS
002700*                   DAYS OFF THE BUSCAL HOLIDAY CALENDAR (SHARED
002705*                   COUNT-BUSINESS-DAYS UTILITY, CHKCAL) - A
002710*                   DEACTIVATION PARKED BEFORE A LONG WEEKEND NO
002715*                   LONGER EXPIRES BEFORE A CHECKER HAS HAD FIVE
002720*                   WORKING DAYS TO LOOK AT IT. NO CALENDAR MEANS
002721*                   WEEKENDS ONLY ARE SKIPPED.
002722* 2026-10-15  RDM   DEASUSPN NOW STAMPS GENTOTS WHEN IT IS OPENED
002723*                   AND, AFTER A CLEAN CLOSE ON A RUN THAT DID NOT
002724*                   FAIL, WITH THE RECORDS CARRIED FORWARD (SHARED
002725*                   STAMP-GENERATION-TOTALS UTILITY, CHKGEN).
002726*                   GENMGR SWAPS DEASUSPN IN ONLY AGAINST A CLEAN
002727*                   CLOSE WHOSE COUNT AGREES - AN EMPTY DEASUSPN
002728*                   FROM A RUN THAT FAILED AT STARTUP WOULD
002729*                   OTHERWISE DROP EVERY PENDING DEACTIVATION.
002730******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
004600         ACCESS MODE IS SEQUENTIAL
004700         FILE STATUS IS WS-DEASUSPN-STATUS.

004740     SELECT GENTOTS-FILE ASSIGN TO "GENTOTS"
004780         ORGANIZATION IS SEQUENTIAL
004820         ACCESS MODE IS SEQUENTIAL
004860         FILE STATUS IS WS-GENTOTS-STATUS.

004900     SELECT CHGHIST-FILE ASSIGN TO "CHGHIST"
005000         ORGANIZATION IS SEQUENTIAL
005100         ACCESS MODE IS SEQUENTIAL
006500         ACCESS MODE IS SEQUENTIAL
006600         FILE STATUS IS WS-SECPARM-STATUS.

006640     SELECT BUSCAL-FILE ASSIGN TO "BUSCAL"
006680         ORGANIZATION IS SEQUENTIAL
006720         ACCESS MODE IS SEQUENTIAL
006760         FILE STATUS IS WS-BUSCAL-STATUS.

006800 DATA DIVISION.
006900 FILE SECTION.
007000* PENDING DEACTIVATIONS PARKED BY CUSTMAINT.
009400     05  DN-PARK-DATE          PIC X(10).
009500     05  FILLER                PIC X(14).

009513* NEXT-GENERATION CONTROL TOTALS - STAMPED WHEN DEASUSPN IS OPENED
009526* AND WHEN IT CLOSES CLEANLY, READ BY GENMGR BEFORE THE SWAP. SEE
009539* CHKGEN.cpy.
009552 FD  GENTOTS-FILE
009565     RECORDING MODE IS F.
009578 01  GENTOTS-RECORD.
009591     05  GT-FILE-ID            PIC X(10).
009604     05  GT-RUN-DATE           PIC X(10).
009617     05  GT-PROGRAM-ID         PIC X(08).
009630     05  GT-EVENT              PIC X(01).
009643     05  GT-RECORD-COUNT       PIC 9(09).
009656     05  GT-TIMESTAMP          PIC X(21).
009669     05  FILLER                PIC X(21).

009700* RETAINED FIELD-LEVEL CHANGE HISTORY - SAME LAYOUT CUSTMAINT
009800* WRITES, SO AN APPLIED DEACTIVATION TRACES THE SAME WAY.
009900 FD  CHGHIST-FILE
011000 01  DEAPRPT-LINE              PIC X(132).

011200* RUN-TIME PARAMETER CARD - OPTIONAL OVERRIDE OF THE APPROVAL
011300* EXPIRY WINDOW IN BUSINESS DAYS. NOT PRESENT ON A NORMAL RUN.
011400 FD  PARMCARD-FILE
011500     RECORDING MODE IS F.
011600 01  PARMCARD-RECORD.
012500     05  SP-DB-USERNAME        PIC X(20).
012600     05  SP-DB-PASSWORD        PIC X(20).

012611* BUSINESS CALENDAR - COMPANY HOLIDAYS AND FISCAL PERIODS, KEPT
012622* BY FINANCE. SEE CALCHK.cpy.
012633 FD  BUSCAL-FILE
012644     RECORDING MODE IS F.
012655 01  BUSCAL-RECORD.
012666     05  BC-RECORD-TYPE        PIC X(01).
012677     05  BC-HOLIDAY-DATA.
012688         10  BC-HOL-DATE       PIC X(10).
012699         10  BC-HOL-DESC       PIC X(30).
012710         10  FILLER            PIC X(39).
012721     05  BC-PERIOD-DATA REDEFINES BC-HOLIDAY-DATA.
012732         10  BC-PERIOD-ID      PIC X(07).
012743         10  BC-FISCAL-YEAR    PIC X(04).
012754         10  BC-PERIOD-START   PIC X(10).
012765         10  BC-PERIOD-END     PIC X(10).
012776         10  FILLER            PIC X(48).

012800 WORKING-STORAGE SECTION.
012900* INCLUDE CUSTOMER RECORD LAYOUT - RECEIVES THE BEFORE IMAGE
013000* FETCHED AHEAD OF EVERY APPLIED DEACTIVATION
013600* INCLUDE SHARED DATE-VALIDATION WORKING STORAGE
013700     COPY DATECHK.

013766* INCLUDE SHARED BUSINESS-CALENDAR WORKING STORAGE
013832     COPY CALCHK.

013854* INCLUDE SHARED GENERATION CONTROL-TOTALS WORKING STORAGE
013876     COPY GENCHK.

013900 01  WS-VARIABLES.
014000     05  WS-CURRENT-DATE       PIC X(10) VALUE SPACES.

018400         88  BEFORE-IMAGE-OK   VALUE 'Y'.

018600 01  WS-DATE-WORK.
019100     05  WS-DAYS-PARKED        PIC S9(09) COMP VALUE ZERO.

019300 01  WS-REPORT-LINES.

023400     PERFORM 1050-READ-PARAMETER-CARD THRU 1050-EXIT.

023428     PERFORM LOAD-BUSINESS-CALENDAR
023456         THRU LOAD-BUSINESS-CALENDAR-EXIT.
023484     IF NOT BUSINESS-CALENDAR-LOADED
023512         DISPLAY "WARNING: NO BUSINESS CALENDAR, APPROVAL WINDOW "
023540             "SKIPS WEEKENDS ONLY"
023568     END-IF.

023600     OPEN OUTPUT DEAPRPT-FILE.
023700     MOVE WS-CURRENT-DATE TO WS-HDR-DATE.
023800     WRITE DEAPRPT-LINE FROM WS-HEADER-LINE.
024500     END-IF.

024700     OPEN OUTPUT DEASUSPN-FILE.
024728     MOVE "DEASUSPN" TO GC-STAMP-FILE.
024756     MOVE "CUSTDEAP" TO GC-STAMP-PROGRAM.
024784     MOVE WS-CURRENT-DATE TO GC-STAMP-DATE.
024812     SET STAMP-GEN-OPENED TO TRUE.
024840     PERFORM STAMP-GENERATION-TOTALS
024868         THRU STAMP-GENERATION-TOTALS-EXIT.

024900     OPEN EXTEND CHGHIST-FILE.
025000     IF WS-CHGHIST-STATUS = '05' OR WS-CHGHIST-STATUS = '35'
027400******************************************************************
027500* 1050-READ-PARAMETER-CARD - PULL AN OPTIONAL OVERRIDE OF THE
027600* EXPIRY WINDOW. NO CARD, OR A ZERO ON THE CARD, MEANS THE
027700* COMPILED-IN DEFAULT OF WS-EXPIRE-DAYS (5 BUSINESS DAYS).
027800******************************************************************
027900 1050-READ-PARAMETER-CARD.
028000     OPEN INPUT PARMCARD-FILE.
040600     EXIT.

040800******************************************************************
040900* 2300-AGE-SUSPENSE - BUSINESS DAYS SINCE THE PARK DATE, UP TO
040950* AND INCLUDING TODAY. A PARK DATE THAT WILL NOT PARSE AGES AS
041000* ZERO (WAITS) RATHER THAN EXPIRING A DEACTIVATION ON A BAD
041100* DATE.
041200******************************************************************
041300 2300-AGE-SUSPENSE.
041400     MOVE ZERO TO WS-DAYS-PARKED.
041900             " PARK DATE INVALID, " DC-DATE-REASON
042000         GO TO 2300-EXIT
042100     END-IF.
042200     MOVE DS-PARK-DATE TO CL-FROM-DATE.
042300     MOVE WS-CURRENT-DATE TO CL-TO-DATE.
042400     PERFORM COUNT-BUSINESS-DAYS THRU COUNT-BUSINESS-DAYS-EXIT.
042500     IF CALENDAR-DATES-BAD
042600         DISPLAY "WARNING: SUSPENSE " DS-CUSTOMER-ID
042700             " PARK DATE NOT A CALENDAR DATE"
042800         GO TO 2300-EXIT
042900     END-IF.
043000     MOVE CL-DAY-COUNT TO WS-DAYS-PARKED.
043400 2300-EXIT.
043500     EXIT.

052300* INCLUDE THE SHARED CHECK-DATE-FORMAT UTILITY PARAGRAPH
052400     COPY CHKDATE.

052466* INCLUDE THE SHARED BUSINESS-CALENDAR UTILITY PARAGRAPHS
052532     COPY CHKCAL.

052554* INCLUDE THE SHARED GENERATION CONTROL-TOTALS STAMP PARAGRAPH
052576     COPY CHKGEN.

052600******************************************************************
052700* 4000-CLEANUP-ROUTINE - PRINT SUMMARY COUNTS, DISCONNECT AND
052800* CLOSE ALL FILES.
055200     IF DEASUSP-WAS-OPENED
055300         CLOSE DEASUSP-FILE
055400     END-IF.
055420* A FAILED RUN LEAVES ITS 'O' STAMP LAST, SO GENMGR WILL NOT SWAP
055440* ITS DEASUSPN IN.
055500     CLOSE DEASUSPN-FILE.
055514     IF RETURN-CODE < 8 AND WS-DEASUSPN-STATUS = '00'
055528         MOVE WS-PENDING-COUNT TO GC-STAMP-COUNT
055542         SET STAMP-GEN-CLOSED TO TRUE
055556         PERFORM STAMP-GENERATION-TOTALS
055570             THRU STAMP-GENERATION-TOTALS-EXIT
055584     END-IF.
055600     CLOSE CHGHIST-FILE.
055700     CLOSE DEAPRPT-FILE.

