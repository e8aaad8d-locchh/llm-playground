002668*                   TRUE CCYY-MM-DD - CURRENT-DATE(1:10) IS
002725*                   CCYYMMDDHH AND WAS LEAKING INTO DATE FIELDS
002782*                   AND COMPARES THAT EXPECT DASHED DATES.
002787* 2026-10-15  RDM   A CLEAN RUN NOW APPENDS ONE EXTRTOTS CONTROL
002792*                   RECORD - RUN DATE, RUN MODE AND THE ADDED,
002797*                   REWRITTEN, NOT-FOUND AND DUPLICATE COUNTS - SO
002802*                   THE END-OF-NIGHT PROOF OF BALANCE (STRMPROF)
002807*                   CAN PROVE WHAT WAS BUILT OR REFRESHED WITHOUT
002812*                   SCRAPING THE JOB LOG.
002817* 2026-10-15  RDM   AN EXTRTOTS FILE THAT CANNOT BE OPENED OR
002822*                   WRITTEN IS NOW REPORTED AND RAISES THE RETURN
002827*                   CODE TO 8, SO THE STAMP SHOWS THE RUN IS NOT
002832*                   PROVABLE INSTEAD OF LOOKING CLEAN.
002839******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
005470         ACCESS MODE IS SEQUENTIAL
005480         FILE STATUS IS WS-RGNREF-STATUS.

005504     SELECT EXTRTOTS-FILE ASSIGN TO "EXTRTOTS"
005528         ORGANIZATION IS SEQUENTIAL
005552         ACCESS MODE IS SEQUENTIAL
005576         FILE STATUS IS WS-EXTRTOTS-STATUS.

005600 DATA DIVISION.
005700 FILE SECTION.
005739 FD  CUSTREF-FILE
010100     05  RU-RETURN-CODE        PIC S9(04).
010200     05  FILLER                PIC X(37).

010207* EXTRACT CONTROL TOTALS - ONE RECORD APPENDED PER CLEAN RUN,
010214* READ BY THE STRMPROF END-OF-NIGHT PROOF OF BALANCE. A FULL RUN
010221* BUILDS ET-ADDED-COUNT ROWS; A DELTA RUN REFRESHES THE ADDED
010228* AND REWRITTEN ROWS TOGETHER.
010235 FD  EXTRTOTS-FILE
010242     RECORDING MODE IS F.
010249 01  EXTRTOTS-RECORD.
010256     05  ET-RUN-DATE           PIC X(10).
010263     05  ET-RUN-MODE           PIC X(01).
010270     05  ET-ADDED-COUNT        PIC 9(07).
010277     05  ET-REWRITTEN-COUNT    PIC 9(07).
010284     05  ET-NOT-FOUND-COUNT    PIC 9(07).
010291     05  ET-DUPLICATE-COUNT    PIC 9(07).
010298     05  FILLER                PIC X(41).

010310* RUN-TIME PARAMETER CARD - OPTIONAL RUN MODE. 'D' FOLDS THE
010320* CHANGED CUSTOMERS INTO THE EXISTING SNAPSHOT; BLANK OR 'F'
010330* REBUILDS IT WHOLE.
012300         88  END-OF-CUSTREF    VALUE 'Y'.
012320     05  WS-PARMCARD-STATUS    PIC X(02) VALUE SPACES.
012340         88  PARMCARD-OK       VALUE '00'.
012393     05  WS-EXTRTOTS-STATUS    PIC X(02) VALUE SPACES.
012446         88  EXTRTOTS-OK       VALUE '00'.

012500 01  WS-EXTRACT-COUNTS.
012600     05  WS-EXTRACTED-COUNT    PIC 9(05) VALUE ZERO.
030700         CLOSE CUSTMAST-FILE
030750     END-IF.

030787     IF RETURN-CODE = ZERO
030824         PERFORM 4100-WRITE-EXTRACT-TOTALS THRU 4100-EXIT
030861     END-IF.

030900* STAMP THIS PROGRAM'S COMPLETION (AND FINAL RETURN-CODE) ON
031000* THE SHARED RUN-CONTROL FILE FOR OPERATIONS AND SEQUENCE
031100* CHECKS.
032000 4000-EXIT.
032100     EXIT.

032105******************************************************************
032110* 4100-WRITE-EXTRACT-TOTALS - APPEND THIS RUN'S CONTROL RECORD.
032115* ONLY A CLEAN RUN WRITES ONE, SO THE PROOF OF BALANCE FINDING
032120* NONE FOR THE RUN DATE MEANS THE SNAPSHOT WAS NOT BUILT. A FILE
032125* THAT CANNOT BE OPENED OR WRITTEN RAISES RETURN-CODE TO 8 BEFORE
032130* THE RUN IS STAMPED.
032135******************************************************************
032140 4100-WRITE-EXTRACT-TOTALS.
032145     OPEN EXTEND EXTRTOTS-FILE.
032150     IF WS-EXTRTOTS-STATUS = '05' OR WS-EXTRTOTS-STATUS = '35'
032155         OPEN OUTPUT EXTRTOTS-FILE
032160     END-IF.
032165     IF NOT EXTRTOTS-OK
032170         DISPLAY "UNABLE TO OPEN EXTRTOTS, STATUS: "
032175             WS-EXTRTOTS-STATUS
032180         IF RETURN-CODE < 8
032185             MOVE 8 TO RETURN-CODE
032190         END-IF
032195         GO TO 4100-EXIT
032200     END-IF.
032205     MOVE SPACES TO EXTRTOTS-RECORD.
032210     MOVE WS-CURRENT-DATE TO ET-RUN-DATE.
032215     MOVE WS-RUN-MODE-SW TO ET-RUN-MODE.
032220     MOVE WS-EXTRACTED-COUNT TO ET-ADDED-COUNT.
032225     MOVE WS-REWRITTEN-COUNT TO ET-REWRITTEN-COUNT.
032230     MOVE WS-NOT-FOUND-COUNT TO ET-NOT-FOUND-COUNT.
032235     MOVE WS-DUPLICATE-COUNT TO ET-DUPLICATE-COUNT.
032240     WRITE EXTRTOTS-RECORD.
032245     IF NOT EXTRTOTS-OK
032250         DISPLAY "UNABLE TO WRITE EXTRTOTS, STATUS: "
032255             WS-EXTRTOTS-STATUS
032260         IF RETURN-CODE < 8
032265             MOVE 8 TO RETURN-CODE
032270         END-IF
032275     END-IF.
032280     CLOSE EXTRTOTS-FILE.
032285 4100-EXIT.
032290     EXIT.

032300* INCLUDE THE SHARED RUN-CONTROL UTILITY PARAGRAPHS
032400     COPY CHKRUN.

