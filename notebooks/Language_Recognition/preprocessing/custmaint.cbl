013300*                   NOW WRITES ITS OWN CHGHIST RECORD, SO THE
013400*                   QUARTERLY ACCESS REVIEW (OPERRPT) CAN SAY
013500*                   WHO DID WHAT INSTEAD OF ONLY WHAT CHANGED.
013502* 2026-10-15  RDM   AN 'R' RESTORE NOW WRITES ITS OWN CHGHIST
013504*                   RECORD (CUST-RESTORE, AFTER IMAGE THE
013506*                   NAME) LIKE AN ADD DOES - A DORMANT ACCOUNT
013508*                   BROUGHT BACK AND THEN RE-ADDRESSED IS ONE OF
013510*                   THE PATTERNS CUSTRISK WATCHES FOR, AND THE
013512*                   RESTORE WAS OTHERWISE INVISIBLE ON THE TRAIL.
013514* 2026-10-15  RDM   ADDED THE 'H' HOUSEHOLD TRANSACTION AND THE
013516*                   HOUSEHLD FILE: L LINKS A CUSTOMER INTO THE
013518*                   LINK-TO CUSTOMER'S HOUSEHOLD (FOUNDING ONE
013520*                   IF NEEDED), B BREAKS A CUSTOMER OUT AND
013522*                   MARKS THEM KEPT SEPARATE SO CUSTHHLD STOPS
013524*                   PROPOSING THEM. EVERY MEMBERSHIP CHANGE
013526*                   WRITES A CHGHIST HOUSEHOLD RECORD, A MERGE
013528*                   HANDS THE RETIRED ID'S MEMBERSHIP TO THE
013530*                   SURVIVOR, AND CLEANUP WRITES HOUSEHLDN (THE
013532*                   CONTPREF/CONTPREFN CONVENTION).
013534* 2026-10-15  RDM   CUSTTRAN MAY NOW CARRY BATCHES KEYED ON THE
013536*                   CUSTENTR ENTRY SCREEN, EACH BETWEEN AN 'HDR'
013538*                   AND A 'TRL' CONTROL RECORD. EVERY BATCH IS
013540*                   PROVED (TRAILER COUNT AND CUSTOMER-ID HASH)
013542*                   BEFORE ANYTHING IS APPLIED; THE TRANSACTIONS
013544*                   OF A BATCH THAT DOES NOT PROVE ARE REJECTED TO
013546*                   TRANERR, AND TRANRPT LISTS THE BATCH. FILES
013548*                   WITHOUT CONTROL RECORDS RUN AS BEFORE. THE
013550*                   PHONE, EMAIL AND STATUS EDITS MOVED TO THE
013552*                   SHARED FLDCHK/CHKFLD COPYBOOKS SO CUSTENTR
013554*                   APPLIES THE SAME RULES AS THEY ARE KEYED.
013556* 2026-10-15  RDM   CONTPREFN AND HOUSEHLDN NOW STAMP GENTOTS WHEN
013558*                   THEY ARE OPENED AND, AFTER A CLEAN CLOSE ON A
013560*                   RUN THAT DID NOT FAIL, WITH THE RECORDS
013562*                   WRITTEN (SHARED STAMP-GENERATION-TOTALS
013564*                   UTILITY, CHKGEN), SO GENMGR CAN PROVE EACH
013566*                   GENERATION BEFORE IT SWAPS IT IN. BOTH FILES
013568*                   ARE WRITTEN EVEN WHEN THE RUN FAILS, AND A
013570*                   FAILED RUN'S TABLES MAY BE EMPTY.
013572* 2026-10-15  RDM   A COMMITTED 'H' REPLAYED FROM THE
013574*                   CHECKPOINT NO LONGER RE-CHECKS ITS CUSTOMERS
013576*                   ON THE DATABASE: THE DEAD RUN PROVED THEM, AND
013578*                   A LATER MERGE IN THAT RUN MAY SINCE HAVE
013580*                   RETIRED ONE OF THEM.
013600******************************************************************
013700 ENVIRONMENT DIVISION.
013800 CONFIGURATION SECTION.
021400         ACCESS MODE IS SEQUENTIAL
021500         FILE STATUS IS WS-RGNREF-STATUS.
021600
021606     SELECT HOUSEHLD-FILE ASSIGN TO "HOUSEHLD"
021612         ORGANIZATION IS SEQUENTIAL
021618         ACCESS MODE IS SEQUENTIAL
021624         FILE STATUS IS WS-HOUSEHLD-STATUS.
021630
021636     SELECT HOUSEHLDN-FILE ASSIGN TO "HOUSEHLDN"
021642         ORGANIZATION IS SEQUENTIAL
021648         ACCESS MODE IS SEQUENTIAL
021654         FILE STATUS IS WS-HOUSEHLDN-STATUS.
021660
021666     SELECT GENTOTS-FILE ASSIGN TO "GENTOTS"
021672         ORGANIZATION IS SEQUENTIAL
021678         ACCESS MODE IS SEQUENTIAL
021684         FILE STATUS IS WS-GENTOTS-STATUS.
021690
021700 DATA DIVISION.
021800 FILE SECTION.
021900 FD  CUSTTRAN-FILE
022600         88  TRANS-MERGE       VALUE 'M'.
022700         88  TRANS-RESTORE     VALUE 'R'.
022800         88  TRANS-PREFERENCE  VALUE 'P'.
022850         88  TRANS-HOUSEHOLD   VALUE 'H'.
022900     05  CT-CUSTOMER-ID        PIC 9(06).
023000     05  CT-CUSTOMER-NAME      PIC X(30).
023100     05  CT-STREET             PIC X(30).
026200     05  CP-PHONE-PREF         PIC X(01).
026300     05  CP-PREF-EFF-DATE      PIC X(10).
026400     05  FILLER                PIC X(168).
026403
026406* ALTERNATE VIEW FOR THE 'H' HOUSEHOLD TRANSACTION - L LINKS
026409* CL-CUSTOMER-ID INTO CL-LINK-TO-ID'S HOUSEHOLD, B BREAKS
026412* CL-CUSTOMER-ID OUT OF WHATEVER HOUSEHOLD IT IS IN.
026415* CANDIDATE LINKS COME FROM CUSTHHLD.
026418 01  CUSTTRAN-HHLD-RECORD.
026421     05  CL-TRANS-CODE         PIC X(01).
026424     05  CL-CUSTOMER-ID        PIC 9(06).
026427     05  CL-HHLD-ACTION        PIC X(01).
026430         88  CL-ACTION-LINK    VALUE 'L'.
026433         88  CL-ACTION-BREAK   VALUE 'B'.
026436     05  CL-LINK-TO-ID         PIC 9(06).
026439     05  FILLER                PIC X(174).
026442
026445* ALTERNATE VIEW FOR THE BATCH CONTROL RECORDS CUSTENTR WRITES
026448* AROUND EACH ENTRY SESSION. THE HEADER AND TRAILER CARRY THE
026451* SAME DATE, TIME AND OPERATOR; THE TRAILER ADDS THE NUMBER OF
026454* TRANSACTIONS IN THE BATCH AND THE SUM OF THEIR CUSTOMER IDS.
026457* A THREE-BYTE 'HDR' CANNOT BE TAKEN FOR AN 'H' TRANSACTION,
026460* WHICH ALWAYS HAS A NUMERIC CUSTOMER ID IN BYTES 2-7.
026463 01  CUSTTRAN-BATCH-RECORD.
026466     05  CB-RECORD-TYPE        PIC X(03).
026469         88  CUSTTRAN-BATCH-HEADER  VALUE 'HDR'.
026472         88  CUSTTRAN-BATCH-TRAILER VALUE 'TRL'.
026475         88  CUSTTRAN-BATCH-CONTROL VALUE 'HDR' 'TRL'.
026478     05  CB-BATCH-DATE         PIC X(10).
026481     05  CB-BATCH-TIME         PIC X(06).
026484     05  CB-OPERATOR-ID        PIC X(08).
026487     05  CB-TRL-TRAN-COUNT     PIC 9(06).
026490     05  CB-TRL-ID-HASH        PIC 9(12).
026493     05  FILLER                PIC X(143).
026500
026600* EVERY REJECT NOW CARRIES THE FULL TRANSACTION IMAGE AND ITS
026700* CORRECTION-CYCLE COUNT SO TRANCORR CAN PRESENT, CORRECT AND
032100     05  TK-REJECT-COUNT       PIC 9(05).
032200     05  TK-RESTORE-COUNT      PIC 9(05).
032300     05  TK-PREF-COUNT         PIC 9(05).
032350     05  TK-HHLD-COUNT         PIC 9(05).
032400
032500* MERGE TRACE - ONE RECORD PER RETIRED CUSTOMER ID, SAYING
032600* WHICH SURVIVOR IT WAS FOLDED INTO AND WHEN, SO THE RETIRED ID
043200     05  RG-EFF-DATE           PIC X(10).
043300     05  FILLER                PIC X(66).
043400
043402* HOUSEHOLD MEMBERSHIP - ONE RECORD PER CUSTOMER WHO IS LINKED
043404* INTO A HOUSEHOLD (STATUS L) OR WAS BROKEN OUT AND IS KEPT
043406* SEPARATE (STATUS X, HOUSEHOLD ID ZERO). THE HOUSEHOLD ID IS
043408* THE CUSTOMER ID OF THE MEMBER THAT FOUNDED IT. LOADED AT
043410* STARTUP; 'H' TRANSACTIONS MAINTAIN THE TABLE AND CLEANUP
043412* WRITES THE NEXT GENERATION TO HOUSEHLDN. CUSTHHLD, CUSTDORM
043414* AND TOPCUST READ THIS FILE.
043416 FD  HOUSEHLD-FILE
043418     RECORDING MODE IS F.
043420 01  HOUSEHLD-RECORD.
043422     05  HH-CUSTOMER-ID        PIC 9(06).
043424     05  HH-HOUSEHOLD-ID       PIC 9(06).
043426     05  HH-LINK-STATUS        PIC X(01).
043428     05  HH-LINK-DATE          PIC X(10).
043430     05  HH-OPERATOR-ID        PIC X(08).
043432     05  FILLER                PIC X(09).
043434
043436 FD  HOUSEHLDN-FILE
043438     RECORDING MODE IS F.
043440 01  HOUSEHLDN-RECORD.
043442     05  HHN-CUSTOMER-ID       PIC 9(06).
043444     05  HHN-HOUSEHOLD-ID      PIC 9(06).
043446     05  HHN-LINK-STATUS       PIC X(01).
043448     05  HHN-LINK-DATE         PIC X(10).
043450     05  HHN-OPERATOR-ID       PIC X(08).
043452     05  FILLER                PIC X(09).
043454
043456* NEXT-GENERATION CONTROL TOTALS - STAMPED WHEN CONTPREFN AND
043458* HOUSEHLDN ARE OPENED AND WHEN THEY CLOSE CLEANLY, READ BY GENMGR
043460* BEFORE THE SWAP. SEE CHKGEN.cpy.
043462 FD  GENTOTS-FILE
043464     RECORDING MODE IS F.
043466 01  GENTOTS-RECORD.
043468     05  GT-FILE-ID            PIC X(10).
043470     05  GT-RUN-DATE           PIC X(10).
043472     05  GT-PROGRAM-ID         PIC X(08).
043474     05  GT-EVENT              PIC X(01).
043476     05  GT-RECORD-COUNT       PIC 9(09).
043478     05  GT-TIMESTAMP          PIC X(21).
043480     05  FILLER                PIC X(21).
043482
043500 WORKING-STORAGE SECTION.
043600
043700* INCLUDE SHARED OPERATOR-AUTHORIZATION WORKING STORAGE
045000* INCLUDE SHARED DATE-HANDLING WORKING STORAGE
045100     COPY DATECHK.
045200
045225* INCLUDE SHARED CUSTOMER FIELD-EDIT WORKING STORAGE
045250     COPY FLDCHK.
045256
045262* INCLUDE SHARED GENERATION CONTROL-TOTALS WORKING STORAGE
045268     COPY GENCHK.
045275
045300* INCLUDE CUSTOMER RECORD LAYOUT - RECEIVES THE BEFORE IMAGE
045400* FETCHED AHEAD OF EVERY UPDATE/DEACTIVATE
045500     COPY CUSTOMER.
045900     05  WS-RUN-ID             PIC X(10) VALUE SPACES.
046000     05  WS-OPERATOR-ID        PIC X(08) VALUE "BATCH".
046100     05  WS-DERIVED-REGION     PIC X(02) VALUE SPACES.
046400
046500* UNITS OF WORK - TRANSACTIONS ARE COMMITTED EVERY
046600* WS-COMMIT-INTERVAL AND THE CHECKPOINT RECORDS THE LAST
048700     05  WS-CONTPREF-STATUS    PIC X(02) VALUE SPACES.
048800         88  CONTPREF-OK       VALUE '00'.
048900     05  WS-CONTPREFN-STATUS   PIC X(02) VALUE SPACES.
048916     05  WS-HOUSEHLD-STATUS    PIC X(02) VALUE SPACES.
048932         88  HOUSEHLD-OK       VALUE '00'.
048948     05  WS-HOUSEHLDN-STATUS   PIC X(02) VALUE SPACES.
048964     05  WS-HOUSEHLD-SW        PIC X(01) VALUE 'N'.
048980         88  END-OF-HOUSEHLD   VALUE 'Y'.
049000     05  WS-CONTPREF-SW        PIC X(01) VALUE 'N'.
049100         88  END-OF-CONTPREF   VALUE 'Y'.
049200     05  WS-ARCHOUT-STATUS     PIC X(02) VALUE SPACES.
051000     05  WS-RESTORE-COUNT      PIC 9(05) VALUE ZERO.
051100     05  WS-MERGE-COUNT        PIC 9(05) VALUE ZERO.
051200     05  WS-PREF-COUNT         PIC 9(05) VALUE ZERO.
051250     05  WS-HHLD-COUNT         PIC 9(05) VALUE ZERO.
051300     05  WS-REJECT-COUNT       PIC 9(05) VALUE ZERO.
051400
051500 01  WS-CHANGE-HISTORY-FIELDS.
054600         10  WS-PREF-PHONE       PIC X(01).
054700         10  WS-PREF-EFF-DATE    PIC X(10).
054800
054801* THE HOUSEHOLD FILE, HELD IN MEMORY FOR THE RUN THE SAME WAY
054802* AS THE PREFERENCE TABLE. AN 'H' OR A MERGE CHANGES ENTRIES,
054803* CLEANUP WRITES THE WHOLE TABLE OUT AS THE NEXT GENERATION,
054804* AND A FILE BIGGER THAN THE TABLE FAILS THE RUN.
054805 01  WS-HHLD-TABLE.
054806     05  WS-MAX-HHLD-TABLE     PIC 9(04) VALUE 5000 COMP.
054807     05  WS-HHLD-TABLE-COUNT   PIC 9(04) VALUE ZERO.
054808     05  WS-HHLD-OVERFLOW-SW   PIC X(01) VALUE 'N'.
054809         88  HHLD-TABLE-OVERFLOW VALUE 'Y'.
054810     05  WS-HHLD-TABLE-ENTRY OCCURS 5000 TIMES
054811             INDEXED BY WS-HHLD-IDX.
054812         10  WS-HHLD-CUSTOMER-ID PIC 9(06).
054813         10  WS-HHLD-ID          PIC 9(06).
054814         10  WS-HHLD-STATUS      PIC X(01).
054815             88  HHLD-ENTRY-LINKED   VALUE 'L'.
054816             88  HHLD-ENTRY-SEPARATE VALUE 'X'.
054817         10  WS-HHLD-LINK-DATE   PIC X(10).
054818         10  WS-HHLD-OPERATOR    PIC X(08).
054819
054820* WORK FIELDS FOR ONE HOUSEHOLD CHANGE. WS-HHLD-MOVE-ID IS THE
054821* CUSTOMER WHOSE MEMBERSHIP IS MOVING, FROM WS-HHLD-OLD-ID TO
054822* WS-HHLD-NEW-ID (ZERO MEANS NO HOUSEHOLD).
054823 01  WS-HHLD-FIELDS.
054824     05  WS-HHLD-FIND-ID       PIC 9(06) VALUE ZERO.
054825     05  WS-HHLD-MOVE-ID       PIC 9(06) VALUE ZERO.
054826     05  WS-HHLD-TARGET-ID     PIC 9(06) VALUE ZERO.
054827     05  WS-HHLD-LEFT-ID       PIC 9(06) VALUE ZERO.
054828     05  WS-HHLD-OLD-ID        PIC 9(06) VALUE ZERO.
054829     05  WS-HHLD-NEW-ID        PIC 9(06) VALUE ZERO.
054830     05  WS-HHLD-SUB           PIC 9(04) COMP VALUE ZERO.
054831     05  WS-HHLD-CUST-SUB      PIC 9(04) COMP VALUE ZERO.
054832     05  WS-HHLD-LINK-SUB      PIC 9(04) COMP VALUE ZERO.
054833     05  WS-HHLD-SCAN-SUB      PIC 9(04) COMP VALUE ZERO.
054834     05  WS-HHLD-LAST-SUB      PIC 9(04) COMP VALUE ZERO.
054835     05  WS-HHLD-MEMBER-COUNT  PIC 9(04) COMP VALUE ZERO.
054836     05  WS-HHLD-NEEDED        PIC 9(04) COMP VALUE ZERO.
054837     05  WS-HHLD-FOUND-SW      PIC X(01) VALUE 'N'.
054838         88  HHLD-ENTRY-FOUND  VALUE 'Y'.
054839     05  WS-HHLD-POSTED-SW     PIC X(01) VALUE 'N'.
054840         88  HHLD-CHANGE-POSTED VALUE 'Y'.
054841     05  WS-HHLD-REPLAY-SW     PIC X(01) VALUE 'N'.
054842         88  HHLD-REPLAYING    VALUE 'Y'.
054843
054844* THE CUSTENTR BATCHES ON THIS CUSTTRAN FILE, IN FILE ORDER, AS
054845* PROVED BY THE PASS AHEAD OF PROCESSING. WS-BATCH-SUB IS THE
054846* BATCH STILL WAITING FOR ITS TRAILER DURING THAT PASS (ZERO
054847* WHEN NONE); WS-BATCH-SEEN COUNTS HEADERS DURING PROCESSING SO
054848* EACH TRANSACTION KNOWS WHICH BATCH IT BELONGS TO.
054849 01  WS-BATCH-TABLE.
054850     05  WS-MAX-BATCH-TABLE    PIC 9(04) VALUE 200 COMP.
054851     05  WS-BATCH-COUNT        PIC 9(04) VALUE ZERO.
054852     05  WS-BATCH-OVERFLOW-SW  PIC X(01) VALUE 'N'.
054853         88  BATCH-TABLE-OVERFLOW VALUE 'Y'.
054854     05  WS-BATCH-ENTRY OCCURS 200 TIMES.
054855         10  WS-BATCH-DATE       PIC X(10).
054856         10  WS-BATCH-TIME       PIC X(06).
054857         10  WS-BATCH-OPERATOR   PIC X(08).
054858         10  WS-BATCH-TRAN-COUNT PIC 9(06).
054859         10  WS-BATCH-ID-HASH    PIC 9(12).
054860         10  WS-BATCH-STATE      PIC X(01).
054861             88  BATCH-OPEN        VALUE 'O'.
054862             88  BATCH-BALANCED    VALUE 'B'.
054863             88  BATCH-UNBALANCED  VALUE 'U'.
054864         10  WS-BATCH-REASON     PIC X(30).
054865
054866 01  WS-BATCH-FIELDS.
054867     05  WS-BATCH-SUB          PIC 9(04) COMP VALUE ZERO.
054868     05  WS-BATCH-SEEN         PIC 9(04) COMP VALUE ZERO.
054869     05  WS-BATCH-CLOSE-REASON PIC X(30) VALUE SPACES.
054870     05  WS-BATCH-IN-SW        PIC X(01) VALUE 'N'.
054871         88  IN-UNBALANCED-BATCH VALUE 'Y'.
054872     05  WS-BATCH-BALANCED-COUNT   PIC 9(05) VALUE ZERO.
054873     05  WS-BATCH-UNBALANCED-COUNT PIC 9(05) VALUE ZERO.
054874     05  WS-ORPHAN-TRAILER-COUNT   PIC 9(05) VALUE ZERO.
054875
054900* THE DUPLICATE (RETIRING) CUSTOMER'S CONTACT DATA, FETCHED
055000* DURING A MERGE SO THE BETTER VALUES CAN BE CARRIED FORWARD
055100* ONTO THE SURVIVOR.
056700         10  FILLER            PIC X(20) VALUE SPACES.
056800         10  WS-SUM-LABEL      PIC X(23).
056900         10  WS-SUM-VALUE      PIC ZZZ,ZZ9.
056909     05  WS-BATCH-LINE.
056918         10  FILLER            PIC X(06) VALUE "BATCH ".
056927         10  WS-BL-DATE        PIC X(10).
056936         10  FILLER            PIC X(01) VALUE SPACE.
056945         10  WS-BL-TIME        PIC X(06).
056954         10  FILLER            PIC X(10) VALUE " OPERATOR ".
056963         10  WS-BL-OPERATOR    PIC X(08).
056972         10  FILLER            PIC X(18) VALUE
056981             " OUT OF BALANCE - ".
056990         10  WS-BL-REASON      PIC X(30).
057000
057100 PROCEDURE DIVISION.
057200 0000-MAINLINE.
059600     PERFORM 1050-READ-PARAMETER-CARD THRU 1050-EXIT.
059700     PERFORM LOAD-AUTH-TABLE THRU LOAD-AUTH-TABLE-EXIT.
059800     PERFORM 1400-LOAD-CONTACT-PREFS THRU 1400-EXIT.
059825     IF RETURN-CODE = ZERO
059850         PERFORM 1600-LOAD-HOUSEHOLDS THRU 1600-EXIT
059875     END-IF.
059900     IF RETURN-CODE NOT = ZERO
060000         GO TO 1000-EXIT
060100     END-IF.
064000         OPEN OUTPUT MRGTRACE-FILE
064100     END-IF.
064200
064212* EVERY CUSTENTR BATCH ON THE FILE IS PROVED AGAINST ITS OWN
064224* TRAILER BEFORE A SINGLE TRANSACTION IS APPLIED.
064236     PERFORM 6000-VERIFY-TRAN-BATCHES THRU 6000-EXIT.
064248     IF RETURN-CODE NOT = ZERO
064260         GO TO 1000-EXIT
064272     END-IF.
064284
064300     OPEN INPUT CUSTTRAN-FILE.
064400     IF NOT CUSTTRAN-OK
064500         DISPLAY "UNABLE TO OPEN CUSTTRAN, STATUS: "
066300
066400     MOVE WS-CURRENT-DATE TO WS-HDR-DATE.
066500     WRITE TRANRPT-LINE FROM WS-HEADER-LINE.
066550     PERFORM 6600-REPORT-BATCHES THRU 6600-EXIT.
066600 1000-EXIT.
066700     EXIT.
066800
071700             MOVE TK-REJECT-COUNT TO WS-REJECT-COUNT
071800             MOVE TK-RESTORE-COUNT TO WS-RESTORE-COUNT
071900             MOVE TK-PREF-COUNT TO WS-PREF-COUNT
071950             MOVE TK-HHLD-COUNT TO WS-HHLD-COUNT
072000             DISPLAY "RESTARTING AFTER COMMITTED TRANSACTION: "
072100                 WS-RESTART-COUNT
072200         END-IF
078000 1500-EXIT.
078100     EXIT.
078200
078201******************************************************************
078202* 1600-LOAD-HOUSEHOLDS - PULL THE HOUSEHOLD FILE INTO MEMORY.
078203* NO FILE YET (FIRST RUN) MEANS NOBODY IS IN A HOUSEHOLD. A
078204* FILE BIGGER THAN THE TABLE ABORTS THE RUN - WRITING BACK A
078205* TRUNCATED GENERATION WOULD SILENTLY UNLINK HOUSEHOLDS.
078206******************************************************************
078207 1600-LOAD-HOUSEHOLDS.
078208     MOVE ZERO TO WS-HHLD-TABLE-COUNT.
078209     OPEN INPUT HOUSEHLD-FILE.
078210     IF NOT HOUSEHLD-OK
078211         DISPLAY "NO HOUSEHOLD FILE FOUND, STATUS: "
078212             WS-HOUSEHLD-STATUS
078213         GO TO 1600-EXIT
078214     END-IF.
078215     PERFORM 1650-READ-HOUSEHLD-RECORD THRU 1650-EXIT.
078216     PERFORM 1700-ADD-HOUSEHOLD-ENTRY THRU 1700-EXIT
078217         UNTIL END-OF-HOUSEHLD.
078218     CLOSE HOUSEHLD-FILE.
078219
078220     IF HHLD-TABLE-OVERFLOW
078221         DISPLAY "MORE THAN " WS-MAX-HHLD-TABLE
078222             " HOUSEHOLD RECORDS, RUN ABORTED"
078223         MOVE 16 TO RETURN-CODE
078224     END-IF.
078225 1600-EXIT.
078226     EXIT.
078227
078228 1650-READ-HOUSEHLD-RECORD.
078229     READ HOUSEHLD-FILE
078230         AT END
078231             SET END-OF-HOUSEHLD TO TRUE
078232     END-READ.
078233 1650-EXIT.
078234     EXIT.
078235
078236 1700-ADD-HOUSEHOLD-ENTRY.
078237     IF WS-HHLD-TABLE-COUNT < WS-MAX-HHLD-TABLE
078238         ADD 1 TO WS-HHLD-TABLE-COUNT
078239         MOVE HH-CUSTOMER-ID
078240             TO WS-HHLD-CUSTOMER-ID (WS-HHLD-TABLE-COUNT)
078241         MOVE HH-HOUSEHOLD-ID
078242             TO WS-HHLD-ID (WS-HHLD-TABLE-COUNT)
078243         MOVE HH-LINK-STATUS
078244             TO WS-HHLD-STATUS (WS-HHLD-TABLE-COUNT)
078245         MOVE HH-LINK-DATE
078246             TO WS-HHLD-LINK-DATE (WS-HHLD-TABLE-COUNT)
078247         MOVE HH-OPERATOR-ID
078248             TO WS-HHLD-OPERATOR (WS-HHLD-TABLE-COUNT)
078249     ELSE
078250         SET HHLD-TABLE-OVERFLOW TO TRUE
078251     END-IF.
078252     PERFORM 1650-READ-HOUSEHLD-RECORD THRU 1650-EXIT.
078253 1700-EXIT.
078254     EXIT.
078255
078300* INCLUDE SHARED DB-CREDENTIAL LOAD PARAGRAPH
078400     COPY LOADCRED.
078500
079400
079500* INCLUDE THE SHARED STATE-TO-REGION DERIVATION PARAGRAPHS
079600     COPY CHKRGN.
079625
079650* INCLUDE THE SHARED CUSTOMER FIELD-EDIT PARAGRAPHS
079675     COPY CHKFLD.
079681
079687* INCLUDE THE SHARED GENERATION CONTROL-TOTALS STAMP PARAGRAPH
079693     COPY CHKGEN.
079700
079800******************************************************************
079900* 2000-PROCESS-DATA - APPLY ONE TRANSACTION PER CUSTTRAN RECORD
083000* THE GENERATION THIS RUN WRITES.
083100 2150-SKIP-APPLIED-TRANSACTION.
083200     ADD 1 TO WS-TRAN-COUNT.
083209* BATCH CONTROL RECORDS COUNT TOWARD THE RESTART POINT LIKE ANY
083218* OTHER RECORD, AND A TRANSACTION FROM A BATCH THAT DID NOT
083227* PROVE WAS REJECTED, NOT APPLIED, SO IT HAS NOTHING TO REPLAY.
083236     IF CUSTTRAN-BATCH-CONTROL
083245         PERFORM 6500-NOTE-BATCH-CONTROL THRU 6500-EXIT
083254     END-IF.
083263     IF CUSTTRAN-BATCH-CONTROL OR IN-UNBALANCED-BATCH
083272         PERFORM 2100-READ-CUSTTRAN-RECORD THRU 2100-EXIT
083281         GO TO 2150-EXIT
083290     END-IF.
083300* ONLY A 'P' THE DEAD RUN WOULD ACTUALLY HAVE APPLIED IS
083400* REPLAYED - ONE IT REJECTED MUST NOT SMUGGLE ITS FLAGS OR A
083500* MALFORMED EFFECTIVE DATE INTO THE NEXT GENERATION.
084000             PERFORM 2685-POST-PREFERENCE-ENTRY THRU 2685-EXIT
084100         END-IF
084200     END-IF.
084204* THE HOUSEHOLD TABLE IS WRITTEN AT CLEANUP TOO, SO A
084208* COMMITTED 'H' IS REPLAYED THE SAME WAY, AND SO IS THE
084212* HOUSEHOLD HAND-OVER OF A MERGE THAT ACTUALLY RETIRED ITS
084216* DUPLICATE (THE DUPLICATE ROW IS GONE FROM THE DATABASE).
084220     IF TRANS-HOUSEHOLD
084224         SET TRANSACTION-VALID TO TRUE
084228         PERFORM 2370-VALIDATE-HOUSEHOLD THRU 2370-EXIT
084232         IF TRANSACTION-VALID
084236             SET HHLD-REPLAYING TO TRUE
084240             PERFORM 5000-APPLY-HOUSEHOLD THRU 5000-EXIT
084244             MOVE 'N' TO WS-HHLD-REPLAY-SW
084248         END-IF
084252     END-IF.
084256     IF TRANS-MERGE
084260         MOVE CT-CUSTOMER-ID TO CUSTOMER-ID
084264         PERFORM 5900-CHECK-CUSTOMER-ON-FILE THRU 5900-EXIT
084268         IF SQLCODE = 100
084272             SET HHLD-REPLAYING TO TRUE
084276             PERFORM 5500-MERGE-HOUSEHOLD THRU 5500-EXIT
084280             MOVE 'N' TO WS-HHLD-REPLAY-SW
084284         END-IF
084288     END-IF.
084300     PERFORM 2100-READ-CUSTTRAN-RECORD THRU 2100-EXIT.
084400 2150-EXIT.
084500     EXIT.
084600
084700 2200-PROCESS-ONE-TRANSACTION.
084800     ADD 1 TO WS-TRAN-COUNT.
084816     IF CUSTTRAN-BATCH-CONTROL
084832         PERFORM 6500-NOTE-BATCH-CONTROL THRU 6500-EXIT
084848         PERFORM 2100-READ-CUSTTRAN-RECORD THRU 2100-EXIT
084864         GO TO 2200-EXIT
084880     END-IF.
084900     PERFORM 2300-VALIDATE-TRANSACTION THRU 2300-EXIT.
085000     IF TRANSACTION-VALID
085100         EVALUATE TRUE
086100                 PERFORM 2690-RESTORE-CUSTOMER THRU 2690-EXIT
086200             WHEN TRANS-PREFERENCE
086300                 PERFORM 2680-APPLY-PREFERENCE THRU 2680-EXIT
086333             WHEN TRANS-HOUSEHOLD
086366                 PERFORM 5000-APPLY-HOUSEHOLD THRU 5000-EXIT
086400         END-EVALUATE
086500     ELSE
086600         PERFORM 2700-REJECT-TRANSACTION THRU 2700-EXIT
088600     SET TRANSACTION-VALID TO TRUE.
088700     MOVE SPACES TO WS-REJECT-REASON.
088800
088810* A TRANSACTION FROM A BATCH WHOSE TRAILER DID NOT PROVE IS NOT
088820* TRUSTED, HOWEVER GOOD IT LOOKS - IT GOES TO TRANERR FOR
088830* TRANCORR TO RESUBMIT.
088840     IF IN-UNBALANCED-BATCH
088850         SET WS-TRANS-VALID-SW TO 'N'
088860         MOVE "BATCH CONTROL OUT OF BALANCE" TO WS-REJECT-REASON
088870         GO TO 2300-EXIT
088880     END-IF.
088890
088900     IF NOT TRANS-ADD AND NOT TRANS-UPDATE
089000             AND NOT TRANS-DEACTIVATE AND NOT TRANS-MERGE
089100             AND NOT TRANS-RESTORE AND NOT TRANS-PREFERENCE
089150             AND NOT TRANS-HOUSEHOLD
089200         SET WS-TRANS-VALID-SW TO 'N'
089300         MOVE "INVALID TRANSACTION CODE" TO WS-REJECT-REASON
089400     END-IF.
089500
089600* EVEN A WELL-FORMED TRANSACTION GOES NOWHERE UNLESS THE
089700* OPERATOR RUNNING THIS JOB IS AUTHORIZED FOR THE FUNCTION -
089800* MERGE, PREFERENCE AND HOUSEHOLD TAKE UPDATE AUTHORITY,
089900* RESTORE TAKES ADD AUTHORITY.
090000     IF TRANSACTION-VALID
090100         MOVE WS-OPERATOR-ID TO AC-OPERATOR-ID
090200         EVALUATE TRUE
091100             WHEN TRANS-RESTORE
091200                 MOVE 'A' TO AC-FUNCTION-CODE
091300             WHEN TRANS-PREFERENCE
091333                 MOVE 'U' TO AC-FUNCTION-CODE
091366             WHEN TRANS-HOUSEHOLD
091400                 MOVE 'U' TO AC-FUNCTION-CODE
091500         END-EVALUATE
091600         PERFORM CHECK-OPERATOR-AUTH
094100     END-IF.
094200
094300     IF TRANSACTION-VALID AND (TRANS-ADD OR TRANS-UPDATE)
094400         MOVE CT-CUSTOMER-STATUS TO FE-STATUS
094500         PERFORM CHECK-STATUS-FIELD THRU CHECK-STATUS-FIELD-EXIT
094600         IF FIELD-EDIT-BAD
094700             SET WS-TRANS-VALID-SW TO 'N'
094800             MOVE FE-REASON TO WS-REJECT-REASON
094850         END-IF
094900     END-IF.
095000
095100     IF TRANSACTION-VALID AND (TRANS-ADD OR TRANS-UPDATE)
095900     IF TRANSACTION-VALID AND TRANS-PREFERENCE
096000         PERFORM 2360-VALIDATE-PREFERENCES THRU 2360-EXIT
096100     END-IF.
096125     IF TRANSACTION-VALID AND TRANS-HOUSEHOLD
096150         PERFORM 2370-VALIDATE-HOUSEHOLD THRU 2370-EXIT
096175     END-IF.
096200 2300-EXIT.
096300     EXIT.
096400
096500******************************************************************
096600* 2310-VALIDATE-PHONE - SAME EDIT SAMPLE APPLIES TO A FETCHED
096700* CUSTOMER: BLANK OR FEWER THAN 7 DIGITS IS MALFORMED. THE
096750* RULE ITSELF LIVES IN THE SHARED CHKFLD PARAGRAPHS.
096800******************************************************************
096900 2310-VALIDATE-PHONE.
096950     MOVE CT-CUSTOMER-PHONE TO FE-PHONE.
097000     PERFORM CHECK-PHONE-FIELD THRU CHECK-PHONE-FIELD-EXIT.
097050     IF FIELD-EDIT-BAD
097100         SET WS-TRANS-VALID-SW TO 'N'
097400         MOVE FE-REASON TO WS-REJECT-REASON
098100     END-IF.
098200 2310-EXIT.
098300     EXIT.
098400
098500******************************************************************
098600* 2320-VALIDATE-EMAIL - SAME EDIT SAMPLE APPLIES TO A FETCHED
098700* CUSTOMER: BLANK OR NOT EXACTLY ONE "@" IS MALFORMED. THE
098750* RULE ITSELF LIVES IN THE SHARED CHKFLD PARAGRAPHS.
098800******************************************************************
098900 2320-VALIDATE-EMAIL.
098950     MOVE CT-CUSTOMER-EMAIL TO FE-EMAIL.
099000     PERFORM CHECK-EMAIL-FIELD THRU CHECK-EMAIL-FIELD-EXIT.
099050     IF FIELD-EDIT-BAD
099100         SET WS-TRANS-VALID-SW TO 'N'
099400         MOVE FE-REASON TO WS-REJECT-REASON
100100     END-IF.
100200 2320-EXIT.
100300     EXIT.
108800         END-IF
108900     END-IF.
109000 2360-EXIT.
109004     EXIT.
109008******************************************************************
109012* 2370-VALIDATE-HOUSEHOLD - AN 'H' MUST SAY L (LINK) OR B
109016* (BREAK), AND A LINK MUST NAME A LINK-TO CUSTOMER OTHER THAN
109020* THE CUSTOMER ITSELF. WHETHER BOTH CUSTOMERS EXIST AND WHAT
109024* HOUSEHOLDS THEY ARE IN IS DECIDED AT APPLY TIME.
109028******************************************************************
109032 2370-VALIDATE-HOUSEHOLD.
109036     IF NOT CL-ACTION-LINK AND NOT CL-ACTION-BREAK
109040         MOVE 'N' TO WS-TRANS-VALID-SW
109044         MOVE "INVALID HOUSEHOLD ACTION" TO WS-REJECT-REASON
109048         GO TO 2370-EXIT
109052     END-IF.
109056     IF CL-ACTION-LINK
109060             AND (CL-LINK-TO-ID NOT NUMERIC
109064             OR CL-LINK-TO-ID = ZERO
109068             OR CL-LINK-TO-ID = CL-CUSTOMER-ID)
109072         MOVE 'N' TO WS-TRANS-VALID-SW
109076         MOVE "INVALID HOUSEHOLD LINK-TO ID" TO WS-REJECT-REASON
109080     END-IF.
109084 2370-EXIT.
109100     EXIT.
109200
109300* THE REGION STORED WITH AN ADD OR UPDATE COMES FROM THE
125700     END-IF.
125800
125900     PERFORM 2670-WRITE-MERGE-TRACE THRU 2670-EXIT.
125950     PERFORM 5500-MERGE-HOUSEHOLD THRU 5500-EXIT.
126000     ADD 1 TO WS-MERGE-COUNT.
126100 2650-EXIT.
126200     EXIT.
147800     END-EXEC.
147900     IF SQLCODE = 0
148000         ADD 1 TO WS-RESTORE-COUNT
148050         PERFORM 2698-WRITE-RESTORE-HISTORY THRU 2698-EXIT
148100     ELSE
148200         MOVE "DATABASE RESTORE INSERT FAILED"
148300             TO WS-REJECT-REASON
152600     END-IF.
152700     PERFORM 2694-READ-ARCHOUT-RECORD THRU 2694-EXIT.
152800 2696-EXIT.
152809     EXIT.
152818
152827* ONE CHGHIST RECORD PER RESTORE, THE SAME SHAPE AS AN ADD'S.
152836 2698-WRITE-RESTORE-HISTORY.
152845     MOVE CT-CUSTOMER-ID TO WS-CHG-CUSTOMER-ID.
152854     MOVE "CUST-RESTORE" TO WS-CHG-FIELD-NAME.
152863     MOVE SPACES TO WS-CHG-BEFORE.
152872     MOVE CUSTOMER-NAME TO WS-CHG-AFTER.
152881     PERFORM 2820-WRITE-ONE-CHANGE THRU 2820-EXIT.
152890 2698-EXIT.
152900     EXIT.
153000
153100******************************************************************
170200     MOVE WS-REJECT-COUNT TO TK-REJECT-COUNT.
170300     MOVE WS-RESTORE-COUNT TO TK-RESTORE-COUNT.
170400     MOVE WS-PREF-COUNT TO TK-PREF-COUNT.
170450     MOVE WS-HHLD-COUNT TO TK-HHLD-COUNT.
170500     WRITE TRANCHKP-RECORD.
170600     CLOSE TRANCHKP-FILE.
170700 2950-EXIT.
174000     MOVE "PREFERENCES APPLIED:   " TO WS-SUM-LABEL.
174100     MOVE WS-PREF-COUNT TO WS-SUM-VALUE.
174200     WRITE TRANRPT-LINE FROM WS-SUMMARY-LINE.
174225     MOVE "HOUSEHOLD CHANGES:     " TO WS-SUM-LABEL.
174250     MOVE WS-HHLD-COUNT TO WS-SUM-VALUE.
174275     WRITE TRANRPT-LINE FROM WS-SUMMARY-LINE.
174278     MOVE "BATCHES BALANCED:      " TO WS-SUM-LABEL.
174281     MOVE WS-BATCH-BALANCED-COUNT TO WS-SUM-VALUE.
174284     WRITE TRANRPT-LINE FROM WS-SUMMARY-LINE.
174287     MOVE "BATCHES OUT OF BALANCE:" TO WS-SUM-LABEL.
174290     MOVE WS-BATCH-UNBALANCED-COUNT TO WS-SUM-VALUE.
174293     WRITE TRANRPT-LINE FROM WS-SUMMARY-LINE.
174300
174400     PERFORM 4300-WRITE-PREFERENCE-FILE THRU 4300-EXIT.
174450     PERFORM 4400-WRITE-HOUSEHOLD-FILE THRU 4400-EXIT.
174500
174600     IF RETURN-CODE = ZERO
174700         PERFORM 4150-CLEAR-CHECKPOINT THRU 4150-EXIT
178100******************************************************************
178200 4300-WRITE-PREFERENCE-FILE.
178300     OPEN OUTPUT CONTPREFN-FILE.
178333     MOVE "CONTPREFN" TO GC-STAMP-FILE.
178366     PERFORM 4500-STAMP-GENERATION-OPENED THRU 4500-EXIT.
178400     PERFORM 4350-WRITE-ONE-PREFERENCE THRU 4350-EXIT
178500         VARYING WS-PREF-SUB FROM 1 BY 1
178600         UNTIL WS-PREF-SUB > WS-PREF-TABLE-COUNT.
178700     CLOSE CONTPREFN-FILE.
178720     IF WS-CONTPREFN-STATUS = '00'
178740         MOVE WS-PREF-TABLE-COUNT TO GC-STAMP-COUNT
178760         PERFORM 4550-STAMP-GENERATION-CLOSED THRU 4550-EXIT
178780     END-IF.
178800 4300-EXIT.
178900     EXIT.
179000
179900     WRITE CONTPREFN-RECORD.
180000 4350-EXIT.
180100     EXIT.
180200******************************************************************
180300* 4400-WRITE-HOUSEHOLD-FILE - WRITE THE WHOLE HOUSEHOLD TABLE
180400* OUT AS THE NEXT HOUSEHLD GENERATION, FOR THE SCHEDULER TO
180500* SWAP IN AFTER A CLEAN RUN LIKE CONTPREFN.
180600******************************************************************
180700 4400-WRITE-HOUSEHOLD-FILE.
180800     OPEN OUTPUT HOUSEHLDN-FILE.
180900     MOVE "HOUSEHLDN" TO GC-STAMP-FILE.
181000     PERFORM 4500-STAMP-GENERATION-OPENED THRU 4500-EXIT.
181100     PERFORM 4450-WRITE-ONE-HOUSEHOLD THRU 4450-EXIT
181200         VARYING WS-HHLD-SUB FROM 1 BY 1
181300         UNTIL WS-HHLD-SUB > WS-HHLD-TABLE-COUNT.
181400     CLOSE HOUSEHLDN-FILE.
181500     IF WS-HOUSEHLDN-STATUS = '00'
181600         MOVE WS-HHLD-TABLE-COUNT TO GC-STAMP-COUNT
181700         PERFORM 4550-STAMP-GENERATION-CLOSED THRU 4550-EXIT
181800     END-IF.
181900 4400-EXIT.
182000     EXIT.
182100
182200 4450-WRITE-ONE-HOUSEHOLD.
182300     MOVE SPACES TO HOUSEHLDN-RECORD.
182400     MOVE WS-HHLD-CUSTOMER-ID (WS-HHLD-SUB) TO HHN-CUSTOMER-ID.
182500     MOVE WS-HHLD-ID (WS-HHLD-SUB) TO HHN-HOUSEHOLD-ID.
182600     MOVE WS-HHLD-STATUS (WS-HHLD-SUB) TO HHN-LINK-STATUS.
182700     MOVE WS-HHLD-LINK-DATE (WS-HHLD-SUB) TO HHN-LINK-DATE.
182800     MOVE WS-HHLD-OPERATOR (WS-HHLD-SUB) TO HHN-OPERATOR-ID.
182900     WRITE HOUSEHLDN-RECORD.
183000 4450-EXIT.
183100     EXIT.
183200
183300******************************************************************
183400* 4500-STAMP-GENERATION-OPENED / 4550-STAMP-GENERATION-CLOSED -
183500* GENTOTS CONTROL RECORDS FOR THE NEXT GENERATION NAMED IN
183600* GC-STAMP-FILE. A RUN ENDING IN FAILURE WRITES NO CLEAN-CLOSE
183700* RECORD, SO ITS 'O' STAMP STAYS LAST AND GENMGR WILL NOT SWAP
183800* THE FILE IN.
183900******************************************************************
184000 4500-STAMP-GENERATION-OPENED.
184100     MOVE "CUSTMAIN" TO GC-STAMP-PROGRAM.
184200     MOVE WS-CURRENT-DATE TO GC-STAMP-DATE.
184300     SET STAMP-GEN-OPENED TO TRUE.
184400     PERFORM STAMP-GENERATION-TOTALS
184500         THRU STAMP-GENERATION-TOTALS-EXIT.
184600 4500-EXIT.
184700     EXIT.
184800
184900 4550-STAMP-GENERATION-CLOSED.
185000     IF RETURN-CODE NOT < 8
185100         DISPLAY GC-STAMP-FILE " NOT COMPLETE, NOT TO BE SWAPPED"
185200         GO TO 4550-EXIT
185300     END-IF.
185400     MOVE "CUSTMAIN" TO GC-STAMP-PROGRAM.
185500     MOVE WS-CURRENT-DATE TO GC-STAMP-DATE.
185600     SET STAMP-GEN-CLOSED TO TRUE.
185700     PERFORM STAMP-GENERATION-TOTALS
185800         THRU STAMP-GENERATION-TOTALS-EXIT.
185900 4550-EXIT.
186000     EXIT.
186100
186200******************************************************************
186300* 5000-APPLY-HOUSEHOLD - APPLY ONE 'H' TRANSACTION TO THE
186400* HOUSEHOLD TABLE. BOTH CUSTOMERS MUST BE ON THE DATABASE. ON A
186500* CHECKPOINT REPLAY NOTHING IS COUNTED, REJECTED OR WRITTEN TO
186600* CHGHIST - THE RUN THAT DIED ALREADY DID THAT.
186700******************************************************************
186800 5000-APPLY-HOUSEHOLD.
186900     PERFORM 5050-POST-HOUSEHOLD-CHANGE THRU 5050-EXIT.
187000     IF HHLD-CHANGE-POSTED
187100         IF NOT HHLD-REPLAYING
187200             ADD 1 TO WS-HHLD-COUNT
187300         END-IF
187400     ELSE
187500         IF NOT HHLD-REPLAYING
187600             PERFORM 2700-REJECT-TRANSACTION THRU 2700-EXIT
187700         END-IF
187800     END-IF.
187900 5000-EXIT.
188000     EXIT.
188100
188200* ON A CHECKPOINT REPLAY THE CUSTOMERS ARE NOT LOOKED UP AGAIN -
188300* THE RUN THAT DIED FOUND THEM BOTH, AND A MERGE LATER IN THAT
188400* RUN MAY HAVE RETIRED ONE SINCE, WHICH WOULD LOSE THE CHANGE.
188500 5050-POST-HOUSEHOLD-CHANGE.
188600     MOVE 'N' TO WS-HHLD-POSTED-SW.
188700     MOVE CL-CUSTOMER-ID TO CUSTOMER-ID.
188800     IF NOT HHLD-REPLAYING
188900         PERFORM 5900-CHECK-CUSTOMER-ON-FILE THRU 5900-EXIT
189000         IF SQLCODE NOT = 0
189100             MOVE "HOUSEHOLD CUSTOMER NOT ON FILE"
189200                 TO WS-REJECT-REASON
189300             GO TO 5050-EXIT
189400         END-IF
189500     END-IF.
189600     IF CL-ACTION-BREAK
189700         PERFORM 5200-BREAK-HOUSEHOLD THRU 5200-EXIT
189800         GO TO 5050-EXIT
189900     END-IF.
190000     MOVE CL-LINK-TO-ID TO CUSTOMER-ID.
190100     IF NOT HHLD-REPLAYING
190200         PERFORM 5900-CHECK-CUSTOMER-ON-FILE THRU 5900-EXIT
190300         IF SQLCODE NOT = 0
190400             MOVE "LINK-TO CUSTOMER NOT ON FILE"
190500                 TO WS-REJECT-REASON
190600             GO TO 5050-EXIT
190700         END-IF
190800     END-IF.
190900     PERFORM 5100-LINK-HOUSEHOLD THRU 5100-EXIT.
191000 5050-EXIT.
191100     EXIT.
191200
191300******************************************************************
191400* 5100-LINK-HOUSEHOLD - JOIN CL-CUSTOMER-ID TO CL-LINK-TO-ID'S
191500* HOUSEHOLD. A LINK-TO CUSTOMER NOT YET IN ONE FOUNDS A NEW
191600* HOUSEHOLD UNDER ITS OWN ID AND JOINS IT FIRST. A CUSTOMER
191700* ALREADY IN A HOUSEHOLD MUST BE BROKEN OUT BEFORE IT CAN MOVE -
191800* A SILENT MOVE WOULD HIDE A WRONG LINK. A KEPT-SEPARATE MARK
191900* DOES NOT STOP AN EXPLICIT LINK; IT ONLY STOPS CUSTHHLD
192000* PROPOSING ONE.
192100******************************************************************
192200 5100-LINK-HOUSEHOLD.
192300     MOVE CL-CUSTOMER-ID TO WS-HHLD-FIND-ID.
192400     PERFORM 5700-FIND-HOUSEHOLD-ENTRY THRU 5700-EXIT.
192500     MOVE WS-HHLD-SUB TO WS-HHLD-CUST-SUB.
192600     MOVE CL-LINK-TO-ID TO WS-HHLD-FIND-ID.
192700     PERFORM 5700-FIND-HOUSEHOLD-ENTRY THRU 5700-EXIT.
192800     MOVE WS-HHLD-SUB TO WS-HHLD-LINK-SUB.
192900
193000     MOVE ZERO TO WS-HHLD-TARGET-ID.
193100     IF WS-HHLD-LINK-SUB > ZERO
193200         IF HHLD-ENTRY-LINKED (WS-HHLD-LINK-SUB)
193300             MOVE WS-HHLD-ID (WS-HHLD-LINK-SUB)
193400                 TO WS-HHLD-TARGET-ID
193500         END-IF
193600     END-IF.
193700
193800     IF WS-HHLD-CUST-SUB > ZERO
193900         IF HHLD-ENTRY-LINKED (WS-HHLD-CUST-SUB)
194000             IF WS-HHLD-ID (WS-HHLD-CUST-SUB) = WS-HHLD-TARGET-ID
194100                 MOVE "ALREADY IN THAT HOUSEHOLD"
194200                     TO WS-REJECT-REASON
194300             ELSE
194400                 MOVE "IN ANOTHER HOUSEHOLD - BREAK FIRST"
194500                     TO WS-REJECT-REASON
194600             END-IF
194700             GO TO 5100-EXIT
194800         END-IF
194900     END-IF.
195000
195100     MOVE ZERO TO WS-HHLD-NEEDED.
195200     IF WS-HHLD-CUST-SUB = ZERO
195300         ADD 1 TO WS-HHLD-NEEDED
195400     END-IF.
195500     IF WS-HHLD-LINK-SUB = ZERO
195600         ADD 1 TO WS-HHLD-NEEDED
195700     END-IF.
195800     IF WS-HHLD-TABLE-COUNT + WS-HHLD-NEEDED > WS-MAX-HHLD-TABLE
195900         MOVE "HOUSEHOLD TABLE FULL" TO WS-REJECT-REASON
196000         GO TO 5100-EXIT
196100     END-IF.
196200
196300     IF WS-HHLD-TARGET-ID = ZERO
196400         MOVE CL-LINK-TO-ID TO WS-HHLD-TARGET-ID
196500         MOVE CL-LINK-TO-ID TO WS-HHLD-MOVE-ID
196600         MOVE WS-HHLD-LINK-SUB TO WS-HHLD-SUB
196700         PERFORM 5300-SET-MEMBERSHIP THRU 5300-EXIT
196800     END-IF.
196900     MOVE CL-CUSTOMER-ID TO WS-HHLD-MOVE-ID.
197000     MOVE WS-HHLD-CUST-SUB TO WS-HHLD-SUB.
197100     PERFORM 5300-SET-MEMBERSHIP THRU 5300-EXIT.
197200     SET HHLD-CHANGE-POSTED TO TRUE.
197300 5100-EXIT.
197400     EXIT.
197500
197600******************************************************************
197700* 5200-BREAK-HOUSEHOLD - TAKE CL-CUSTOMER-ID OUT OF ITS
197800* HOUSEHOLD AND MARK IT KEPT SEPARATE, SO THE SAME ADDRESS
197900* MATCH IS NOT PROPOSED AGAIN TOMORROW. A HOUSEHOLD LEFT WITH
198000* ONE MEMBER IS DISSOLVED.
198100******************************************************************
198200 5200-BREAK-HOUSEHOLD.
198300     MOVE CL-CUSTOMER-ID TO WS-HHLD-FIND-ID.
198400     PERFORM 5700-FIND-HOUSEHOLD-ENTRY THRU 5700-EXIT.
198500     IF NOT HHLD-ENTRY-FOUND
198600         MOVE "CUSTOMER NOT IN A HOUSEHOLD" TO WS-REJECT-REASON
198700         GO TO 5200-EXIT
198800     END-IF.
198900     IF NOT HHLD-ENTRY-LINKED (WS-HHLD-SUB)
199000         MOVE "CUSTOMER NOT IN A HOUSEHOLD" TO WS-REJECT-REASON
199100         GO TO 5200-EXIT
199200     END-IF.
199300
199400     MOVE WS-HHLD-ID (WS-HHLD-SUB) TO WS-HHLD-LEFT-ID.
199500     MOVE WS-HHLD-ID (WS-HHLD-SUB) TO WS-HHLD-OLD-ID.
199600     MOVE ZERO TO WS-HHLD-ID (WS-HHLD-SUB).
199700     SET HHLD-ENTRY-SEPARATE (WS-HHLD-SUB) TO TRUE.
199800     MOVE WS-CURRENT-DATE TO WS-HHLD-LINK-DATE (WS-HHLD-SUB).
199900     MOVE WS-OPERATOR-ID TO WS-HHLD-OPERATOR (WS-HHLD-SUB).
200000     MOVE CL-CUSTOMER-ID TO WS-HHLD-MOVE-ID.
200100     MOVE ZERO TO WS-HHLD-NEW-ID.
200200     PERFORM 5800-WRITE-HOUSEHOLD-HISTORY THRU 5800-EXIT.
200300
200400     PERFORM 5400-DISSOLVE-IF-ALONE THRU 5400-EXIT.
200500     SET HHLD-CHANGE-POSTED TO TRUE.
200600 5200-EXIT.
200700     EXIT.
200800
200900******************************************************************
201000* 5300-SET-MEMBERSHIP - PUT WS-HHLD-MOVE-ID INTO HOUSEHOLD
201100* WS-HHLD-TARGET-ID, USING ITS ENTRY AT WS-HHLD-SUB OR A NEW
201200* ONE WHEN WS-HHLD-SUB IS ZERO, AND WRITE THE HISTORY RECORD.
201300******************************************************************
201400 5300-SET-MEMBERSHIP.
201500     MOVE ZERO TO WS-HHLD-OLD-ID.
201600     IF WS-HHLD-SUB = ZERO
201700         ADD 1 TO WS-HHLD-TABLE-COUNT
201800         MOVE WS-HHLD-TABLE-COUNT TO WS-HHLD-SUB
201900         MOVE WS-HHLD-MOVE-ID TO WS-HHLD-CUSTOMER-ID (WS-HHLD-SUB)
202000     ELSE
202100         IF HHLD-ENTRY-LINKED (WS-HHLD-SUB)
202200             MOVE WS-HHLD-ID (WS-HHLD-SUB) TO WS-HHLD-OLD-ID
202300         END-IF
202400     END-IF.
202500     MOVE WS-HHLD-TARGET-ID TO WS-HHLD-ID (WS-HHLD-SUB).
202600     SET HHLD-ENTRY-LINKED (WS-HHLD-SUB) TO TRUE.
202700     MOVE WS-CURRENT-DATE TO WS-HHLD-LINK-DATE (WS-HHLD-SUB).
202800     MOVE WS-OPERATOR-ID TO WS-HHLD-OPERATOR (WS-HHLD-SUB).
202900     MOVE WS-HHLD-TARGET-ID TO WS-HHLD-NEW-ID.
203000     PERFORM 5800-WRITE-HOUSEHOLD-HISTORY THRU 5800-EXIT.
203100 5300-EXIT.
203200     EXIT.
203300
203400******************************************************************
203500* 5400-DISSOLVE-IF-ALONE - A HOUSEHOLD OF ONE IS NOT A
203600* HOUSEHOLD. IF ONLY ONE LINKED MEMBER OF WS-HHLD-LEFT-ID IS
203700* LEFT, ITS ENTRY IS REMOVED (NOT MARKED KEPT SEPARATE - NOBODY
203800* DECIDED THAT ABOUT IT) WITH ITS OWN HISTORY RECORD.
203900******************************************************************
204000 5400-DISSOLVE-IF-ALONE.
204100     MOVE ZERO TO WS-HHLD-MEMBER-COUNT.
204200     MOVE ZERO TO WS-HHLD-LAST-SUB.
204300     PERFORM 5450-COUNT-ONE-MEMBER THRU 5450-EXIT
204400         VARYING WS-HHLD-SCAN-SUB FROM 1 BY 1
204500         UNTIL WS-HHLD-SCAN-SUB > WS-HHLD-TABLE-COUNT.
204600     IF WS-HHLD-MEMBER-COUNT NOT = 1
204700         GO TO 5400-EXIT
204800     END-IF.
204900     MOVE WS-HHLD-LAST-SUB TO WS-HHLD-SUB.
205000     MOVE WS-HHLD-CUSTOMER-ID (WS-HHLD-SUB) TO WS-HHLD-MOVE-ID.
205100     MOVE WS-HHLD-LEFT-ID TO WS-HHLD-OLD-ID.
205200     MOVE ZERO TO WS-HHLD-NEW-ID.
205300     PERFORM 5800-WRITE-HOUSEHOLD-HISTORY THRU 5800-EXIT.
205400     PERFORM 5600-REMOVE-ENTRY THRU 5600-EXIT.
205500 5400-EXIT.
205600     EXIT.
205700
205800 5450-COUNT-ONE-MEMBER.
205900     IF HHLD-ENTRY-LINKED (WS-HHLD-SCAN-SUB)
206000             AND WS-HHLD-ID (WS-HHLD-SCAN-SUB) = WS-HHLD-LEFT-ID
206100         ADD 1 TO WS-HHLD-MEMBER-COUNT
206200         MOVE WS-HHLD-SCAN-SUB TO WS-HHLD-LAST-SUB
206300     END-IF.
206400 5450-EXIT.
206500     EXIT.
206600
206700******************************************************************
206800* 5500-MERGE-HOUSEHOLD - A MERGE HAS RETIRED CT-CUSTOMER-ID.
206900* ITS HOUSEHOLD ENTRY GOES, AND THE SURVIVOR TAKES ITS PLACE IN
207000* THE HOUSEHOLD UNLESS THE SURVIVOR IS ALREADY IN ONE OF ITS OWN
207100* (THEN THE OLD HOUSEHOLD MAY BE LEFT WITH ONE MEMBER AND IS
207200* DISSOLVED). THE HISTORY RECORDS CARRY THE 'M'.
207300******************************************************************
207400 5500-MERGE-HOUSEHOLD.
207500     MOVE CT-CUSTOMER-ID TO WS-HHLD-FIND-ID.
207600     PERFORM 5700-FIND-HOUSEHOLD-ENTRY THRU 5700-EXIT.
207700     IF NOT HHLD-ENTRY-FOUND
207800         GO TO 5500-EXIT
207900     END-IF.
208000     IF NOT HHLD-ENTRY-LINKED (WS-HHLD-SUB)
208100         PERFORM 5600-REMOVE-ENTRY THRU 5600-EXIT
208200         GO TO 5500-EXIT
208300     END-IF.
208400
208500     MOVE WS-HHLD-ID (WS-HHLD-SUB) TO WS-HHLD-LEFT-ID.
208600     MOVE CT-CUSTOMER-ID TO WS-HHLD-MOVE-ID.
208700     MOVE WS-HHLD-LEFT-ID TO WS-HHLD-OLD-ID.
208800     MOVE ZERO TO WS-HHLD-NEW-ID.
208900     PERFORM 5800-WRITE-HOUSEHOLD-HISTORY THRU 5800-EXIT.
209000     PERFORM 5600-REMOVE-ENTRY THRU 5600-EXIT.
209100
209200     MOVE CT-MERGE-SURVIVOR-ID TO WS-HHLD-FIND-ID.
209300     PERFORM 5700-FIND-HOUSEHOLD-ENTRY THRU 5700-EXIT.
209400     IF HHLD-ENTRY-FOUND
209500         IF HHLD-ENTRY-LINKED (WS-HHLD-SUB)
209600             PERFORM 5400-DISSOLVE-IF-ALONE THRU 5400-EXIT
209700             GO TO 5500-EXIT
209800         END-IF
209900     END-IF.
210000     MOVE CT-MERGE-SURVIVOR-ID TO WS-HHLD-MOVE-ID.
210100     MOVE WS-HHLD-LEFT-ID TO WS-HHLD-TARGET-ID.
210200     PERFORM 5300-SET-MEMBERSHIP THRU 5300-EXIT.
210300 5500-EXIT.
210400     EXIT.
210500
210600* CLOSE THE GAP AT WS-HHLD-SUB WITH THE LAST ENTRY - THE FILE
210700* HAS NO ORDER TO KEEP.
210800 5600-REMOVE-ENTRY.
210900     IF WS-HHLD-SUB < WS-HHLD-TABLE-COUNT
211000         MOVE WS-HHLD-TABLE-ENTRY (WS-HHLD-TABLE-COUNT)
211100             TO WS-HHLD-TABLE-ENTRY (WS-HHLD-SUB)
211200     END-IF.
211300     SUBTRACT 1 FROM WS-HHLD-TABLE-COUNT.
211400 5600-EXIT.
211500     EXIT.
211600
211700* FIND WS-HHLD-FIND-ID'S ENTRY. NOT FOUND LEAVES THE SWITCH OFF
211800* AND WS-HHLD-SUB ZERO.
211900 5700-FIND-HOUSEHOLD-ENTRY.
212000     MOVE 'N' TO WS-HHLD-FOUND-SW.
212100     MOVE ZERO TO WS-HHLD-SUB.
212200     IF WS-HHLD-TABLE-COUNT > ZERO
212300         SET WS-HHLD-IDX TO 1
212400         SEARCH WS-HHLD-TABLE-ENTRY
212500             AT END
212600                 CONTINUE
212700             WHEN WS-HHLD-IDX > WS-HHLD-TABLE-COUNT
212800                 CONTINUE
212900             WHEN WS-HHLD-CUSTOMER-ID (WS-HHLD-IDX)
213000                     = WS-HHLD-FIND-ID
213100                 SET HHLD-ENTRY-FOUND TO TRUE
213200                 SET WS-HHLD-SUB TO WS-HHLD-IDX
213300         END-SEARCH
213400     END-IF.
213500 5700-EXIT.
213600     EXIT.
213700
213800* ONE CHGHIST "HOUSEHOLD" RECORD PER MEMBERSHIP MOVE - BEFORE
213900* AND AFTER ARE HOUSEHOLD IDS, BLANK FOR NONE.
214000 5800-WRITE-HOUSEHOLD-HISTORY.
214100     IF HHLD-REPLAYING
214200         GO TO 5800-EXIT
214300     END-IF.
214400     MOVE WS-HHLD-MOVE-ID TO WS-CHG-CUSTOMER-ID.
214500     MOVE "HOUSEHOLD" TO WS-CHG-FIELD-NAME.
214600     MOVE SPACES TO WS-CHG-BEFORE.
214700     MOVE SPACES TO WS-CHG-AFTER.
214800     IF WS-HHLD-OLD-ID NOT = ZERO
214900         MOVE WS-HHLD-OLD-ID TO WS-CHG-BEFORE
215000     END-IF.
215100     IF WS-HHLD-NEW-ID NOT = ZERO
215200         MOVE WS-HHLD-NEW-ID TO WS-CHG-AFTER
215300     END-IF.
215400     PERFORM 2820-WRITE-ONE-CHANGE THRU 2820-EXIT.
215500 5800-EXIT.
215600     EXIT.
215700
215800 5900-CHECK-CUSTOMER-ON-FILE.
215900     EXEC SQL
216000         SELECT customer_status
216100         INTO :CUSTOMER-STATUS
216200         FROM customers
216300         WHERE customer_id = :CUSTOMER-ID
216400     END-EXEC.
216500 5900-EXIT.
216600     EXIT.
216700
216800******************************************************************
216900* 6000-VERIFY-TRAN-BATCHES - READ CUSTTRAN ONCE AHEAD OF
217000* PROCESSING AND PROVE EACH CUSTENTR BATCH: A HEADER MUST BE
217100* FOLLOWED BY A TRAILER WITH THE SAME DATE, TIME AND OPERATOR,
217200* CARRYING THE NUMBER OF TRANSACTIONS BETWEEN THEM AND THE SUM
217300* OF THEIR CUSTOMER IDS. TRANSACTIONS OUTSIDE ANY BATCH (TRANCORR
217400* RESUBMISSIONS, CUSTREVS AND CUSTHHLD OUTPUT, HAND-BUILT FILES)
217500* ARE NOT BATCH-CONTROLLED AND ARE LEFT TO THE USUAL EDITS. A
217600* TRAILER WITH NO OPEN HEADER PROVES NOTHING AND IS IGNORED.
217700* MORE BATCHES THAN THE TABLE HOLDS ABORTS THE RUN.
217800******************************************************************
217900 6000-VERIFY-TRAN-BATCHES.
218000     MOVE ZERO TO WS-BATCH-COUNT.
218100     MOVE ZERO TO WS-BATCH-SUB.
218200     OPEN INPUT CUSTTRAN-FILE.
218300     IF NOT CUSTTRAN-OK
218400         GO TO 6000-EXIT
218500     END-IF.
218600     PERFORM 2100-READ-CUSTTRAN-RECORD THRU 2100-EXIT.
218700     PERFORM 6100-NOTE-BATCH-RECORD THRU 6100-EXIT
218800         UNTIL END-OF-CUSTTRAN.
218900     IF WS-BATCH-SUB NOT = ZERO
219000         MOVE "NO BATCH TRAILER" TO WS-BATCH-CLOSE-REASON
219100         PERFORM 6200-CLOSE-OPEN-BATCH THRU 6200-EXIT
219200     END-IF.
219300     CLOSE CUSTTRAN-FILE.
219400     MOVE 'N' TO WS-CUSTTRAN-SW.
219500
219600     IF BATCH-TABLE-OVERFLOW
219700         DISPLAY "MORE THAN " WS-MAX-BATCH-TABLE
219800             " CUSTTRAN BATCHES, RUN ABORTED"
219900         MOVE 16 TO RETURN-CODE
220000     END-IF.
220100 6000-EXIT.
220200     EXIT.
220300
220400 6100-NOTE-BATCH-RECORD.
220500     EVALUATE TRUE
220600         WHEN CUSTTRAN-BATCH-HEADER
220700             PERFORM 6300-OPEN-BATCH THRU 6300-EXIT
220800         WHEN CUSTTRAN-BATCH-TRAILER
220900             PERFORM 6400-CHECK-BATCH-TRAILER THRU 6400-EXIT
221000         WHEN OTHER
221100             IF WS-BATCH-SUB NOT = ZERO
221200                 ADD 1 TO WS-BATCH-TRAN-COUNT (WS-BATCH-SUB)
221300                 IF CT-CUSTOMER-ID IS NUMERIC
221400                     ADD CT-CUSTOMER-ID
221500                         TO WS-BATCH-ID-HASH (WS-BATCH-SUB)
221600                 END-IF
221700             END-IF
221800     END-EVALUATE.
221900     PERFORM 2100-READ-CUSTTRAN-RECORD THRU 2100-EXIT.
222000 6100-EXIT.
222100     EXIT.
222200
222300* SETTLE THE OPEN BATCH - A BLANK WS-BATCH-CLOSE-REASON MEANS
222400* IT PROVED.
222500 6200-CLOSE-OPEN-BATCH.
222600     MOVE WS-BATCH-CLOSE-REASON TO WS-BATCH-REASON (WS-BATCH-SUB).
222700     IF WS-BATCH-CLOSE-REASON = SPACES
222800         SET BATCH-BALANCED (WS-BATCH-SUB) TO TRUE
222900         ADD 1 TO WS-BATCH-BALANCED-COUNT
223000     ELSE
223100         SET BATCH-UNBALANCED (WS-BATCH-SUB) TO TRUE
223200         ADD 1 TO WS-BATCH-UNBALANCED-COUNT
223300     END-IF.
223400     MOVE ZERO TO WS-BATCH-SUB.
223500 6200-EXIT.
223600     EXIT.
223700
223800* A HEADER WHILE A BATCH IS STILL OPEN MEANS THAT BATCH NEVER
223900* GOT ITS TRAILER.
224000 6300-OPEN-BATCH.
224100     IF WS-BATCH-SUB NOT = ZERO
224200         MOVE "NO BATCH TRAILER" TO WS-BATCH-CLOSE-REASON
224300         PERFORM 6200-CLOSE-OPEN-BATCH THRU 6200-EXIT
224400     END-IF.
224500     IF WS-BATCH-COUNT NOT < WS-MAX-BATCH-TABLE
224600         SET BATCH-TABLE-OVERFLOW TO TRUE
224700         GO TO 6300-EXIT
224800     END-IF.
224900     ADD 1 TO WS-BATCH-COUNT.
225000     MOVE WS-BATCH-COUNT TO WS-BATCH-SUB.
225100     MOVE CB-BATCH-DATE TO WS-BATCH-DATE (WS-BATCH-SUB).
225200     MOVE CB-BATCH-TIME TO WS-BATCH-TIME (WS-BATCH-SUB).
225300     MOVE CB-OPERATOR-ID TO WS-BATCH-OPERATOR (WS-BATCH-SUB).
225400     MOVE ZERO TO WS-BATCH-TRAN-COUNT (WS-BATCH-SUB).
225500     MOVE ZERO TO WS-BATCH-ID-HASH (WS-BATCH-SUB).
225600     MOVE SPACES TO WS-BATCH-REASON (WS-BATCH-SUB).
225700     SET BATCH-OPEN (WS-BATCH-SUB) TO TRUE.
225800 6300-EXIT.
225900     EXIT.
226000
226100 6400-CHECK-BATCH-TRAILER.
226200     IF WS-BATCH-SUB = ZERO
226300         ADD 1 TO WS-ORPHAN-TRAILER-COUNT
226400         GO TO 6400-EXIT
226500     END-IF.
226600     EVALUATE TRUE
226700         WHEN CB-BATCH-DATE NOT = WS-BATCH-DATE (WS-BATCH-SUB)
226800           OR CB-BATCH-TIME NOT = WS-BATCH-TIME (WS-BATCH-SUB)
226900           OR CB-OPERATOR-ID
227000                  NOT = WS-BATCH-OPERATOR (WS-BATCH-SUB)
227100             MOVE "TRAILER DOES NOT MATCH HEADER"
227200                 TO WS-BATCH-CLOSE-REASON
227300         WHEN CB-TRL-TRAN-COUNT NOT NUMERIC
227400           OR CB-TRL-TRAN-COUNT
227500                  NOT = WS-BATCH-TRAN-COUNT (WS-BATCH-SUB)
227600             MOVE "TRAILER COUNT DOES NOT AGREE"
227700                 TO WS-BATCH-CLOSE-REASON
227800         WHEN CB-TRL-ID-HASH NOT NUMERIC
227900           OR CB-TRL-ID-HASH
228000                  NOT = WS-BATCH-ID-HASH (WS-BATCH-SUB)
228100             MOVE "TRAILER ID HASH DOES NOT AGREE"
228200                 TO WS-BATCH-CLOSE-REASON
228300         WHEN OTHER
228400             MOVE SPACES TO WS-BATCH-CLOSE-REASON
228500     END-EVALUATE.
228600     PERFORM 6200-CLOSE-OPEN-BATCH THRU 6200-EXIT.
228700 6400-EXIT.
228800     EXIT.
228900
229000* DURING PROCESSING - A HEADER STARTS THE NEXT BATCH FROM THE
229100* TABLE, A TRAILER ENDS IT. WHAT FOLLOWS A TRAILER IS OUTSIDE
229200* ANY BATCH.
229300 6500-NOTE-BATCH-CONTROL.
229400     MOVE 'N' TO WS-BATCH-IN-SW.
229500     IF CUSTTRAN-BATCH-HEADER
229600         ADD 1 TO WS-BATCH-SEEN
229700         IF WS-BATCH-SEEN NOT > WS-BATCH-COUNT
229800             IF BATCH-UNBALANCED (WS-BATCH-SEEN)
229900                 SET IN-UNBALANCED-BATCH TO TRUE
230000             END-IF
230100         END-IF
230200     END-IF.
230300 6500-EXIT.
230400     EXIT.
230500
230600* LIST EVERY BATCH THAT DID NOT PROVE AT THE TOP OF TRANRPT.
230700 6600-REPORT-BATCHES.
230800     PERFORM 6650-REPORT-ONE-BATCH THRU 6650-EXIT
230900         VARYING WS-BATCH-SUB FROM 1 BY 1
231000         UNTIL WS-BATCH-SUB > WS-BATCH-COUNT.
231100     MOVE ZERO TO WS-BATCH-SUB.
231200     IF WS-ORPHAN-TRAILER-COUNT > ZERO
231300         MOVE SPACES TO WS-SUMMARY-LINE
231400         MOVE "ORPHAN BATCH TRAILERS: " TO WS-SUM-LABEL
231500         MOVE WS-ORPHAN-TRAILER-COUNT TO WS-SUM-VALUE
231600         WRITE TRANRPT-LINE FROM WS-SUMMARY-LINE
231700     END-IF.
231800 6600-EXIT.
231900     EXIT.
232000
232100 6650-REPORT-ONE-BATCH.
232200     IF BATCH-UNBALANCED (WS-BATCH-SUB)
232300         MOVE WS-BATCH-DATE (WS-BATCH-SUB) TO WS-BL-DATE
232400         MOVE WS-BATCH-TIME (WS-BATCH-SUB) TO WS-BL-TIME
232500         MOVE WS-BATCH-OPERATOR (WS-BATCH-SUB) TO WS-BL-OPERATOR
232600         MOVE WS-BATCH-REASON (WS-BATCH-SUB) TO WS-BL-REASON
232700         WRITE TRANRPT-LINE FROM WS-BATCH-LINE
232800     END-IF.
232900 6650-EXIT.
233000     EXIT.
