002700*                   IS FLAGGED - THOSE ARE THE PHONE CALLS WORTH
002800*                   MAKING. TOP N COMES FROM THE TOPPARM CARD,
002900*                   DEFAULT TEN.
002914* 2026-10-15  RDM   HOUSEHOLD RANKINGS ADDED NEXT TO THE
002928*                   PER-CUSTOMER ONES. LINKED MEMBERS FROM THE
002942*                   HOUSEHLD FILE CUSTMAINT'S 'H' TRANSACTION
002956*                   MAINTAINS ARE ROLLED UP UNDER THEIR HOUSEHOLD
002970*                   ID; A CUSTOMER NOT LINKED RANKS AS A HOUSEHOLD
002984*                   OF ONE. LIFETIME AND TTM, OVERALL.
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
005800         ORGANIZATION IS SEQUENTIAL
005900         ACCESS MODE IS SEQUENTIAL
006000         FILE STATUS IS WS-SECPARM-STATUS.
006016
006032     SELECT HOUSEHLD-FILE ASSIGN TO "HOUSEHLD"
006048         ORGANIZATION IS SEQUENTIAL
006064         ACCESS MODE IS SEQUENTIAL
006080         FILE STATUS IS WS-HOUSEHLD-STATUS.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
010600     05  SP-DB-USERNAME        PIC X(20).
010700     05  SP-DB-PASSWORD        PIC X(20).
010800
010807* HOUSEHOLD MEMBERSHIP MAINTAINED BY CUSTMAINT'S 'H'
010814* TRANSACTION - L LINKED INTO HH-HOUSEHOLD-ID, X BROKEN OUT
010821* AND KEPT SEPARATE.
010828 FD  HOUSEHLD-FILE
010835     RECORDING MODE IS F.
010842 01  HOUSEHLD-RECORD.
010849     05  HH-CUSTOMER-ID        PIC 9(06).
010856     05  HH-HOUSEHOLD-ID       PIC 9(06).
010863     05  HH-LINK-STATUS        PIC X(01).
010870     05  HH-LINK-DATE          PIC X(10).
010877     05  HH-OPERATOR-ID        PIC X(08).
010884     05  FILLER                PIC X(09).
010891
010900 WORKING-STORAGE SECTION.
011000
011100* INCLUDE SHARED DATABASE-CREDENTIAL WORKING STORAGE
013500         88  END-OF-CUSTMAST   VALUE 'Y'.
013600     05  WS-DEASUSP-SW         PIC X(01) VALUE 'N'.
013700         88  END-OF-DEASUSP    VALUE 'Y'.
013720     05  WS-HOUSEHLD-STATUS    PIC X(02) VALUE SPACES.
013740         88  HOUSEHLD-OK       VALUE '00'.
013760     05  WS-HOUSEHLD-SW        PIC X(01) VALUE 'N'.
013780         88  END-OF-HOUSEHLD   VALUE 'Y'.
013800
013900* THE WHOLE RANKED POPULATION: EVERY CUSTOMER WITH AN
014000* ORDER_TOTALS ROW. A POPULATION BIGGER THAN THE TABLE FAILS
015700         10  WS-CST-TTM-AMT    PIC S9(09)V99.
015800         10  WS-CST-PARKED-SW  PIC X(01).
015900         10  WS-CST-PICKED-SW  PIC X(01).
015950         10  WS-CST-HHLD-ID    PIC 9(06).
016000
016100* CUSTOMERS PARKED ON THE DEACTIVATION SUSPENSE, FOR FLAGGING.
016200 01  WS-PARKED-TABLE.
016500     05  WS-PARK-ENTRY OCCURS 1000 TIMES
016600             INDEXED BY WS-PARK-IDX.
016700         10  WS-PARK-ID        PIC 9(06).
016702* LINKED HOUSEHOLD MEMBERS FROM HOUSEHLD - CUSTOMER ID TO
016704* HOUSEHOLD ID. A CUSTOMER BROKEN OUT OF A HOUSEHOLD IS NOT
016706* LOADED AND RANKS ON THEIR OWN. OVERFLOWING THE TABLE FAILS
016708* THE RUN - A PARTIAL ROLLUP WOULD UNDERSTATE HOUSEHOLDS.
016710 01  WS-HHLD-MEMBER-TABLE.
016712     05  WS-MAX-HHLD-TABLE     PIC 9(04) VALUE 5000 COMP.
016714     05  WS-HHLD-COUNT         PIC 9(04) VALUE ZERO.
016716     05  WS-HHLD-OVERFLOW-SW   PIC X(01) VALUE 'N'.
016718         88  HHLD-TABLE-OVERFLOW VALUE 'Y'.
016720     05  WS-HHLD-ENTRY OCCURS 5000 TIMES
016722             INDEXED BY WS-HHLD-IDX.
016724         10  WS-HHLD-CUSTOMER-ID PIC 9(06).
016726         10  WS-HHLD-ID        PIC 9(06).
016728
016730* THE RANKED HOUSEHOLDS, ROLLED UP FROM THE CUSTOMER TABLE. A
016732* LINKED HOUSEHOLD IS KEYED 'H' PLUS ITS HOUSEHOLD ID, A
016734* CUSTOMER OF ONE 'C' PLUS THE CUSTOMER ID - A HOUSEHOLD ID IS
016736* ITS FOUNDER'S CUSTOMER ID AND THE TWO MUST NOT COLLIDE. NEVER
016738* MORE ENTRIES THAN CUSTOMERS, SO IT CANNOT OVERFLOW. THE
016740* HOUSEHOLD NAME IS THE FOUNDER'S WHEN THE FOUNDER IS STILL A
016742* MEMBER, OTHERWISE THE FIRST MEMBER'S IN CUSTMAST ORDER.
016744 01  WS-HSE-TABLE.
016746     05  WS-HSE-COUNT          PIC 9(04) VALUE ZERO.
016748     05  WS-HSE-SUB            PIC 9(04) COMP VALUE ZERO.
016750     05  WS-HSE-LINKED-COUNT   PIC 9(04) VALUE ZERO.
016752     05  WS-HSE-ENTRY OCCURS 9999 TIMES
016754             INDEXED BY WS-HSE-IDX.
016756         10  WS-HSE-KEY.
016758             15  WS-HSE-TYPE   PIC X(01).
016760                 88  HSE-LINKED-HOUSEHOLD VALUE 'H'.
016762             15  WS-HSE-ID     PIC 9(06).
016764         10  WS-HSE-NAME       PIC X(30).
016766         10  WS-HSE-MEMBERS    PIC 9(03).
016768         10  WS-HSE-LIFE-AMT   PIC S9(11)V99.
016770         10  WS-HSE-TTM-AMT    PIC S9(11)V99.
016772         10  WS-HSE-PICKED-SW  PIC X(01).
016774 01  WS-HSE-WORK.
016776     05  WS-HSE-FIND-KEY.
016778         10  WS-HSE-FIND-TYPE  PIC X(01).
016780         10  WS-HSE-FIND-ID    PIC 9(06).
016782     05  WS-HSE-BEST-AMOUNT    PIC S9(11)V99 VALUE ZERO.
016784     05  WS-HSE-SCAN-AMOUNT    PIC S9(11)V99 VALUE ZERO.
016800
016900* RANKING WORK - WHICH AMOUNT IS BEING RANKED, THE OPTIONAL
017000* REGION FILTER, AND THE PICK OF THE CURRENT SCAN.
021600         10  WS-DTL-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99-.
021700         10  FILLER            PIC X(01) VALUE SPACES.
021800         10  WS-DTL-FLAG       PIC X(08).
021807     05  WS-HSE-DETAIL-LINE.
021814         10  WS-HDT-SEQ        PIC ZZ9.
021821         10  FILLER            PIC X(02) VALUE SPACES.
021828         10  WS-HDT-TYPE       PIC X(04).
021835         10  FILLER            PIC X(01) VALUE SPACES.
021842         10  WS-HDT-ID         PIC 9(06).
021849         10  FILLER            PIC X(02) VALUE SPACES.
021856         10  WS-HDT-NAME       PIC X(30).
021863         10  FILLER            PIC X(01) VALUE SPACES.
021870         10  WS-HDT-MEMBERS    PIC ZZ9.
021877         10  FILLER            PIC X(08) VALUE " MEMBERS".
021884         10  FILLER            PIC X(01) VALUE SPACES.
021891         10  WS-HDT-AMOUNT     PIC Z,ZZZ,ZZZ,ZZ9.99-.
021900     05  WS-SHARE-LINE.
022000         10  FILLER            PIC X(17) VALUE
022100             "REVENUE SHARE OF ".
026300     WRITE TOPRPT-LINE FROM WS-HEADER-LINE.
026400
026500     PERFORM 1200-LOAD-PARKED-TABLE THRU 1200-EXIT.
026520     PERFORM 1400-LOAD-HOUSEHOLD-TABLE THRU 1400-EXIT.
026540     IF RETURN-CODE NOT = ZERO
026560         GO TO 1000-EXIT
026580     END-IF.
026600
026700     OPEN INPUT CUSTMAST-FILE.
026800     IF NOT CUSTMAST-OK
034100 1300-EXIT.
034200     EXIT.
034300
034302******************************************************************
034304* 1400-LOAD-HOUSEHOLD-TABLE - LINKED MEMBERS ONLY. NO FILE
034306* MEANS NO HOUSEHOLDS YET AND EVERY CUSTOMER RANKS AS ONE.
034308******************************************************************
034310 1400-LOAD-HOUSEHOLD-TABLE.
034312     MOVE ZERO TO WS-HHLD-COUNT.
034314     OPEN INPUT HOUSEHLD-FILE.
034316     IF NOT HOUSEHLD-OK
034318         DISPLAY "NO HOUSEHOLD FILE FOUND, STATUS: "
034320             WS-HOUSEHLD-STATUS
034322         GO TO 1400-EXIT
034324     END-IF.
034326     PERFORM 1450-READ-HOUSEHLD-RECORD THRU 1450-EXIT.
034328     PERFORM 1500-ADD-HOUSEHOLD-ENTRY THRU 1500-EXIT
034330         UNTIL END-OF-HOUSEHLD.
034332     CLOSE HOUSEHLD-FILE.
034334
034336     IF HHLD-TABLE-OVERFLOW
034338         DISPLAY "MORE THAN " WS-MAX-HHLD-TABLE
034340             " LINKED HOUSEHOLD MEMBERS, RUN ABORTED"
034342         MOVE 16 TO RETURN-CODE
034344     END-IF.
034346 1400-EXIT.
034348     EXIT.
034350
034352 1450-READ-HOUSEHLD-RECORD.
034354     READ HOUSEHLD-FILE
034356         AT END
034358             SET END-OF-HOUSEHLD TO TRUE
034360     END-READ.
034362 1450-EXIT.
034364     EXIT.
034366
034368 1500-ADD-HOUSEHOLD-ENTRY.
034370     IF HH-LINK-STATUS = 'L'
034372         IF WS-HHLD-COUNT < WS-MAX-HHLD-TABLE
034374             ADD 1 TO WS-HHLD-COUNT
034376             MOVE HH-CUSTOMER-ID
034378                 TO WS-HHLD-CUSTOMER-ID (WS-HHLD-COUNT)
034380             MOVE HH-HOUSEHOLD-ID
034382                 TO WS-HHLD-ID (WS-HHLD-COUNT)
034384         ELSE
034386             SET HHLD-TABLE-OVERFLOW TO TRUE
034388         END-IF
034390     END-IF.
034392     PERFORM 1450-READ-HOUSEHLD-RECORD THRU 1450-EXIT.
034394 1500-EXIT.
034396     EXIT.
034398
034400* INCLUDE SHARED DB-CREDENTIAL LOAD PARAGRAPH
034500     COPY LOADCRED.
034600
034700******************************************************************
034800* 2000-PROCESS-DATA - BUILD THE RANKED POPULATION, THEN PRINT
034900* THE OVERALL AND PER-REGION RANKINGS AND THE CONCENTRATION
035000* LINES, THEN ROLL THE POPULATION UP BY HOUSEHOLD AND PRINT
035050* THE HOUSEHOLD RANKINGS.
035100******************************************************************
035200 2000-PROCESS-DATA.
035300     PERFORM 2100-READ-CUSTMAST-RECORD THRU 2100-EXIT.
038300         UNTIL WS-RGNL-SUB > WS-RGNL-COUNT.
038400
038500     PERFORM 3600-PRINT-CONCENTRATION THRU 3600-EXIT.
038508
038516     PERFORM 2500-BUILD-HOUSEHOLDS THRU 2500-EXIT.
038524     MOVE "TOP HOUSEHOLDS BY LIFETIME AMOUNT - OVERALL"
038532         TO WS-SEC-TITLE.
038540     MOVE 'L' TO WS-RANK-MODE.
038548     PERFORM 3800-PRINT-HOUSEHOLD-RANKING THRU 3800-EXIT.
038556
038564     MOVE "TOP HOUSEHOLDS BY TRAILING-12-MONTH AMOUNT - OVERALL"
038572         TO WS-SEC-TITLE.
038580     MOVE 'T' TO WS-RANK-MODE.
038588     PERFORM 3800-PRINT-HOUSEHOLD-RANKING THRU 3800-EXIT.
038600 2000-EXIT.
038700     EXIT.
038800
044200     MOVE WS-LIFE-COUNT TO WS-CST-LIFE-CNT (WS-CUST-SUB).
044300     MOVE WS-TTM-AMOUNT TO WS-CST-TTM-AMT (WS-CUST-SUB).
044400     MOVE 'N' TO WS-CST-PICKED-SW (WS-CUST-SUB).
044450     PERFORM 2350-FIND-HOUSEHOLD THRU 2350-EXIT.
044500     PERFORM 2300-FLAG-IF-PARKED THRU 2300-EXIT.
044600     ADD WS-LIFE-AMOUNT TO WS-TOTAL-LIFE-AMT.
044700     PERFORM 2400-NOTE-REGION THRU 2400-EXIT.
046500 2300-EXIT.
046600     EXIT.
046700
046705 2350-FIND-HOUSEHOLD.
046710     MOVE ZERO TO WS-CST-HHLD-ID (WS-CUST-SUB).
046715     IF WS-HHLD-COUNT > ZERO
046720         SET WS-HHLD-IDX TO 1
046725         SEARCH WS-HHLD-ENTRY
046730             AT END
046735                 CONTINUE
046740             WHEN WS-HHLD-IDX > WS-HHLD-COUNT
046745                 CONTINUE
046750             WHEN WS-HHLD-CUSTOMER-ID (WS-HHLD-IDX)
046755                     = WS-CST-ID (WS-CUST-SUB)
046760                 MOVE WS-HHLD-ID (WS-HHLD-IDX)
046765                     TO WS-CST-HHLD-ID (WS-CUST-SUB)
046770         END-SEARCH
046775     END-IF.
046780 2350-EXIT.
046785     EXIT.
046790
046800 2400-NOTE-REGION.
046900     IF WS-RGNL-COUNT > ZERO
047000         SET WS-RGNL-IDX TO 1
048200             TO WS-RGNL-CODE (WS-RGNL-COUNT)
048300     END-IF.
048400 2400-EXIT.
048401     EXIT.
048402
048403******************************************************************
048404* 2500-BUILD-HOUSEHOLDS - ROLL THE RANKED POPULATION UP INTO THE
048405* HOUSEHOLD TABLE. ONLY LINKED MEMBERS ARE LOOKED UP; A
048406* CUSTOMER OF ONE ALWAYS STARTS A NEW ENTRY.
048407******************************************************************
048408 2500-BUILD-HOUSEHOLDS.
048409     MOVE ZERO TO WS-HSE-COUNT.
048410     MOVE ZERO TO WS-HSE-LINKED-COUNT.
048411     PERFORM 2550-ROLL-UP-ONE-CUSTOMER THRU 2550-EXIT
048412         VARYING WS-CUST-SUB FROM 1 BY 1
048413         UNTIL WS-CUST-SUB > WS-CUST-COUNT.
048414 2500-EXIT.
048415     EXIT.
048416
048417 2550-ROLL-UP-ONE-CUSTOMER.
048418     MOVE ZERO TO WS-HSE-SUB.
048419     IF WS-CST-HHLD-ID (WS-CUST-SUB) = ZERO
048420         MOVE 'C' TO WS-HSE-FIND-TYPE
048421         MOVE WS-CST-ID (WS-CUST-SUB) TO WS-HSE-FIND-ID
048422     ELSE
048423         MOVE 'H' TO WS-HSE-FIND-TYPE
048424         MOVE WS-CST-HHLD-ID (WS-CUST-SUB) TO WS-HSE-FIND-ID
048425         PERFORM 2600-FIND-HOUSEHOLD-ENTRY THRU 2600-EXIT
048426     END-IF.
048427
048428     IF WS-HSE-SUB = ZERO
048429         ADD 1 TO WS-HSE-COUNT
048430         MOVE WS-HSE-COUNT TO WS-HSE-SUB
048431         MOVE WS-HSE-FIND-KEY TO WS-HSE-KEY (WS-HSE-SUB)
048432         MOVE WS-CST-NAME (WS-CUST-SUB)
048433             TO WS-HSE-NAME (WS-HSE-SUB)
048434         MOVE ZERO TO WS-HSE-MEMBERS (WS-HSE-SUB)
048435         MOVE ZERO TO WS-HSE-LIFE-AMT (WS-HSE-SUB)
048436         MOVE ZERO TO WS-HSE-TTM-AMT (WS-HSE-SUB)
048437         MOVE 'N' TO WS-HSE-PICKED-SW (WS-HSE-SUB)
048438         IF HSE-LINKED-HOUSEHOLD (WS-HSE-SUB)
048439             ADD 1 TO WS-HSE-LINKED-COUNT
048440         END-IF
048441     END-IF.
048442
048443     IF HSE-LINKED-HOUSEHOLD (WS-HSE-SUB)
048444             AND WS-CST-ID (WS-CUST-SUB)
048445                = WS-HSE-ID (WS-HSE-SUB)
048446         MOVE WS-CST-NAME (WS-CUST-SUB)
048447             TO WS-HSE-NAME (WS-HSE-SUB)
048448     END-IF.
048449     ADD 1 TO WS-HSE-MEMBERS (WS-HSE-SUB).
048450     ADD WS-CST-LIFE-AMT (WS-CUST-SUB)
048451         TO WS-HSE-LIFE-AMT (WS-HSE-SUB).
048452     ADD WS-CST-TTM-AMT (WS-CUST-SUB)
048453         TO WS-HSE-TTM-AMT (WS-HSE-SUB).
048454 2550-EXIT.
048455     EXIT.
048456
048457 2600-FIND-HOUSEHOLD-ENTRY.
048458     IF WS-HSE-COUNT = ZERO
048459         GO TO 2600-EXIT
048460     END-IF.
048461     SET WS-HSE-IDX TO 1.
048462     SEARCH WS-HSE-ENTRY
048463         AT END
048464             CONTINUE
048465         WHEN WS-HSE-IDX > WS-HSE-COUNT
048466             CONTINUE
048467         WHEN WS-HSE-KEY (WS-HSE-IDX) = WS-HSE-FIND-KEY
048468             SET WS-HSE-SUB TO WS-HSE-IDX
048469     END-SEARCH.
048470 2600-EXIT.
048500     EXIT.
048600
048700******************************************************************
064600     EXIT.
064700
064800******************************************************************
064801* 3800-PRINT-HOUSEHOLD-RANKING - TOP N HOUSEHOLDS BY THE CURRENT
064802* MODE, BY THE SAME REPEATED SELECTION AS 3000.
064803******************************************************************
064804 3800-PRINT-HOUSEHOLD-RANKING.
064805     MOVE SPACES TO TOPRPT-LINE.
064806     WRITE TOPRPT-LINE.
064807     WRITE TOPRPT-LINE FROM WS-SECTION-LINE.
064808
064809     PERFORM 3850-RESET-HOUSEHOLD-PICKS THRU 3850-EXIT
064810         VARYING WS-HSE-SUB FROM 1 BY 1
064811         UNTIL WS-HSE-SUB > WS-HSE-COUNT.
064812
064813     MOVE ZERO TO WS-RANK-SEQ.
064814* PRIMED NONZERO FOR THE SAME TEST-BEFORE REASON AS 3000.
064815     MOVE 1 TO WS-BEST-SUB.
064816     PERFORM 3900-PICK-AND-PRINT-HOUSEHOLD THRU 3900-EXIT
064817         UNTIL WS-RANK-SEQ >= WS-TOP-N
064818         OR WS-BEST-SUB = ZERO.
064819 3800-EXIT.
064820     EXIT.
064821
064822 3850-RESET-HOUSEHOLD-PICKS.
064823     MOVE 'N' TO WS-HSE-PICKED-SW (WS-HSE-SUB).
064824 3850-EXIT.
064825     EXIT.
064826
064827 3900-PICK-AND-PRINT-HOUSEHOLD.
064828     MOVE ZERO TO WS-BEST-SUB.
064829     MOVE ZERO TO WS-HSE-BEST-AMOUNT.
064830     PERFORM 3950-SCAN-ONE-HOUSEHOLD THRU 3950-EXIT
064831         VARYING WS-RANK-I FROM 1 BY 1
064832         UNTIL WS-RANK-I > WS-HSE-COUNT.
064833     IF WS-BEST-SUB = ZERO
064834         GO TO 3900-EXIT
064835     END-IF.
064836
064837     MOVE 'Y' TO WS-HSE-PICKED-SW (WS-BEST-SUB).
064838     ADD 1 TO WS-RANK-SEQ.
064839     MOVE SPACES TO WS-HSE-DETAIL-LINE.
064840     MOVE WS-RANK-SEQ TO WS-HDT-SEQ.
064841     IF HSE-LINKED-HOUSEHOLD (WS-BEST-SUB)
064842         MOVE "HHLD" TO WS-HDT-TYPE
064843     ELSE
064844         MOVE "CUST" TO WS-HDT-TYPE
064845     END-IF.
064846     MOVE WS-HSE-ID (WS-BEST-SUB) TO WS-HDT-ID.
064847     MOVE WS-HSE-NAME (WS-BEST-SUB) TO WS-HDT-NAME.
064848     MOVE WS-HSE-MEMBERS (WS-BEST-SUB) TO WS-HDT-MEMBERS.
064849     MOVE WS-HSE-BEST-AMOUNT TO WS-HDT-AMOUNT.
064850     WRITE TOPRPT-LINE FROM WS-HSE-DETAIL-LINE.
064851 3900-EXIT.
064852     EXIT.
064853
064854 3950-SCAN-ONE-HOUSEHOLD.
064855     IF WS-HSE-PICKED-SW (WS-RANK-I) = 'Y'
064856         GO TO 3950-EXIT
064857     END-IF.
064858     IF RANKING-LIFETIME
064859         MOVE WS-HSE-LIFE-AMT (WS-RANK-I) TO WS-HSE-SCAN-AMOUNT
064860     ELSE
064861         MOVE WS-HSE-TTM-AMT (WS-RANK-I) TO WS-HSE-SCAN-AMOUNT
064862     END-IF.
064863     IF WS-BEST-SUB = ZERO
064864             OR WS-HSE-SCAN-AMOUNT > WS-HSE-BEST-AMOUNT
064865         MOVE WS-RANK-I TO WS-BEST-SUB
064866         MOVE WS-HSE-SCAN-AMOUNT TO WS-HSE-BEST-AMOUNT
064867     END-IF.
064868 3950-EXIT.
064869     EXIT.
064870
064871******************************************************************
064900* 4000-CLEANUP-ROUTINE - SUMMARY, DISCONNECT AND CLOSES.
065000******************************************************************
065100 4000-CLEANUP-ROUTINE.
065400     MOVE SPACES TO WS-SUMMARY-LINE.
065500     MOVE "CUSTOMERS RANKED:      " TO WS-SUM-LABEL.
065600     MOVE WS-CUST-COUNT TO WS-SUM-VALUE.
065614     WRITE TOPRPT-LINE FROM WS-SUMMARY-LINE.
065628     MOVE "HOUSEHOLDS RANKED:     " TO WS-SUM-LABEL.
065642     MOVE WS-HSE-COUNT TO WS-SUM-VALUE.
065656     WRITE TOPRPT-LINE FROM WS-SUMMARY-LINE.
065670     MOVE "LINKED HOUSEHOLDS:     " TO WS-SUM-LABEL.
065684     MOVE WS-HSE-LINKED-COUNT TO WS-SUM-VALUE.
065700     WRITE TOPRPT-LINE FROM WS-SUMMARY-LINE.
065800
065900     EXEC SQL
