006800*                   "ARCHIVED ON <DATE>" WITH THE NAME AND
006900*                   ARCHIVE POSITION, ENOUGH TO DECIDE ON AN
007000*                   'R' RESTORE INSTEAD OF KEYING A NEW ADD.
007020* 2026-10-15  RDM   THE ORDER PROFILE NOW ENDS WITH THE BALANCE
007040*                   DUE FROM RECEIVABLES (KEPT BY ORDPOST AND
007060*                   PAYPOST) AND THE LAST PAYMENT DATE. NO ROW
007080*                   MEANS NOTHING HAS EVER BEEN OWED - ZERO.
007082* 2026-10-15  RDM   THE PROFILE NOW ENDS WITH THE CUSTOMER'S
007084*                   SERVICE CASES FROM THE CASENOTE LOG CASEMNT
007086*                   KEEPS: EVERY CASE STILL OPEN (CATEGORY,
007088*                   PRIORITY, OPEN DATE, SUMMARY) AND THE LAST
007090*                   THREE NOTES, SO THE REP TAKING A CALL SEES
007092*                   WHAT WAS PROMISED ON THE LAST ONE.
007100******************************************************************
007200 ENVIRONMENT DIVISION.
007300 CONFIGURATION SECTION.
013100         ORGANIZATION IS SEQUENTIAL
013200         ACCESS MODE IS SEQUENTIAL
013300         FILE STATUS IS WS-ARCHIDX-STATUS.
013316
013332     SELECT CASENOTE-FILE ASSIGN TO "CASENOTE"
013348         ORGANIZATION IS SEQUENTIAL
013364         ACCESS MODE IS SEQUENTIAL
013380         FILE STATUS IS WS-CASENOTE-STATUS.
013400
013500 DATA DIVISION.
013600 FILE SECTION.
025100     05  AI-ARCHIVE-SEQ        PIC 9(09).
025200     05  FILLER                PIC X(25).
025300
025304* CUSTOMER SERVICE CASE LOG KEPT BY CASEMNT - ONE EVENT PER CASE
025308* OPEN, NOTE OR CLOSE, OLDEST FIRST.
025312 FD  CASENOTE-FILE
025316     RECORDING MODE IS F.
025320 01  CASENOTE-RECORD.
025324     05  NT-CASE-ID            PIC 9(07).
025328     05  NT-CUSTOMER-ID        PIC 9(06).
025332     05  NT-EVENT-CODE         PIC X(01).
025336         88  NT-CASE-OPENED    VALUE 'O'.
025340         88  NT-CASE-NOTE      VALUE 'N'.
025344         88  NT-CASE-CLOSED    VALUE 'C'.
025348     05  NT-TIMESTAMP          PIC X(21).
025352     05  NT-EVENT-DATE         PIC X(10).
025356     05  NT-OPERATOR-ID        PIC X(08).
025360     05  NT-CATEGORY           PIC X(04).
025364     05  NT-PRIORITY           PIC X(01).
025368     05  NT-TARGET-DAYS        PIC 9(03).
025372     05  NT-TEXT               PIC X(60).
025376     05  FILLER                PIC X(09).
025380
025400 WORKING-STORAGE SECTION.
025500
025600* INCLUDE SHARED OPERATOR-AUTHORIZATION WORKING STORAGE
028500     05  WS-LIFE-AMOUNT        PIC S9(09)V99 VALUE ZERO.
028600     05  WS-LIFE-AMOUNT-ED     PIC ZZZ,ZZZ,ZZ9.99-.
028700     05  WS-LIFE-COUNT-ED      PIC ZZZ,ZZ9.
028725     05  WS-BAL-OPEN-BALANCE   PIC S9(09)V99 VALUE ZERO.
028750     05  WS-BAL-LAST-PAYMENT   PIC X(10) VALUE SPACES.
028775     05  WS-BAL-AMOUNT-ED      PIC ZZZ,ZZZ,ZZ9.99-.
028800
028900* THE FIVE MOST RECENT CHGHIST ENTRIES FOR THE CUSTOMER, KEPT
029000* AS A RING WHILE THE FILE IS SCANNED FRONT TO BACK - THE FILE
030200         10  WS-RING-BEFORE    PIC X(20).
030300         10  WS-RING-AFTER     PIC X(20).
030400         10  WS-RING-OPERATOR  PIC X(08).
030401
030403* THE CUSTOMER'S SERVICE CASES FROM ONE PASS OF CASENOTE: THE
030406* OPEN CASES (THE FIRST TEN ARE KEPT; A CLOSE MOVES THE LAST
030409* ENTRY INTO THE GAP) AND A RING OF THE LAST THREE EVENTS.
030412 01  WS-CASE-PROFILE.
030415     05  WS-OPC-TOTAL          PIC 9(05) VALUE ZERO.
030418     05  WS-OPC-COUNT          PIC 9(02) VALUE ZERO.
030421     05  WS-OPC-SUB            PIC 9(02) VALUE ZERO.
030424     05  WS-OPC-MATCH-SW       PIC X(01) VALUE 'N'.
030427         88  OPEN-CASE-FOUND   VALUE 'Y'.
030430     05  WS-OPC-ENTRY OCCURS 10 TIMES
030433             INDEXED BY WS-OPC-IDX.
030436         10  WS-OPC-CASE-ID    PIC 9(07).
030439         10  WS-OPC-CATEGORY   PIC X(04).
030442         10  WS-OPC-PRIORITY   PIC X(01).
030445         10  WS-OPC-OPEN-DATE  PIC X(10).
030448         10  WS-OPC-SUMMARY    PIC X(40).
030451     05  WS-NTE-TOTAL          PIC 9(05) VALUE ZERO.
030454     05  WS-NTE-SHOW           PIC 9(02) VALUE ZERO.
030457     05  WS-NTE-SLOT           PIC 9(02) VALUE ZERO.
030460     05  WS-NTE-POS            PIC 9(02) VALUE ZERO.
030463     05  WS-NTE-I              PIC 9(02) VALUE ZERO.
030466     05  WS-NTE-QUOT           PIC 9(05) VALUE ZERO.
030469     05  WS-NTE-RING-ENTRY OCCURS 3 TIMES.
030472         10  WS-NTE-DATE       PIC X(10).
030475         10  WS-NTE-TIME       PIC X(05).
030478         10  WS-NTE-CASE-ID    PIC 9(07).
030481         10  WS-NTE-EVENT      PIC X(05).
030484         10  WS-NTE-OPERATOR   PIC X(08).
030487         10  WS-NTE-TEXT       PIC X(60).
030500
030600 01  WS-RESPONSE-LINE.
030700     05  WS-RSP-LABEL          PIC X(16) VALUE SPACES.
033700         88  END-OF-ARCHIDX    VALUE 'Y'.
033800     05  WS-ARCH-FOUND-SW      PIC X(01) VALUE 'N'.
033900         88  ARCHIVE-HIT-FOUND VALUE 'Y'.
033920     05  WS-CASENOTE-STATUS    PIC X(02) VALUE SPACES.
033940         88  CASENOTE-OK       VALUE '00'.
033960     05  WS-CASENOTE-SW        PIC X(01) VALUE 'N'.
033980         88  END-OF-CASENOTE   VALUE 'Y'.
034000     05  WS-RUNCTL-STATUS      PIC X(02) VALUE SPACES.
034100         88  RUNCTL-OK         VALUE '00'.
034200     05  WS-RUNCTL-SW          PIC X(01) VALUE 'N'.
061700         END-IF
061800         PERFORM 2800-SHOW-ORDER-PROFILE THRU 2800-EXIT
061900         PERFORM 2840-SHOW-CHANGE-PROFILE THRU 2840-EXIT
061950         PERFORM 5000-SHOW-CASE-PROFILE THRU 5000-EXIT
062000     ELSE
062100         IF BATCH-MODE
062200             PERFORM 2330-WRITE-NOT-FOUND THRU 2330-EXIT
067400         END-IF
067500         PERFORM 2880-SAY-PROFILE-NOTE THRU 2880-EXIT
067600         PERFORM 2840-SHOW-CHANGE-PROFILE THRU 2840-EXIT
067650         PERFORM 5000-SHOW-CASE-PROFILE THRU 5000-EXIT
067700     ELSE
067800         IF BATCH-MODE
067900             PERFORM 2330-WRITE-NOT-FOUND THRU 2330-EXIT
072400     END-EXEC.
072500
072600     PERFORM 2830-SAY-LIFETIME-TOTALS THRU 2830-EXIT.
072650     PERFORM 2835-SAY-BALANCE-DUE THRU 2835-EXIT.
072700 2800-EXIT.
072800     EXIT.
072900
078000             " ORDERS  " WS-LIFE-AMOUNT-ED
078100     END-IF.
078200 2830-EXIT.
078203     EXIT.
078206
078209 2835-SAY-BALANCE-DUE.
078212     MOVE ZERO TO WS-BAL-OPEN-BALANCE.
078215     MOVE SPACES TO WS-BAL-LAST-PAYMENT.
078218     EXEC SQL
078221         SELECT open_balance, last_payment_date
078224         INTO :WS-BAL-OPEN-BALANCE, :WS-BAL-LAST-PAYMENT
078227         FROM receivables
078230         WHERE customer_id = :CUSTOMER-ID
078233     END-EXEC.
078236     IF SQLCODE NOT = 0
078239         MOVE ZERO TO WS-BAL-OPEN-BALANCE
078242         MOVE SPACES TO WS-BAL-LAST-PAYMENT
078245     END-IF.
078248     IF WS-BAL-LAST-PAYMENT = SPACES
078251         MOVE "NONE" TO WS-BAL-LAST-PAYMENT
078254     END-IF.
078257     MOVE WS-BAL-OPEN-BALANCE TO WS-BAL-AMOUNT-ED.
078260     IF BATCH-MODE
078263         MOVE SPACES TO WS-RESPONSE-LINE
078266         MOVE "BALANCE DUE:" TO WS-RSP-LABEL
078269         STRING WS-BAL-AMOUNT-ED "  LAST PAYMENT "
078272             WS-BAL-LAST-PAYMENT
078275             DELIMITED BY SIZE INTO WS-RSP-VALUE
078278         WRITE INQRESP-LINE FROM WS-RESPONSE-LINE
078281     ELSE
078284         DISPLAY "BALANCE DUE:    " WS-BAL-AMOUNT-ED
078287             "  LAST PAYMENT " WS-BAL-LAST-PAYMENT
078290     END-IF.
078293 2835-EXIT.
078300     EXIT.
078400
078500******************************************************************
112200
112300* INCLUDE THE SHARED OPERATOR-AUTHORIZATION PARAGRAPHS
112400     COPY CHKAUTH.
112500
112600******************************************************************
112700* 5000-SHOW-CASE-PROFILE - SCAN THE CASE LOG ONCE FOR THE
112800* CUSTOMER: TRACK WHICH CASES ARE STILL OPEN AND KEEP THE LAST
112900* THREE EVENTS IN A RING, SHOWN OLDEST-FIRST LIKE THE CHANGES.
113000* NO LOG, OR NOTHING FOR THE CUSTOMER, SHOWS NOTHING.
113100******************************************************************
113200 5000-SHOW-CASE-PROFILE.
113300     MOVE ZERO TO WS-OPC-TOTAL WS-OPC-COUNT WS-NTE-TOTAL.
113400     MOVE 'N' TO WS-CASENOTE-SW.
113500     OPEN INPUT CASENOTE-FILE.
113600     IF NOT CASENOTE-OK
113700         GO TO 5000-EXIT
113800     END-IF.
113900     PERFORM 5050-READ-CASENOTE-RECORD THRU 5050-EXIT.
114000     PERFORM 5100-NOTE-ONE-EVENT THRU 5100-EXIT
114100         UNTIL END-OF-CASENOTE.
114200     CLOSE CASENOTE-FILE.
114300
114400     IF WS-NTE-TOTAL = ZERO
114500         GO TO 5000-EXIT
114600     END-IF.
114700     PERFORM 5500-SAY-CASE-HEADER THRU 5500-EXIT.
114800     PERFORM 5300-SAY-OPEN-CASE THRU 5300-EXIT
114900         VARYING WS-OPC-SUB FROM 1 BY 1
115000         UNTIL WS-OPC-SUB > WS-OPC-COUNT.
115100
115200     PERFORM 5600-SAY-NOTE-HEADER THRU 5600-EXIT.
115300     IF WS-NTE-TOTAL > 3
115400         MOVE 3 TO WS-NTE-SHOW
115500         DIVIDE WS-NTE-TOTAL BY 3 GIVING WS-NTE-QUOT
115600             REMAINDER WS-NTE-SLOT
115700         ADD 1 TO WS-NTE-SLOT
115800     ELSE
115900         MOVE WS-NTE-TOTAL TO WS-NTE-SHOW
116000         MOVE 1 TO WS-NTE-SLOT
116100     END-IF.
116200     PERFORM 5400-SAY-ONE-NOTE THRU 5400-EXIT
116300         VARYING WS-NTE-I FROM 1 BY 1
116400         UNTIL WS-NTE-I > WS-NTE-SHOW.
116500 5000-EXIT.
116600     EXIT.
116700
116800 5050-READ-CASENOTE-RECORD.
116900     READ CASENOTE-FILE
117000         AT END
117100             SET END-OF-CASENOTE TO TRUE
117200     END-READ.
117300 5050-EXIT.
117400     EXIT.
117500
117600 5100-NOTE-ONE-EVENT.
117700     IF NT-CUSTOMER-ID NOT = WS-INQUIRY-ID
117800         GO TO 5100-NEXT
117900     END-IF.
118000     ADD 1 TO WS-NTE-TOTAL.
118100     DIVIDE WS-NTE-TOTAL BY 3 GIVING WS-NTE-QUOT
118200         REMAINDER WS-NTE-POS.
118250     IF WS-NTE-POS = ZERO
118300         MOVE 3 TO WS-NTE-POS
118350     END-IF.
118400     MOVE NT-EVENT-DATE TO WS-NTE-DATE (WS-NTE-POS).
118500     MOVE NT-TIMESTAMP(9:2) TO WS-NTE-TIME (WS-NTE-POS)(1:2).
118600     MOVE ":" TO WS-NTE-TIME (WS-NTE-POS)(3:1).
118700     MOVE NT-TIMESTAMP(11:2) TO WS-NTE-TIME (WS-NTE-POS)(4:2).
118800     MOVE NT-CASE-ID TO WS-NTE-CASE-ID (WS-NTE-POS).
118900     MOVE NT-OPERATOR-ID TO WS-NTE-OPERATOR (WS-NTE-POS).
119000     MOVE NT-TEXT TO WS-NTE-TEXT (WS-NTE-POS).
119100     EVALUATE TRUE
119200         WHEN NT-CASE-OPENED
119300             MOVE "OPEN" TO WS-NTE-EVENT (WS-NTE-POS)
119400             ADD 1 TO WS-OPC-TOTAL
119500             PERFORM 5150-KEEP-OPEN-CASE THRU 5150-EXIT
119600         WHEN NT-CASE-CLOSED
119700             MOVE "CLOSE" TO WS-NTE-EVENT (WS-NTE-POS)
119800             IF WS-OPC-TOTAL > ZERO
119900                 SUBTRACT 1 FROM WS-OPC-TOTAL
120000             END-IF
120100             PERFORM 5200-DROP-OPEN-CASE THRU 5200-EXIT
120200         WHEN OTHER
120300             MOVE "NOTE" TO WS-NTE-EVENT (WS-NTE-POS)
120400     END-EVALUATE.
120500 5100-NEXT.
120600     PERFORM 5050-READ-CASENOTE-RECORD THRU 5050-EXIT.
120700 5100-EXIT.
120800     EXIT.
120900
121000 5150-KEEP-OPEN-CASE.
121100     IF WS-OPC-COUNT NOT < 10
121200         GO TO 5150-EXIT
121300     END-IF.
121400     ADD 1 TO WS-OPC-COUNT.
121500     MOVE NT-CASE-ID TO WS-OPC-CASE-ID (WS-OPC-COUNT).
121600     MOVE NT-CATEGORY TO WS-OPC-CATEGORY (WS-OPC-COUNT).
121700     MOVE NT-PRIORITY TO WS-OPC-PRIORITY (WS-OPC-COUNT).
121800     MOVE NT-EVENT-DATE TO WS-OPC-OPEN-DATE (WS-OPC-COUNT).
121900     MOVE NT-TEXT TO WS-OPC-SUMMARY (WS-OPC-COUNT).
122000 5150-EXIT.
122100     EXIT.
122200
122300 5200-DROP-OPEN-CASE.
122400     MOVE 'N' TO WS-OPC-MATCH-SW.
122500     SET WS-OPC-IDX TO 1.
122600     SEARCH WS-OPC-ENTRY
122700         AT END
122800             CONTINUE
122900         WHEN WS-OPC-IDX > WS-OPC-COUNT
123000             CONTINUE
123100         WHEN WS-OPC-CASE-ID (WS-OPC-IDX) = NT-CASE-ID
123200             SET OPEN-CASE-FOUND TO TRUE
123300     END-SEARCH.
123400     IF NOT OPEN-CASE-FOUND
123500         GO TO 5200-EXIT
123600     END-IF.
123700     IF WS-OPC-IDX < WS-OPC-COUNT
123800         MOVE WS-OPC-ENTRY (WS-OPC-COUNT)
123900             TO WS-OPC-ENTRY (WS-OPC-IDX)
124000     END-IF.
124100     SUBTRACT 1 FROM WS-OPC-COUNT.
124200 5200-EXIT.
124300     EXIT.
124400
124500 5300-SAY-OPEN-CASE.
124600     IF BATCH-MODE
124700         MOVE SPACES TO WS-RESPONSE-LINE
124800         MOVE "OPEN CASE:" TO WS-RSP-LABEL
124900         STRING WS-OPC-CASE-ID (WS-OPC-SUB) " "
125000             WS-OPC-CATEGORY (WS-OPC-SUB) " P"
125100             WS-OPC-PRIORITY (WS-OPC-SUB) " "
125200             WS-OPC-OPEN-DATE (WS-OPC-SUB) " "
125300             WS-OPC-SUMMARY (WS-OPC-SUB)
125400             DELIMITED BY SIZE INTO WS-RSP-VALUE
125500         WRITE INQRESP-LINE FROM WS-RESPONSE-LINE
125600     ELSE
125700         DISPLAY "  CASE " WS-OPC-CASE-ID (WS-OPC-SUB) " "
125800             WS-OPC-CATEGORY (WS-OPC-SUB) " P"
125900             WS-OPC-PRIORITY (WS-OPC-SUB) " OPENED "
126000             WS-OPC-OPEN-DATE (WS-OPC-SUB) "  "
126100             WS-OPC-SUMMARY (WS-OPC-SUB)
126200     END-IF.
126300 5300-EXIT.
126400     EXIT.
126500
126600 5400-SAY-ONE-NOTE.
126700     COMPUTE WS-NTE-POS = WS-NTE-SLOT + WS-NTE-I - 1.
126800     IF WS-NTE-POS > 3
126900         SUBTRACT 3 FROM WS-NTE-POS
127000     END-IF.
127100     IF BATCH-MODE
127200         MOVE SPACES TO WS-RESPONSE-LINE
127300         MOVE "CASE NOTE:" TO WS-RSP-LABEL
127400         STRING WS-NTE-DATE (WS-NTE-POS) " "
127500             WS-NTE-TIME (WS-NTE-POS) " "
127600             WS-NTE-CASE-ID (WS-NTE-POS) " "
127700             WS-NTE-EVENT (WS-NTE-POS) " "
127800             WS-NTE-OPERATOR (WS-NTE-POS) " "
127900             WS-NTE-TEXT (WS-NTE-POS)
128000             DELIMITED BY SIZE INTO WS-RSP-VALUE
128100         WRITE INQRESP-LINE FROM WS-RESPONSE-LINE
128200     ELSE
128300         DISPLAY "  " WS-NTE-DATE (WS-NTE-POS) " "
128400             WS-NTE-TIME (WS-NTE-POS) " CASE "
128500             WS-NTE-CASE-ID (WS-NTE-POS) " "
128600             WS-NTE-EVENT (WS-NTE-POS) " BY "
128700             WS-NTE-OPERATOR (WS-NTE-POS)
128800         DISPLAY "    " WS-NTE-TEXT (WS-NTE-POS)
128900     END-IF.
129000 5400-EXIT.
129100     EXIT.
129200
129300 5500-SAY-CASE-HEADER.
129400     IF BATCH-MODE
129500         MOVE SPACES TO WS-RESPONSE-LINE
129600         MOVE "CASES OPEN:" TO WS-RSP-LABEL
129700         MOVE WS-OPC-TOTAL TO WS-RSP-VALUE
129800         WRITE INQRESP-LINE FROM WS-RESPONSE-LINE
129900     ELSE
130000         DISPLAY "OPEN SERVICE CASES: " WS-OPC-TOTAL
130100     END-IF.
130200     IF WS-OPC-TOTAL > WS-OPC-COUNT
130300         IF BATCH-MODE
130400             MOVE SPACES TO WS-RESPONSE-LINE
130500             MOVE "OPEN CASE:" TO WS-RSP-LABEL
130600             MOVE "FIRST TEN SHOWN" TO WS-RSP-VALUE
130700             WRITE INQRESP-LINE FROM WS-RESPONSE-LINE
130800         ELSE
130900             DISPLAY "  (FIRST TEN SHOWN)"
131000         END-IF
131100     END-IF.
131200 5500-EXIT.
131300     EXIT.
131400
131500 5600-SAY-NOTE-HEADER.
131600     IF BATCH-MODE
131700         MOVE SPACES TO WS-RESPONSE-LINE
131800         MOVE "CASE NOTES:" TO WS-RSP-LABEL
131900         MOVE "LAST THREE, OLDEST FIRST" TO WS-RSP-VALUE
132000         WRITE INQRESP-LINE FROM WS-RESPONSE-LINE
132100     ELSE
132200         DISPLAY "RECENT CASE NOTES (OLDEST FIRST):"
132300     END-IF.
132400 5600-EXIT.
132500     EXIT.
