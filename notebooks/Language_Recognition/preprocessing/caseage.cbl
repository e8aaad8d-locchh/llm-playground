000100******************************************************************
000200* CASEAGE - DAILY AGING OF CUSTOMER SERVICE CASES PAST TARGET
000300******************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. CASEAGE.
000600 AUTHOR. R MERCER.
000700 INSTALLATION. DATA PROCESSING.
000800 DATE-WRITTEN. 2026-10-15.
000900 DATE-COMPILED.
001000******************************************************************
001100* MODIFICATION HISTORY
001200* ----------------------------------------------------------------
001300* DATE        INIT  DESCRIPTION
001400* 2026-10-15  RDM   ORIGINAL VERSION - REBUILDS THE OPEN CASES
001500*                   FROM THE CASENOTE LOG CASEMNT KEEPS, AGES
001600*                   EACH FROM ITS OPEN DATE TO THE RUN DATE AND
001700*                   LISTS ON CASEARPT EVERY CASE OPEN LONGER
001800*                   THAN THE TARGET DAYS STAMPED ON IT WHEN IT
001900*                   WAS OPENED. THE LIST IS SORTED BY CATEGORY,
002000*                   THEN BY THE OPERATOR WHO OPENED THE CASE,
002100*                   OLDEST FIRST, WITH A COUNT AT EACH BREAK.
002200*                   THE LAST NOTE'S DATE IS SHOWN SO A CASE
002300*                   NOBODY HAS TOUCHED STANDS OUT.
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. X86-64.
002800 OBJECT-COMPUTER. X86-64.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT CASENOTE-FILE ASSIGN TO "CASENOTE"
003200         ORGANIZATION IS SEQUENTIAL
003300         ACCESS MODE IS SEQUENTIAL
003400         FILE STATUS IS WS-CASENOTE-STATUS.
003500
003600     SELECT CASECAT-FILE ASSIGN TO "CASECAT"
003700         ORGANIZATION IS SEQUENTIAL
003800         ACCESS MODE IS SEQUENTIAL
003900         FILE STATUS IS WS-CASECAT-STATUS.
004000
004100     SELECT CASESORT-FILE ASSIGN TO "CASRTWK".
004200
004300     SELECT CASEARPT-FILE ASSIGN TO "CASEARPT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-CASEARPT-STATUS.
004600
004700     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
004800         ORGANIZATION IS SEQUENTIAL
004900         ACCESS MODE IS SEQUENTIAL
005000         FILE STATUS IS WS-RUNCTL-STATUS.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400* CASE AND NOTES LOG KEPT BY CASEMNT - ONE EVENT PER OPEN, NOTE
005500* OR CLOSE, OLDEST FIRST.
005600 FD  CASENOTE-FILE
005700     RECORDING MODE IS F.
005800 01  CASENOTE-RECORD.
005900     05  NT-CASE-ID            PIC 9(07).
006000     05  NT-CUSTOMER-ID        PIC 9(06).
006100     05  NT-EVENT-CODE         PIC X(01).
006200         88  NT-CASE-OPENED    VALUE 'O'.
006300         88  NT-CASE-NOTE      VALUE 'N'.
006400         88  NT-CASE-CLOSED    VALUE 'C'.
006500     05  NT-TIMESTAMP          PIC X(21).
006600     05  NT-EVENT-DATE         PIC X(10).
006700     05  NT-OPERATOR-ID        PIC X(08).
006800     05  NT-CATEGORY           PIC X(04).
006900     05  NT-PRIORITY           PIC X(01).
007000     05  NT-TARGET-DAYS        PIC 9(03).
007100     05  NT-TEXT               PIC X(60).
007200     05  FILLER                PIC X(09).
007300
007400* CASE CATEGORY REFERENCE - ONLY THE DESCRIPTIONS ARE USED HERE;
007500* THE TARGET DAYS TRAVEL ON EACH CASE.
007600 FD  CASECAT-FILE
007700     RECORDING MODE IS F.
007800 01  CASECAT-RECORD.
007900     05  CC-CATEGORY           PIC X(04).
008000     05  CC-DESCRIPTION        PIC X(30).
008100     05  CC-TARGET-DAYS        PIC 9(03) OCCURS 3 TIMES.
008200     05  FILLER                PIC X(07).
008300
008400 SD  CASESORT-FILE.
008500 01  CASESORT-RECORD.
008600     05  SA-CATEGORY           PIC X(04).
008700     05  SA-OPERATOR-ID        PIC X(08).
008800     05  SA-DAYS-OPEN          PIC 9(05).
008900     05  SA-CASE-ID            PIC 9(07).
009000     05  SA-CUSTOMER-ID        PIC 9(06).
009100     05  SA-PRIORITY           PIC X(01).
009200     05  SA-OPEN-DATE          PIC X(10).
009300     05  SA-TARGET-DAYS        PIC 9(03).
009400     05  SA-LAST-DATE          PIC X(10).
009500     05  SA-SUMMARY            PIC X(60).
009600
009700 FD  CASEARPT-FILE.
009800 01  CASEARPT-LINE             PIC X(132).
009900
010000* SHARED NIGHTLY RUN-CONTROL FILE - ONE RECORD PER PROGRAM
010100* COMPLETION, STAMPED AT CLEANUP. SEE CHKRUN.cpy.
010200 FD  RUNCTL-FILE
010300     RECORDING MODE IS F.
010400 01  RUNCTL-RECORD.
010500     05  RU-RUN-DATE           PIC X(10).
010600     05  RU-PROGRAM-ID         PIC X(08).
010700     05  RU-TIMESTAMP          PIC X(21).
010800     05  RU-RETURN-CODE        PIC S9(04).
010900     05  FILLER                PIC X(37).
011000
011100 WORKING-STORAGE SECTION.
011200
011300* INCLUDE SHARED RUN-CONTROL WORKING STORAGE
011400     COPY RUNCTL.
011500
011600* INCLUDE SHARED DATE-VALIDATION WORKING STORAGE
011700     COPY DATECHK.
011800
011900 01  WS-VARIABLES.
012000     05  WS-CURRENT-DATE       PIC X(10) VALUE SPACES.
012100     05  WS-CASE-KEY           PIC 9(07) VALUE ZERO.
012200     05  WS-PREV-CATEGORY      PIC X(04) VALUE SPACES.
012300     05  WS-PREV-OPERATOR      PIC X(08) VALUE SPACES.
012400     05  WS-FIRST-SW           PIC X(01) VALUE 'Y'.
012500         88  FIRST-RECORD      VALUE 'Y'.
012600
012700 01  WS-FILE-SWITCHES.
012800     05  WS-CASENOTE-STATUS    PIC X(02) VALUE SPACES.
012900         88  CASENOTE-OK       VALUE '00'.
013000     05  WS-CASECAT-STATUS     PIC X(02) VALUE SPACES.
013100         88  CASECAT-OK        VALUE '00'.
013200     05  WS-CASEARPT-STATUS    PIC X(02) VALUE SPACES.
013300     05  WS-CASENOTE-SW        PIC X(01) VALUE 'N'.
013400         88  END-OF-CASENOTE   VALUE 'Y'.
013500     05  WS-CASECAT-SW         PIC X(01) VALUE 'N'.
013600         88  END-OF-CASECAT    VALUE 'Y'.
013700     05  WS-CASESORT-SW        PIC X(01) VALUE 'N'.
013800         88  END-OF-CASESORT   VALUE 'Y'.
013900
014000 01  WS-AGING-COUNTS.
014100     05  WS-EVENTS-READ        PIC 9(07) VALUE ZERO.
014200     05  WS-OPEN-COUNT         PIC 9(05) VALUE ZERO.
014300     05  WS-OVERDUE-COUNT      PIC 9(05) VALUE ZERO.
014400     05  WS-CATEGORY-COUNT     PIC 9(05) VALUE ZERO.
014500     05  WS-OPERATOR-COUNT     PIC 9(05) VALUE ZERO.
014600
014700* CASE CATEGORY DESCRIPTIONS FROM CASECAT. A CATEGORY NOT ON IT
014800* (OR NO CASECAT AT ALL) STILL REPORTS, WITHOUT A DESCRIPTION.
014900 01  WS-CATEGORY-TABLE.
015000     05  WS-MAX-CAT-TABLE      PIC 9(04) VALUE 0200 COMP.
015100     05  WS-CAT-TABLE-COUNT    PIC 9(04) VALUE ZERO.
015200     05  WS-CAT-OVERFLOW-SW    PIC X(01) VALUE 'N'.
015300         88  CAT-TABLE-OVERFLOW VALUE 'Y'.
015400     05  WS-CAT-TABLE-ENTRY OCCURS 200 TIMES
015500             INDEXED BY WS-CAT-IDX.
015600         10  WS-CAT-CODE       PIC X(04).
015700         10  WS-CAT-DESC       PIC X(30).
015800
015900* CASES STILL OPEN ON THE LOG. A CLOSE MOVES THE LAST ENTRY INTO
016000* THE GAP. MORE OPEN CASES THAN THE TABLE HOLDS FAILS THE RUN -
016100* AN AGING THAT SILENTLY LEFT CASES OUT WOULD LOOK CLEANER THAN
016200* THE DESK REALLY IS.
016300 01  WS-OPEN-CASE-TABLE.
016400     05  WS-MAX-CASE-TABLE     PIC 9(04) VALUE 5000 COMP.
016500     05  WS-CASE-TABLE-COUNT   PIC 9(04) VALUE ZERO.
016600     05  WS-CASE-SUB           PIC 9(04) COMP VALUE ZERO.
016700     05  WS-CASE-OVERFLOW-SW   PIC X(01) VALUE 'N'.
016800         88  CASE-TABLE-OVERFLOW VALUE 'Y'.
016900     05  WS-CASE-MATCH-SW      PIC X(01) VALUE 'N'.
017000         88  CASE-FOUND        VALUE 'Y'.
017100     05  WS-CASE-TABLE-ENTRY OCCURS 5000 TIMES
017200             INDEXED BY WS-CASE-IDX.
017300         10  WS-CASE-ID        PIC 9(07).
017400         10  WS-CASE-CUSTOMER  PIC 9(06).
017500         10  WS-CASE-CATEGORY  PIC X(04).
017600         10  WS-CASE-PRIORITY  PIC X(01).
017700         10  WS-CASE-TARGET    PIC 9(03).
017800         10  WS-CASE-OPERATOR  PIC X(08).
017900         10  WS-CASE-OPEN-DATE PIC X(10).
018000         10  WS-CASE-LAST-DATE PIC X(10).
018100         10  WS-CASE-SUMMARY   PIC X(60).
018200
018300 01  WS-DATE-WORK.
018400     05  WS-OPEN-CCYYMMDD      PIC 9(08) VALUE ZERO.
018500     05  WS-OPEN-INTEGER       PIC S9(09) COMP VALUE ZERO.
018600     05  WS-CURR-CCYYMMDD      PIC 9(08) VALUE ZERO.
018700     05  WS-CURR-INTEGER       PIC S9(09) COMP VALUE ZERO.
018800     05  WS-DAYS-OPEN          PIC S9(09) COMP VALUE ZERO.
018900
019000 01  WS-REPORT-LINES.
019100     05  WS-HEADER-LINE.
019200         10  FILLER            PIC X(31) VALUE
019300             "CASES OPEN PAST TARGET DAYS".
019400         10  FILLER            PIC X(12) VALUE "  RUN DATE: ".
019500         10  WS-HDR-DATE       PIC X(10) VALUE SPACES.
019600     05  WS-CATEGORY-LINE.
019700         10  FILLER            PIC X(10) VALUE "CATEGORY: ".
019800         10  WS-CTG-CODE       PIC X(04).
019900         10  FILLER            PIC X(02) VALUE SPACES.
020000         10  WS-CTG-DESC       PIC X(30).
020100     05  WS-OPERATOR-LINE.
020200         10  FILLER            PIC X(03) VALUE SPACES.
020300         10  FILLER            PIC X(10) VALUE "OPERATOR: ".
020400         10  WS-OPR-ID         PIC X(08).
020500     05  WS-COLUMN-LINE.
020600         10  FILLER            PIC X(06) VALUE SPACES.
020700         10  FILLER            PIC X(09) VALUE "CASE".
020800         10  FILLER            PIC X(08) VALUE "CUST".
020900         10  FILLER            PIC X(03) VALUE "P".
021000         10  FILLER            PIC X(12) VALUE "OPENED".
021100         10  FILLER            PIC X(08) VALUE "TARGET".
021200         10  FILLER            PIC X(07) VALUE "OPEN".
021300         10  FILLER            PIC X(07) VALUE "OVER".
021400         10  FILLER            PIC X(12) VALUE "LAST NOTE".
021500         10  FILLER            PIC X(07) VALUE "SUMMARY".
021600     05  WS-DETAIL-LINE.
021700         10  FILLER            PIC X(06) VALUE SPACES.
021800         10  WS-DTL-CASE-ID    PIC 9(07).
021900         10  FILLER            PIC X(02) VALUE SPACES.
022000         10  WS-DTL-CUSTOMER   PIC 9(06).
022100         10  FILLER            PIC X(02) VALUE SPACES.
022200         10  WS-DTL-PRIORITY   PIC X(01).
022300         10  FILLER            PIC X(02) VALUE SPACES.
022400         10  WS-DTL-OPEN-DATE  PIC X(10).
022500         10  FILLER            PIC X(02) VALUE SPACES.
022600         10  WS-DTL-TARGET     PIC ZZ9.
022700         10  FILLER            PIC X(03) VALUE SPACES.
022800         10  WS-DTL-DAYS-OPEN  PIC ZZZZ9.
022900         10  FILLER            PIC X(02) VALUE SPACES.
023000         10  WS-DTL-DAYS-OVER  PIC ZZZZ9.
023100         10  FILLER            PIC X(02) VALUE SPACES.
023200         10  WS-DTL-LAST-DATE  PIC X(10).
023300         10  FILLER            PIC X(02) VALUE SPACES.
023400         10  WS-DTL-SUMMARY    PIC X(60).
023500     05  WS-BREAK-LINE.
023600         10  FILLER            PIC X(06) VALUE SPACES.
023700         10  WS-BRK-LABEL      PIC X(30).
023800         10  WS-BRK-COUNT      PIC ZZ,ZZ9.
023900     05  WS-SUMMARY-LINE.
024000         10  FILLER            PIC X(20) VALUE SPACES.
024100         10  WS-SUM-LABEL      PIC X(23).
024200         10  WS-SUM-VALUE      PIC ZZZ,ZZ9.
024300
024400 PROCEDURE DIVISION.
024500 0000-MAINLINE.
024600     DISPLAY "CUSTOMER SERVICE CASE AGING".
024700     PERFORM 1000-INITIALIZE-ROUTINE THRU 1000-EXIT.
024800     IF RETURN-CODE = ZERO
024900         PERFORM 2000-PROCESS-DATA THRU 2000-EXIT
025000     ELSE
025100         DISPLAY "INITIALIZATION FAILED, SKIPPING PROCESS-DATA"
025200     END-IF.
025300     PERFORM 4000-CLEANUP-ROUTINE THRU 4000-EXIT.
025400     STOP RUN.
025500
025600******************************************************************
025700* 1000-INITIALIZE-ROUTINE - OPEN THE REPORT, LOAD THE CATEGORY
025800* DESCRIPTIONS AND REBUILD THE OPEN CASES FROM THE LOG. NO LOG
025900* MEANS NO CASES - THE REPORT COMES OUT EMPTY.
026000******************************************************************
026100 1000-INITIALIZE-ROUTINE.
026200     PERFORM DERIVE-CURRENT-DATE
026300         THRU DERIVE-CURRENT-DATE-EXIT.
026400     MOVE DC-TODAY-DATE TO WS-CURRENT-DATE.
026500     MOVE WS-CURRENT-DATE(1:4) TO WS-CURR-CCYYMMDD(1:4).
026600     MOVE WS-CURRENT-DATE(6:2) TO WS-CURR-CCYYMMDD(5:2).
026700     MOVE WS-CURRENT-DATE(9:2) TO WS-CURR-CCYYMMDD(7:2).
026800     COMPUTE WS-CURR-INTEGER =
026900         FUNCTION INTEGER-OF-DATE(WS-CURR-CCYYMMDD).
027000
027100     OPEN OUTPUT CASEARPT-FILE.
027200     MOVE WS-CURRENT-DATE TO WS-HDR-DATE.
027300     WRITE CASEARPT-LINE FROM WS-HEADER-LINE.
027400
027500     PERFORM 1200-LOAD-CATEGORY-TABLE THRU 1200-EXIT.
027600     PERFORM 1400-LOAD-OPEN-CASES THRU 1400-EXIT.
027700 1000-EXIT.
027800     EXIT.
027900
028000 1200-LOAD-CATEGORY-TABLE.
028100     MOVE ZERO TO WS-CAT-TABLE-COUNT.
028200     OPEN INPUT CASECAT-FILE.
028300     IF NOT CASECAT-OK
028400         DISPLAY "NO CASECAT FOUND, CATEGORIES UNDESCRIBED"
028500         GO TO 1200-EXIT
028600     END-IF.
028700     PERFORM 1250-READ-CASECAT-RECORD THRU 1250-EXIT.
028800     PERFORM 1300-ADD-CATEGORY-ENTRY THRU 1300-EXIT
028900         UNTIL END-OF-CASECAT.
029000     CLOSE CASECAT-FILE.
029100
029200     IF CAT-TABLE-OVERFLOW
029300         DISPLAY "MORE THAN " WS-MAX-CAT-TABLE
029400             " CASE CATEGORIES ON FILE, RUN ABORTED"
029500         MOVE 16 TO RETURN-CODE
029600     END-IF.
029700 1200-EXIT.
029800     EXIT.
029900
030000 1250-READ-CASECAT-RECORD.
030100     READ CASECAT-FILE
030200         AT END
030300             SET END-OF-CASECAT TO TRUE
030400     END-READ.
030500 1250-EXIT.
030600     EXIT.
030700
030800 1300-ADD-CATEGORY-ENTRY.
030900     IF WS-CAT-TABLE-COUNT < WS-MAX-CAT-TABLE
031000         ADD 1 TO WS-CAT-TABLE-COUNT
031100         MOVE CC-CATEGORY
031200             TO WS-CAT-CODE (WS-CAT-TABLE-COUNT)
031300         MOVE CC-DESCRIPTION
031400             TO WS-CAT-DESC (WS-CAT-TABLE-COUNT)
031500     ELSE
031600         SET CAT-TABLE-OVERFLOW TO TRUE
031700     END-IF.
031800     PERFORM 1250-READ-CASECAT-RECORD THRU 1250-EXIT.
031900 1300-EXIT.
032000     EXIT.
032100
032200******************************************************************
032300* 1400-LOAD-OPEN-CASES - READ THE LOG FRONT TO BACK: AN OPEN
032400* EVENT ADDS THE CASE, A NOTE MOVES ITS LAST-NOTE DATE ON, A
032500* CLOSE REMOVES IT.
032600******************************************************************
032700 1400-LOAD-OPEN-CASES.
032800     MOVE ZERO TO WS-CASE-TABLE-COUNT.
032900     OPEN INPUT CASENOTE-FILE.
033000     IF NOT CASENOTE-OK
033100         DISPLAY "NO CASE LOG FOUND, STATUS: "
033200             WS-CASENOTE-STATUS
033300         GO TO 1400-EXIT
033400     END-IF.
033500     PERFORM 1450-READ-CASENOTE-RECORD THRU 1450-EXIT.
033600     PERFORM 1500-APPLY-LOGGED-EVENT THRU 1500-EXIT
033700         UNTIL END-OF-CASENOTE.
033800     CLOSE CASENOTE-FILE.
033900
034000     IF CASE-TABLE-OVERFLOW
034100         DISPLAY "MORE THAN " WS-MAX-CASE-TABLE
034200             " OPEN CASES ON THE LOG, RUN ABORTED"
034300         MOVE 16 TO RETURN-CODE
034400     END-IF.
034500 1400-EXIT.
034600     EXIT.
034700
034800 1450-READ-CASENOTE-RECORD.
034900     READ CASENOTE-FILE
035000         AT END
035100             SET END-OF-CASENOTE TO TRUE
035200         NOT AT END
035300             ADD 1 TO WS-EVENTS-READ
035400     END-READ.
035500 1450-EXIT.
035600     EXIT.
035700
035800 1500-APPLY-LOGGED-EVENT.
035900     IF NT-CASE-OPENED
036000         PERFORM 1550-ADD-OPEN-CASE THRU 1550-EXIT
036100         GO TO 1500-NEXT
036200     END-IF.
036300     MOVE NT-CASE-ID TO WS-CASE-KEY.
036400     PERFORM 1600-FIND-OPEN-CASE THRU 1600-EXIT.
036500     IF NOT CASE-FOUND
036600         GO TO 1500-NEXT
036700     END-IF.
036800     IF NT-CASE-CLOSED
036900         PERFORM 1650-REMOVE-OPEN-CASE THRU 1650-EXIT
037000     ELSE
037100         MOVE NT-EVENT-DATE TO WS-CASE-LAST-DATE (WS-CASE-IDX)
037200     END-IF.
037300 1500-NEXT.
037400     PERFORM 1450-READ-CASENOTE-RECORD THRU 1450-EXIT.
037500 1500-EXIT.
037600     EXIT.
037700
037800 1550-ADD-OPEN-CASE.
037900     IF WS-CASE-TABLE-COUNT < WS-MAX-CASE-TABLE
038000         ADD 1 TO WS-CASE-TABLE-COUNT
038100         MOVE NT-CASE-ID
038200             TO WS-CASE-ID (WS-CASE-TABLE-COUNT)
038300         MOVE NT-CUSTOMER-ID
038400             TO WS-CASE-CUSTOMER (WS-CASE-TABLE-COUNT)
038500         MOVE NT-CATEGORY
038600             TO WS-CASE-CATEGORY (WS-CASE-TABLE-COUNT)
038700         MOVE NT-PRIORITY
038800             TO WS-CASE-PRIORITY (WS-CASE-TABLE-COUNT)
038900         MOVE NT-TARGET-DAYS
039000             TO WS-CASE-TARGET (WS-CASE-TABLE-COUNT)
039100         MOVE NT-OPERATOR-ID
039200             TO WS-CASE-OPERATOR (WS-CASE-TABLE-COUNT)
039300         MOVE NT-EVENT-DATE
039400             TO WS-CASE-OPEN-DATE (WS-CASE-TABLE-COUNT)
039500         MOVE SPACES
039600             TO WS-CASE-LAST-DATE (WS-CASE-TABLE-COUNT)
039700         MOVE NT-TEXT
039800             TO WS-CASE-SUMMARY (WS-CASE-TABLE-COUNT)
039900     ELSE
040000         SET CASE-TABLE-OVERFLOW TO TRUE
040100     END-IF.
040200 1550-EXIT.
040300     EXIT.
040400
040500 1600-FIND-OPEN-CASE.
040600     MOVE 'N' TO WS-CASE-MATCH-SW.
040700     SET WS-CASE-IDX TO 1.
040800     SEARCH WS-CASE-TABLE-ENTRY
040900         AT END
041000             CONTINUE
041100         WHEN WS-CASE-IDX > WS-CASE-TABLE-COUNT
041200             CONTINUE
041300         WHEN WS-CASE-ID (WS-CASE-IDX) = WS-CASE-KEY
041400             SET CASE-FOUND TO TRUE
041500     END-SEARCH.
041600 1600-EXIT.
041700     EXIT.
041800
041900* THE LAST ENTRY FILLS THE GAP - TABLE ORDER DOES NOT MATTER,
042000* THE REPORT IS SORTED.
042100 1650-REMOVE-OPEN-CASE.
042200     IF WS-CASE-IDX < WS-CASE-TABLE-COUNT
042300         MOVE WS-CASE-TABLE-ENTRY (WS-CASE-TABLE-COUNT)
042400             TO WS-CASE-TABLE-ENTRY (WS-CASE-IDX)
042500     END-IF.
042600     SUBTRACT 1 FROM WS-CASE-TABLE-COUNT.
042700 1650-EXIT.
042800     EXIT.
042900
043000******************************************************************
043100* 2000-PROCESS-DATA - SORT THE OVERDUE CASES BY CATEGORY AND
043200* OPENING OPERATOR, OLDEST FIRST WITHIN EACH, AND PRINT THEM
043300* WITH A COUNT AT EACH BREAK.
043400******************************************************************
043500 2000-PROCESS-DATA.
043600     MOVE WS-CASE-TABLE-COUNT TO WS-OPEN-COUNT.
043700     SORT CASESORT-FILE
043800         ON ASCENDING KEY SA-CATEGORY
043900         ON ASCENDING KEY SA-OPERATOR-ID
044000         ON DESCENDING KEY SA-DAYS-OPEN
044100         ON ASCENDING KEY SA-CASE-ID
044200         INPUT PROCEDURE IS 2100-RELEASE-OVERDUE
044300             THRU 2100-EXIT
044400         OUTPUT PROCEDURE IS 3000-PRINT-OVERDUE
044500             THRU 3000-EXIT.
044600 2000-EXIT.
044700     EXIT.
044800
044900 2100-RELEASE-OVERDUE.
045000     PERFORM 2200-AGE-ONE-CASE THRU 2200-EXIT
045100         VARYING WS-CASE-SUB FROM 1 BY 1
045200         UNTIL WS-CASE-SUB > WS-CASE-TABLE-COUNT.
045300 2100-EXIT.
045400     EXIT.
045500
045600* A CASE IS OVERDUE ONCE IT HAS BEEN OPEN MORE DAYS THAN ITS
045700* TARGET - A TWO-DAY TARGET IS STILL MET ON THE SECOND DAY.
045800 2200-AGE-ONE-CASE.
045900     MOVE WS-CASE-OPEN-DATE (WS-CASE-SUB)(1:4)
046000         TO WS-OPEN-CCYYMMDD(1:4).
046100     MOVE WS-CASE-OPEN-DATE (WS-CASE-SUB)(6:2)
046200         TO WS-OPEN-CCYYMMDD(5:2).
046300     MOVE WS-CASE-OPEN-DATE (WS-CASE-SUB)(9:2)
046400         TO WS-OPEN-CCYYMMDD(7:2).
046500     COMPUTE WS-OPEN-INTEGER =
046600         FUNCTION INTEGER-OF-DATE(WS-OPEN-CCYYMMDD).
046700     COMPUTE WS-DAYS-OPEN = WS-CURR-INTEGER - WS-OPEN-INTEGER.
046800     IF WS-DAYS-OPEN NOT > WS-CASE-TARGET (WS-CASE-SUB)
046900         GO TO 2200-EXIT
047000     END-IF.
047100
047200     MOVE SPACES TO CASESORT-RECORD.
047300     MOVE WS-CASE-CATEGORY (WS-CASE-SUB) TO SA-CATEGORY.
047400     MOVE WS-CASE-OPERATOR (WS-CASE-SUB) TO SA-OPERATOR-ID.
047500     MOVE WS-DAYS-OPEN TO SA-DAYS-OPEN.
047600     MOVE WS-CASE-ID (WS-CASE-SUB) TO SA-CASE-ID.
047700     MOVE WS-CASE-CUSTOMER (WS-CASE-SUB) TO SA-CUSTOMER-ID.
047800     MOVE WS-CASE-PRIORITY (WS-CASE-SUB) TO SA-PRIORITY.
047900     MOVE WS-CASE-OPEN-DATE (WS-CASE-SUB) TO SA-OPEN-DATE.
048000     MOVE WS-CASE-TARGET (WS-CASE-SUB) TO SA-TARGET-DAYS.
048100     MOVE WS-CASE-LAST-DATE (WS-CASE-SUB) TO SA-LAST-DATE.
048200     MOVE WS-CASE-SUMMARY (WS-CASE-SUB) TO SA-SUMMARY.
048300     RELEASE CASESORT-RECORD.
048400 2200-EXIT.
048500     EXIT.
048600
048700******************************************************************
048800* 3000-PRINT-OVERDUE - RETURN THE SORTED CASES AND PRINT THEM,
048900* BREAKING ON OPERATOR WITHIN CATEGORY.
049000******************************************************************
049100 3000-PRINT-OVERDUE.
049200     PERFORM 3100-RETURN-SORTED-RECORD THRU 3100-EXIT.
049300     PERFORM 3200-PRINT-ONE-CASE THRU 3200-EXIT
049400         UNTIL END-OF-CASESORT.
049500     IF NOT FIRST-RECORD
049600         PERFORM 3500-CLOSE-OPERATOR THRU 3500-EXIT
049700         PERFORM 3600-CLOSE-CATEGORY THRU 3600-EXIT
049800     END-IF.
049900 3000-EXIT.
050000     EXIT.
050100
050200 3100-RETURN-SORTED-RECORD.
050300     RETURN CASESORT-FILE
050400         AT END
050500             SET END-OF-CASESORT TO TRUE
050600     END-RETURN.
050700 3100-EXIT.
050800     EXIT.
050900
051000 3200-PRINT-ONE-CASE.
051100     IF NOT FIRST-RECORD
051200             AND SA-CATEGORY NOT = WS-PREV-CATEGORY
051300         PERFORM 3500-CLOSE-OPERATOR THRU 3500-EXIT
051400         PERFORM 3600-CLOSE-CATEGORY THRU 3600-EXIT
051500     END-IF.
051600     IF NOT FIRST-RECORD
051700             AND SA-CATEGORY = WS-PREV-CATEGORY
051800             AND SA-OPERATOR-ID NOT = WS-PREV-OPERATOR
051900         PERFORM 3500-CLOSE-OPERATOR THRU 3500-EXIT
052000     END-IF.
052100     IF FIRST-RECORD OR SA-CATEGORY NOT = WS-PREV-CATEGORY
052200         PERFORM 3300-START-CATEGORY THRU 3300-EXIT
052300     END-IF.
052400     IF WS-OPERATOR-COUNT = ZERO
052500         PERFORM 3400-START-OPERATOR THRU 3400-EXIT
052600     END-IF.
052700     MOVE 'N' TO WS-FIRST-SW.
052800
052900     MOVE SPACES TO WS-DETAIL-LINE.
053000     MOVE SA-CASE-ID TO WS-DTL-CASE-ID.
053100     MOVE SA-CUSTOMER-ID TO WS-DTL-CUSTOMER.
053200     MOVE SA-PRIORITY TO WS-DTL-PRIORITY.
053300     MOVE SA-OPEN-DATE TO WS-DTL-OPEN-DATE.
053400     MOVE SA-TARGET-DAYS TO WS-DTL-TARGET.
053500     MOVE SA-DAYS-OPEN TO WS-DTL-DAYS-OPEN.
053600     COMPUTE WS-DTL-DAYS-OVER = SA-DAYS-OPEN - SA-TARGET-DAYS.
053700     MOVE SA-LAST-DATE TO WS-DTL-LAST-DATE.
053800     MOVE SA-SUMMARY TO WS-DTL-SUMMARY.
053900     WRITE CASEARPT-LINE FROM WS-DETAIL-LINE.
054000     ADD 1 TO WS-OPERATOR-COUNT.
054100     ADD 1 TO WS-CATEGORY-COUNT.
054200     ADD 1 TO WS-OVERDUE-COUNT.
054300
054400     PERFORM 3100-RETURN-SORTED-RECORD THRU 3100-EXIT.
054500 3200-EXIT.
054600     EXIT.
054700
054800 3300-START-CATEGORY.
054900     MOVE SA-CATEGORY TO WS-PREV-CATEGORY.
055000     MOVE ZERO TO WS-CATEGORY-COUNT.
055100     MOVE SPACES TO WS-CATEGORY-LINE.
055200     MOVE SA-CATEGORY TO WS-CTG-CODE.
055300     MOVE "(NOT ON CASECAT)" TO WS-CTG-DESC.
055400     SET WS-CAT-IDX TO 1.
055500     SEARCH WS-CAT-TABLE-ENTRY
055600         AT END
055700             CONTINUE
055800         WHEN WS-CAT-IDX > WS-CAT-TABLE-COUNT
055900             CONTINUE
056000         WHEN WS-CAT-CODE (WS-CAT-IDX) = SA-CATEGORY
056100             MOVE WS-CAT-DESC (WS-CAT-IDX) TO WS-CTG-DESC
056200     END-SEARCH.
056300     MOVE SPACES TO CASEARPT-LINE.
056400     WRITE CASEARPT-LINE.
056500     WRITE CASEARPT-LINE FROM WS-CATEGORY-LINE.
056600 3300-EXIT.
056700     EXIT.
056800
056900 3400-START-OPERATOR.
057000     MOVE SA-OPERATOR-ID TO WS-PREV-OPERATOR.
057100     MOVE SPACES TO WS-OPERATOR-LINE.
057200     MOVE SA-OPERATOR-ID TO WS-OPR-ID.
057300     WRITE CASEARPT-LINE FROM WS-OPERATOR-LINE.
057400     WRITE CASEARPT-LINE FROM WS-COLUMN-LINE.
057500 3400-EXIT.
057600     EXIT.
057700
057800 3500-CLOSE-OPERATOR.
057900     MOVE SPACES TO WS-BREAK-LINE.
058000     MOVE "OVERDUE FOR OPERATOR:" TO WS-BRK-LABEL.
058100     MOVE WS-OPERATOR-COUNT TO WS-BRK-COUNT.
058200     WRITE CASEARPT-LINE FROM WS-BREAK-LINE.
058300     MOVE ZERO TO WS-OPERATOR-COUNT.
058400 3500-EXIT.
058500     EXIT.
058600
058700 3600-CLOSE-CATEGORY.
058800     MOVE SPACES TO WS-BREAK-LINE.
058900     MOVE "OVERDUE IN CATEGORY:" TO WS-BRK-LABEL.
059000     MOVE WS-CATEGORY-COUNT TO WS-BRK-COUNT.
059100     WRITE CASEARPT-LINE FROM WS-BREAK-LINE.
059200 3600-EXIT.
059300     EXIT.
059400
059500* INCLUDE THE SHARED CHECK-DATE-FORMAT UTILITY PARAGRAPHS
059600     COPY CHKDATE.
059700
059800******************************************************************
059900* 4000-CLEANUP-ROUTINE - PRINT THE SUMMARY COUNTS, CLOSE THE
060000* REPORT AND STAMP RUN CONTROL.
060100******************************************************************
060200 4000-CLEANUP-ROUTINE.
060300     MOVE SPACES TO CASEARPT-LINE.
060400     WRITE CASEARPT-LINE.
060500     MOVE SPACES TO WS-SUMMARY-LINE.
060600     MOVE "LOG EVENTS READ:       " TO WS-SUM-LABEL.
060700     MOVE WS-EVENTS-READ TO WS-SUM-VALUE.
060800     WRITE CASEARPT-LINE FROM WS-SUMMARY-LINE.
060900
061000     MOVE "CASES OPEN:            " TO WS-SUM-LABEL.
061100     MOVE WS-OPEN-COUNT TO WS-SUM-VALUE.
061200     WRITE CASEARPT-LINE FROM WS-SUMMARY-LINE.
061300
061400     MOVE "CASES PAST TARGET:     " TO WS-SUM-LABEL.
061500     MOVE WS-OVERDUE-COUNT TO WS-SUM-VALUE.
061600     WRITE CASEARPT-LINE FROM WS-SUMMARY-LINE.
061700
061800     CLOSE CASEARPT-FILE.
061900
062000     MOVE "CASEAGE" TO RC-STAMP-PROGRAM.
062100     MOVE WS-CURRENT-DATE TO RC-STAMP-DATE.
062200     PERFORM STAMP-RUN-CONTROL THRU STAMP-RUN-CONTROL-EXIT.
062300
062400     DISPLAY "CASES PAST TARGET: " WS-OVERDUE-COUNT.
062500     DISPLAY "CASE AGING COMPLETE".
062600 4000-EXIT.
062700     EXIT.
062800
062900* INCLUDE THE SHARED RUN-CONTROL UTILITY PARAGRAPHS
063000     COPY CHKRUN.
