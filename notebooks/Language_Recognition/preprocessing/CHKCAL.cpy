000100******************************************************************
000200* CHKCAL - BUSINESS-CALENDAR UTILITY PARAGRAPHS
000300******************************************************************
000400* MODIFICATION HISTORY
000500* ----------------------------------------------------------------
000600* DATE        INIT  DESCRIPTION
000700* 2026-10-15  RDM   ORIGINAL VERSION - LOADS THE BUSCAL BUSINESS
000800*                   CALENDAR (HOLIDAYS AND FISCAL PERIODS), TELLS
000900*                   A CALLER WHETHER A DATE IS A BUSINESS DAY,
001000*                   COUNTS THE BUSINESS DAYS BETWEEN TWO DATES AND
001100*                   FINDS THE FISCAL PERIOD FOR A DATE OR AN ID.
001200*                   A BAD BUSCAL RECORD IS REPORTED AND SKIPPED,
001300*                   NEVER LOADED. SEE CALCHK.cpy FOR THE SHARED
001400*                   FIELDS AND THE CALLING CONVENTION.
001500******************************************************************
001600 LOAD-BUSINESS-CALENDAR.
001700     MOVE ZERO TO WS-HOLIDAY-COUNT.
001800     MOVE ZERO TO WS-FISCAL-COUNT.
001900     MOVE ZERO TO WS-BUSCAL-REJECTS.
002000     MOVE 'N' TO WS-BUSCAL-LOADED-SW.
002100     MOVE 'N' TO WS-BUSCAL-OVERFLOW-SW.
002200     OPEN INPUT BUSCAL-FILE.
002300     IF NOT BUSCAL-OK
002400         DISPLAY "NO BUSCAL BUSINESS CALENDAR FOUND, STATUS: "
002500             WS-BUSCAL-STATUS
002600         GO TO LOAD-BUSINESS-CALENDAR-EXIT
002700     END-IF.
002800     PERFORM READ-BUSCAL-RECORD THRU READ-BUSCAL-RECORD-EXIT.
002900     PERFORM ADD-BUSCAL-ENTRY THRU ADD-BUSCAL-ENTRY-EXIT
003000         UNTIL END-OF-BUSCAL.
003100     CLOSE BUSCAL-FILE.
003200     IF WS-BUSCAL-REJECTS > ZERO
003300         DISPLAY "WARNING: " WS-BUSCAL-REJECTS
003400             " BUSCAL RECORDS REJECTED"
003500     END-IF.
003600     IF WS-HOLIDAY-COUNT > ZERO OR WS-FISCAL-COUNT > ZERO
003700         SET BUSINESS-CALENDAR-LOADED TO TRUE
003800     END-IF.
003900 LOAD-BUSINESS-CALENDAR-EXIT.
004000     EXIT.

004100 READ-BUSCAL-RECORD.
004200     READ BUSCAL-FILE
004300         AT END
004400             SET END-OF-BUSCAL TO TRUE
004500     END-READ.
004600 READ-BUSCAL-RECORD-EXIT.
004700     EXIT.

004800 ADD-BUSCAL-ENTRY.
004900     EVALUATE BC-RECORD-TYPE
005000         WHEN 'H'
005100             PERFORM ADD-HOLIDAY-ENTRY THRU ADD-HOLIDAY-ENTRY-EXIT
005200         WHEN 'F'
005300             PERFORM ADD-FISCAL-ENTRY THRU ADD-FISCAL-ENTRY-EXIT
005400         WHEN OTHER
005500             DISPLAY "BUSCAL RECORD TYPE NOT H OR F: "
005600                 BC-RECORD-TYPE
005700             ADD 1 TO WS-BUSCAL-REJECTS
005800     END-EVALUATE.
005900     IF BUSINESS-CALENDAR-OVERFLOW
006000         SET END-OF-BUSCAL TO TRUE
006100         GO TO ADD-BUSCAL-ENTRY-EXIT
006200     END-IF.
006300     PERFORM READ-BUSCAL-RECORD THRU READ-BUSCAL-RECORD-EXIT.
006400 ADD-BUSCAL-ENTRY-EXIT.
006500     EXIT.

006600* A HOLIDAY KEYED TWICE IS LOADED ONCE, SO A COUNT NEVER TAKES THE
006700* SAME DAY OFF TWICE.
006800 ADD-HOLIDAY-ENTRY.
006900     MOVE BC-HOL-DATE TO CL-CONV-DATE.
007000     PERFORM CONVERT-CALENDAR-DATE
007100         THRU CONVERT-CALENDAR-DATE-EXIT.
007200     IF CL-CONV-INTEGER = ZERO
007300         DISPLAY "BUSCAL HOLIDAY DATE INVALID: " BC-HOL-DATE
007400         ADD 1 TO WS-BUSCAL-REJECTS
007500         GO TO ADD-HOLIDAY-ENTRY-EXIT
007600     END-IF.
007700     MOVE ZERO TO CL-BEST-SUB.
007800     PERFORM SCAN-HOLIDAY-DUPLICATE
007900         THRU SCAN-HOLIDAY-DUPLICATE-EXIT
008000         VARYING CL-SUB FROM 1 BY 1
008100         UNTIL CL-SUB > WS-HOLIDAY-COUNT.
008200     IF CL-BEST-SUB > ZERO
008300         GO TO ADD-HOLIDAY-ENTRY-EXIT
008400     END-IF.
008500     IF WS-HOLIDAY-COUNT NOT < WS-MAX-HOLIDAY-TABLE
008600         DISPLAY "WARNING: BUSCAL EXCEEDS " WS-MAX-HOLIDAY-TABLE
008700             " HOLIDAYS, REMAINDER IGNORED"
008800         SET BUSINESS-CALENDAR-OVERFLOW TO TRUE
008900         GO TO ADD-HOLIDAY-ENTRY-EXIT
009000     END-IF.
009100     ADD 1 TO WS-HOLIDAY-COUNT.
009200     MOVE BC-HOL-DATE TO WS-HOLIDAY-DATE (WS-HOLIDAY-COUNT).
009300     MOVE CL-CONV-INTEGER
009400         TO WS-HOLIDAY-INTEGER (WS-HOLIDAY-COUNT).
009500 ADD-HOLIDAY-ENTRY-EXIT.
009600     EXIT.

009700 SCAN-HOLIDAY-DUPLICATE.
009800     IF WS-HOLIDAY-INTEGER (CL-SUB) = CL-CONV-INTEGER
009900         MOVE CL-SUB TO CL-BEST-SUB
010000     END-IF.
010100 SCAN-HOLIDAY-DUPLICATE-EXIT.
010200     EXIT.

010300* A PERIOD MUST HAVE AN ID, TWO REAL DATES AND END NO EARLIER
010400* THAN IT STARTS.
010500 ADD-FISCAL-ENTRY.
010600     IF BC-PERIOD-ID = SPACES
010700         DISPLAY "BUSCAL FISCAL PERIOD HAS NO ID"
010800         ADD 1 TO WS-BUSCAL-REJECTS
010900         GO TO ADD-FISCAL-ENTRY-EXIT
011000     END-IF.
011100     MOVE BC-PERIOD-START TO CL-CONV-DATE.
011200     PERFORM CONVERT-CALENDAR-DATE
011300         THRU CONVERT-CALENDAR-DATE-EXIT.
011400     MOVE CL-CONV-INTEGER TO CL-FROM-INTEGER.
011500     MOVE BC-PERIOD-END TO CL-CONV-DATE.
011600     PERFORM CONVERT-CALENDAR-DATE
011700         THRU CONVERT-CALENDAR-DATE-EXIT.
011800     MOVE CL-CONV-INTEGER TO CL-TO-INTEGER.
011900     IF CL-FROM-INTEGER = ZERO
012000             OR CL-TO-INTEGER = ZERO
012100             OR CL-TO-INTEGER < CL-FROM-INTEGER
012200         DISPLAY "BUSCAL FISCAL PERIOD " BC-PERIOD-ID
012300             " DATES INVALID: " BC-PERIOD-START " "
012400             BC-PERIOD-END
012500         ADD 1 TO WS-BUSCAL-REJECTS
012600         GO TO ADD-FISCAL-ENTRY-EXIT
012700     END-IF.
012800     IF WS-FISCAL-COUNT NOT < WS-MAX-FISCAL-TABLE
012900         DISPLAY "WARNING: BUSCAL EXCEEDS " WS-MAX-FISCAL-TABLE
013000             " FISCAL PERIODS, REMAINDER IGNORED"
013100         SET BUSINESS-CALENDAR-OVERFLOW TO TRUE
013200         GO TO ADD-FISCAL-ENTRY-EXIT
013300     END-IF.
013400     ADD 1 TO WS-FISCAL-COUNT.
013500     MOVE BC-PERIOD-ID TO WS-FISCAL-ID (WS-FISCAL-COUNT).
013600     MOVE BC-FISCAL-YEAR TO WS-FISCAL-YEAR (WS-FISCAL-COUNT).
013700     MOVE BC-PERIOD-START TO WS-FISCAL-START (WS-FISCAL-COUNT).
013800     MOVE BC-PERIOD-END TO WS-FISCAL-END (WS-FISCAL-COUNT).
013900 ADD-FISCAL-ENTRY-EXIT.
014000     EXIT.

014100* CCYY-MM-DD TO A DAY NUMBER IN CL-CONV-INTEGER; ZERO WHEN THE
014200* DATE IS NOT A REAL CALENDAR DATE. THE DAY IS ADDED TO THE FIRST
014300* OF THE MONTH AND CONVERTED BACK, SO 2026-02-30 IS CAUGHT.
014400 CONVERT-CALENDAR-DATE.
014500     MOVE ZERO TO CL-CONV-INTEGER.
014600     IF CL-CONV-DATE(5:1) NOT = "-"
014700             OR CL-CONV-DATE(8:1) NOT = "-"
014800             OR CL-CONV-DATE(1:4) IS NOT NUMERIC
014900             OR CL-CONV-DATE(6:2) IS NOT NUMERIC
015000             OR CL-CONV-DATE(9:2) IS NOT NUMERIC
015100         GO TO CONVERT-CALENDAR-DATE-EXIT
015200     END-IF.
015300     MOVE CL-CONV-DATE(1:4) TO CL-CONV-CCYYMMDD(1:4).
015400     MOVE CL-CONV-DATE(6:2) TO CL-CONV-CCYYMMDD(5:2).
015500     MOVE "01" TO CL-CONV-CCYYMMDD(7:2).
015600     MOVE CL-CONV-DATE(6:2) TO CL-CONV-MM.
015700     MOVE CL-CONV-DATE(9:2) TO CL-CONV-DD.
015800     IF CL-CONV-CCYYMMDD < 19000101
015900             OR CL-CONV-MM < 1 OR CL-CONV-MM > 12
016000             OR CL-CONV-DD < 1 OR CL-CONV-DD > 31
016100         GO TO CONVERT-CALENDAR-DATE-EXIT
016200     END-IF.
016300     COMPUTE CL-CONV-INTEGER =
016400         FUNCTION INTEGER-OF-DATE(CL-CONV-CCYYMMDD)
016500         + CL-CONV-DD - 1.
016600     COMPUTE CL-CHECK-CCYYMMDD =
016700         FUNCTION DATE-OF-INTEGER(CL-CONV-INTEGER).
016800     IF CL-CHECK-CCYYMMDD(7:2) NOT = CL-CONV-DATE(9:2)
016900         MOVE ZERO TO CL-CONV-INTEGER
017000     END-IF.
017100 CONVERT-CALENDAR-DATE-EXIT.
017200     EXIT.

017300* DAY NUMBER 1 (1601-01-01) WAS A MONDAY, SO THE REMAINDER OF
017400* (DAY NUMBER - 1) / 7 IS 0 FOR MONDAY THROUGH 6 FOR SUNDAY.
017500 DERIVE-CALENDAR-WEEKDAY.
017600     SUBTRACT 1 FROM CL-DAY-INTEGER GIVING CL-QUOTIENT.
017700     DIVIDE CL-QUOTIENT BY 7 GIVING CL-QUOTIENT
017800         REMAINDER CL-WEEKDAY.
017900 DERIVE-CALENDAR-WEEKDAY-EXIT.
018000     EXIT.

018100 CHECK-BUSINESS-DAY.
018200     MOVE 'N' TO CL-BUSINESS-DAY-SW.
018300     MOVE ZERO TO CL-WEEKDAY.
018400     MOVE CL-DATE TO CL-CONV-DATE.
018500     PERFORM CONVERT-CALENDAR-DATE
018600         THRU CONVERT-CALENDAR-DATE-EXIT.
018700     IF CL-CONV-INTEGER = ZERO
018800         GO TO CHECK-BUSINESS-DAY-EXIT
018900     END-IF.
019000     MOVE CL-CONV-INTEGER TO CL-DAY-INTEGER.
019100     PERFORM DERIVE-CALENDAR-WEEKDAY
019200         THRU DERIVE-CALENDAR-WEEKDAY-EXIT.
019300     IF CL-WEEKDAY > 4
019400         GO TO CHECK-BUSINESS-DAY-EXIT
019500     END-IF.
019600     SET IS-BUSINESS-DAY TO TRUE.
019700     PERFORM SCAN-HOLIDAY-DATE THRU SCAN-HOLIDAY-DATE-EXIT
019800         VARYING CL-SUB FROM 1 BY 1
019900         UNTIL CL-SUB > WS-HOLIDAY-COUNT
020000             OR NOT IS-BUSINESS-DAY.
020100 CHECK-BUSINESS-DAY-EXIT.
020200     EXIT.

020300 SCAN-HOLIDAY-DATE.
020400     IF WS-HOLIDAY-INTEGER (CL-SUB) = CL-DAY-INTEGER
020500         MOVE 'N' TO CL-BUSINESS-DAY-SW
020600     END-IF.
020700 SCAN-HOLIDAY-DATE-EXIT.
020800     EXIT.

020900* BUSINESS DAYS AFTER CL-FROM-DATE UP TO AND INCLUDING
021000* CL-TO-DATE. WHOLE WEEKS COUNT FIVE EACH, THE ODD DAYS LEFT OVER
021100* ARE TAKEN ONE AT A TIME, AND EVERY WEEKDAY HOLIDAY INSIDE THE
021200* SPAN COMES OFF THE TOTAL.
021300 COUNT-BUSINESS-DAYS.
021400     MOVE ZERO TO CL-DAY-COUNT.
021500     SET CALENDAR-DATES-OK TO TRUE.
021600     MOVE CL-FROM-DATE TO CL-CONV-DATE.
021700     PERFORM CONVERT-CALENDAR-DATE
021800         THRU CONVERT-CALENDAR-DATE-EXIT.
021900     MOVE CL-CONV-INTEGER TO CL-FROM-INTEGER.
022000     MOVE CL-TO-DATE TO CL-CONV-DATE.
022100     PERFORM CONVERT-CALENDAR-DATE
022200         THRU CONVERT-CALENDAR-DATE-EXIT.
022300     MOVE CL-CONV-INTEGER TO CL-TO-INTEGER.
022400     IF CL-FROM-INTEGER = ZERO OR CL-TO-INTEGER = ZERO
022500         SET CALENDAR-DATES-BAD TO TRUE
022600         GO TO COUNT-BUSINESS-DAYS-EXIT
022700     END-IF.
022800     IF CL-TO-INTEGER NOT > CL-FROM-INTEGER
022900         GO TO COUNT-BUSINESS-DAYS-EXIT
023000     END-IF.
023100     SUBTRACT CL-FROM-INTEGER FROM CL-TO-INTEGER
023200         GIVING CL-SPAN-DAYS.
023300     DIVIDE CL-SPAN-DAYS BY 7 GIVING CL-WEEKS
023400         REMAINDER CL-ODD-DAYS.
023500     MULTIPLY CL-WEEKS BY 5 GIVING CL-DAY-COUNT.
023600     COMPUTE CL-DAY-INTEGER = CL-FROM-INTEGER + CL-WEEKS * 7.
023700     PERFORM COUNT-ODD-DAY THRU COUNT-ODD-DAY-EXIT
023800         VARYING CL-SUB FROM 1 BY 1
023900         UNTIL CL-SUB > CL-ODD-DAYS.
024000     PERFORM COUNT-SPAN-HOLIDAY THRU COUNT-SPAN-HOLIDAY-EXIT
024100         VARYING CL-SUB FROM 1 BY 1
024200         UNTIL CL-SUB > WS-HOLIDAY-COUNT.
024300 COUNT-BUSINESS-DAYS-EXIT.
024400     EXIT.

024500 COUNT-ODD-DAY.
024600     ADD 1 TO CL-DAY-INTEGER.
024700     PERFORM DERIVE-CALENDAR-WEEKDAY
024800         THRU DERIVE-CALENDAR-WEEKDAY-EXIT.
024900     IF CL-WEEKDAY < 5
025000         ADD 1 TO CL-DAY-COUNT
025100     END-IF.
025200 COUNT-ODD-DAY-EXIT.
025300     EXIT.

025400 COUNT-SPAN-HOLIDAY.
025500     IF WS-HOLIDAY-INTEGER (CL-SUB) NOT > CL-FROM-INTEGER
025600             OR WS-HOLIDAY-INTEGER (CL-SUB) > CL-TO-INTEGER
025700         GO TO COUNT-SPAN-HOLIDAY-EXIT
025800     END-IF.
025900     MOVE WS-HOLIDAY-INTEGER (CL-SUB) TO CL-DAY-INTEGER.
026000     PERFORM DERIVE-CALENDAR-WEEKDAY
026100         THRU DERIVE-CALENDAR-WEEKDAY-EXIT.
026200     IF CL-WEEKDAY < 5
026300         SUBTRACT 1 FROM CL-DAY-COUNT
026400     END-IF.
026500 COUNT-SPAN-HOLIDAY-EXIT.
026600     EXIT.

026700* THE PERIOD WHOSE FIRST AND CLOSING DAYS BRACKET CL-ASOF-DATE.
026800 FIND-FISCAL-PERIOD.
026900     MOVE SPACES TO CL-PERIOD-ID.
027000     MOVE ZERO TO CL-BEST-SUB.
027100     PERFORM SCAN-FISCAL-ASOF THRU SCAN-FISCAL-ASOF-EXIT
027200         VARYING CL-SUB FROM 1 BY 1
027300         UNTIL CL-SUB > WS-FISCAL-COUNT
027400             OR CL-BEST-SUB > ZERO.
027500     PERFORM SET-FISCAL-RESULT THRU SET-FISCAL-RESULT-EXIT.
027600 FIND-FISCAL-PERIOD-EXIT.
027700     EXIT.

027800 SCAN-FISCAL-ASOF.
027900     IF WS-FISCAL-START (CL-SUB) NOT > CL-ASOF-DATE
028000             AND WS-FISCAL-END (CL-SUB) NOT < CL-ASOF-DATE
028100         MOVE CL-SUB TO CL-BEST-SUB
028200     END-IF.
028300 SCAN-FISCAL-ASOF-EXIT.
028400     EXIT.

028500* THE LAST PERIOD TO CLOSE BEFORE CL-ASOF-DATE - THE PERIOD A
028600* MONTH-END RUN REPORTS ON BY DEFAULT.
028700 FIND-PRIOR-FISCAL-PERIOD.
028800     MOVE SPACES TO CL-PERIOD-ID.
028900     MOVE ZERO TO CL-BEST-SUB.
029000     PERFORM SCAN-FISCAL-PRIOR THRU SCAN-FISCAL-PRIOR-EXIT
029100         VARYING CL-SUB FROM 1 BY 1
029200         UNTIL CL-SUB > WS-FISCAL-COUNT.
029300     PERFORM SET-FISCAL-RESULT THRU SET-FISCAL-RESULT-EXIT.
029400 FIND-PRIOR-FISCAL-PERIOD-EXIT.
029500     EXIT.

029600 SCAN-FISCAL-PRIOR.
029700     IF WS-FISCAL-END (CL-SUB) NOT < CL-ASOF-DATE
029800         GO TO SCAN-FISCAL-PRIOR-EXIT
029900     END-IF.
030000     IF CL-BEST-SUB = ZERO
030100         MOVE CL-SUB TO CL-BEST-SUB
030200         GO TO SCAN-FISCAL-PRIOR-EXIT
030300     END-IF.
030400     IF WS-FISCAL-END (CL-SUB) > WS-FISCAL-END (CL-BEST-SUB)
030500         MOVE CL-SUB TO CL-BEST-SUB
030600     END-IF.
030700 SCAN-FISCAL-PRIOR-EXIT.
030800     EXIT.

030900 FIND-FISCAL-PERIOD-BY-ID.
031000     MOVE ZERO TO CL-BEST-SUB.
031100     PERFORM SCAN-FISCAL-ID THRU SCAN-FISCAL-ID-EXIT
031200         VARYING CL-SUB FROM 1 BY 1
031300         UNTIL CL-SUB > WS-FISCAL-COUNT
031400             OR CL-BEST-SUB > ZERO.
031500     PERFORM SET-FISCAL-RESULT THRU SET-FISCAL-RESULT-EXIT.
031600 FIND-FISCAL-PERIOD-BY-ID-EXIT.
031700     EXIT.

031800 SCAN-FISCAL-ID.
031900     IF WS-FISCAL-ID (CL-SUB) = CL-PERIOD-ID
032000         MOVE CL-SUB TO CL-BEST-SUB
032100     END-IF.
032200 SCAN-FISCAL-ID-EXIT.
032300     EXIT.

032400* RETURN THE PERIOD AT CL-BEST-SUB, AND THE EARLIEST FIRST DAY OF
032500* ANY PERIOD IN THE SAME FISCAL YEAR AS THE YEAR START.
032600 SET-FISCAL-RESULT.
032700     MOVE 'N' TO CL-PERIOD-FOUND-SW.
032800     MOVE SPACES TO CL-FISCAL-YEAR.
032900     MOVE SPACES TO CL-PERIOD-START.
033000     MOVE SPACES TO CL-PERIOD-END.
033100     MOVE SPACES TO CL-YEAR-START.
033200     IF CL-BEST-SUB = ZERO
033300         GO TO SET-FISCAL-RESULT-EXIT
033400     END-IF.
033500     SET FISCAL-PERIOD-FOUND TO TRUE.
033600     MOVE WS-FISCAL-ID (CL-BEST-SUB) TO CL-PERIOD-ID.
033700     MOVE WS-FISCAL-YEAR (CL-BEST-SUB) TO CL-FISCAL-YEAR.
033800     MOVE WS-FISCAL-START (CL-BEST-SUB) TO CL-PERIOD-START.
033900     MOVE WS-FISCAL-END (CL-BEST-SUB) TO CL-PERIOD-END.
034000     MOVE WS-FISCAL-START (CL-BEST-SUB) TO CL-YEAR-START.
034100     PERFORM SCAN-FISCAL-YEAR-START
034200         THRU SCAN-FISCAL-YEAR-START-EXIT
034300         VARYING CL-SUB FROM 1 BY 1
034400         UNTIL CL-SUB > WS-FISCAL-COUNT.
034500 SET-FISCAL-RESULT-EXIT.
034600     EXIT.

034700 SCAN-FISCAL-YEAR-START.
034800     IF WS-FISCAL-YEAR (CL-SUB) = CL-FISCAL-YEAR
034900             AND WS-FISCAL-START (CL-SUB) < CL-YEAR-START
035000         MOVE WS-FISCAL-START (CL-SUB) TO CL-YEAR-START
035100     END-IF.
035200 SCAN-FISCAL-YEAR-START-EXIT.
035300     EXIT.
