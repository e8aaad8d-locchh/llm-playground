000100******************************************************************
000200* CALCHK - SHARED BUSINESS-CALENDAR WORKING STORAGE
000300******************************************************************
000400* MODIFICATION HISTORY
000500* ----------------------------------------------------------------
000600* DATE        INIT  DESCRIPTION
000700* 2026-10-15  RDM   ORIGINAL VERSION - HOLDS THE HOLIDAY AND
000800*                   FISCAL-PERIOD TABLES (LOADED FROM THE BUSCAL
000900*                   BUSINESS CALENDAR AT STARTUP) AND THE FIELDS
001000*                   SHARED BY EVERY COPY OF THE CALENDAR UTILITY
001100*                   PARAGRAPHS (SEE CHKCAL.cpy). BUSCAL IS KEPT BY
001200*                   FINANCE: ONE 'H' RECORD PER COMPANY HOLIDAY
001300*                   AND ONE 'F' RECORD PER FISCAL PERIOD (PERIOD
001400*                   ID, FISCAL YEAR, FIRST DAY AND CLOSING DAY).
001500*                   A BUSINESS DAY IS MONDAY TO FRIDAY AND NOT A
001600*                   HOLIDAY.
001700*
001800*                   CALLERS MUST DECLARE BUSCAL-FILE/BUSCAL-RECORD
001900*                   (BC-RECORD-TYPE, BC-HOL-DATE, BC-PERIOD-ID,
002000*                   BC-FISCAL-YEAR, BC-PERIOD-START,
002100*                   BC-PERIOD-END) WITH WS-BUSCAL-STATUS AND
002200*                   PERFORM LOAD-BUSINESS-CALENDAR ONCE. THEN:
002300*                   - CL-DATE, CHECK-BUSINESS-DAY, TEST
002400*                     IS-BUSINESS-DAY (CL-WEEKDAY 0=MON..6=SUN);
002500*                   - CL-FROM-DATE AND CL-TO-DATE,
002600*                     COUNT-BUSINESS-DAYS, TAKE CL-DAY-COUNT -
002700*                     BUSINESS DAYS AFTER THE FROM DATE UP TO AND
002800*                     INCLUDING THE TO DATE (ZERO WHEN THE TO DATE
002900*                     IS NOT LATER, OR WITH CALENDAR-DATES-BAD ON
003000*                     WHEN EITHER DATE IS NOT A REAL DATE);
003100*                   - CL-ASOF-DATE, FIND-FISCAL-PERIOD (THE
003200*                     PERIOD HOLDING THE DATE) OR
003300*                     FIND-PRIOR-FISCAL-PERIOD (THE LAST PERIOD
003400*                     CLOSED BEFORE IT), OR CL-PERIOD-ID AND
003500*                     FIND-FISCAL-PERIOD-BY-ID; ALL THREE RETURN
003600*                     CL-PERIOD-ID, CL-FISCAL-YEAR,
003700*                     CL-PERIOD-START, CL-PERIOD-END AND
003800*                     CL-YEAR-START (FIRST DAY OF THE FISCAL YEAR)
003900*                     WITH FISCAL-PERIOD-FOUND.
004000*                   WITH NO CALENDAR LOADED ONLY WEEKENDS ARE
004100*                   NON-BUSINESS DAYS AND NO PERIOD IS EVER FOUND,
004200*                   SO EACH CALLER DECIDES ITS OWN FALLBACK.
004300******************************************************************
004400 01  CALENDAR-CHECK-FIELDS.
004500     05  CL-DATE               PIC X(10) VALUE SPACES.
004600     05  CL-WEEKDAY            PIC 9(01) VALUE ZERO.
004700     05  CL-BUSINESS-DAY-SW    PIC X(01) VALUE 'N'.
004800         88  IS-BUSINESS-DAY   VALUE 'Y'.
004900     05  CL-FROM-DATE          PIC X(10) VALUE SPACES.
005000     05  CL-TO-DATE            PIC X(10) VALUE SPACES.
005100     05  CL-DAY-COUNT          PIC 9(07) VALUE ZERO.
005200     05  CL-DATES-SW           PIC X(01) VALUE 'Y'.
005300         88  CALENDAR-DATES-OK VALUE 'Y'.
005400         88  CALENDAR-DATES-BAD VALUE 'N'.
005500     05  CL-ASOF-DATE          PIC X(10) VALUE SPACES.
005600     05  CL-PERIOD-ID          PIC X(07) VALUE SPACES.
005700     05  CL-FISCAL-YEAR        PIC X(04) VALUE SPACES.
005800     05  CL-PERIOD-START       PIC X(10) VALUE SPACES.
005900     05  CL-PERIOD-END         PIC X(10) VALUE SPACES.
006000     05  CL-YEAR-START         PIC X(10) VALUE SPACES.
006100     05  CL-PERIOD-FOUND-SW    PIC X(01) VALUE 'N'.
006200         88  FISCAL-PERIOD-FOUND VALUE 'Y'.
006300     05  CL-CONV-DATE          PIC X(10) VALUE SPACES.
006400     05  CL-CONV-CCYYMMDD      PIC 9(08) VALUE ZERO.
006500     05  CL-CONV-MM            PIC 9(02) VALUE ZERO.
006600     05  CL-CONV-DD            PIC 9(02) VALUE ZERO.
006700     05  CL-CHECK-CCYYMMDD     PIC 9(08) VALUE ZERO.
006800     05  CL-CONV-INTEGER       PIC 9(07) VALUE ZERO.
006900     05  CL-FROM-INTEGER       PIC 9(07) VALUE ZERO.
007000     05  CL-TO-INTEGER         PIC 9(07) VALUE ZERO.
007100     05  CL-DAY-INTEGER        PIC 9(07) VALUE ZERO.
007200     05  CL-SPAN-DAYS          PIC 9(07) VALUE ZERO.
007300     05  CL-WEEKS              PIC 9(07) VALUE ZERO.
007400     05  CL-ODD-DAYS           PIC 9(01) VALUE ZERO.
007500     05  CL-QUOTIENT           PIC 9(07) VALUE ZERO.
007600     05  CL-SUB                PIC 9(04) COMP VALUE ZERO.
007700     05  CL-BEST-SUB           PIC 9(04) COMP VALUE ZERO.
007800 01  WS-HOLIDAY-TABLE.
007900     05  WS-MAX-HOLIDAY-TABLE  PIC 9(04) VALUE 500 COMP.
008000     05  WS-HOLIDAY-COUNT      PIC 9(04) VALUE ZERO.
008100     05  WS-HOLIDAY-ENTRY OCCURS 500 TIMES.
008200         10  WS-HOLIDAY-DATE   PIC X(10).
008300         10  WS-HOLIDAY-INTEGER PIC 9(07).
008400 01  WS-FISCAL-TABLE.
008500     05  WS-MAX-FISCAL-TABLE   PIC 9(04) VALUE 200 COMP.
008600     05  WS-FISCAL-COUNT       PIC 9(04) VALUE ZERO.
008700     05  WS-FISCAL-ENTRY OCCURS 200 TIMES.
008800         10  WS-FISCAL-ID      PIC X(07).
008900         10  WS-FISCAL-YEAR    PIC X(04).
009000         10  WS-FISCAL-START   PIC X(10).
009100         10  WS-FISCAL-END     PIC X(10).
009200 01  WS-BUSCAL-SWITCHES.
009300     05  WS-BUSCAL-STATUS      PIC X(02) VALUE SPACES.
009400         88  BUSCAL-OK         VALUE '00'.
009500     05  WS-BUSCAL-SW          PIC X(01) VALUE 'N'.
009600         88  END-OF-BUSCAL     VALUE 'Y'.
009700     05  WS-BUSCAL-LOADED-SW   PIC X(01) VALUE 'N'.
009800         88  BUSINESS-CALENDAR-LOADED VALUE 'Y'.
009900     05  WS-BUSCAL-OVERFLOW-SW PIC X(01) VALUE 'N'.
010000         88  BUSINESS-CALENDAR-OVERFLOW VALUE 'Y'.
010100     05  WS-BUSCAL-REJECTS     PIC 9(04) VALUE ZERO.
