000100******************************************************************
000200* LOYCHK - SHARED LOYALTY-POINTS RATE WORKING STORAGE
000300******************************************************************
000400* MODIFICATION HISTORY
000500* ----------------------------------------------------------------
000600* DATE        INIT  DESCRIPTION
000700* 2026-10-15  RDM   ORIGINAL VERSION - HOLDS THE LOYALTY RATE
000800*                   TABLE (LOADED FROM THE LOYRATE FILE AT
000900*                   STARTUP: REGION, EFFECTIVE DATE, POINTS
001000*                   EARNED PER UNIT OF GOODS AND THE VALUE OF A
001100*                   POINT) AND THE FIELDS SHARED BY EVERY COPY OF
001200*                   THE DERIVE-LOYALTY-RATE UTILITY PARAGRAPHS
001300*                   (SEE CHKLOY.cpy). CALLERS MOVE THE REGION AND
001400*                   AS-OF DATE TO LY-REGION AND LY-ASOF-DATE,
001500*                   PERFORM DERIVE-LOYALTY-RATE, AND TAKE
001600*                   LY-EARN-RATE AND LY-POINT-VALUE (ZERO, WITH
001700*                   LOYALTY-RATE-FOUND OFF, WHEN NO RATE
001800*                   APPLIES). CALLERS MUST DECLARE LOYRATE-FILE/
001900*                   LOYRATE-RECORD (LR-REGION, LR-EFF-DATE,
002000*                   LR-EARN-RATE, LR-POINT-VALUE) WITH
002100*                   WS-LOYRATE-STATUS AND PERFORM
002200*                   LOAD-LOYALTY-TABLE ONCE BEFORE THE FIRST
002300*                   DERIVE; A PROGRAM THAT EARNS OR VALUES POINTS
002400*                   MUST REFUSE ITS RUN WHEN LOYALTY-TABLE-LOADED
002500*                   IS OFF OR LOYALTY-TABLE-OVERFLOW IS ON.
002600******************************************************************
002700 01  LOYALTY-CHECK-FIELDS.
002800     05  LY-REGION             PIC X(02) VALUE SPACES.
002900     05  LY-ASOF-DATE          PIC X(10) VALUE SPACES.
003000     05  LY-EARN-RATE          PIC 9(03)V99 VALUE ZERO.
003100     05  LY-POINT-VALUE        PIC 9(01)V9(04) VALUE ZERO.
003200     05  LY-FOUND-SW           PIC X(01) VALUE 'N'.
003300         88  LOYALTY-RATE-FOUND VALUE 'Y'.
003400     05  LY-BEST-DATE          PIC X(10) VALUE SPACES.
003500     05  LY-SUB                PIC 9(04) COMP VALUE ZERO.
003600 01  WS-LOYRATE-TABLE.
003700     05  WS-MAX-LOYRATE-TABLE  PIC 9(04) VALUE 500 COMP.
003800     05  WS-LOYRATE-COUNT      PIC 9(04) VALUE ZERO.
003900     05  WS-LOYRATE-LOADED-SW  PIC X(01) VALUE 'N'.
004000         88  LOYALTY-TABLE-LOADED VALUE 'Y'.
004100     05  WS-LOYRATE-OVERFLOW-SW PIC X(01) VALUE 'N'.
004200         88  LOYALTY-TABLE-OVERFLOW VALUE 'Y'.
004300     05  WS-LOYRATE-ENTRY OCCURS 500 TIMES.
004400         10  WS-LOYRATE-REGION PIC X(02).
004500         10  WS-LOYRATE-EFF-DATE PIC X(10).
004600         10  WS-LOYRATE-EARN   PIC 9(03)V99.
004700         10  WS-LOYRATE-VALUE  PIC 9(01)V9(04).
004800 01  WS-LOYRATE-SWITCHES.
004900     05  WS-LOYRATE-STATUS     PIC X(02) VALUE SPACES.
005000         88  LOYRATE-OK        VALUE '00'.
005100     05  WS-LOYRATE-SW         PIC X(01) VALUE 'N'.
005200         88  END-OF-LOYRATE    VALUE 'Y'.
