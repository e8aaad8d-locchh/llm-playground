000100******************************************************************
000200* TAXCHK - SHARED SALES-TAX RATE WORKING STORAGE
000300******************************************************************
000400* MODIFICATION HISTORY
000500* ----------------------------------------------------------------
000600* DATE        INIT  DESCRIPTION
000700* 2026-10-15  RDM   ORIGINAL VERSION - HOLDS THE SALES-TAX RATE
000800*                   TABLE (LOADED FROM THE TAXREF FILE AT
000900*                   STARTUP: STATE, ZIP RANGE, RATE AND
001000*                   EFFECTIVE DATE) AND THE FIELDS SHARED BY
001100*                   EVERY COPY OF THE DERIVE-TAX-RATE UTILITY
001200*                   PARAGRAPHS (SEE CHKTAX.cpy). CALLERS MOVE THE
001300*                   STATE, ZIP AND AS-OF DATE TO TX-STATE,
001400*                   TX-ZIP-CODE AND TX-ASOF-DATE, PERFORM
001500*                   DERIVE-TAX-RATE, AND TAKE TX-RATE (ZERO, WITH
001600*                   TAX-RATE-FOUND OFF, WHEN NO RATE APPLIES).
001700*                   CALLERS MUST DECLARE TAXREF-FILE/
001800*                   TAXREF-RECORD (TR-STATE, TR-ZIP-LOW,
001900*                   TR-ZIP-HIGH, TR-RATE, TR-EFF-DATE) WITH
002000*                   WS-TAXREF-STATUS AND PERFORM LOAD-TAX-TABLE
002100*                   ONCE BEFORE THE FIRST DERIVE; A PROGRAM THAT
002200*                   CHARGES TAX MUST REFUSE ITS RUN WHEN
002300*                   TAX-TABLE-LOADED IS OFF OR TAX-TABLE-OVERFLOW
002400*                   IS ON - EITHER WAY SOME CUSTOMERS WOULD BE
002500*                   CHARGED NOTHING.
002600******************************************************************
002700 01  TAX-CHECK-FIELDS.
002800     05  TX-STATE              PIC X(02) VALUE SPACES.
002900     05  TX-ZIP-CODE           PIC 9(05) VALUE ZERO.
003000     05  TX-ASOF-DATE          PIC X(10) VALUE SPACES.
003100     05  TX-RATE               PIC 9(01)V9(05) VALUE ZERO.
003200     05  TX-FOUND-SW           PIC X(01) VALUE 'N'.
003300         88  TAX-RATE-FOUND    VALUE 'Y'.
003400     05  TX-BEST-DATE          PIC X(10) VALUE SPACES.
003500     05  TX-BEST-WIDTH         PIC 9(05) VALUE ZERO.
003600     05  TX-WIDTH              PIC 9(05) VALUE ZERO.
003700     05  TX-SUB                PIC 9(04) COMP VALUE ZERO.
003800 01  WS-TAXREF-TABLE.
003900     05  WS-MAX-TAXREF-TABLE   PIC 9(04) VALUE 2000 COMP.
004000     05  WS-TAXREF-COUNT       PIC 9(04) VALUE ZERO.
004100     05  WS-TAXREF-LOADED-SW   PIC X(01) VALUE 'N'.
004200         88  TAX-TABLE-LOADED  VALUE 'Y'.
004300     05  WS-TAXREF-OVERFLOW-SW PIC X(01) VALUE 'N'.
004400         88  TAX-TABLE-OVERFLOW VALUE 'Y'.
004500     05  WS-TAXREF-ENTRY OCCURS 2000 TIMES.
004600         10  WS-TAXREF-STATE   PIC X(02).
004700         10  WS-TAXREF-ZIP-LOW PIC 9(05).
004800         10  WS-TAXREF-ZIP-HIGH PIC 9(05).
004900         10  WS-TAXREF-RATE    PIC 9(01)V9(05).
005000         10  WS-TAXREF-EFF-DATE PIC X(10).
005100 01  WS-TAXREF-SWITCHES.
005200     05  WS-TAXREF-STATUS      PIC X(02) VALUE SPACES.
005300         88  TAXREF-OK         VALUE '00'.
005400     05  WS-TAXREF-SW          PIC X(01) VALUE 'N'.
005500         88  END-OF-TAXREF     VALUE 'Y'.
