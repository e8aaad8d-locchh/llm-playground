000100******************************************************************
000200* PRODCHK - SHARED PRODUCT REFERENCE WORKING STORAGE
000300******************************************************************
000400* MODIFICATION HISTORY
000500* ----------------------------------------------------------------
000600* DATE        INIT  DESCRIPTION
000700* 2026-10-15  RDM   ORIGINAL VERSION - HOLDS THE PRODUCT TABLE
000800*                   (LOADED FROM THE PRODREF FILE AT STARTUP:
000900*                   PRODUCT CODE, DESCRIPTION AND STATUS) AND
001000*                   THE FIELDS SHARED BY EVERY COPY OF THE
001100*                   FIND-PRODUCT UTILITY PARAGRAPHS (SEE
001200*                   CHKPROD.cpy). CALLERS MOVE THE CODE TO
001300*                   PD-PRODUCT-CODE, PERFORM FIND-PRODUCT, AND
001400*                   TAKE PD-DESCRIPTION AND
001500*                   PD-PRODUCT-STATUS (SPACES, WITH PRODUCT-FOUND
001600*                   OFF, WHEN THE CODE IS NOT ON FILE). CALLERS
001700*                   MUST DECLARE PRODREF-FILE/PRODREF-RECORD
001800*                   (PF-PRODUCT-CODE, PF-DESCRIPTION,
001900*                   PF-PRODUCT-STATUS) WITH WS-PRODREF-STATUS AND
002000*                   PERFORM LOAD-PRODUCT-TABLE ONCE BEFORE THE
002100*                   FIRST FIND; A PROGRAM THAT EDITS PRODUCT CODES
002200*                   MUST REFUSE ITS RUN WHEN
002300*                   PRODUCT-TABLE-LOADED IS OFF OR
002400*                   PRODUCT-TABLE-OVERFLOW IS ON - EITHER WAY
002500*                   GOOD CODES WOULD BE REJECTED.
002600******************************************************************
002700 01  PRODUCT-CHECK-FIELDS.
002800     05  PD-PRODUCT-CODE       PIC X(08) VALUE SPACES.
002900     05  PD-DESCRIPTION        PIC X(30) VALUE SPACES.
003000     05  PD-PRODUCT-STATUS     PIC X(01) VALUE SPACE.
003100         88  PRODUCT-DISCONTINUED VALUE 'D'.
003200     05  PD-FOUND-SW           PIC X(01) VALUE 'N'.
003300         88  PRODUCT-FOUND     VALUE 'Y'.
003400     05  PD-SUB                PIC 9(04) COMP VALUE ZERO.
003500 01  WS-PRODREF-TABLE.
003600     05  WS-MAX-PRODREF-TABLE  PIC 9(04) VALUE 5000 COMP.
003700     05  WS-PRODREF-COUNT      PIC 9(04) VALUE ZERO.
003800     05  WS-PRODREF-LOADED-SW  PIC X(01) VALUE 'N'.
003900         88  PRODUCT-TABLE-LOADED VALUE 'Y'.
004000     05  WS-PRODREF-OVERFLOW-SW PIC X(01) VALUE 'N'.
004100         88  PRODUCT-TABLE-OVERFLOW VALUE 'Y'.
004200     05  WS-PRODREF-ENTRY OCCURS 5000 TIMES.
004300         10  WS-PRODREF-CODE   PIC X(08).
004400         10  WS-PRODREF-DESC   PIC X(30).
004500         10  WS-PRODREF-PROD-STATUS PIC X(01).
004600 01  WS-PRODREF-SWITCHES.
004700     05  WS-PRODREF-STATUS     PIC X(02) VALUE SPACES.
004800         88  PRODREF-OK        VALUE '00'.
004900     05  WS-PRODREF-SW         PIC X(01) VALUE 'N'.
005000         88  END-OF-PRODREF    VALUE 'Y'.
