000100******************************************************************
000200* CHKPROD - PRODUCT REFERENCE LOOKUP UTILITY PARAGRAPHS
000300******************************************************************
000400* MODIFICATION HISTORY
000500* ----------------------------------------------------------------
000600* DATE        INIT  DESCRIPTION
000700* 2026-10-15  RDM   ORIGINAL VERSION - LOADS THE PRODREF PRODUCT
000800*                   REFERENCE (ONE RECORD PER PRODUCT CODE WITH
000900*                   ITS DESCRIPTION AND STATUS: A ACTIVE, D
001000*                   DISCONTINUED) AND LOOKS A CODE UP IN IT. A
001100*                   DISCONTINUED PRODUCT STAYS ON FILE SO RETURNS,
001200*                   STATEMENTS AND REPORTS STILL KNOW IT. SEE
001300*                   PRODCHK.cpy FOR THE SHARED FIELDS AND THE
001400*                   CALLING CONVENTION.
001500******************************************************************
001600 LOAD-PRODUCT-TABLE.
001700     MOVE ZERO TO WS-PRODREF-COUNT.
001800     MOVE 'N' TO WS-PRODREF-LOADED-SW.
001900     MOVE 'N' TO WS-PRODREF-OVERFLOW-SW.
002000     OPEN INPUT PRODREF-FILE.
002100     IF NOT PRODREF-OK
002200         DISPLAY "NO PRODREF PRODUCT REFERENCE FOUND, STATUS: "
002300             WS-PRODREF-STATUS
002400         GO TO LOAD-PRODUCT-TABLE-EXIT
002500     END-IF.
002600     PERFORM READ-PRODREF-RECORD THRU READ-PRODREF-RECORD-EXIT.
002700     PERFORM ADD-PRODREF-ENTRY THRU ADD-PRODREF-ENTRY-EXIT
002800         UNTIL END-OF-PRODREF.
002900     CLOSE PRODREF-FILE.
003000     IF WS-PRODREF-COUNT > ZERO
003100         SET PRODUCT-TABLE-LOADED TO TRUE
003200     END-IF.
003300 LOAD-PRODUCT-TABLE-EXIT.
003400     EXIT.
003500
003600 READ-PRODREF-RECORD.
003700     READ PRODREF-FILE
003800         AT END
003900             SET END-OF-PRODREF TO TRUE
004000     END-READ.
004100 READ-PRODREF-RECORD-EXIT.
004200     EXIT.
004300
004400 ADD-PRODREF-ENTRY.
004500     IF WS-PRODREF-COUNT < WS-MAX-PRODREF-TABLE
004600         ADD 1 TO WS-PRODREF-COUNT
004700         MOVE PF-PRODUCT-CODE
004800             TO WS-PRODREF-CODE (WS-PRODREF-COUNT)
004900         MOVE PF-DESCRIPTION
005000             TO WS-PRODREF-DESC (WS-PRODREF-COUNT)
005100         MOVE PF-PRODUCT-STATUS
005200             TO WS-PRODREF-PROD-STATUS (WS-PRODREF-COUNT)
005300     ELSE
005400         DISPLAY "WARNING: PRODREF EXCEEDS " WS-MAX-PRODREF-TABLE
005500             " PRODUCTS, REMAINDER IGNORED"
005600         SET PRODUCT-TABLE-OVERFLOW TO TRUE
005700         SET END-OF-PRODREF TO TRUE
005800         GO TO ADD-PRODREF-ENTRY-EXIT
005900     END-IF.
006000     PERFORM READ-PRODREF-RECORD THRU READ-PRODREF-RECORD-EXIT.
006100 ADD-PRODREF-ENTRY-EXIT.
006200     EXIT.
006300
006400* THE FIRST RECORD ON FILE FOR A CODE WINS.
006500 FIND-PRODUCT.
006600     MOVE SPACES TO PD-DESCRIPTION.
006700     MOVE SPACE TO PD-PRODUCT-STATUS.
006800     MOVE 'N' TO PD-FOUND-SW.
006900     PERFORM SCAN-PRODREF-ENTRY THRU SCAN-PRODREF-ENTRY-EXIT
007000         VARYING PD-SUB FROM 1 BY 1
007100         UNTIL PD-SUB > WS-PRODREF-COUNT OR PRODUCT-FOUND.
007200 FIND-PRODUCT-EXIT.
007300     EXIT.
007400
007500 SCAN-PRODREF-ENTRY.
007600     IF WS-PRODREF-CODE (PD-SUB) = PD-PRODUCT-CODE
007700         MOVE WS-PRODREF-DESC (PD-SUB) TO PD-DESCRIPTION
007800         MOVE WS-PRODREF-PROD-STATUS (PD-SUB) TO PD-PRODUCT-STATUS
007900         SET PRODUCT-FOUND TO TRUE
008000     END-IF.
008100 SCAN-PRODREF-ENTRY-EXIT.
008200     EXIT.
