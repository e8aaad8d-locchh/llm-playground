000100******************************************************************
000200* CHKLOY - LOYALTY-POINTS RATE DERIVATION UTILITY PARAGRAPHS
000300******************************************************************
000400* MODIFICATION HISTORY
000500* ----------------------------------------------------------------
000600* DATE        INIT  DESCRIPTION
000700* 2026-10-15  RDM   ORIGINAL VERSION - LOADS THE LOYRATE LOYALTY
000800*                   REFERENCE (ONE RECORD PER REGION AND
000900*                   EFFECTIVE DATE) AND DERIVES THE EARNING RATE
001000*                   AND POINT VALUE FOR A REGION AS OF A DATE. A
001100*                   ZERO EARNING RATE IS A VALID ENTRY - IT STOPS
001200*                   EARNING IN THAT REGION FROM ITS DATE. SEE
001300*                   LOYCHK.cpy FOR THE SHARED FIELDS AND THE
001400*                   CALLING CONVENTION.
001500******************************************************************
001600 LOAD-LOYALTY-TABLE.
001700     MOVE ZERO TO WS-LOYRATE-COUNT.
001800     MOVE 'N' TO WS-LOYRATE-LOADED-SW.
001900     MOVE 'N' TO WS-LOYRATE-OVERFLOW-SW.
002000     OPEN INPUT LOYRATE-FILE.
002100     IF NOT LOYRATE-OK
002200         DISPLAY "NO LOYRATE LOYALTY REFERENCE FOUND, STATUS: "
002300             WS-LOYRATE-STATUS
002400         GO TO LOAD-LOYALTY-TABLE-EXIT
002500     END-IF.
002600     PERFORM READ-LOYRATE-RECORD THRU READ-LOYRATE-RECORD-EXIT.
002700     PERFORM ADD-LOYRATE-ENTRY THRU ADD-LOYRATE-ENTRY-EXIT
002800         UNTIL END-OF-LOYRATE.
002900     CLOSE LOYRATE-FILE.
003000     IF WS-LOYRATE-COUNT > ZERO
003100         SET LOYALTY-TABLE-LOADED TO TRUE
003200     END-IF.
003300 LOAD-LOYALTY-TABLE-EXIT.
003400     EXIT.

003500 READ-LOYRATE-RECORD.
003600     READ LOYRATE-FILE
003700         AT END
003800             SET END-OF-LOYRATE TO TRUE
003900     END-READ.
004000 READ-LOYRATE-RECORD-EXIT.
004100     EXIT.

004200 ADD-LOYRATE-ENTRY.
004300     IF WS-LOYRATE-COUNT < WS-MAX-LOYRATE-TABLE
004400         ADD 1 TO WS-LOYRATE-COUNT
004500         MOVE LR-REGION
004600             TO WS-LOYRATE-REGION (WS-LOYRATE-COUNT)
004700         MOVE LR-EFF-DATE
004800             TO WS-LOYRATE-EFF-DATE (WS-LOYRATE-COUNT)
004900         MOVE LR-EARN-RATE
005000             TO WS-LOYRATE-EARN (WS-LOYRATE-COUNT)
005100         MOVE LR-POINT-VALUE
005200             TO WS-LOYRATE-VALUE (WS-LOYRATE-COUNT)
005300     ELSE
005400         DISPLAY "WARNING: LOYRATE EXCEEDS " WS-MAX-LOYRATE-TABLE
005500             " RATES, REMAINDER IGNORED"
005600         SET LOYALTY-TABLE-OVERFLOW TO TRUE
005700         SET END-OF-LOYRATE TO TRUE
005800         GO TO ADD-LOYRATE-ENTRY-EXIT
005900     END-IF.
006000     PERFORM READ-LOYRATE-RECORD THRU READ-LOYRATE-RECORD-EXIT.
006100 ADD-LOYRATE-ENTRY-EXIT.
006200     EXIT.

006300* AMONG THE REGION'S RATES EFFECTIVE ON OR BEFORE THE AS-OF DATE
006400* THE LATEST WINS. OLD RATES STAY ON FILE FOR HISTORY.
006500 DERIVE-LOYALTY-RATE.
006600     MOVE ZERO TO LY-EARN-RATE.
006700     MOVE ZERO TO LY-POINT-VALUE.
006800     MOVE 'N' TO LY-FOUND-SW.
006900     MOVE SPACES TO LY-BEST-DATE.
007000     PERFORM SCAN-LOYRATE-ENTRY THRU SCAN-LOYRATE-ENTRY-EXIT
007100         VARYING LY-SUB FROM 1 BY 1
007200         UNTIL LY-SUB > WS-LOYRATE-COUNT.
007300 DERIVE-LOYALTY-RATE-EXIT.
007400     EXIT.

007500 SCAN-LOYRATE-ENTRY.
007600     IF WS-LOYRATE-REGION (LY-SUB) NOT = LY-REGION
007700             OR WS-LOYRATE-EFF-DATE (LY-SUB) > LY-ASOF-DATE
007800         GO TO SCAN-LOYRATE-ENTRY-EXIT
007900     END-IF.
008000     IF WS-LOYRATE-EFF-DATE (LY-SUB) NOT < LY-BEST-DATE
008100         MOVE WS-LOYRATE-EFF-DATE (LY-SUB) TO LY-BEST-DATE
008200         MOVE WS-LOYRATE-EARN (LY-SUB) TO LY-EARN-RATE
008300         MOVE WS-LOYRATE-VALUE (LY-SUB) TO LY-POINT-VALUE
008400         SET LOYALTY-RATE-FOUND TO TRUE
008500     END-IF.
008600 SCAN-LOYRATE-ENTRY-EXIT.
008700     EXIT.
