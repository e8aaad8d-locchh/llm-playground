000100******************************************************************
000200* CHKTAX - SALES-TAX RATE DERIVATION UTILITY PARAGRAPHS
000300******************************************************************
000400* MODIFICATION HISTORY
000500* ----------------------------------------------------------------
000600* DATE        INIT  DESCRIPTION
000700* 2026-10-15  RDM   ORIGINAL VERSION - LOADS THE TAXREF SALES-TAX
000800*                   REFERENCE (ONE RECORD PER STATE, ZIP RANGE
000900*                   AND EFFECTIVE DATE) AND DERIVES THE RATE FOR
001000*                   A STATE AND ZIP AS OF A DATE. A STATEWIDE
001100*                   RATE IS A RANGE OF 00000-99999; A LOCAL RATE
001200*                   IS A NARROWER RANGE CARRYING THE COMBINED
001300*                   RATE. SEE TAXCHK.cpy FOR THE SHARED FIELDS
001400*                   AND THE CALLING CONVENTION.
001500******************************************************************
001600 LOAD-TAX-TABLE.
001700     MOVE ZERO TO WS-TAXREF-COUNT.
001800     MOVE 'N' TO WS-TAXREF-LOADED-SW.
001900     MOVE 'N' TO WS-TAXREF-OVERFLOW-SW.
002000     OPEN INPUT TAXREF-FILE.
002100     IF NOT TAXREF-OK
002200         DISPLAY "NO TAXREF SALES-TAX REFERENCE FOUND, STATUS: "
002300             WS-TAXREF-STATUS
002400         GO TO LOAD-TAX-TABLE-EXIT
002500     END-IF.
002600     PERFORM READ-TAXREF-RECORD THRU READ-TAXREF-RECORD-EXIT.
002700     PERFORM ADD-TAXREF-ENTRY THRU ADD-TAXREF-ENTRY-EXIT
002800         UNTIL END-OF-TAXREF.
002900     CLOSE TAXREF-FILE.
003000     IF WS-TAXREF-COUNT > ZERO
003100         SET TAX-TABLE-LOADED TO TRUE
003200     END-IF.
003300 LOAD-TAX-TABLE-EXIT.
003400     EXIT.

003500 READ-TAXREF-RECORD.
003600     READ TAXREF-FILE
003700         AT END
003800             SET END-OF-TAXREF TO TRUE
003900     END-READ.
004000 READ-TAXREF-RECORD-EXIT.
004100     EXIT.

004200 ADD-TAXREF-ENTRY.
004300     IF WS-TAXREF-COUNT < WS-MAX-TAXREF-TABLE
004400         ADD 1 TO WS-TAXREF-COUNT
004500         MOVE TR-STATE
004600             TO WS-TAXREF-STATE (WS-TAXREF-COUNT)
004700         MOVE TR-ZIP-LOW
004800             TO WS-TAXREF-ZIP-LOW (WS-TAXREF-COUNT)
004900         MOVE TR-ZIP-HIGH
005000             TO WS-TAXREF-ZIP-HIGH (WS-TAXREF-COUNT)
005100         MOVE TR-RATE
005200             TO WS-TAXREF-RATE (WS-TAXREF-COUNT)
005300         MOVE TR-EFF-DATE
005400             TO WS-TAXREF-EFF-DATE (WS-TAXREF-COUNT)
005500     ELSE
005600         DISPLAY "WARNING: TAXREF EXCEEDS " WS-MAX-TAXREF-TABLE
005700             " RATES, REMAINDER IGNORED"
005800         SET TAX-TABLE-OVERFLOW TO TRUE
005900         SET END-OF-TAXREF TO TRUE
006000         GO TO ADD-TAXREF-ENTRY-EXIT
006100     END-IF.
006200     PERFORM READ-TAXREF-RECORD THRU READ-TAXREF-RECORD-EXIT.
006300 ADD-TAXREF-ENTRY-EXIT.
006400     EXIT.

006500* AMONG THE STATE'S RATES WHOSE ZIP RANGE HOLDS THE ZIP AND
006600* WHICH ARE EFFECTIVE ON OR BEFORE THE AS-OF DATE, THE NARROWEST
006700* RANGE WINS (A LOCAL RATE OVER THE STATEWIDE ONE), AND WITHIN
006800* THE SAME RANGE WIDTH THE LATEST EFFECTIVE DATE WINS. OLD
006900* RATES STAY ON FILE FOR HISTORY.
007000 DERIVE-TAX-RATE.
007100     MOVE ZERO TO TX-RATE.
007200     MOVE 'N' TO TX-FOUND-SW.
007300     MOVE SPACES TO TX-BEST-DATE.
007400     MOVE 99999 TO TX-BEST-WIDTH.
007500     PERFORM SCAN-TAXREF-ENTRY THRU SCAN-TAXREF-ENTRY-EXIT
007600         VARYING TX-SUB FROM 1 BY 1
007700         UNTIL TX-SUB > WS-TAXREF-COUNT.
007800 DERIVE-TAX-RATE-EXIT.
007900     EXIT.

008000 SCAN-TAXREF-ENTRY.
008100     IF WS-TAXREF-STATE (TX-SUB) NOT = TX-STATE
008200             OR TX-ZIP-CODE < WS-TAXREF-ZIP-LOW (TX-SUB)
008300             OR TX-ZIP-CODE > WS-TAXREF-ZIP-HIGH (TX-SUB)
008400             OR WS-TAXREF-EFF-DATE (TX-SUB) > TX-ASOF-DATE
008500         GO TO SCAN-TAXREF-ENTRY-EXIT
008600     END-IF.
008700     COMPUTE TX-WIDTH = WS-TAXREF-ZIP-HIGH (TX-SUB)
008800         - WS-TAXREF-ZIP-LOW (TX-SUB).
008900     IF TX-WIDTH < TX-BEST-WIDTH
009000             OR (TX-WIDTH = TX-BEST-WIDTH
009100             AND WS-TAXREF-EFF-DATE (TX-SUB)
009200                 NOT < TX-BEST-DATE)
009300         MOVE TX-WIDTH TO TX-BEST-WIDTH
009400         MOVE WS-TAXREF-EFF-DATE (TX-SUB) TO TX-BEST-DATE
009500         MOVE WS-TAXREF-RATE (TX-SUB) TO TX-RATE
009600         SET TAX-RATE-FOUND TO TRUE
009700     END-IF.
009800 SCAN-TAXREF-ENTRY-EXIT.
009900     EXIT.
