000100******************************************************************
000200* CHKGEN - NEXT-GENERATION CONTROL-TOTALS STAMP UTILITY PARAGRAPH
000300******************************************************************
000400* MODIFICATION HISTORY
000500* ----------------------------------------------------------------
000600* DATE        INIT  DESCRIPTION
000700* 2026-10-15  RDM   ORIGINAL VERSION - THE SHARED GENERATION
000800*                   CONTROL FILE (GENTOTS) CARRIES ONE RECORD
000900*                   WHEN A PROGRAM OPENS A NEXT-GENERATION FILE
001000*                   (EVENT 'O'), ONE WHEN IT CLOSES IT CLEANLY
001100*                   WITH THE RECORDS WRITTEN (EVENT 'C'), AND ONE
001200*                   WHEN GENMGR SWAPS IT IN (EVENT 'S'). GENMGR
001300*                   SWAPS A GENERATION IN ONLY WHEN ITS LATEST
001400*                   RECORD IS A CLEAN CLOSE WHOSE COUNT AGREES
001500*                   WITH THE FILE - A STEP THAT DIED AFTER THE
001600*                   OPEN LEAVES AN 'O' LAST AND ITS HALF-WRITTEN
001700*                   FILE IS NEVER SWAPPED IN. SEE GENCHK.cpy FOR
001800*                   THE SHARED FIELDS AND THE CALLING CONVENTION.
001900******************************************************************
002000* THE FILE IS EXTENDED, WITH THE FIRST-EVER STAMP CREATING IT. A
002100* STAMP THAT CANNOT BE WRITTEN ONLY WARNS - THE GENERATION IS
002200* THEN REFUSED BY GENMGR, WHICH IS THE SAFE WAY ROUND.
002300 STAMP-GENERATION-TOTALS.
002400     OPEN EXTEND GENTOTS-FILE.
002500     IF WS-GENTOTS-STATUS = '05' OR WS-GENTOTS-STATUS = '35'
002600         OPEN OUTPUT GENTOTS-FILE
002700     END-IF.
002800     IF WS-GENTOTS-STATUS NOT = '00'
002900         DISPLAY "WARNING: UNABLE TO STAMP GENTOTS FOR "
003000             GC-STAMP-FILE ", STATUS: " WS-GENTOTS-STATUS
003100         GO TO STAMP-GENERATION-TOTALS-EXIT
003200     END-IF.
003300     MOVE SPACES TO GENTOTS-RECORD.
003400     MOVE GC-STAMP-FILE TO GT-FILE-ID.
003500     MOVE GC-STAMP-DATE TO GT-RUN-DATE.
003600     MOVE GC-STAMP-PROGRAM TO GT-PROGRAM-ID.
003700     MOVE GC-STAMP-EVENT TO GT-EVENT.
003800     IF STAMP-GEN-OPENED
003900         MOVE ZERO TO GT-RECORD-COUNT
004000     ELSE
004100         MOVE GC-STAMP-COUNT TO GT-RECORD-COUNT
004200     END-IF.
004300     MOVE FUNCTION CURRENT-DATE TO GT-TIMESTAMP.
004400     WRITE GENTOTS-RECORD.
004500     CLOSE GENTOTS-FILE.
004600 STAMP-GENERATION-TOTALS-EXIT.
004700     EXIT.
