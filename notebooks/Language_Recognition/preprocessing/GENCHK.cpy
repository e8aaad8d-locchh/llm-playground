000100******************************************************************
000200* GENCHK - SHARED NEXT-GENERATION CONTROL-TOTALS WORKING STORAGE
000300******************************************************************
000400* MODIFICATION HISTORY
000500* ----------------------------------------------------------------
000600* DATE        INIT  DESCRIPTION
000700* 2026-10-15  RDM   ORIGINAL VERSION - HOLDS THE FIELDS SHARED BY
000800*                   EVERY COPY OF THE GENERATION-TOTALS STAMP
000900*                   PARAGRAPH (SEE CHKGEN.cpy). A PROGRAM THAT
001000*                   WRITES A NEXT GENERATION FOR GENMGR TO SWAP
001100*                   IN MOVES THE NEXT FILE'S NAME TO
001200*                   GC-STAMP-FILE, ITS OWN NAME TO
001300*                   GC-STAMP-PROGRAM AND THE RUN DATE TO
001400*                   GC-STAMP-DATE, SETS STAMP-GEN-OPENED AND
001500*                   PERFORMS STAMP-GENERATION-TOTALS RIGHT AFTER
001600*                   THE OPEN; AFTER A CLEAN CLOSE IT MOVES THE
001700*                   RECORDS WRITTEN TO GC-STAMP-COUNT, SETS
001800*                   STAMP-GEN-CLOSED AND PERFORMS IT AGAIN.
001900*                   CALLERS MUST DECLARE GENTOTS-FILE/
002000*                   GENTOTS-RECORD (GT-FILE-ID, GT-RUN-DATE,
002100*                   GT-PROGRAM-ID, GT-EVENT, GT-RECORD-COUNT,
002200*                   GT-TIMESTAMP) THE SAME WAY GENMGR DOES.
002300******************************************************************
002400 01  GENTOTS-FIELDS.
002500     05  GC-STAMP-FILE         PIC X(10) VALUE SPACES.
002600     05  GC-STAMP-PROGRAM      PIC X(08) VALUE SPACES.
002700     05  GC-STAMP-DATE         PIC X(10) VALUE SPACES.
002800     05  GC-STAMP-EVENT        PIC X(01) VALUE SPACE.
002900         88  STAMP-GEN-OPENED  VALUE 'O'.
003000         88  STAMP-GEN-CLOSED  VALUE 'C'.
003100         88  STAMP-GEN-SWAPPED VALUE 'S'.
003200     05  GC-STAMP-COUNT        PIC 9(09) VALUE ZERO.
003300 01  WS-GENTOTS-SWITCHES.
003400     05  WS-GENTOTS-STATUS     PIC X(02) VALUE SPACES.
