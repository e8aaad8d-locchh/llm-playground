000100******************************************************************
000200* FLDCHK - SHARED CUSTOMER FIELD-EDIT WORKING STORAGE
000300******************************************************************
000400* MODIFICATION HISTORY
000500* ----------------------------------------------------------------
000600* DATE        INIT  DESCRIPTION
000700* 2026-10-15  RDM   ORIGINAL VERSION - THE PHONE, EMAIL AND
000800*                   STATUS EDITS CUSTMAINT'S VALIDATE-TRANSACTION
000900*                   APPLIES, LIFTED OUT SO THE CUSTENTR KEYING
001000*                   SCREEN STOPS EXACTLY WHAT THE NIGHTLY RUN
001100*                   WOULD REJECT, AND THE TWO CANNOT DRIFT APART.
001200*                   SEE CHKFLD.cpy. CALLERS MOVE THE VALUE TO
001300*                   FE-PHONE, FE-EMAIL OR FE-STATUS, PERFORM
001400*                   CHECK-PHONE-FIELD, CHECK-EMAIL-FIELD OR
001500*                   CHECK-STATUS-FIELD, AND TEST FIELD-EDIT-OK;
001600*                   ON A FAILURE FE-REASON SAYS WHY, IN THE SAME
001700*                   WORDS TRANERR HAS ALWAYS USED.
001800******************************************************************
001900 01  FLDCHK-FIELDS.
002000     05  FE-PHONE              PIC X(15) VALUE SPACES.
002100     05  FE-EMAIL              PIC X(50) VALUE SPACES.
002200     05  FE-STATUS             PIC X(01) VALUE SPACE.
002300         88  FE-STATUS-VALID   VALUE 'A' 'I' 'P'.
002400     05  FE-RESULT-SW          PIC X(01) VALUE 'Y'.
002500         88  FIELD-EDIT-OK     VALUE 'Y'.
002600         88  FIELD-EDIT-BAD    VALUE 'N'.
002700     05  FE-REASON             PIC X(30) VALUE SPACES.
002800     05  FE-DIGIT-COUNT        PIC 9(02) VALUE ZERO.
002900     05  FE-AT-COUNT           PIC 9(02) VALUE ZERO.
