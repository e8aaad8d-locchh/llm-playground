000100******************************************************************
000200* CHKFLD - CUSTOMER FIELD-EDIT UTILITY PARAGRAPHS
000300******************************************************************
000400* MODIFICATION HISTORY
000500* ----------------------------------------------------------------
000600* DATE        INIT  DESCRIPTION
000700* 2026-10-15  RDM   ORIGINAL VERSION - PHONE, EMAIL AND STATUS
000800*                   EDITS SHARED BY CUSTMAINT AND CUSTENTR. THE
000900*                   PHONE AND EMAIL RULES ARE THE ONES SAMPLE
001000*                   APPLIES TO A FETCHED CUSTOMER. SEE FLDCHK.cpy
001100*                   FOR THE SHARED FIELDS AND THE CALLING
001200*                   CONVENTION.
001300******************************************************************
001400* BLANK, OR FEWER THAN 7 DIGITS ANYWHERE IN THE FIELD, IS
001500* MALFORMED - PUNCTUATION AND SPACING ARE THE CALLER'S BUSINESS.
001600 CHECK-PHONE-FIELD.
001700     SET FIELD-EDIT-OK TO TRUE.
001800     MOVE SPACES TO FE-REASON.
001900     IF FE-PHONE = SPACES
002000         SET FIELD-EDIT-BAD TO TRUE
002100         MOVE "BLANK PHONE NUMBER" TO FE-REASON
002200         GO TO CHECK-PHONE-FIELD-EXIT
002300     END-IF.
002400     MOVE ZERO TO FE-DIGIT-COUNT.
002500     INSPECT FE-PHONE TALLYING FE-DIGIT-COUNT
002600         FOR ALL "0" "1" "2" "3" "4" "5" "6" "7" "8" "9".
002700     IF FE-DIGIT-COUNT < 7
002800         SET FIELD-EDIT-BAD TO TRUE
002900         MOVE "MALFORMED PHONE NUMBER" TO FE-REASON
003000     END-IF.
003100 CHECK-PHONE-FIELD-EXIT.
003200     EXIT.

003300* BLANK, OR NOT EXACTLY ONE "@", IS MALFORMED.
003400 CHECK-EMAIL-FIELD.
003500     SET FIELD-EDIT-OK TO TRUE.
003600     MOVE SPACES TO FE-REASON.
003700     IF FE-EMAIL = SPACES
003800         SET FIELD-EDIT-BAD TO TRUE
003900         MOVE "BLANK EMAIL ADDRESS" TO FE-REASON
004000         GO TO CHECK-EMAIL-FIELD-EXIT
004100     END-IF.
004200     MOVE ZERO TO FE-AT-COUNT.
004300     INSPECT FE-EMAIL TALLYING FE-AT-COUNT FOR ALL "@".
004400     IF FE-AT-COUNT NOT = 1
004500         SET FIELD-EDIT-BAD TO TRUE
004600         MOVE "MALFORMED EMAIL ADDRESS" TO FE-REASON
004700     END-IF.
004800 CHECK-EMAIL-FIELD-EXIT.
004900     EXIT.

005000* A CUSTOMER IS ACTIVE, INACTIVE OR PENDING - NOTHING ELSE.
005100 CHECK-STATUS-FIELD.
005200     SET FIELD-EDIT-OK TO TRUE.
005300     MOVE SPACES TO FE-REASON.
005400     IF NOT FE-STATUS-VALID
005500         SET FIELD-EDIT-BAD TO TRUE
005600         MOVE "INVALID CUSTOMER STATUS" TO FE-REASON
005700     END-IF.
005800 CHECK-STATUS-FIELD-EXIT.
005900     EXIT.
