004500*                   APPLIES RUN BEFORE RESUBMISSION. A REJECTED
004600*                   'P' NO LONGER DIES IN TRANERR WITH AN
004700*                   "INVALID TRANSACTION CODE" ANSWER.
004716* 2026-10-15  RDM   CARRIES THE 'H' HOUSEHOLD TRANSACTION
004732*                   THROUGH THE CORRECTION CYCLE: THE ACTION AND
004748*                   LINK-TO ID ARE PRESENTED AND EDITED, AND THE
004764*                   SAME HOUSEHOLD EDITS CUSTMAINT APPLIES RUN
004780*                   BEFORE RESUBMISSION.
004800******************************************************************
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
009800         88  RS-TRANS-MERGE    VALUE 'M'.
009900         88  RS-TRANS-RESTORE  VALUE 'R'.
010000         88  RS-TRANS-PREFERENCE VALUE 'P'.
010050         88  RS-TRANS-HOUSEHOLD VALUE 'H'.
010100     05  RS-CUSTOMER-ID        PIC 9(06).
010200     05  RS-CUSTOMER-NAME      PIC X(30).
010300     05  RS-STREET             PIC X(30).
012700     05  RP-PHONE-PREF         PIC X(01).
012800     05  RP-PREF-EFF-DATE      PIC X(10).
012900     05  FILLER                PIC X(168).
012908* ALTERNATE VIEW FOR THE 'H' HOUSEHOLD TRANSACTION - L LINKS THE
012916* CUSTOMER INTO THE LINK-TO CUSTOMER'S HOUSEHOLD, B BREAKS THE
012924* CUSTOMER OUT OF THEIR HOUSEHOLD.
012932 01  RESUBMIT-HHLD-RECORD.
012940     05  RH-TRANS-CODE         PIC X(01).
012948     05  RH-CUSTOMER-ID        PIC 9(06).
012956     05  RH-HHLD-ACTION        PIC X(01).
012964         88  RH-ACTION-LINK    VALUE 'L'.
012972         88  RH-ACTION-BREAK   VALUE 'B'.
012980     05  RH-LINK-TO-ID         PIC 9(06).
012988     05  FILLER                PIC X(174).
013000
013100 FD  ESCLRPT-FILE.
013200 01  ESCLRPT-LINE              PIC X(132).
032800         PERFORM 2450-ACCEPT-PREF-CORRECTIONS THRU 2450-EXIT
032900         GO TO 2400-EXIT
033000     END-IF.
033020     IF RS-TRANS-HOUSEHOLD
033040         PERFORM 2470-ACCEPT-HHLD-CORRECTIONS THRU 2470-EXIT
033060         GO TO 2400-EXIT
033080     END-IF.
033100
033200     DISPLAY "BLANK KEEPS THE VALUE ON FILE.".
033300
047400     EXIT.
047500
047600******************************************************************
047603* 2470-ACCEPT-HHLD-CORRECTIONS - THE 'H' VIEW: THE ACTION (L/B)
047606* AND THE LINK-TO CUSTOMER ID; A BLANK ANSWER KEEPS THE VALUE
047609* ALREADY ON THE TRANSACTION.
047612******************************************************************
047615 2470-ACCEPT-HHLD-CORRECTIONS.
047618     DISPLAY "BLANK KEEPS THE VALUE ON FILE.".
047621
047624     DISPLAY "HOUSEHOLD ACTION L/B [" RH-HHLD-ACTION "]: "
047627         WITH NO ADVANCING.
047630     MOVE SPACES TO WS-ANSWER.
047633     ACCEPT WS-ANSWER FROM CONSOLE.
047636     IF WS-ANSWER NOT = SPACES
047639         MOVE WS-ANSWER (1:1) TO RH-HHLD-ACTION
047642     END-IF.
047645
047648     DISPLAY "LINK-TO ID [" RH-LINK-TO-ID "]: "
047651         WITH NO ADVANCING.
047654     MOVE SPACES TO WS-ANSWER.
047657     ACCEPT WS-ANSWER FROM CONSOLE.
047660     IF WS-ANSWER NOT = SPACES
047663         IF WS-ANSWER (1:6) IS NUMERIC
047666             MOVE WS-ANSWER (1:6) TO RH-LINK-TO-ID
047669         ELSE
047672             DISPLAY "LINK-TO ID NOT NUMERIC, KEPT AS IS"
047675         END-IF
047678     END-IF.
047681 2470-EXIT.
047684     EXIT.
047687
047690******************************************************************
047700* 2500-VALIDATE-CORRECTION - THE SAME EDITS CUSTMAINT'S
047800* 2300-VALIDATE-TRANSACTION APPLIES, RUN AGAINST THE CORRECTED
047900* TRANSACTION BEFORE IT IS ALLOWED BACK INTO THE STREAM.
048600             AND NOT RS-TRANS-DEACTIVATE AND NOT RS-TRANS-MERGE
048700             AND NOT RS-TRANS-RESTORE
048800             AND NOT RS-TRANS-PREFERENCE
048850             AND NOT RS-TRANS-HOUSEHOLD
048900         SET WS-TRANS-VALID-SW TO 'N'
049000         MOVE "INVALID TRANSACTION CODE" TO WS-REJECT-REASON
049100     END-IF.
052600
052700     IF TRANSACTION-VALID AND RS-TRANS-PREFERENCE
052800         PERFORM 2560-VALIDATE-PREFERENCES THRU 2560-EXIT
052825     END-IF.
052850     IF TRANSACTION-VALID AND RS-TRANS-HOUSEHOLD
052875         PERFORM 2570-VALIDATE-HOUSEHOLD THRU 2570-EXIT
052900     END-IF.
053000 2500-EXIT.
053100     EXIT.
063400 2560-EXIT.
063500     EXIT.
063600
063604******************************************************************
063608* 2570-VALIDATE-HOUSEHOLD - THE SAME EDITS CUSTMAINT APPLIES TO
063612* AN 'H': ACTION L OR B, AND ON A LINK A NUMERIC, NONZERO
063616* LINK-TO ID THAT IS NOT THE CUSTOMER'S OWN.
063620******************************************************************
063624 2570-VALIDATE-HOUSEHOLD.
063628     IF NOT RH-ACTION-LINK AND NOT RH-ACTION-BREAK
063632         SET WS-TRANS-VALID-SW TO 'N'
063636         MOVE "INVALID HOUSEHOLD ACTION" TO WS-REJECT-REASON
063640         GO TO 2570-EXIT
063644     END-IF.
063648     IF RH-ACTION-LINK
063652             AND (RH-LINK-TO-ID NOT NUMERIC
063656             OR RH-LINK-TO-ID = ZERO
063660             OR RH-LINK-TO-ID = RH-CUSTOMER-ID)
063664         SET WS-TRANS-VALID-SW TO 'N'
063668         MOVE "INVALID HOUSEHOLD LINK-TO ID" TO WS-REJECT-REASON
063672     END-IF.
063676 2570-EXIT.
063680     EXIT.
063684
063700 2800-ESCALATE-REJECT.
063800     ADD 1 TO WS-ESCALATED-COUNT.
063900     MOVE SPACES TO WS-ESCL-LINE.
