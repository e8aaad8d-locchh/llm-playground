002257*                   TRUE CCYY-MM-DD - CURRENT-DATE(1:10) IS
002286*                   CCYYMMDDHH AND WAS LEAKING INTO DATE FIELDS
002315*                   AND COMPARES THAT EXPECT DASHED DATES.
002320* 2026-10-15  RDM   REFUSE TO RUN (RC 12) UNTIL STRMPROF HAS
002325*                   STAMPED THE RUN DATE CLEAN ON RUNCTL - THE
002330*                   NIGHT'S CUSTOMER FILES MUST BE PROVED IN
002335*                   BALANCE BEFORE THE REPORT IS PRINTED.
002344******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
018152         GO TO 1000-EXIT
018171     END-IF.

018173* THE MORNING REPORTS PRINT ONLY AFTER STRMPROF HAS PROVED THE
018175* NIGHT'S CUSTOMER FILES IN BALANCE - AN UNPROVED OR OUT-OF-
018177* BALANCE NIGHT HOLDS THE REPORT UNTIL IT IS PUT RIGHT.
018179     MOVE "STRMPROF" TO RC-CHECK-PROGRAM.
018181     MOVE WS-CURRENT-DATE TO RC-CHECK-DATE.
018183     PERFORM CHECK-RUN-CONTROL THRU CHECK-RUN-CONTROL-EXIT.
018185     IF NOT RUN-CONTROL-FOUND
018187         DISPLAY "STRMPROF HAS NOT PROVED RUN DATE "
018189             WS-CURRENT-DATE ", RUN REFUSED"
018191         MOVE 12 TO RETURN-CODE
018193         GO TO 1000-EXIT
018195     END-IF.

018200     OPEN INPUT CUSTMAST-FILE.
018300     IF NOT CUSTMAST-OK
018310         DISPLAY "UNABLE TO OPEN CUSTMAST, STATUS: "
