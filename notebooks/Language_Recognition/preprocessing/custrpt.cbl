002168*                   TRUE CCYY-MM-DD - CURRENT-DATE(1:10) IS
002196*                   CCYYMMDDHH AND WAS LEAKING INTO DATE FIELDS
002224*                   AND COMPARES THAT EXPECT DASHED DATES.
002229* 2026-10-15  RDM   REFUSE TO RUN (RC 12) UNTIL STRMPROF HAS
002234*                   STAMPED THE RUN DATE CLEAN ON RUNCTL - THE
002239*                   NIGHT'S CUSTOMER FILES MUST BE PROVED IN
002244*                   BALANCE BEFORE THE REPORT IS PRINTED.
002252******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
016552         GO TO 1000-EXIT
016571     END-IF.

016573* THE MORNING REPORTS PRINT ONLY AFTER STRMPROF HAS PROVED THE
016575* NIGHT'S CUSTOMER FILES IN BALANCE - AN UNPROVED OR OUT-OF-
016577* BALANCE NIGHT HOLDS THE REPORT UNTIL IT IS PUT RIGHT.
016579     MOVE "STRMPROF" TO RC-CHECK-PROGRAM.
016581     MOVE WS-CURRENT-DATE TO RC-CHECK-DATE.
016583     PERFORM CHECK-RUN-CONTROL THRU CHECK-RUN-CONTROL-EXIT.
016585     IF NOT RUN-CONTROL-FOUND
016587         DISPLAY "STRMPROF HAS NOT PROVED RUN DATE "
016589             WS-CURRENT-DATE ", RUN REFUSED"
016591         MOVE 12 TO RETURN-CODE
016593         GO TO 1000-EXIT
016595     END-IF.

016600     OPEN INPUT CUSTMAST-FILE.
016700     IF NOT CUSTMAST-OK
016710         DISPLAY "UNABLE TO OPEN CUSTMAST, STATUS: "
