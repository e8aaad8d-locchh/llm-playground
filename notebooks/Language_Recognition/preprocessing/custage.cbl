001735*                   TRUE CCYY-MM-DD - CURRENT-DATE(1:10) IS
001750*                   CCYYMMDDHH AND WAS LEAKING INTO DATE FIELDS
001765*                   AND COMPARES THAT EXPECT DASHED DATES.
001768* 2026-10-15  RDM   REFUSE TO RUN (RC 12) UNTIL STRMPROF HAS
001771*                   STAMPED THE RUN DATE CLEAN ON RUNCTL - THE
001774*                   NIGHT'S CUSTOMER FILES MUST BE PROVED IN
001777*                   BALANCE BEFORE THE REPORT IS PRINTED.
001780******************************************************************
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
012772         GO TO 1000-EXIT
012781     END-IF.

012782* THE MORNING REPORTS PRINT ONLY AFTER STRMPROF HAS PROVED THE
012783* NIGHT'S CUSTOMER FILES IN BALANCE - AN UNPROVED OR OUT-OF-
012784* BALANCE NIGHT HOLDS THE REPORT UNTIL IT IS PUT RIGHT.
012785     MOVE "STRMPROF" TO RC-CHECK-PROGRAM.
012786     MOVE WS-CURRENT-DATE TO RC-CHECK-DATE.
012787     PERFORM CHECK-RUN-CONTROL THRU CHECK-RUN-CONTROL-EXIT.
012788     IF NOT RUN-CONTROL-FOUND
012789         DISPLAY "STRMPROF HAS NOT PROVED RUN DATE "
012790             WS-CURRENT-DATE ", RUN REFUSED"
012791         MOVE 12 TO RETURN-CODE
012792         GO TO 1000-EXIT
012793     END-IF.

012800     OPEN INPUT CUSTREF-FILE.
012900     IF NOT CUSTREF-OK
013000         DISPLAY "UNABLE TO OPEN CUSTREF, STATUS: "
