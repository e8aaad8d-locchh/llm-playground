002395*                   TRUE CCYY-MM-DD - CURRENT-DATE(1:10) IS
002468*                   CCYYMMDDHH AND WAS LEAKING INTO DATE FIELDS
002541*                   AND COMPARES THAT EXPECT DASHED DATES.
002550* 2026-10-15  RDM   JOBAUDTN, CONNAUDTN AND INQLOGN NOW STAMP
002559*                   GENTOTS WHEN THEY ARE OPENED AND, AFTER A
002568*                   CLEAN CLOSE, WITH THE RECORDS KEPT (SHARED
002577*                   STAMP-GENERATION-TOTALS UTILITY, CHKGEN), SO
002586*                   GENMGR CAN PROVE EACH GENERATION BEFORE IT
002595*                   SWAPS IT IN. A ROLL THAT DIES PART WAY LEAVES
002604*                   ITS 'O' STAMP LAST AND IS NOT SWAPPED IN.
002614******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
007500         ACCESS MODE IS SEQUENTIAL
007600         FILE STATUS IS WS-INQLOGN-STATUS.

007640     SELECT GENTOTS-FILE ASSIGN TO "GENTOTS"
007680         ORGANIZATION IS SEQUENTIAL
007720         ACCESS MODE IS SEQUENTIAL
007760         FILE STATUS IS WS-GENTOTS-STATUS.

007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  JOBAUDT-FILE
013200     RECORDING MODE IS F.
013300 01  INQLOGN-RECORD            PIC X(48).

013314* NEXT-GENERATION CONTROL TOTALS - STAMPED WHEN EACH NEXT
013328* GENERATION IS OPENED AND WHEN IT CLOSES CLEANLY, READ BY GENMGR
013342* BEFORE THE SWAP. SEE CHKGEN.cpy.
013356 FD  GENTOTS-FILE
013370     RECORDING MODE IS F.
013384 01  GENTOTS-RECORD.
013398     05  GT-FILE-ID            PIC X(10).
013412     05  GT-RUN-DATE           PIC X(10).
013426     05  GT-PROGRAM-ID         PIC X(08).
013440     05  GT-EVENT              PIC X(01).
013454     05  GT-RECORD-COUNT       PIC 9(09).
013468     05  GT-TIMESTAMP          PIC X(21).
013482     05  FILLER                PIC X(21).

013500 WORKING-STORAGE SECTION.
013533* INCLUDE SHARED DATE-HANDLING WORKING STORAGE
013566     COPY DATECHK.

013577* INCLUDE SHARED GENERATION CONTROL-TOTALS WORKING STORAGE
013588     COPY GENCHK.

013600 01  WS-VARIABLES.
013700     05  WS-CURRENT-DATE       PIC X(10) VALUE SPACES.
013800     05  WS-CURRENT-CCYYMM     PIC X(06) VALUE SPACES.
020400         OPEN OUTPUT JOBAUDTA-FILE
020500     END-IF.
020600     OPEN OUTPUT JOBAUDTN-FILE.
020666     MOVE "JOBAUDTN" TO GC-STAMP-FILE.
020732     PERFORM 3800-STAMP-GENERATION-OPENED THRU 3800-EXIT.

020800     PERFORM 2100-READ-JOBAUDT-RECORD THRU 2100-EXIT.
020900     PERFORM 2200-ROLL-ONE-JOB-RECORD THRU 2200-EXIT
021200     CLOSE JOBAUDT-FILE.
021300     CLOSE JOBAUDTA-FILE.
021400     CLOSE JOBAUDTN-FILE.
021420     IF WS-JOBAUDTN-STATUS = '00'
021440         MOVE WS-JOB-KEPT TO GC-STAMP-COUNT
021460         PERFORM 3850-STAMP-GENERATION-CLOSED THRU 3850-EXIT
021480     END-IF.
021500 2000-EXIT.
021600     EXIT.

025100         OPEN OUTPUT CONNAUDTA-FILE
025200     END-IF.
025300     OPEN OUTPUT CONNAUDTN-FILE.
025366     MOVE "CONNAUDN" TO GC-STAMP-FILE.
025432     PERFORM 3800-STAMP-GENERATION-OPENED THRU 3800-EXIT.

025500     PERFORM 3100-READ-CONNAUDT-RECORD THRU 3100-EXIT.
025600     PERFORM 3200-ROLL-ONE-CONN-RECORD THRU 3200-EXIT
025900     CLOSE CONNAUDT-FILE.
026000     CLOSE CONNAUDTA-FILE.
026100     CLOSE CONNAUDTN-FILE.
026120     IF WS-CONNAUDTN-STATUS = '00'
026140         MOVE WS-CONN-KEPT TO GC-STAMP-COUNT
026160         PERFORM 3850-STAMP-GENERATION-CLOSED THRU 3850-EXIT
026180     END-IF.
026200 3000-EXIT.
026300     EXIT.

029800         OPEN OUTPUT INQLOGA-FILE
029900     END-IF.
030000     OPEN OUTPUT INQLOGN-FILE.
030066     MOVE "INQLOGN" TO GC-STAMP-FILE.
030132     PERFORM 3800-STAMP-GENERATION-OPENED THRU 3800-EXIT.

030200     PERFORM 3600-READ-INQLOG-RECORD THRU 3600-EXIT.
030300     PERFORM 3700-ROLL-ONE-INQ-RECORD THRU 3700-EXIT
030600     CLOSE INQLOG-FILE.
030700     CLOSE INQLOGA-FILE.
030800     CLOSE INQLOGN-FILE.
030820     IF WS-INQLOGN-STATUS = '00'
030840         MOVE WS-INQ-KEPT TO GC-STAMP-COUNT
030860         PERFORM 3850-STAMP-GENERATION-CLOSED THRU 3850-EXIT
030880     END-IF.
030900 3500-EXIT.
031000     EXIT.

033100     EXIT.

033300******************************************************************
033304* 3800-STAMP-GENERATION-OPENED / 3850-STAMP-GENERATION-CLOSED -
033308* GENTOTS CONTROL RECORDS FOR THE NEXT GENERATION NAMED IN
033312* GC-STAMP-FILE.
033316******************************************************************
033320 3800-STAMP-GENERATION-OPENED.
033324     MOVE "AUDTROLL" TO GC-STAMP-PROGRAM.
033328     MOVE WS-CURRENT-DATE TO GC-STAMP-DATE.
033332     SET STAMP-GEN-OPENED TO TRUE.
033336     PERFORM STAMP-GENERATION-TOTALS
033340         THRU STAMP-GENERATION-TOTALS-EXIT.
033344 3800-EXIT.
033348     EXIT.

033352 3850-STAMP-GENERATION-CLOSED.
033356     MOVE "AUDTROLL" TO GC-STAMP-PROGRAM.
033360     MOVE WS-CURRENT-DATE TO GC-STAMP-DATE.
033364     SET STAMP-GEN-CLOSED TO TRUE.
033368     PERFORM STAMP-GENERATION-TOTALS
033372         THRU STAMP-GENERATION-TOTALS-EXIT.
033376 3850-EXIT.
033380     EXIT.

033384******************************************************************
033400* 4000-CLEANUP-ROUTINE - REPORT WHAT MOVED AND WHAT STAYED.
033500******************************************************************
033600 4000-CLEANUP-ROUTINE.

034510* INCLUDE THE SHARED CHECK-DATE-FORMAT UTILITY PARAGRAPHS
034520     COPY CHKDATE.

034620* INCLUDE THE SHARED GENERATION CONTROL-TOTALS STAMP PARAGRAPH
034720     COPY CHKGEN.
