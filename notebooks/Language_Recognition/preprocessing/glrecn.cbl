000100******************************************************************
000200* GLRECN - GENERAL LEDGER JOURNAL ACKNOWLEDGEMENT FOLLOW-UP
000300******************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. GLRECN.
000600 AUTHOR. R MERCER.
000700 INSTALLATION. DATA PROCESSING.
000800 DATE-WRITTEN. 2026-10-15.
000900 DATE-COMPILED.
001000******************************************************************
001100* MODIFICATION HISTORY
001200* ----------------------------------------------------------------
001300* DATE        INIT  DESCRIPTION
001400* 2026-10-15  RDM   ORIGINAL VERSION - FOLLOWS UP THE JOURNALS
001500*                   ORDPOST SENDS TO THE GENERAL LEDGER. THE
001600*                   GLJREG REGISTER (ONE RECORD PER JOURNAL) IS
001700*                   MATCHED TO THE GL SYSTEM'S ACKNOWLEDGEMENT
001800*                   FILE (GLACK, 'A' ACCEPTED OR 'R' REJECTED
001900*                   WITH A REASON). THE REPORT LISTS EVERY
002000*                   REJECTED JOURNAL AND EVERY JOURNAL NOT YET
002100*                   ACKNOWLEDGED, FLAGGED OVERDUE PAST THE GRACE
002200*                   DAYS ON THE GLPARM CARD (DEFAULT 1). A
002300*                   POSTING DAY IS CLOSED ONLY WHEN EVERY
002400*                   JOURNAL FOR IT HAS BEEN ACCEPTED: THE CLOSE
002500*                   IS STAMPED ON RUNCTL AS PROGRAM "GLCLOSED"
002600*                   UNDER THE POSTING DATE, AND THE DAY'S
002700*                   JOURNALS LEAVE THE REGISTER. EVERYTHING
002800*                   STILL OPEN IS CARRIED TO GLJREGN FOR THE
002900*                   SCHEDULER TO SWAP IN AS THE NEXT GLJREG. A
003000*                   REJECTED OR OVERDUE JOURNAL ENDS THE RUN
003100*                   WITH RETURN CODE 4.
003116* 2026-10-15  RDM   GLJREGN NOW STAMPS GENTOTS WHEN IT IS OPENED
003132*                   AND, AFTER A CLEAN CLOSE, WITH THE JOURNALS
003148*                   CARRIED (SHARED STAMP-GENERATION-TOTALS
003164*                   UTILITY, CHKGEN), SO GENMGR CAN PROVE THE
003180*                   REGISTER BEFORE IT SWAPS IT IN.
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. X86-64.
003600 OBJECT-COMPUTER. X86-64.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT GLJREG-FILE ASSIGN TO "GLJREG"
004000         ORGANIZATION IS SEQUENTIAL
004100         ACCESS MODE IS SEQUENTIAL
004200         FILE STATUS IS WS-GLJREG-STATUS.
004300
004400     SELECT GLACK-FILE ASSIGN TO "GLACK"
004500         ORGANIZATION IS SEQUENTIAL
004600         ACCESS MODE IS SEQUENTIAL
004700         FILE STATUS IS WS-GLACK-STATUS.
004800
004900     SELECT GLJREGN-FILE ASSIGN TO "GLJREGN"
005000         ORGANIZATION IS SEQUENTIAL
005100         ACCESS MODE IS SEQUENTIAL
005200         FILE STATUS IS WS-GLJREGN-STATUS.
005300
005400     SELECT GLRPT-FILE ASSIGN TO "GLRPT"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-GLRPT-STATUS.
005700
005800     SELECT PARMCARD-FILE ASSIGN TO "GLPARM"
005900         ORGANIZATION IS SEQUENTIAL
006000         ACCESS MODE IS SEQUENTIAL
006100         FILE STATUS IS WS-PARMCARD-STATUS.
006200
006300     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
006400         ORGANIZATION IS SEQUENTIAL
006500         ACCESS MODE IS SEQUENTIAL
006600         FILE STATUS IS WS-RUNCTL-STATUS.
006616
006632     SELECT GENTOTS-FILE ASSIGN TO "GENTOTS"
006648         ORGANIZATION IS SEQUENTIAL
006664         ACCESS MODE IS SEQUENTIAL
006680         FILE STATUS IS WS-GENTOTS-STATUS.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
007000* JOURNAL REGISTER - ONE RECORD PER JOURNAL ORDPOST HAS SENT.
007100* STATUS 'S' SENT, 'A' ACCEPTED, 'R' REJECTED.
007200 FD  GLJREG-FILE
007300     RECORDING MODE IS F.
007400 01  GLJREG-RECORD.
007500     05  JR-JOURNAL-ID         PIC X(16).
007600     05  JR-POST-DATE          PIC X(10).
007700     05  JR-LINE-COUNT         PIC 9(07).
007800     05  JR-DEBIT-TOTAL        PIC 9(13)V99.
007900     05  JR-CREDIT-TOTAL       PIC 9(13)V99.
008000     05  JR-STATUS             PIC X(01).
008100     05  JR-ACK-DATE           PIC X(10).
008200     05  JR-ACK-REASON         PIC X(40).
008300     05  FILLER                PIC X(06).
008400
008500* ACKNOWLEDGEMENTS RETURNED BY THE GL SYSTEM - ONE RECORD PER
008600* JOURNAL IT HAS PROCESSED. A LATER RECORD FOR THE SAME JOURNAL
008700* (A CORRECTED RESUBMISSION) OVERRIDES AN EARLIER ONE.
008800 FD  GLACK-FILE
008900     RECORDING MODE IS F.
009000 01  GLACK-RECORD.
009100     05  GA-JOURNAL-ID         PIC X(16).
009200     05  GA-STATUS             PIC X(01).
009300     05  GA-ACK-DATE           PIC X(10).
009400     05  GA-REASON             PIC X(40).
009500     05  FILLER                PIC X(13).
009600
009700* NEXT GENERATION OF THE REGISTER - THE JOURNALS OF EVERY DAY
009800* NOT YET CLOSED.
009900 FD  GLJREGN-FILE
010000     RECORDING MODE IS F.
010100 01  GLJREGN-RECORD            PIC X(120).
010200
010300 FD  GLRPT-FILE.
010400 01  GLRPT-LINE                PIC X(132).
010500
010600* RUN-TIME PARAMETER CARD - OPTIONAL GRACE DAYS BEFORE AN
010700* UNACKNOWLEDGED JOURNAL IS OVERDUE.
010800 FD  PARMCARD-FILE
010900     RECORDING MODE IS F.
011000 01  PARMCARD-RECORD.
011100     05  PC-GRACE-DAYS         PIC 9(03).
011200     05  FILLER                PIC X(77).
011300
011400* SHARED NIGHTLY RUN-CONTROL FILE - ONE RECORD PER PROGRAM
011500* COMPLETION, STAMPED AT CLEANUP. A CLOSED POSTING DAY IS ALSO
011600* STAMPED HERE. SEE CHKRUN.cpy.
011700 FD  RUNCTL-FILE
011800     RECORDING MODE IS F.
011900 01  RUNCTL-RECORD.
012000     05  RU-RUN-DATE           PIC X(10).
012100     05  RU-PROGRAM-ID         PIC X(08).
012200     05  RU-TIMESTAMP          PIC X(21).
012300     05  RU-RETURN-CODE        PIC S9(04).
012400     05  FILLER                PIC X(37).
012500
012506* NEXT-GENERATION CONTROL TOTALS - STAMPED WHEN GLJREGN IS OPENED
012512* AND WHEN IT CLOSES CLEANLY, READ BY GENMGR BEFORE THE SWAP. SEE
012518* CHKGEN.cpy.
012524 FD  GENTOTS-FILE
012530     RECORDING MODE IS F.
012536 01  GENTOTS-RECORD.
012542     05  GT-FILE-ID            PIC X(10).
012548     05  GT-RUN-DATE           PIC X(10).
012554     05  GT-PROGRAM-ID         PIC X(08).
012560     05  GT-EVENT              PIC X(01).
012566     05  GT-RECORD-COUNT       PIC 9(09).
012572     05  GT-TIMESTAMP          PIC X(21).
012578     05  FILLER                PIC X(21).
012584
012600 WORKING-STORAGE SECTION.
012700
012800* INCLUDE SHARED RUN-CONTROL WORKING STORAGE
012900     COPY RUNCTL.
013000
013100* INCLUDE SHARED DATE-VALIDATION WORKING STORAGE
013200     COPY DATECHK.
013225
013250* INCLUDE SHARED GENERATION CONTROL-TOTALS WORKING STORAGE
013275     COPY GENCHK.
013300
013400 01  WS-VARIABLES.
013500     05  WS-CURRENT-DATE       PIC X(10) VALUE SPACES.
013600     05  WS-GRACE-DAYS         PIC 9(03) VALUE 1.
013700
013800 01  WS-FILE-SWITCHES.
013900     05  WS-GLJREG-STATUS      PIC X(02) VALUE SPACES.
014000         88  GLJREG-OK         VALUE '00'.
014100     05  WS-GLACK-STATUS       PIC X(02) VALUE SPACES.
014200         88  GLACK-OK          VALUE '00'.
014300     05  WS-GLJREGN-STATUS     PIC X(02) VALUE SPACES.
014400     05  WS-GLRPT-STATUS       PIC X(02) VALUE SPACES.
014500     05  WS-PARMCARD-STATUS    PIC X(02) VALUE SPACES.
014600         88  PARMCARD-OK       VALUE '00'.
014700     05  WS-GLJREG-SW          PIC X(01) VALUE 'N'.
014800         88  END-OF-GLJREG     VALUE 'Y'.
014900     05  WS-GLACK-SW           PIC X(01) VALUE 'N'.
015000         88  END-OF-GLACK      VALUE 'Y'.
015100
015200 01  WS-RECON-COUNTS.
015300     05  WS-JOURNALS-READ      PIC 9(05) VALUE ZERO.
015400     05  WS-ACKS-READ          PIC 9(05) VALUE ZERO.
015500     05  WS-ACKS-UNMATCHED     PIC 9(05) VALUE ZERO.
015600     05  WS-ACCEPTED-COUNT     PIC 9(05) VALUE ZERO.
015700     05  WS-REJECTED-COUNT     PIC 9(05) VALUE ZERO.
015800     05  WS-PENDING-COUNT      PIC 9(05) VALUE ZERO.
015900     05  WS-OVERDUE-COUNT      PIC 9(05) VALUE ZERO.
016000     05  WS-DAYS-CLOSED        PIC 9(05) VALUE ZERO.
016100     05  WS-CARRIED-COUNT      PIC 9(05) VALUE ZERO.
016200
016300* THE REGISTER IN MEMORY. A REGISTER BIGGER THAN THE TABLE FAILS
016400* THE RUN - CLOSING A DAY WITHOUT SEEING ALL ITS JOURNALS WOULD
016500* DEFEAT THE POINT.
016600 01  WS-JOURNAL-TABLE.
016700     05  WS-MAX-JRN-TABLE      PIC 9(04) VALUE 1000 COMP.
016800     05  WS-JRN-COUNT          PIC 9(04) VALUE ZERO.
016900     05  WS-JRN-SUB            PIC 9(04) COMP VALUE ZERO.
017000     05  WS-DAY-SUB            PIC 9(04) COMP VALUE ZERO.
017100     05  WS-JRN-OVERFLOW-SW    PIC X(01) VALUE 'N'.
017200         88  JRN-TABLE-OVERFLOW VALUE 'Y'.
017300     05  WS-JRN-FOUND-SW       PIC X(01) VALUE 'N'.
017400         88  JOURNAL-FOUND     VALUE 'Y'.
017500     05  WS-DAY-OPEN-SW        PIC X(01) VALUE 'N'.
017600         88  DAY-STILL-OPEN    VALUE 'Y'.
017700     05  WS-DAY-SEEN-SW        PIC X(01) VALUE 'N'.
017800         88  DAY-ALREADY-SEEN  VALUE 'Y'.
017900     05  WS-JRN-ENTRY OCCURS 1000 TIMES
018000             INDEXED BY WS-JRN-IDX.
018100         10  WS-JRN-RECORD     PIC X(120).
018200         10  WS-JRN-FIELDS REDEFINES WS-JRN-RECORD.
018300             15  WS-JRN-ID     PIC X(16).
018400             15  WS-JRN-POST-DATE PIC X(10).
018500             15  WS-JRN-LINES  PIC 9(07).
018600             15  WS-JRN-DEBITS PIC 9(13)V99.
018700             15  WS-JRN-CREDITS PIC 9(13)V99.
018800             15  WS-JRN-STATUS PIC X(01).
018900                 88  JRN-SENT     VALUE 'S'.
019000                 88  JRN-ACCEPTED VALUE 'A'.
019100                 88  JRN-REJECTED VALUE 'R'.
019200             15  WS-JRN-ACK-DATE PIC X(10).
019300             15  WS-JRN-REASON PIC X(40).
019400             15  FILLER        PIC X(06).
019500         10  WS-JRN-CLOSE-SW   PIC X(01).
019600             88  JRN-DAY-CLOSED VALUE 'Y'.
019700
019800 01  WS-DATE-WORK.
019900     05  WS-POST-CCYYMMDD      PIC 9(08) VALUE ZERO.
020000     05  WS-POST-INTEGER       PIC S9(09) COMP VALUE ZERO.
020100     05  WS-CURR-CCYYMMDD      PIC 9(08) VALUE ZERO.
020200     05  WS-CURR-INTEGER       PIC S9(09) COMP VALUE ZERO.
020300     05  WS-DAYS-OUT           PIC S9(09) COMP VALUE ZERO.
020400
020500 01  WS-REPORT-LINES.
020600     05  WS-HEADER-LINE.
020700         10  FILLER            PIC X(31) VALUE
020800             "GL JOURNAL FOLLOW-UP REPORT".
020900         10  FILLER            PIC X(12) VALUE "  RUN DATE: ".
021000         10  WS-HDR-DATE       PIC X(10) VALUE SPACES.
021100     05  WS-SECTION-LINE.
021200         10  WS-SEC-TITLE      PIC X(60) VALUE SPACES.
021300     05  WS-DETAIL-LINE.
021400         10  FILLER            PIC X(03) VALUE SPACES.
021500         10  WS-DTL-JOURNAL    PIC X(16).
021600         10  FILLER            PIC X(02) VALUE SPACES.
021700         10  WS-DTL-POST-DATE  PIC X(10).
021800         10  FILLER            PIC X(02) VALUE SPACES.
021900         10  WS-DTL-LINES      PIC ZZZZZZ9.
022000         10  FILLER            PIC X(02) VALUE SPACES.
022100         10  WS-DTL-DEBITS     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
022200         10  FILLER            PIC X(02) VALUE SPACES.
022300         10  WS-DTL-STATE      PIC X(08).
022400         10  FILLER            PIC X(02) VALUE SPACES.
022500         10  WS-DTL-TEXT       PIC X(50).
022600     05  WS-SUMMARY-LINE.
022700         10  FILLER            PIC X(20) VALUE SPACES.
022800         10  WS-SUM-LABEL      PIC X(23).
022900         10  WS-SUM-VALUE      PIC ZZZ,ZZ9.
023000
023100 PROCEDURE DIVISION.
023200 0000-MAINLINE.
023300     DISPLAY "GL JOURNAL FOLLOW-UP PROGRAM".
023400     PERFORM 1000-INITIALIZE-ROUTINE THRU 1000-EXIT.
023500     IF RETURN-CODE = ZERO
023600         PERFORM 2000-PROCESS-DATA THRU 2000-EXIT
023700     ELSE
023800         DISPLAY "INITIALIZATION FAILED, SKIPPING PROCESS-DATA"
023900     END-IF.
024000     PERFORM 4000-CLEANUP-ROUTINE THRU 4000-EXIT.
024100     STOP RUN.
024200
024300******************************************************************
024400* 1000-INITIALIZE-ROUTINE - READ THE PARAMETER CARD, OPEN THE
024500* REPORT, LOAD THE REGISTER AND APPLY THE ACKNOWLEDGEMENTS. NO
024600* REGISTER MEANS NO JOURNAL HAS BEEN SENT - AN EMPTY RUN.
024700******************************************************************
024800 1000-INITIALIZE-ROUTINE.
024900     PERFORM DERIVE-CURRENT-DATE
025000         THRU DERIVE-CURRENT-DATE-EXIT.
025100     MOVE DC-TODAY-DATE TO WS-CURRENT-DATE.
025200     MOVE WS-CURRENT-DATE(1:4) TO WS-CURR-CCYYMMDD(1:4).
025300     MOVE WS-CURRENT-DATE(6:2) TO WS-CURR-CCYYMMDD(5:2).
025400     MOVE WS-CURRENT-DATE(9:2) TO WS-CURR-CCYYMMDD(7:2).
025500     COMPUTE WS-CURR-INTEGER =
025600         FUNCTION INTEGER-OF-DATE(WS-CURR-CCYYMMDD).
025700
025800     PERFORM 1050-READ-PARAMETER-CARD THRU 1050-EXIT.
025900
026000     OPEN OUTPUT GLRPT-FILE.
026100     MOVE WS-CURRENT-DATE TO WS-HDR-DATE.
026200     WRITE GLRPT-LINE FROM WS-HEADER-LINE.
026300
026400     PERFORM 1200-LOAD-REGISTER THRU 1200-EXIT.
026500     IF RETURN-CODE NOT = ZERO
026600         GO TO 1000-EXIT
026700     END-IF.
026800
026900     PERFORM 1400-APPLY-ACKNOWLEDGEMENTS THRU 1400-EXIT.
027000 1000-EXIT.
027100     EXIT.
027200
027300******************************************************************
027400* 1050-READ-PARAMETER-CARD - PULL AN OPTIONAL OVERRIDE OF THE
027500* GRACE DAYS. NO CARD, OR A ZERO ON THE CARD, MEANS THE
027600* COMPILED-IN DEFAULT OF WS-GRACE-DAYS (1).
027700******************************************************************
027800 1050-READ-PARAMETER-CARD.
027900     OPEN INPUT PARMCARD-FILE.
028000     IF NOT PARMCARD-OK
028100         DISPLAY "NO PARAMETER CARD FOUND, USING DEFAULTS"
028200         GO TO 1050-EXIT
028300     END-IF.
028400
028500     READ PARMCARD-FILE
028600         AT END
028700             DISPLAY "PARAMETER CARD EMPTY, USING DEFAULTS"
028800             CLOSE PARMCARD-FILE
028900             GO TO 1050-EXIT
029000     END-READ.
029100
029200     IF PC-GRACE-DAYS > ZERO
029300         MOVE PC-GRACE-DAYS TO WS-GRACE-DAYS
029400     END-IF.
029500
029600     CLOSE PARMCARD-FILE.
029700 1050-EXIT.
029800     EXIT.
029900
030000 1200-LOAD-REGISTER.
030100     MOVE ZERO TO WS-JRN-COUNT.
030200     OPEN INPUT GLJREG-FILE.
030300     IF NOT GLJREG-OK
030400         DISPLAY "NO GL JOURNAL REGISTER FOUND, STATUS: "
030500             WS-GLJREG-STATUS
030600         GO TO 1200-EXIT
030700     END-IF.
030800     PERFORM 1250-READ-GLJREG-RECORD THRU 1250-EXIT.
030900     PERFORM 1300-ADD-REGISTER-ENTRY THRU 1300-EXIT
031000         UNTIL END-OF-GLJREG.
031100     CLOSE GLJREG-FILE.
031200
031300     IF JRN-TABLE-OVERFLOW
031400         DISPLAY "MORE THAN " WS-MAX-JRN-TABLE
031500             " JOURNALS ON THE REGISTER, RUN ABORTED"
031600         MOVE 16 TO RETURN-CODE
031700     END-IF.
031800 1200-EXIT.
031900     EXIT.
032000
032100 1250-READ-GLJREG-RECORD.
032200     READ GLJREG-FILE
032300         AT END
032400             SET END-OF-GLJREG TO TRUE
032500         NOT AT END
032600             ADD 1 TO WS-JOURNALS-READ
032700     END-READ.
032800 1250-EXIT.
032900     EXIT.
033000
033100 1300-ADD-REGISTER-ENTRY.
033200     IF WS-JRN-COUNT < WS-MAX-JRN-TABLE
033300         ADD 1 TO WS-JRN-COUNT
033400         MOVE GLJREG-RECORD TO WS-JRN-RECORD (WS-JRN-COUNT)
033500         MOVE 'N' TO WS-JRN-CLOSE-SW (WS-JRN-COUNT)
033600     ELSE
033700         SET JRN-TABLE-OVERFLOW TO TRUE
033800     END-IF.
033900     PERFORM 1250-READ-GLJREG-RECORD THRU 1250-EXIT.
034000 1300-EXIT.
034100     EXIT.
034200
034300******************************************************************
034400* 1400-APPLY-ACKNOWLEDGEMENTS - SET EACH ACKNOWLEDGED JOURNAL'S
034500* STATUS, DATE AND REASON. NO ACKNOWLEDGEMENT FILE IS NORMAL
034600* (NOTHING BACK FROM THE GL YET). AN ACKNOWLEDGEMENT FOR A
034700* JOURNAL NOT ON THE REGISTER IS REPORTED - EITHER THE DAY WAS
034800* ALREADY CLOSED OR THE GL IS ANSWERING FOR SOMEBODY ELSE.
034900******************************************************************
035000 1400-APPLY-ACKNOWLEDGEMENTS.
035100     MOVE SPACES TO WS-SECTION-LINE.
035200     MOVE "ACKNOWLEDGEMENTS NOT ON THE REGISTER:"
035300         TO WS-SEC-TITLE.
035400     WRITE GLRPT-LINE FROM WS-SECTION-LINE.
035500
035600     OPEN INPUT GLACK-FILE.
035700     IF NOT GLACK-OK
035800         DISPLAY "NO GL ACKNOWLEDGEMENT FILE FOUND, STATUS: "
035900             WS-GLACK-STATUS
036000         GO TO 1400-EXIT
036100     END-IF.
036200     PERFORM 1450-READ-GLACK-RECORD THRU 1450-EXIT.
036300     PERFORM 1500-APPLY-ONE-ACK THRU 1500-EXIT
036400         UNTIL END-OF-GLACK.
036500     CLOSE GLACK-FILE.
036600 1400-EXIT.
036700     EXIT.
036800
036900 1450-READ-GLACK-RECORD.
037000     READ GLACK-FILE
037100         AT END
037200             SET END-OF-GLACK TO TRUE
037300         NOT AT END
037400             ADD 1 TO WS-ACKS-READ
037500     END-READ.
037600 1450-EXIT.
037700     EXIT.
037800
037900 1500-APPLY-ONE-ACK.
038000     MOVE 'N' TO WS-JRN-FOUND-SW.
038100     IF WS-JRN-COUNT > ZERO
038200         SET WS-JRN-IDX TO 1
038300         SEARCH WS-JRN-ENTRY
038400             AT END
038500                 CONTINUE
038600             WHEN WS-JRN-ID (WS-JRN-IDX) = GA-JOURNAL-ID
038700                 SET JOURNAL-FOUND TO TRUE
038800                 SET WS-JRN-SUB TO WS-JRN-IDX
038900         END-SEARCH
039000     END-IF.
039100
039200     IF NOT JOURNAL-FOUND
039300         ADD 1 TO WS-ACKS-UNMATCHED
039400         MOVE SPACES TO WS-DETAIL-LINE
039500         MOVE GA-JOURNAL-ID TO WS-DTL-JOURNAL
039600         MOVE GA-ACK-DATE TO WS-DTL-POST-DATE
039700         MOVE "UNKNOWN" TO WS-DTL-STATE
039800         MOVE GA-REASON TO WS-DTL-TEXT
039900         WRITE GLRPT-LINE FROM WS-DETAIL-LINE
040000         GO TO 1500-NEXT
040100     END-IF.
040200
040300     IF GA-STATUS = 'A' OR GA-STATUS = 'R'
040400         MOVE GA-STATUS TO WS-JRN-STATUS (WS-JRN-SUB)
040500         MOVE GA-ACK-DATE TO WS-JRN-ACK-DATE (WS-JRN-SUB)
040600         MOVE GA-REASON TO WS-JRN-REASON (WS-JRN-SUB)
040700     ELSE
040800         DISPLAY "WARNING: ACKNOWLEDGEMENT FOR " GA-JOURNAL-ID
040900             " HAS STATUS '" GA-STATUS "', IGNORED"
041000     END-IF.
041100 1500-NEXT.
041200     PERFORM 1450-READ-GLACK-RECORD THRU 1450-EXIT.
041300 1500-EXIT.
041400     EXIT.
041500
041600******************************************************************
041700* 2000-PROCESS-DATA - REPORT THE REJECTED AND THE UNANSWERED,
041800* CLOSE EVERY DAY WHOSE JOURNALS ARE ALL ACCEPTED, AND CARRY THE
041900* REST OF THE REGISTER FORWARD.
042000******************************************************************
042100 2000-PROCESS-DATA.
042200     MOVE SPACES TO GLRPT-LINE.
042300     WRITE GLRPT-LINE.
042400     MOVE SPACES TO WS-SECTION-LINE.
042500     MOVE "REJECTED JOURNALS:" TO WS-SEC-TITLE.
042600     WRITE GLRPT-LINE FROM WS-SECTION-LINE.
042700     PERFORM 2100-REPORT-REJECTED THRU 2100-EXIT
042800         VARYING WS-JRN-SUB FROM 1 BY 1
042900         UNTIL WS-JRN-SUB > WS-JRN-COUNT.
043000
043100     MOVE SPACES TO GLRPT-LINE.
043200     WRITE GLRPT-LINE.
043300     MOVE SPACES TO WS-SECTION-LINE.
043400     MOVE "JOURNALS NOT ACKNOWLEDGED:" TO WS-SEC-TITLE.
043500     WRITE GLRPT-LINE FROM WS-SECTION-LINE.
043600     PERFORM 2200-REPORT-PENDING THRU 2200-EXIT
043700         VARYING WS-JRN-SUB FROM 1 BY 1
043800         UNTIL WS-JRN-SUB > WS-JRN-COUNT.
043900
044000     MOVE SPACES TO GLRPT-LINE.
044100     WRITE GLRPT-LINE.
044200     MOVE SPACES TO WS-SECTION-LINE.
044300     MOVE "POSTING DAYS CLOSED:" TO WS-SEC-TITLE.
044400     WRITE GLRPT-LINE FROM WS-SECTION-LINE.
044500     PERFORM 2400-CLOSE-ACCEPTED-DAY THRU 2400-EXIT
044600         VARYING WS-JRN-SUB FROM 1 BY 1
044700         UNTIL WS-JRN-SUB > WS-JRN-COUNT.
044800
044900     OPEN OUTPUT GLJREGN-FILE.
044914     MOVE "GLJREGN" TO GC-STAMP-FILE.
044928     MOVE "GLRECN" TO GC-STAMP-PROGRAM.
044942     MOVE WS-CURRENT-DATE TO GC-STAMP-DATE.
044956     SET STAMP-GEN-OPENED TO TRUE.
044970     PERFORM STAMP-GENERATION-TOTALS
044984         THRU STAMP-GENERATION-TOTALS-EXIT.
045000     PERFORM 2600-CARRY-FORWARD THRU 2600-EXIT
045100         VARYING WS-JRN-SUB FROM 1 BY 1
045200         UNTIL WS-JRN-SUB > WS-JRN-COUNT.
045300     CLOSE GLJREGN-FILE.
045314     IF RETURN-CODE < 8 AND WS-GLJREGN-STATUS = '00'
045328         MOVE WS-CARRIED-COUNT TO GC-STAMP-COUNT
045342         SET STAMP-GEN-CLOSED TO TRUE
045356         PERFORM STAMP-GENERATION-TOTALS
045370             THRU STAMP-GENERATION-TOTALS-EXIT
045384     END-IF.
045400
045500     IF WS-REJECTED-COUNT > ZERO OR WS-OVERDUE-COUNT > ZERO
045600         MOVE 4 TO RETURN-CODE
045700     END-IF.
045800 2000-EXIT.
045900     EXIT.
046000
046100 2100-REPORT-REJECTED.
046200     IF NOT JRN-REJECTED (WS-JRN-SUB)
046300         GO TO 2100-EXIT
046400     END-IF.
046500     ADD 1 TO WS-REJECTED-COUNT.
046600     MOVE "REJECTED" TO WS-DTL-STATE.
046700     MOVE WS-JRN-REASON (WS-JRN-SUB) TO WS-DTL-TEXT.
046800     PERFORM 2700-WRITE-DETAIL-LINE THRU 2700-EXIT.
046900 2100-EXIT.
047000     EXIT.
047100
047200* DAYS OUTSTANDING ARE COUNTED FROM THE POSTING DATE. A POSTING
047300* DATE THAT WILL NOT PARSE COUNTS AS OVERDUE - IT CANNOT BE
047400* SHOWN TO BE INSIDE THE GRACE PERIOD.
047500 2200-REPORT-PENDING.
047600     IF NOT JRN-SENT (WS-JRN-SUB)
047700         GO TO 2200-EXIT
047800     END-IF.
047900     ADD 1 TO WS-PENDING-COUNT.
048000     MOVE WS-JRN-POST-DATE (WS-JRN-SUB) TO DC-DATE-FIELD.
048100     PERFORM CHECK-DATE-FORMAT THRU CHECK-DATE-FORMAT-EXIT.
048200     IF DATE-FORMAT-BAD
048300         COMPUTE WS-DAYS-OUT = WS-GRACE-DAYS + 1
048400     ELSE
048500         MOVE WS-JRN-POST-DATE (WS-JRN-SUB) (1:4)
048600             TO WS-POST-CCYYMMDD(1:4)
048700         MOVE WS-JRN-POST-DATE (WS-JRN-SUB) (6:2)
048800             TO WS-POST-CCYYMMDD(5:2)
048900         MOVE WS-JRN-POST-DATE (WS-JRN-SUB) (9:2)
049000             TO WS-POST-CCYYMMDD(7:2)
049100         COMPUTE WS-POST-INTEGER =
049200             FUNCTION INTEGER-OF-DATE(WS-POST-CCYYMMDD)
049300         COMPUTE WS-DAYS-OUT = WS-CURR-INTEGER - WS-POST-INTEGER
049400     END-IF.
049500
049600     IF WS-DAYS-OUT > WS-GRACE-DAYS
049700         ADD 1 TO WS-OVERDUE-COUNT
049800         MOVE "OVERDUE" TO WS-DTL-STATE
049900         MOVE "NO ACKNOWLEDGEMENT PAST THE GRACE PERIOD"
050000             TO WS-DTL-TEXT
050100     ELSE
050200         MOVE "AWAITING" TO WS-DTL-STATE
050300         MOVE SPACES TO WS-DTL-TEXT
050400     END-IF.
050500     PERFORM 2700-WRITE-DETAIL-LINE THRU 2700-EXIT.
050600 2200-EXIT.
050700     EXIT.
050800
050900******************************************************************
051000* 2400-CLOSE-ACCEPTED-DAY - A DAY IS CONSIDERED ONCE, AT ITS
051100* FIRST JOURNAL ON THE REGISTER. IT CLOSES ONLY WHEN EVERY
051200* JOURNAL FOR THE DATE IS ACCEPTED; THE CLOSE IS STAMPED ON
051300* RUNCTL UNDER THE POSTING DATE AND THE DAY'S JOURNALS ARE
051400* MARKED TO LEAVE THE REGISTER.
051500******************************************************************
051600 2400-CLOSE-ACCEPTED-DAY.
051700     MOVE 'N' TO WS-DAY-SEEN-SW.
051800     PERFORM 2450-CHECK-DAY-SEEN THRU 2450-EXIT
051900         VARYING WS-DAY-SUB FROM 1 BY 1
052000         UNTIL WS-DAY-SUB NOT < WS-JRN-SUB.
052100     IF DAY-ALREADY-SEEN
052200         GO TO 2400-EXIT
052300     END-IF.
052400
052500     MOVE 'N' TO WS-DAY-OPEN-SW.
052600     PERFORM 2500-CHECK-DAY-OPEN THRU 2500-EXIT
052700         VARYING WS-DAY-SUB FROM WS-JRN-SUB BY 1
052800         UNTIL WS-DAY-SUB > WS-JRN-COUNT.
052900     IF DAY-STILL-OPEN
053000         GO TO 2400-EXIT
053100     END-IF.
053200
053300     PERFORM 2550-MARK-DAY-CLOSED THRU 2550-EXIT
053400         VARYING WS-DAY-SUB FROM WS-JRN-SUB BY 1
053500         UNTIL WS-DAY-SUB > WS-JRN-COUNT.
053600     ADD 1 TO WS-DAYS-CLOSED.
053700     MOVE "GLCLOSED" TO RC-STAMP-PROGRAM.
053800     MOVE WS-JRN-POST-DATE (WS-JRN-SUB) TO RC-STAMP-DATE.
053900     PERFORM STAMP-RUN-CONTROL THRU STAMP-RUN-CONTROL-EXIT.
054000
054100     MOVE SPACES TO WS-DETAIL-LINE.
054200     MOVE WS-JRN-POST-DATE (WS-JRN-SUB) TO WS-DTL-POST-DATE.
054300     MOVE "CLOSED" TO WS-DTL-STATE.
054400     MOVE "ALL JOURNALS ACCEPTED BY THE GL" TO WS-DTL-TEXT.
054500     WRITE GLRPT-LINE FROM WS-DETAIL-LINE.
054600 2400-EXIT.
054700     EXIT.
054800
054900 2450-CHECK-DAY-SEEN.
055000     IF WS-JRN-POST-DATE (WS-DAY-SUB)
055100             = WS-JRN-POST-DATE (WS-JRN-SUB)
055200         SET DAY-ALREADY-SEEN TO TRUE
055300     END-IF.
055400 2450-EXIT.
055500     EXIT.
055600
055700 2500-CHECK-DAY-OPEN.
055800     IF WS-JRN-POST-DATE (WS-DAY-SUB)
055900             = WS-JRN-POST-DATE (WS-JRN-SUB)
056000             AND NOT JRN-ACCEPTED (WS-DAY-SUB)
056100         SET DAY-STILL-OPEN TO TRUE
056200     END-IF.
056300 2500-EXIT.
056400     EXIT.
056500
056600 2550-MARK-DAY-CLOSED.
056700     IF WS-JRN-POST-DATE (WS-DAY-SUB)
056800             = WS-JRN-POST-DATE (WS-JRN-SUB)
056900         SET JRN-DAY-CLOSED (WS-DAY-SUB) TO TRUE
057000         ADD 1 TO WS-ACCEPTED-COUNT
057100     END-IF.
057200 2550-EXIT.
057300     EXIT.
057400
057500 2600-CARRY-FORWARD.
057600     IF JRN-DAY-CLOSED (WS-JRN-SUB)
057700         GO TO 2600-EXIT
057800     END-IF.
057900     MOVE WS-JRN-RECORD (WS-JRN-SUB) TO GLJREGN-RECORD.
058000     WRITE GLJREGN-RECORD.
058100     ADD 1 TO WS-CARRIED-COUNT.
058200 2600-EXIT.
058300     EXIT.
058400
058500 2700-WRITE-DETAIL-LINE.
058600     MOVE WS-JRN-ID (WS-JRN-SUB) TO WS-DTL-JOURNAL.
058700     MOVE WS-JRN-POST-DATE (WS-JRN-SUB) TO WS-DTL-POST-DATE.
058800     MOVE WS-JRN-LINES (WS-JRN-SUB) TO WS-DTL-LINES.
058900     MOVE WS-JRN-DEBITS (WS-JRN-SUB) TO WS-DTL-DEBITS.
059000     WRITE GLRPT-LINE FROM WS-DETAIL-LINE.
059100 2700-EXIT.
059200     EXIT.
059300
059400* INCLUDE THE SHARED CHECK-DATE-FORMAT UTILITY PARAGRAPH
059500     COPY CHKDATE.
059600
059700******************************************************************
059800* 4000-CLEANUP-ROUTINE - PRINT SUMMARY COUNTS, CLOSE THE REPORT
059900* AND STAMP RUN CONTROL.
060000******************************************************************
060100 4000-CLEANUP-ROUTINE.
060200     MOVE SPACES TO GLRPT-LINE.
060300     WRITE GLRPT-LINE.
060400     MOVE SPACES TO WS-SUMMARY-LINE.
060500     MOVE "JOURNALS ON REGISTER:  " TO WS-SUM-LABEL.
060600     MOVE WS-JOURNALS-READ TO WS-SUM-VALUE.
060700     WRITE GLRPT-LINE FROM WS-SUMMARY-LINE.
060800
060900     MOVE "ACKNOWLEDGEMENTS READ: " TO WS-SUM-LABEL.
061000     MOVE WS-ACKS-READ TO WS-SUM-VALUE.
061100     WRITE GLRPT-LINE FROM WS-SUMMARY-LINE.
061200
061300     MOVE "ACKS NOT ON REGISTER:  " TO WS-SUM-LABEL.
061400     MOVE WS-ACKS-UNMATCHED TO WS-SUM-VALUE.
061500     WRITE GLRPT-LINE FROM WS-SUMMARY-LINE.
061600
061700     MOVE "JOURNALS REJECTED:     " TO WS-SUM-LABEL.
061800     MOVE WS-REJECTED-COUNT TO WS-SUM-VALUE.
061900     WRITE GLRPT-LINE FROM WS-SUMMARY-LINE.
062000
062100     MOVE "NOT YET ACKNOWLEDGED:  " TO WS-SUM-LABEL.
062200     MOVE WS-PENDING-COUNT TO WS-SUM-VALUE.
062300     WRITE GLRPT-LINE FROM WS-SUMMARY-LINE.
062400
062500     MOVE "  OVERDUE:             " TO WS-SUM-LABEL.
062600     MOVE WS-OVERDUE-COUNT TO WS-SUM-VALUE.
062700     WRITE GLRPT-LINE FROM WS-SUMMARY-LINE.
062800
062900     MOVE "POSTING DAYS CLOSED:   " TO WS-SUM-LABEL.
063000     MOVE WS-DAYS-CLOSED TO WS-SUM-VALUE.
063100     WRITE GLRPT-LINE FROM WS-SUMMARY-LINE.
063200
063300     MOVE "JOURNALS CLOSED OFF:   " TO WS-SUM-LABEL.
063400     MOVE WS-ACCEPTED-COUNT TO WS-SUM-VALUE.
063500     WRITE GLRPT-LINE FROM WS-SUMMARY-LINE.
063600
063700     MOVE "JOURNALS STILL OPEN:   " TO WS-SUM-LABEL.
063800     MOVE WS-CARRIED-COUNT TO WS-SUM-VALUE.
063900     WRITE GLRPT-LINE FROM WS-SUMMARY-LINE.
064000
064100     CLOSE GLRPT-FILE.
064200
064300     MOVE "GLRECN" TO RC-STAMP-PROGRAM.
064400     MOVE WS-CURRENT-DATE TO RC-STAMP-DATE.
064500     PERFORM STAMP-RUN-CONTROL THRU STAMP-RUN-CONTROL-EXIT.
064600
064700     DISPLAY "GL JOURNAL FOLLOW-UP COMPLETE".
064800 4000-EXIT.
064900     EXIT.
065000
065100* INCLUDE THE SHARED RUN-CONTROL UTILITY PARAGRAPHS
065200     COPY CHKRUN.
065300
065400* INCLUDE THE SHARED GENERATION CONTROL-TOTALS STAMP PARAGRAPH
065500     COPY CHKGEN.
