000100******************************************************************
000200* GENMGR - NEXT-GENERATION SWAP, RETENTION AND ROLLBACK
000300******************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. GENMGR.
000600 AUTHOR. R MERCER.
000700 INSTALLATION. DATA PROCESSING.
000800 DATE-WRITTEN. 2026-10-15.
000900 DATE-COMPILED.
001000******************************************************************
001100* MODIFICATION HISTORY
001200* ----------------------------------------------------------------
001300* DATE        INIT  DESCRIPTION
001400* 2026-10-15  RDM   ORIGINAL VERSION - TAKES OVER THE SWAP OF THE
001500*                   NEXT-GENERATION FILES FROM THE SCHEDULER.
001600*                   CUSTDEAP, CUSTMAINT, AUDTROLL, ORDRLSE, GLRECN
001700*                   AND CHGAUDIT STAMP GENTOTS WHEN THEY OPEN A
001800*                   NEXT GENERATION AND AGAIN, WITH THE RECORDS
001900*                   WRITTEN, WHEN THEY CLOSE IT CLEANLY (SEE
002000*                   CHKGEN.cpy). A GENERATION IS SWAPPED IN ONLY
002100*                   WHEN ITS LATEST STAMP IS A CLEAN CLOSE AND THE
002200*                   FILE HOLDS EXACTLY THAT MANY RECORDS - A STEP
002300*                   THAT DIED AFTER THE OPEN IS REFUSED (RC 12)
002400*                   AND THE CURRENT FILE IS LEFT ALONE. BEFORE A
002500*                   SWAP THE CURRENT FILE IS SAVED AS A NUMBERED
002600*                   GENERATION (BASE.GNNNNV00) AND CHECKED; THE
002700*                   NUMBER OF GENERATIONS KEPT PER FILE COMES FROM
002800*                   THE GENPARM CARD (DEFAULT 5) AND OLDER ONES
002900*                   ARE DELETED. EVERY SAVE, SWAP, ROLLBACK AND
003000*                   DROP IS RECORDED ON RUNCTL, FROM WHICH THE
003100*                   GENERATION CATALOG IS REBUILT EACH RUN. A
003200*                   CARD WITH ACTION 'R', A FILE AND A GENERATION
003300*                   ROLLS THAT FILE BACK TO THE NAMED GENERATION
003400*                   (THE CURRENT FILE IS SAVED FIRST, SO A
003500*                   ROLLBACK CAN ITSELF BE ROLLED BACK); ACTION
003600*                   'L' ONLY LISTS WHAT IS RETAINED. GENRPT SHOWS
003700*                   EVERY ACTION TAKEN AND THE GENERATIONS ON
003800*                   FILE WITH THEIR DATES AND RECORD COUNTS.
003814* 2026-10-15  RDM   GENERATION DETAIL RECORDS ARE NOW WRITTEN TO
003828*                   RUNCTL UNDER PROGRAM ID GENMGRD, SO A SAVE OR
003842*                   DROP CAN NO LONGER PASS FOR THIS PROGRAM'S
003856*                   COMPLETION STAMP. THE PRUNE AFTER A ROLLBACK
003870*                   NO LONGER DROPS THE GENERATION JUST ROLLED
003884*                   BACK TO.
003900******************************************************************
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER. X86-64.
004300 OBJECT-COMPUTER. X86-64.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT PARMCARD-FILE ASSIGN TO "GENPARM"
004700         ORGANIZATION IS SEQUENTIAL
004800         ACCESS MODE IS SEQUENTIAL
004900         FILE STATUS IS WS-PARMCARD-STATUS.
005000
005100     SELECT GENTOTS-FILE ASSIGN TO "GENTOTS"
005200         ORGANIZATION IS SEQUENTIAL
005300         ACCESS MODE IS SEQUENTIAL
005400         FILE STATUS IS WS-GENTOTS-STATUS.
005500
005600     SELECT GENRPT-FILE ASSIGN TO "GENRPT"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-GENRPT-STATUS.
005900
006000     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
006100         ORGANIZATION IS SEQUENTIAL
006200         ACCESS MODE IS SEQUENTIAL
006300         FILE STATUS IS WS-RUNCTL-STATUS.
006400
006500* ONE INPUT AND ONE OUTPUT FILE PER RECORD LENGTH MANAGED, ALL
006600* NAMED AT RUN TIME - THE CURRENT FILE, ITS NEXT GENERATION OR A
006700* SAVED GENERATION, WHICHEVER IS BEING COPIED OR COUNTED.
006800     SELECT GENIN030-FILE ASSIGN USING WS-GEN-IN-NAME
006900         ORGANIZATION IS SEQUENTIAL
007000         ACCESS MODE IS SEQUENTIAL
007100         FILE STATUS IS WS-GENIN-STATUS.
007200
007300     SELECT GENIN040-FILE ASSIGN USING WS-GEN-IN-NAME
007400         ORGANIZATION IS SEQUENTIAL
007500         ACCESS MODE IS SEQUENTIAL
007600         FILE STATUS IS WS-GENIN-STATUS.
007700
007800     SELECT GENIN048-FILE ASSIGN USING WS-GEN-IN-NAME
007900         ORGANIZATION IS SEQUENTIAL
008000         ACCESS MODE IS SEQUENTIAL
008100         FILE STATUS IS WS-GENIN-STATUS.
008200
008300     SELECT GENIN071-FILE ASSIGN USING WS-GEN-IN-NAME
008400         ORGANIZATION IS SEQUENTIAL
008500         ACCESS MODE IS SEQUENTIAL
008600         FILE STATUS IS WS-GENIN-STATUS.
008700
008800     SELECT GENIN092-FILE ASSIGN USING WS-GEN-IN-NAME
008900         ORGANIZATION IS SEQUENTIAL
009000         ACCESS MODE IS SEQUENTIAL
009100         FILE STATUS IS WS-GENIN-STATUS.
009200
009300     SELECT GENIN100-FILE ASSIGN USING WS-GEN-IN-NAME
009400         ORGANIZATION IS SEQUENTIAL
009500         ACCESS MODE IS SEQUENTIAL
009600         FILE STATUS IS WS-GENIN-STATUS.
009700
009800     SELECT GENIN120-FILE ASSIGN USING WS-GEN-IN-NAME
009900         ORGANIZATION IS SEQUENTIAL
010000         ACCESS MODE IS SEQUENTIAL
010100         FILE STATUS IS WS-GENIN-STATUS.
010200
010300     SELECT GENIN184-FILE ASSIGN USING WS-GEN-IN-NAME
010400         ORGANIZATION IS SEQUENTIAL
010500         ACCESS MODE IS SEQUENTIAL
010600         FILE STATUS IS WS-GENIN-STATUS.
010700
010800     SELECT GENOUT030-FILE ASSIGN USING WS-GEN-OUT-NAME
010900         ORGANIZATION IS SEQUENTIAL
011000         ACCESS MODE IS SEQUENTIAL
011100         FILE STATUS IS WS-GENOUT-STATUS.
011200
011300     SELECT GENOUT040-FILE ASSIGN USING WS-GEN-OUT-NAME
011400         ORGANIZATION IS SEQUENTIAL
011500         ACCESS MODE IS SEQUENTIAL
011600         FILE STATUS IS WS-GENOUT-STATUS.
011700
011800     SELECT GENOUT048-FILE ASSIGN USING WS-GEN-OUT-NAME
011900         ORGANIZATION IS SEQUENTIAL
012000         ACCESS MODE IS SEQUENTIAL
012100         FILE STATUS IS WS-GENOUT-STATUS.
012200
012300     SELECT GENOUT071-FILE ASSIGN USING WS-GEN-OUT-NAME
012400         ORGANIZATION IS SEQUENTIAL
012500         ACCESS MODE IS SEQUENTIAL
012600         FILE STATUS IS WS-GENOUT-STATUS.
012700
012800     SELECT GENOUT092-FILE ASSIGN USING WS-GEN-OUT-NAME
012900         ORGANIZATION IS SEQUENTIAL
013000         ACCESS MODE IS SEQUENTIAL
013100         FILE STATUS IS WS-GENOUT-STATUS.
013200
013300     SELECT GENOUT100-FILE ASSIGN USING WS-GEN-OUT-NAME
013400         ORGANIZATION IS SEQUENTIAL
013500         ACCESS MODE IS SEQUENTIAL
013600         FILE STATUS IS WS-GENOUT-STATUS.
013700
013800     SELECT GENOUT120-FILE ASSIGN USING WS-GEN-OUT-NAME
013900         ORGANIZATION IS SEQUENTIAL
014000         ACCESS MODE IS SEQUENTIAL
014100         FILE STATUS IS WS-GENOUT-STATUS.
014200
014300     SELECT GENOUT184-FILE ASSIGN USING WS-GEN-OUT-NAME
014400         ORGANIZATION IS SEQUENTIAL
014500         ACCESS MODE IS SEQUENTIAL
014600         FILE STATUS IS WS-GENOUT-STATUS.
014700
014800 DATA DIVISION.
014900 FILE SECTION.
015000* RUN-TIME PARAMETER CARD. ACTION 'S' (OR BLANK) SWAPS IN EVERY
015100* NEXT GENERATION THAT IS READY, OR ONLY THE FILE NAMED; 'R'
015200* ROLLS THE FILE NAMED BACK TO THE GENERATION GIVEN; 'L' ONLY
015300* LISTS THE GENERATIONS RETAINED. FILES ARE NAMED BY THEIR
015400* CURRENT (BASE) NAME. GENERATIONS KEPT PER FILE DEFAULT TO 5.
015500 FD  PARMCARD-FILE
015600     RECORDING MODE IS F.
015700 01  PARMCARD-RECORD.
015800     05  PC-ACTION             PIC X(01).
015900     05  PC-FILE-ID            PIC X(08).
016000     05  PC-GENERATION         PIC 9(04).
016100     05  PC-GENERATION-X REDEFINES PC-GENERATION
016200                               PIC X(04).
016300     05  PC-KEEP-GENS          PIC 9(02).
016400     05  PC-KEEP-GENS-X REDEFINES PC-KEEP-GENS
016500                               PIC X(02).
016600     05  FILLER                PIC X(65).
016700
016800* NEXT-GENERATION CONTROL TOTALS - STAMPED BY EACH PRODUCING STEP
016900* WHEN IT OPENS ITS NEXT GENERATION AND WHEN IT CLOSES IT CLEANLY,
017000* AND BY THIS PROGRAM WHEN IT SWAPS THE GENERATION IN. SEE
017100* CHKGEN.cpy.
017200 FD  GENTOTS-FILE
017300     RECORDING MODE IS F.
017400 01  GENTOTS-RECORD.
017500     05  GT-FILE-ID            PIC X(10).
017600     05  GT-RUN-DATE           PIC X(10).
017700     05  GT-PROGRAM-ID         PIC X(08).
017800     05  GT-EVENT              PIC X(01).
017900     05  GT-RECORD-COUNT       PIC 9(09).
018000     05  GT-TIMESTAMP          PIC X(21).
018100     05  FILLER                PIC X(21).
018200
018300 FD  GENRPT-FILE.
018400 01  GENRPT-LINE               PIC X(132).
018500
018600* SHARED NIGHTLY RUN-CONTROL FILE - ONE RECORD PER PROGRAM
018700* COMPLETION, STAMPED AT CLEANUP. SEE CHKRUN.cpy. THIS PROGRAM
018800* ALSO WRITES ONE DETAIL RECORD PER GENERATION SAVED ('S' ON A
018900* SWAP, 'R' ON A ROLLBACK) OR DROPPED ('D'), CARRIED IN THE TAIL
018950* A COMPLETION STAMP LEAVES BLANK, UNDER PROGRAM ID GENMGRD SO
019000* THEY ARE NEVER TAKEN FOR THIS PROGRAM'S OWN COMPLETION STAMP
019050* (GENMGR). THE GENERATION CATALOG IS
019100* REBUILT FROM THESE RECORDS EVERY RUN.
019200 FD  RUNCTL-FILE
019300     RECORDING MODE IS F.
019400 01  RUNCTL-RECORD.
019500     05  RU-RUN-DATE           PIC X(10).
019600     05  RU-PROGRAM-ID         PIC X(08).
019700     05  RU-TIMESTAMP          PIC X(21).
019800     05  RU-RETURN-CODE        PIC S9(04).
019900     05  RU-GEN-DETAIL.
020000         10  RU-GEN-ACTION     PIC X(01).
020100             88  RU-GEN-SWAP   VALUE 'S'.
020200             88  RU-GEN-ROLLBACK VALUE 'R'.
020300             88  RU-GEN-DROP   VALUE 'D'.
020400         10  RU-GEN-FILE-ID    PIC X(08).
020500         10  RU-GEN-NUMBER     PIC 9(04).
020600         10  RU-GEN-FROM-GEN   PIC 9(04).
020700         10  RU-GEN-COUNT      PIC 9(09).
020800         10  RU-GEN-DATE       PIC X(10).
020900         10  FILLER            PIC X(01).
021000
021100 FD  GENIN030-FILE
021200     RECORDING MODE IS F.
021300 01  GENIN030-RECORD           PIC X(30).
021400
021500 FD  GENIN040-FILE
021600     RECORDING MODE IS F.
021700 01  GENIN040-RECORD           PIC X(40).
021800
021900 FD  GENIN048-FILE
022000     RECORDING MODE IS F.
022100 01  GENIN048-RECORD           PIC X(48).
022200
022300 FD  GENIN071-FILE
022400     RECORDING MODE IS F.
022500 01  GENIN071-RECORD           PIC X(71).
022600
022700 FD  GENIN092-FILE
022800     RECORDING MODE IS F.
022900 01  GENIN092-RECORD           PIC X(92).
023000
023100 FD  GENIN100-FILE
023200     RECORDING MODE IS F.
023300 01  GENIN100-RECORD           PIC X(100).
023400
023500 FD  GENIN120-FILE
023600     RECORDING MODE IS F.
023700 01  GENIN120-RECORD           PIC X(120).
023800
023900 FD  GENIN184-FILE
024000     RECORDING MODE IS F.
024100 01  GENIN184-RECORD           PIC X(184).
024200
024300 FD  GENOUT030-FILE
024400     RECORDING MODE IS F.
024500 01  GENOUT030-RECORD          PIC X(30).
024600
024700 FD  GENOUT040-FILE
024800     RECORDING MODE IS F.
024900 01  GENOUT040-RECORD          PIC X(40).
025000
025100 FD  GENOUT048-FILE
025200     RECORDING MODE IS F.
025300 01  GENOUT048-RECORD          PIC X(48).
025400
025500 FD  GENOUT071-FILE
025600     RECORDING MODE IS F.
025700 01  GENOUT071-RECORD          PIC X(71).
025800
025900 FD  GENOUT092-FILE
026000     RECORDING MODE IS F.
026100 01  GENOUT092-RECORD          PIC X(92).
026200
026300 FD  GENOUT100-FILE
026400     RECORDING MODE IS F.
026500 01  GENOUT100-RECORD          PIC X(100).
026600
026700 FD  GENOUT120-FILE
026800     RECORDING MODE IS F.
026900 01  GENOUT120-RECORD          PIC X(120).
027000
027100 FD  GENOUT184-FILE
027200     RECORDING MODE IS F.
027300 01  GENOUT184-RECORD          PIC X(184).
027400
027500 WORKING-STORAGE SECTION.
027600
027700* INCLUDE SHARED RUN-CONTROL WORKING STORAGE
027800     COPY RUNCTL.
027900
028000* INCLUDE SHARED DATE-VALIDATION WORKING STORAGE
028100     COPY DATECHK.
028200
028300* INCLUDE SHARED GENERATION CONTROL-TOTALS WORKING STORAGE
028400     COPY GENCHK.
028500
028600 01  WS-VARIABLES.
028700     05  WS-CURRENT-DATE       PIC X(10) VALUE SPACES.
028800
028900 01  WS-PARAMETERS.
029000     05  WS-ACTION             PIC X(01) VALUE 'S'.
029100         88  ACTION-SWAP       VALUE 'S'.
029200         88  ACTION-ROLLBACK   VALUE 'R'.
029300         88  ACTION-LIST       VALUE 'L'.
029400     05  WS-TARGET-FILE        PIC X(08) VALUE SPACES.
029500     05  WS-TARGET-GEN         PIC 9(04) VALUE ZERO.
029600     05  WS-KEEP-GENS          PIC 9(02) VALUE 5.
029700     05  WS-TARGET-SUB         PIC 9(02) COMP VALUE ZERO.
029800
029900 01  WS-FILE-SWITCHES.
030000     05  WS-PARMCARD-STATUS    PIC X(02) VALUE SPACES.
030100         88  PARMCARD-OK       VALUE '00'.
030200     05  WS-GENRPT-STATUS      PIC X(02) VALUE SPACES.
030300     05  WS-GENIN-STATUS       PIC X(02) VALUE SPACES.
030400         88  GENIN-OK          VALUE '00'.
030500         88  GENIN-NOT-FOUND   VALUE '35'.
030600     05  WS-GENOUT-STATUS      PIC X(02) VALUE SPACES.
030700         88  GENOUT-OK         VALUE '00'.
030800     05  WS-GENIN-SW           PIC X(01) VALUE 'N'.
030900         88  END-OF-GENIN      VALUE 'Y'.
031000     05  WS-GENTOTS-SW         PIC X(01) VALUE 'N'.
031100         88  END-OF-GENTOTS    VALUE 'Y'.
031200     05  WS-REPORT-OPEN-SW     PIC X(01) VALUE 'N'.
031300         88  REPORT-WAS-OPENED VALUE 'Y'.
031400     05  WS-CATALOG-LOADED-SW  PIC X(01) VALUE 'N'.
031500         88  CATALOG-WAS-LOADED VALUE 'Y'.
031600
031700* THE FILE BEING COPIED OR COUNTED. WS-GEN-CLASS PICKS THE PAIR
031800* OF FILES FOR ITS RECORD LENGTH: 1 = 30, 2 = 40, 3 = 48,
031900* 4 = 71, 5 = 92, 6 = 100, 7 = 120, 8 = 184.
032000 01  WS-GEN-IO.
032100     05  WS-GEN-IN-NAME        PIC X(20) VALUE SPACES.
032200     05  WS-GEN-OUT-NAME       PIC X(20) VALUE SPACES.
032300     05  WS-GEN-CLASS          PIC 9(01) VALUE ZERO.
032400     05  WS-GEN-COUNT          PIC 9(09) VALUE ZERO.
032500     05  WS-GEN-RESULT         PIC X(01) VALUE 'K'.
032600         88  GEN-IO-OK         VALUE 'K'.
032700         88  GEN-INPUT-MISSING VALUE 'M'.
032800         88  GEN-IO-FAILED     VALUE 'F'.
032900     05  WS-GEN-BUFFER         PIC X(184) VALUE SPACES.
033000
033100* THE FILE BEING SWAPPED OR ROLLED BACK, AND WHAT BECAME OF ITS
033200* CURRENT COPY.
033300 01  WS-WORK-FILE.
033400     05  WS-WORK-BASE          PIC X(08) VALUE SPACES.
033500     05  WS-WORK-NEXT          PIC X(10) VALUE SPACES.
033600     05  WS-NEW-GEN            PIC 9(04) VALUE ZERO.
033700     05  WS-SAVED-GEN          PIC 9(04) VALUE ZERO.
033800     05  WS-SAVED-RECORDS      PIC 9(09) VALUE ZERO.
033900     05  WS-SAVED-NAME         PIC X(20) VALUE SPACES.
034000     05  WS-COPIED-COUNT       PIC 9(09) VALUE ZERO.
034100     05  WS-EXPECTED-COUNT     PIC 9(09) VALUE ZERO.
034200     05  WS-ROLL-SUB           PIC 9(04) COMP VALUE ZERO.
034250     05  WS-ROLL-FROM          PIC X(10) VALUE SPACES.
034300     05  WS-STEP-FAILED-SW     PIC X(01) VALUE 'N'.
034400         88  STEP-FAILED       VALUE 'Y'.
034500     05  WS-NAME-GEN           PIC 9(04) VALUE ZERO.
034600     05  WS-NAME-BUILT         PIC X(20) VALUE SPACES.
034700
034800* ONE DETAIL RECORD FOR RUNCTL - SEE 6200-RECORD-GENERATION-EVENT.
034900 01  WS-GEN-EVENT.
035000     05  WS-EVENT-ACTION       PIC X(01) VALUE SPACE.
035100     05  WS-EVENT-GEN          PIC 9(04) VALUE ZERO.
035200     05  WS-EVENT-FROM-GEN     PIC 9(04) VALUE ZERO.
035300     05  WS-EVENT-COUNT        PIC 9(09) VALUE ZERO.
035400     05  WS-EVENT-DATE         PIC X(10) VALUE SPACES.
035500
035600 01  WS-GEN-COUNTS.
035700     05  WS-SWAPPED-COUNT      PIC 9(05) VALUE ZERO.
035800     05  WS-ROLLBACK-COUNT     PIC 9(05) VALUE ZERO.
035900     05  WS-REFUSED-COUNT      PIC 9(05) VALUE ZERO.
036000     05  WS-NOT-READY-COUNT    PIC 9(05) VALUE ZERO.
036100     05  WS-GENS-SAVED         PIC 9(05) VALUE ZERO.
036200     05  WS-GENS-DROPPED       PIC 9(05) VALUE ZERO.
036300     05  WS-RETAINED-COUNT     PIC 9(05) VALUE ZERO.
036400
036500* THE NEXT-GENERATION FILES UNDER MANAGEMENT, SET UP IN
036600* 1100-SET-MANAGED-FILES, WITH WHAT RUNCTL AND GENTOTS SAY ABOUT
036700* EACH: THE LAST GENERATION NUMBER GIVEN OUT, THE DATE THE
036800* CURRENT FILE WENT INTO USE, AND THE LATEST STAMP ON ITS NEXT
036900* GENERATION.
037000 01  WS-MANAGED-TABLE.
037100     05  WS-MGD-COUNT          PIC 9(02) VALUE 9.
037200     05  WS-MGD-SUB            PIC 9(02) COMP VALUE ZERO.
037300     05  WS-MGD-ENTRY OCCURS 9 TIMES
037400             INDEXED BY WS-MGD-IDX.
037500         10  WS-MGD-BASE       PIC X(08).
037600         10  WS-MGD-NEXT       PIC X(10).
037700         10  WS-MGD-CLASS      PIC 9(01).
037800         10  WS-MGD-LAST-GEN   PIC 9(04).
037900         10  WS-MGD-CUR-FROM   PIC X(10).
038000         10  WS-MGD-GT-EVENT   PIC X(01).
038100             88  NEXT-OPENED   VALUE 'O'.
038200             88  NEXT-CLOSED   VALUE 'C'.
038300         10  WS-MGD-GT-COUNT   PIC 9(09).
038400         10  WS-MGD-GT-DATE    PIC X(10).
038500         10  WS-MGD-GT-PROGRAM PIC X(08).
038600
038700* GENERATIONS RETAINED, OLDEST FIRST, REBUILT FROM RUNCTL. A
038800* CATALOG BIGGER THAN THE TABLE FAILS THE RUN - LOSING TRACK OF A
038900* GENERATION WOULD LEAVE IT ON DISK FOREVER AND OUT OF REACH OF
039000* A ROLLBACK.
039100 01  WS-CATALOG-TABLE.
039200     05  WS-MAX-CAT-TABLE      PIC 9(04) VALUE 1000 COMP.
039300     05  WS-CAT-TABLE-COUNT    PIC 9(04) VALUE ZERO.
039400     05  WS-CAT-SUB            PIC 9(04) COMP VALUE ZERO.
039500     05  WS-CAT-FOUND-SUB      PIC 9(04) COMP VALUE ZERO.
039600     05  WS-CAT-OLDEST-SUB     PIC 9(04) COMP VALUE ZERO.
039625* A GENERATION THE PRUNE MUST LEAVE ALONE - THE ONE A ROLLBACK
039650* HAS JUST COPIED BACK. ZERO (NO GENERATION) OTHERWISE.
039675     05  WS-PRUNE-SPARE-GEN    PIC 9(04) VALUE ZERO.
039700     05  WS-CAT-OVERFLOW-SW    PIC X(01) VALUE 'N'.
039800         88  CAT-TABLE-OVERFLOW VALUE 'Y'.
039900     05  WS-CAT-FOUND-SW       PIC X(01) VALUE 'N'.
040000         88  CATALOG-ENTRY-FOUND VALUE 'Y'.
040100     05  WS-FIND-BASE          PIC X(08) VALUE SPACES.
040200     05  WS-FIND-GEN           PIC 9(04) VALUE ZERO.
040300     05  WS-NEW-CAT-ENTRY.
040400         10  WS-NEW-CAT-FILE   PIC X(08).
040500         10  WS-NEW-CAT-GEN    PIC 9(04).
040600         10  WS-NEW-CAT-FROM   PIC X(10).
040700         10  WS-NEW-CAT-TO     PIC X(10).
040800         10  WS-NEW-CAT-COUNT  PIC 9(09).
040900     05  WS-CAT-ENTRY OCCURS 1000 TIMES.
041000         10  WS-CAT-FILE       PIC X(08).
041100         10  WS-CAT-GEN        PIC 9(04).
041200         10  WS-CAT-FROM-DATE  PIC X(10).
041300         10  WS-CAT-TO-DATE    PIC X(10).
041400         10  WS-CAT-COUNT      PIC 9(09).
041500
041600 01  WS-REPORT-LINES.
041700     05  WS-HEADER-LINE.
041800         10  FILLER            PIC X(31) VALUE
041900             "GENERATION MANAGEMENT REPORT".
042000         10  FILLER            PIC X(12) VALUE "  RUN DATE: ".
042100         10  WS-HDR-DATE       PIC X(10) VALUE SPACES.
042200         10  FILLER            PIC X(10) VALUE "  ACTION: ".
042300         10  WS-HDR-ACTION     PIC X(08) VALUE SPACES.
042400         10  FILLER            PIC X(08) VALUE "  KEEP: ".
042500         10  WS-HDR-KEEP       PIC Z9.
042600     05  WS-SECTION-LINE.
042700         10  WS-SEC-TITLE      PIC X(60) VALUE SPACES.
042800     05  WS-ACTION-COLUMN-LINE.
042900         10  FILLER            PIC X(43) VALUE
043000             "   FILE      ACTION       GEN       RECORDS".
043100         10  FILLER            PIC X(06) VALUE "  NOTE".
043200     05  WS-ACTION-LINE.
043300         10  FILLER            PIC X(03) VALUE SPACES.
043400         10  WS-ACT-FILE       PIC X(08).
043500         10  FILLER            PIC X(02) VALUE SPACES.
043600         10  WS-ACT-ACTION     PIC X(12).
043700         10  FILLER            PIC X(01) VALUE SPACES.
043800         10  WS-ACT-GEN        PIC X(05).
043900         10  FILLER            PIC X(01) VALUE SPACES.
044000         10  WS-ACT-COUNT      PIC ZZZ,ZZZ,ZZ9.
044100         10  FILLER            PIC X(02) VALUE SPACES.
044200         10  WS-ACT-NOTE       PIC X(70).
044300     05  WS-LIST-COLUMN-LINE.
044400         10  FILLER            PIC X(46) VALUE
044500             "   FILE      GEN    IN USE FROM  RETIRED    ".
044600         10  FILLER            PIC X(17) VALUE
044700             "    RECORDS  NAME".
044800     05  WS-LIST-LINE.
044900         10  FILLER            PIC X(03) VALUE SPACES.
045000         10  WS-LST-FILE       PIC X(08).
045100         10  FILLER            PIC X(02) VALUE SPACES.
045200         10  WS-LST-GEN        PIC X(05).
045300         10  FILLER            PIC X(02) VALUE SPACES.
045400         10  WS-LST-FROM       PIC X(10).
045500         10  FILLER            PIC X(03) VALUE SPACES.
045600         10  WS-LST-TO         PIC X(10).
045700         10  FILLER            PIC X(03) VALUE SPACES.
045800         10  WS-LST-COUNT      PIC ZZZ,ZZZ,ZZ9.
045900         10  FILLER            PIC X(02) VALUE SPACES.
046000         10  WS-LST-NOTE       PIC X(60).
046100     05  WS-GEN-LABEL.
046200         10  FILLER            PIC X(01) VALUE "G".
046300         10  WS-GEN-LABEL-NUM  PIC 9(04) VALUE ZERO.
046400     05  WS-SUMMARY-LINE.
046500         10  WS-SUM-LABEL      PIC X(23).
046600         10  WS-SUM-VALUE      PIC ZZ,ZZ9.
046700
046800 PROCEDURE DIVISION.
046900 0000-MAINLINE.
047000     DISPLAY "GENERATION MANAGEMENT PROGRAM".
047100     PERFORM 1000-INITIALIZE-ROUTINE THRU 1000-EXIT.
047200     IF RETURN-CODE = ZERO
047300         PERFORM 2000-PROCESS-DATA THRU 2000-EXIT
047400     ELSE
047500         DISPLAY "INITIALIZATION FAILED, SKIPPING PROCESS-DATA"
047600     END-IF.
047700     PERFORM 4000-CLEANUP-ROUTINE THRU 4000-EXIT.
047800     STOP RUN.
047900
048000******************************************************************
048100* 1000-INITIALIZE-ROUTINE - READ THE CARD, OPEN THE REPORT, SET
048200* UP THE MANAGED FILES AND REBUILD THE GENERATION CATALOG AND
048300* THE NEXT-GENERATION STAMPS. A BAD CARD, A FILE THAT IS NOT
048400* MANAGED OR A CATALOG TOO BIG FOR THE TABLE FAILS THE RUN.
048500******************************************************************
048600 1000-INITIALIZE-ROUTINE.
048700     PERFORM DERIVE-CURRENT-DATE
048800         THRU DERIVE-CURRENT-DATE-EXIT.
048900     MOVE DC-TODAY-DATE TO WS-CURRENT-DATE.
049000
049100     PERFORM 1050-READ-PARAMETER-CARD THRU 1050-EXIT.
049200
049300     OPEN OUTPUT GENRPT-FILE.
049400     SET REPORT-WAS-OPENED TO TRUE.
049500     MOVE WS-CURRENT-DATE TO WS-HDR-DATE.
049600     EVALUATE TRUE
049700         WHEN ACTION-ROLLBACK
049800             MOVE "ROLLBACK" TO WS-HDR-ACTION
049900         WHEN ACTION-LIST
050000             MOVE "LIST" TO WS-HDR-ACTION
050100         WHEN OTHER
050200             MOVE "SWAP" TO WS-HDR-ACTION
050300     END-EVALUATE.
050400     MOVE WS-KEEP-GENS TO WS-HDR-KEEP.
050500     WRITE GENRPT-LINE FROM WS-HEADER-LINE.
050600     MOVE SPACES TO GENRPT-LINE.
050700     WRITE GENRPT-LINE.
050800     WRITE GENRPT-LINE FROM WS-ACTION-COLUMN-LINE.
050900     IF RETURN-CODE NOT = ZERO
051000         GO TO 1000-EXIT
051100     END-IF.
051200
051300     PERFORM 1100-SET-MANAGED-FILES THRU 1100-EXIT.
051400     IF WS-TARGET-FILE NOT = SPACES
051500         SET WS-MGD-IDX TO 1
051600         SEARCH WS-MGD-ENTRY
051700             AT END
051800                 DISPLAY "FILE " WS-TARGET-FILE
051900                     " IS NOT A MANAGED GENERATION FILE"
052000                 MOVE 16 TO RETURN-CODE
052100                 GO TO 1000-EXIT
052200             WHEN WS-MGD-BASE (WS-MGD-IDX) = WS-TARGET-FILE
052300                 SET WS-TARGET-SUB TO WS-MGD-IDX
052400         END-SEARCH
052500     END-IF.
052600
052700     PERFORM 1200-LOAD-GENERATION-CATALOG THRU 1200-EXIT.
052800     IF CAT-TABLE-OVERFLOW
052900         DISPLAY "GENERATION CATALOG EXCEEDS "
053000             WS-MAX-CAT-TABLE " ENTRIES, RUN FAILED"
053100         MOVE 16 TO RETURN-CODE
053200         GO TO 1000-EXIT
053300     END-IF.
053400     SET CATALOG-WAS-LOADED TO TRUE.
053500
053600     PERFORM 1300-LOAD-GENERATION-TOTALS THRU 1300-EXIT.
053700 1000-EXIT.
053800     EXIT.
053900
054000******************************************************************
054100* 1050-READ-PARAMETER-CARD - OPTIONAL ACTION, FILE, GENERATION
054200* AND GENERATIONS TO KEEP. NO CARD SWAPS IN EVERYTHING READY AND
054300* KEEPS 5. A BAD ACTION OR GENERATION, OR A ROLLBACK WITHOUT A
054400* FILE AND A GENERATION, FAILS THE RUN; A BAD KEEP COUNT ONLY
054500* KEEPS THE DEFAULT.
054600******************************************************************
054700 1050-READ-PARAMETER-CARD.
054800     OPEN INPUT PARMCARD-FILE.
054900     IF NOT PARMCARD-OK
055000         DISPLAY "NO PARAMETER CARD FOUND, USING DEFAULTS"
055100         GO TO 1050-EXIT
055200     END-IF.
055300
055400     READ PARMCARD-FILE
055500         AT END
055600             DISPLAY "PARAMETER CARD EMPTY, USING DEFAULTS"
055700             CLOSE PARMCARD-FILE
055800             GO TO 1050-EXIT
055900     END-READ.
056000
056100     IF PC-ACTION NOT = SPACE
056200         MOVE PC-ACTION TO WS-ACTION
056300     END-IF.
056400     IF NOT ACTION-SWAP AND NOT ACTION-ROLLBACK
056500             AND NOT ACTION-LIST
056600         DISPLAY "ACTION NOT VALID: " PC-ACTION
056700         MOVE 16 TO RETURN-CODE
056800     END-IF.
056900
057000     MOVE PC-FILE-ID TO WS-TARGET-FILE.
057100
057200     IF PC-GENERATION-X IS NUMERIC
057300             AND PC-GENERATION > ZERO
057400         MOVE PC-GENERATION TO WS-TARGET-GEN
057500     ELSE
057600         IF PC-GENERATION-X NOT = SPACES
057700             DISPLAY "GENERATION NOT VALID: " PC-GENERATION-X
057800             MOVE 16 TO RETURN-CODE
057900         END-IF
058000     END-IF.
058100
058200     IF PC-KEEP-GENS-X IS NUMERIC
058300             AND PC-KEEP-GENS > ZERO
058400         MOVE PC-KEEP-GENS TO WS-KEEP-GENS
058500     ELSE
058600         IF PC-KEEP-GENS-X NOT = SPACES
058700             DISPLAY "GENERATIONS TO KEEP NOT VALID: "
058800                 PC-KEEP-GENS-X ", USING DEFAULT"
058900         END-IF
059000     END-IF.
059100
059200     IF ACTION-ROLLBACK
059300             AND (WS-TARGET-FILE = SPACES OR WS-TARGET-GEN = ZERO)
059400         DISPLAY "ROLLBACK NEEDS A FILE AND A GENERATION"
059500         MOVE 16 TO RETURN-CODE
059600     END-IF.
059700
059800     CLOSE PARMCARD-FILE.
059900 1050-EXIT.
060000     EXIT.
060100
060200******************************************************************
060300* 1100-SET-MANAGED-FILES - EACH CURRENT FILE, THE NEXT GENERATION
060400* ITS PRODUCING STEP WRITES, AND ITS RECORD-LENGTH CLASS.
060500******************************************************************
060600 1100-SET-MANAGED-FILES.
060700     INITIALIZE WS-MANAGED-TABLE.
060800     MOVE 9 TO WS-MGD-COUNT.
060900     MOVE "DEASUSP" TO WS-MGD-BASE (1).
061000     MOVE "DEASUSPN" TO WS-MGD-NEXT (1).
061100     MOVE 1 TO WS-MGD-CLASS (1).
061200     MOVE "CONTPREF" TO WS-MGD-BASE (2).
061300     MOVE "CONTPREFN" TO WS-MGD-NEXT (2).
061400     MOVE 2 TO WS-MGD-CLASS (2).
061500     MOVE "HOUSEHLD" TO WS-MGD-BASE (3).
061600     MOVE "HOUSEHLDN" TO WS-MGD-NEXT (3).
061700     MOVE 2 TO WS-MGD-CLASS (3).
061800     MOVE "JOBAUDT" TO WS-MGD-BASE (4).
061900     MOVE "JOBAUDTN" TO WS-MGD-NEXT (4).
062000     MOVE 5 TO WS-MGD-CLASS (4).
062100     MOVE "CONNAUDT" TO WS-MGD-BASE (5).
062200     MOVE "CONNAUDN" TO WS-MGD-NEXT (5).
062300     MOVE 4 TO WS-MGD-CLASS (5).
062400     MOVE "INQLOG" TO WS-MGD-BASE (6).
062500     MOVE "INQLOGN" TO WS-MGD-NEXT (6).
062600     MOVE 3 TO WS-MGD-CLASS (6).
062700     MOVE "ORDHOLD" TO WS-MGD-BASE (7).
062800     MOVE "ORDHOLDN" TO WS-MGD-NEXT (7).
062900     MOVE 6 TO WS-MGD-CLASS (7).
063000     MOVE "GLJREG" TO WS-MGD-BASE (8).
063100     MOVE "GLJREGN" TO WS-MGD-NEXT (8).
063200     MOVE 7 TO WS-MGD-CLASS (8).
063300     MOVE "CUSTMASP" TO WS-MGD-BASE (9).
063400     MOVE "CUSTMASN" TO WS-MGD-NEXT (9).
063500     MOVE 8 TO WS-MGD-CLASS (9).
063600 1100-EXIT.
063700     EXIT.
063800
063900******************************************************************
064000* 1200-LOAD-GENERATION-CATALOG - REPLAY THIS PROGRAM'S DETAIL
064100* RECORDS ON RUNCTL IN THE ORDER THEY WERE WRITTEN: A SAVE ADDS A
064200* GENERATION AND MOVES THE CURRENT FILE'S IN-USE DATE ON, A DROP
064300* REMOVES ONE. NO RUNCTL MEANS NOTHING IS RETAINED YET.
064400******************************************************************
064500 1200-LOAD-GENERATION-CATALOG.
064600     MOVE 'N' TO WS-RUNCTL-SW.
064700     OPEN INPUT RUNCTL-FILE.
064800     IF NOT RUNCTL-OK
064900         DISPLAY "NO RUN-CONTROL FILE FOUND, STATUS: "
065000             WS-RUNCTL-STATUS
065100         GO TO 1200-EXIT
065200     END-IF.
065300     PERFORM READ-RUNCTL-RECORD THRU READ-RUNCTL-RECORD-EXIT.
065400     PERFORM 1250-REPLAY-RUNCTL-RECORD THRU 1250-EXIT
065500         UNTIL END-OF-RUNCTL OR CAT-TABLE-OVERFLOW.
065600     CLOSE RUNCTL-FILE.
065700 1200-EXIT.
065800     EXIT.
065900
066000 1250-REPLAY-RUNCTL-RECORD.
066100     IF RU-PROGRAM-ID NOT = "GENMGRD"
066200         GO TO 1250-NEXT
066300     END-IF.
066400     IF NOT RU-GEN-SWAP AND NOT RU-GEN-ROLLBACK
066500             AND NOT RU-GEN-DROP
066600         GO TO 1250-NEXT
066700     END-IF.
066800     SET WS-MGD-IDX TO 1.
066900     SEARCH WS-MGD-ENTRY
067000         AT END
067100             GO TO 1250-NEXT
067200         WHEN WS-MGD-BASE (WS-MGD-IDX) = RU-GEN-FILE-ID
067300             SET WS-MGD-SUB TO WS-MGD-IDX
067400     END-SEARCH.
067500
067600     IF RU-GEN-DROP
067700         MOVE RU-GEN-FILE-ID TO WS-FIND-BASE
067800         MOVE RU-GEN-NUMBER TO WS-FIND-GEN
067900         PERFORM 3100-FIND-CATALOG-ENTRY THRU 3100-EXIT
068000         IF CATALOG-ENTRY-FOUND
068100             PERFORM 6450-REMOVE-CATALOG-ENTRY THRU 6450-EXIT
068200         END-IF
068300         GO TO 1250-NEXT
068400     END-IF.
068500
068600     IF RU-GEN-NUMBER > ZERO
068700         MOVE RU-GEN-FILE-ID TO WS-NEW-CAT-FILE
068800         MOVE RU-GEN-NUMBER TO WS-NEW-CAT-GEN
068900         MOVE RU-GEN-DATE TO WS-NEW-CAT-FROM
069000         MOVE RU-RUN-DATE TO WS-NEW-CAT-TO
069100         MOVE RU-GEN-COUNT TO WS-NEW-CAT-COUNT
069200         PERFORM 6100-ADD-CATALOG-ENTRY THRU 6100-EXIT
069300         MOVE RU-GEN-NUMBER TO WS-MGD-LAST-GEN (WS-MGD-SUB)
069400     END-IF.
069500     MOVE RU-RUN-DATE TO WS-MGD-CUR-FROM (WS-MGD-SUB).
069600 1250-NEXT.
069700     PERFORM READ-RUNCTL-RECORD THRU READ-RUNCTL-RECORD-EXIT.
069800 1250-EXIT.
069900     EXIT.
070000
070100******************************************************************
070200* 1300-LOAD-GENERATION-TOTALS - THE LATEST GENTOTS STAMP FOR EACH
070300* NEXT GENERATION: 'O' OPENED AND NOT CLOSED, 'C' CLOSED CLEANLY
070400* WITH ITS COUNT, 'S' ALREADY SWAPPED IN. NO GENTOTS MEANS NO
070500* NEXT GENERATION IS READY.
070600******************************************************************
070700 1300-LOAD-GENERATION-TOTALS.
070800     MOVE 'N' TO WS-GENTOTS-SW.
070900     OPEN INPUT GENTOTS-FILE.
071000     IF WS-GENTOTS-STATUS NOT = '00'
071100         DISPLAY "NO GENERATION CONTROL TOTALS FOUND, STATUS: "
071200             WS-GENTOTS-STATUS
071300         GO TO 1300-EXIT
071400     END-IF.
071500     PERFORM 1350-READ-GENTOTS-RECORD THRU 1350-EXIT.
071600     PERFORM 1400-APPLY-GENTOTS-RECORD THRU 1400-EXIT
071700         UNTIL END-OF-GENTOTS.
071800     CLOSE GENTOTS-FILE.
071900 1300-EXIT.
072000     EXIT.
072100
072200 1350-READ-GENTOTS-RECORD.
072300     READ GENTOTS-FILE
072400         AT END
072500             SET END-OF-GENTOTS TO TRUE
072600     END-READ.
072700 1350-EXIT.
072800     EXIT.
072900
073000 1400-APPLY-GENTOTS-RECORD.
073100     SET WS-MGD-IDX TO 1.
073200     SEARCH WS-MGD-ENTRY
073300         AT END
073400             CONTINUE
073500         WHEN WS-MGD-NEXT (WS-MGD-IDX) = GT-FILE-ID
073600             MOVE GT-EVENT TO WS-MGD-GT-EVENT (WS-MGD-IDX)
073700             MOVE GT-RECORD-COUNT TO WS-MGD-GT-COUNT (WS-MGD-IDX)
073800             MOVE GT-RUN-DATE TO WS-MGD-GT-DATE (WS-MGD-IDX)
073900             MOVE GT-PROGRAM-ID
074000                 TO WS-MGD-GT-PROGRAM (WS-MGD-IDX)
074100     END-SEARCH.
074200     PERFORM 1350-READ-GENTOTS-RECORD THRU 1350-EXIT.
074300 1400-EXIT.
074400     EXIT.
074500
074600******************************************************************
074700* 2000-PROCESS-DATA - SWAP IN THE FILE NAMED OR EVERY FILE, OR
074800* ROLL THE FILE NAMED BACK. A LIST-ONLY RUN DOES NOTHING HERE.
074900* ONE FILE REFUSED DOES NOT STOP THE OTHERS.
075000******************************************************************
075100 2000-PROCESS-DATA.
075200     EVALUATE TRUE
075300         WHEN ACTION-LIST
075400             CONTINUE
075500         WHEN ACTION-ROLLBACK
075600             MOVE WS-TARGET-SUB TO WS-MGD-SUB
075700             PERFORM 3000-ROLLBACK-ONE-FILE THRU 3000-EXIT
075800         WHEN WS-TARGET-SUB > ZERO
075900             MOVE WS-TARGET-SUB TO WS-MGD-SUB
076000             PERFORM 2100-SWAP-ONE-FILE THRU 2100-EXIT
076100         WHEN OTHER
076200             PERFORM 2100-SWAP-ONE-FILE THRU 2100-EXIT
076300                 VARYING WS-MGD-SUB FROM 1 BY 1
076400                 UNTIL WS-MGD-SUB > WS-MGD-COUNT
076500     END-EVALUATE.
076600 2000-EXIT.
076700     EXIT.
076800
076900******************************************************************
077000* 2100-SWAP-ONE-FILE - THE NEXT GENERATION MUST HAVE CLOSED
077100* CLEANLY AND HOLD THE COUNT ITS PRODUCER STAMPED, ELSE IT IS
077200* REFUSED (RC 12) AND THE CURRENT FILE IS UNTOUCHED. THE CURRENT
077300* FILE IS THEN SAVED AS A NEW GENERATION AND THE NEXT ONE COPIED
077400* OVER IT. A FILE NAMED ON THE CARD WITH NOTHING NEW TO SWAP IN
077500* ENDS THE RUN WITH RC 4.
077600******************************************************************
077700 2100-SWAP-ONE-FILE.
077800     MOVE WS-MGD-BASE (WS-MGD-SUB) TO WS-WORK-BASE.
077900     MOVE WS-MGD-NEXT (WS-MGD-SUB) TO WS-WORK-NEXT.
078000     MOVE WS-MGD-CLASS (WS-MGD-SUB) TO WS-GEN-CLASS.
078100     MOVE WS-MGD-GT-COUNT (WS-MGD-SUB) TO WS-EXPECTED-COUNT.
078200
078300     IF NEXT-OPENED (WS-MGD-SUB)
078400         MOVE ZERO TO WS-ACT-COUNT
078500         MOVE SPACES TO WS-ACT-NOTE
078600         STRING WS-WORK-NEXT DELIMITED BY SPACE
078700             " OPENED BY " DELIMITED BY SIZE
078800             WS-MGD-GT-PROGRAM (WS-MGD-SUB) DELIMITED BY SPACE
078900             " ON " DELIMITED BY SIZE
079000             WS-MGD-GT-DATE (WS-MGD-SUB) DELIMITED BY SIZE
079100             ", NEVER CLOSED CLEANLY" DELIMITED BY SIZE
079200             INTO WS-ACT-NOTE
079300         PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
079400         GO TO 2100-EXIT
079500     END-IF.
079600
079700     IF NOT NEXT-CLOSED (WS-MGD-SUB)
079800         ADD 1 TO WS-NOT-READY-COUNT
079900         MOVE "NO CHANGE" TO WS-ACT-ACTION
080000         MOVE SPACES TO WS-ACT-GEN
080100         MOVE ZERO TO WS-ACT-COUNT
080200         MOVE SPACES TO WS-ACT-NOTE
080300         STRING "NO NEW " DELIMITED BY SIZE
080400             WS-WORK-NEXT DELIMITED BY SPACE
080500             " SINCE THE LAST SWAP" DELIMITED BY SIZE
080600             INTO WS-ACT-NOTE
080700         PERFORM 2800-WRITE-ACTION-LINE THRU 2800-EXIT
080800         IF WS-TARGET-SUB > ZERO AND RETURN-CODE < 4
080900             MOVE 4 TO RETURN-CODE
081000         END-IF
081100         GO TO 2100-EXIT
081200     END-IF.
081300
081400     MOVE WS-WORK-NEXT TO WS-GEN-IN-NAME.
081500     PERFORM 5300-COUNT-GEN-FILE THRU 5300-EXIT.
081600     IF NOT GEN-IO-OK
081700         MOVE ZERO TO WS-ACT-COUNT
081800         MOVE SPACES TO WS-ACT-NOTE
081900         STRING WS-WORK-NEXT DELIMITED BY SPACE
082000             " CANNOT BE READ, STATUS " DELIMITED BY SIZE
082100             WS-GENIN-STATUS DELIMITED BY SIZE
082200             INTO WS-ACT-NOTE
082300         PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
082400         GO TO 2100-EXIT
082500     END-IF.
082600     IF WS-GEN-COUNT NOT = WS-EXPECTED-COUNT
082700         MOVE WS-GEN-COUNT TO WS-ACT-COUNT
082800         MOVE SPACES TO WS-ACT-NOTE
082900         STRING WS-WORK-NEXT DELIMITED BY SPACE
083000             " DOES NOT MATCH THE " DELIMITED BY SIZE
083100             WS-MGD-GT-PROGRAM (WS-MGD-SUB) DELIMITED BY SPACE
083200             " CLOSE COUNT OF " DELIMITED BY SIZE
083300             WS-EXPECTED-COUNT DELIMITED BY SIZE
083500             INTO WS-ACT-NOTE
083600         PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
083700         GO TO 2100-EXIT
083800     END-IF.
083900
084000     IF WS-CAT-TABLE-COUNT NOT < WS-MAX-CAT-TABLE
084100         DISPLAY "GENERATION CATALOG FULL, " WS-WORK-BASE
084200             " NOT SWAPPED"
084300         MOVE 16 TO RETURN-CODE
084400         GO TO 2100-EXIT
084500     END-IF.
084600     PERFORM 6000-SAVE-CURRENT-GENERATION THRU 6000-EXIT.
084700     IF STEP-FAILED
084800         MOVE 16 TO RETURN-CODE
084900         GO TO 2100-EXIT
085000     END-IF.
085100
085200     MOVE WS-WORK-NEXT TO WS-GEN-IN-NAME.
085300     MOVE WS-WORK-BASE TO WS-GEN-OUT-NAME.
085400     PERFORM 5400-COPY-GEN-FILE THRU 5400-EXIT.
085500     IF NOT GEN-IO-OK OR WS-GEN-COUNT NOT = WS-EXPECTED-COUNT
085600         PERFORM 6500-RESTORE-CURRENT THRU 6500-EXIT
085700         GO TO 2100-EXIT
085800     END-IF.
085900
086000     MOVE WS-WORK-NEXT TO GC-STAMP-FILE.
086100     MOVE "GENMGR" TO GC-STAMP-PROGRAM.
086200     MOVE WS-CURRENT-DATE TO GC-STAMP-DATE.
086300     MOVE WS-GEN-COUNT TO GC-STAMP-COUNT.
086400     SET STAMP-GEN-SWAPPED TO TRUE.
086500     PERFORM STAMP-GENERATION-TOTALS
086600         THRU STAMP-GENERATION-TOTALS-EXIT.
086700     MOVE 'S' TO WS-MGD-GT-EVENT (WS-MGD-SUB).
086800
086900     MOVE 'S' TO WS-EVENT-ACTION.
087000     MOVE ZERO TO WS-EVENT-FROM-GEN.
087100     PERFORM 2700-REGISTER-SAVED-GENERATION THRU 2700-EXIT.
087200
087300     ADD 1 TO WS-SWAPPED-COUNT.
087400     MOVE "SWAPPED IN" TO WS-ACT-ACTION.
087500     MOVE SPACES TO WS-ACT-GEN.
087600     MOVE WS-GEN-COUNT TO WS-ACT-COUNT.
087700     MOVE SPACES TO WS-ACT-NOTE.
087800     STRING WS-WORK-NEXT DELIMITED BY SPACE
087900         " FROM " DELIMITED BY SIZE
088000         WS-MGD-GT-PROGRAM (WS-MGD-SUB) DELIMITED BY SPACE
088100         " ON " DELIMITED BY SIZE
088200         WS-MGD-GT-DATE (WS-MGD-SUB) DELIMITED BY SIZE
088300         INTO WS-ACT-NOTE.
088400     PERFORM 2800-WRITE-ACTION-LINE THRU 2800-EXIT.
088500
088600     PERFORM 6300-PRUNE-GENERATIONS THRU 6300-EXIT.
088700 2100-EXIT.
088800     EXIT.
088900
089000******************************************************************
089100* 2700-REGISTER-SAVED-GENERATION - AFTER A SWAP OR ROLLBACK HAS
089200* GONE THROUGH, RECORD IT ON RUNCTL WITH THE GENERATION THE OLD
089300* CURRENT FILE WAS SAVED AS (ZERO WHEN THERE WAS NONE), CATALOG
089400* THAT GENERATION, AND START THE NEW CURRENT FILE'S IN-USE DATE.
089500******************************************************************
089600 2700-REGISTER-SAVED-GENERATION.
089700     MOVE WS-SAVED-GEN TO WS-EVENT-GEN.
089800     MOVE WS-SAVED-RECORDS TO WS-EVENT-COUNT.
089900     MOVE WS-MGD-CUR-FROM (WS-MGD-SUB) TO WS-EVENT-DATE.
090000     PERFORM 6200-RECORD-GENERATION-EVENT THRU 6200-EXIT.
090100
090200     IF WS-SAVED-GEN > ZERO
090300         MOVE WS-WORK-BASE TO WS-NEW-CAT-FILE
090400         MOVE WS-SAVED-GEN TO WS-NEW-CAT-GEN
090500         MOVE WS-MGD-CUR-FROM (WS-MGD-SUB) TO WS-NEW-CAT-FROM
090600         MOVE WS-CURRENT-DATE TO WS-NEW-CAT-TO
090700         MOVE WS-SAVED-RECORDS TO WS-NEW-CAT-COUNT
090800         PERFORM 6100-ADD-CATALOG-ENTRY THRU 6100-EXIT
090900         MOVE WS-SAVED-GEN TO WS-MGD-LAST-GEN (WS-MGD-SUB)
091000         ADD 1 TO WS-GENS-SAVED
091100         MOVE "SAVED" TO WS-ACT-ACTION
091200         MOVE WS-SAVED-GEN TO WS-GEN-LABEL-NUM
091300         MOVE WS-GEN-LABEL TO WS-ACT-GEN
091400         MOVE WS-SAVED-RECORDS TO WS-ACT-COUNT
091500         MOVE SPACES TO WS-ACT-NOTE
091600         STRING "PRIOR " DELIMITED BY SIZE
091700             WS-WORK-BASE DELIMITED BY SPACE
091800             " KEPT AS " DELIMITED BY SIZE
091900             WS-SAVED-NAME DELIMITED BY SPACE
092000             INTO WS-ACT-NOTE
092100         PERFORM 2800-WRITE-ACTION-LINE THRU 2800-EXIT
092200     END-IF.
092300     MOVE WS-CURRENT-DATE TO WS-MGD-CUR-FROM (WS-MGD-SUB).
092400 2700-EXIT.
092500     EXIT.
092600
092700 2800-WRITE-ACTION-LINE.
092800     MOVE WS-WORK-BASE TO WS-ACT-FILE.
092900     WRITE GENRPT-LINE FROM WS-ACTION-LINE.
093000     DISPLAY WS-WORK-BASE " " WS-ACT-ACTION " " WS-ACT-NOTE.
093100 2800-EXIT.
093200     EXIT.
093300
093400* A FILE THAT IS NOT SAFE TO SWAP IN OR ROLL BACK TO - THE CALLER
093500* HAS SET THE COUNT AND THE REASON. THE CURRENT FILE IS LEFT AS
093600* IT IS AND THE RUN ENDS WITH RC 12.
093700 2900-REFUSE-FILE.
093800     ADD 1 TO WS-REFUSED-COUNT.
093900     MOVE "REFUSED" TO WS-ACT-ACTION.
094000     MOVE SPACES TO WS-ACT-GEN.
094100     PERFORM 2800-WRITE-ACTION-LINE THRU 2800-EXIT.
094200     IF RETURN-CODE < 12
094300         MOVE 12 TO RETURN-CODE
094400     END-IF.
094500 2900-EXIT.
094600     EXIT.
094700
094800******************************************************************
094900* 3000-ROLLBACK-ONE-FILE - THE GENERATION NAMED MUST STILL BE
095000* RETAINED AND HOLD THE RECORDS IT WAS SAVED WITH, ELSE THE
095100* ROLLBACK IS REFUSED (RC 12). THE CURRENT FILE IS SAVED AS A NEW
095200* GENERATION FIRST, THEN THE NAMED GENERATION IS COPIED OVER IT.
095266* THE NAMED GENERATION STAYS ON FILE - THE PRUNE THAT FOLLOWS
095332* PASSES OVER IT.
095400******************************************************************
095500 3000-ROLLBACK-ONE-FILE.
095600     MOVE WS-MGD-BASE (WS-MGD-SUB) TO WS-WORK-BASE.
095700     MOVE WS-MGD-CLASS (WS-MGD-SUB) TO WS-GEN-CLASS.
095800     MOVE WS-TARGET-GEN TO WS-GEN-LABEL-NUM.
095900
096000     MOVE WS-WORK-BASE TO WS-FIND-BASE.
096100     MOVE WS-TARGET-GEN TO WS-FIND-GEN.
096200     PERFORM 3100-FIND-CATALOG-ENTRY THRU 3100-EXIT.
096300     IF NOT CATALOG-ENTRY-FOUND
096400         MOVE ZERO TO WS-ACT-COUNT
096500         MOVE SPACES TO WS-ACT-NOTE
096600         STRING "GENERATION " DELIMITED BY SIZE
096700             WS-GEN-LABEL DELIMITED BY SIZE
096800             " IS NOT RETAINED, NO ROLLBACK" DELIMITED BY SIZE
096900             INTO WS-ACT-NOTE
097000         PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
097100         GO TO 3000-EXIT
097200     END-IF.
097300     MOVE WS-CAT-FOUND-SUB TO WS-ROLL-SUB.
097400     MOVE WS-CAT-COUNT (WS-ROLL-SUB) TO WS-EXPECTED-COUNT.
097416     IF WS-CAT-FROM-DATE (WS-ROLL-SUB) = SPACES
097432         MOVE "UNKNOWN" TO WS-ROLL-FROM
097448     ELSE
097464         MOVE WS-CAT-FROM-DATE (WS-ROLL-SUB) TO WS-ROLL-FROM
097480     END-IF.
097500
097600     MOVE WS-TARGET-GEN TO WS-NAME-GEN.
097700     PERFORM 6050-BUILD-GENERATION-NAME THRU 6050-EXIT.
097800     MOVE WS-NAME-BUILT TO WS-GEN-IN-NAME.
097900     PERFORM 5300-COUNT-GEN-FILE THRU 5300-EXIT.
098000     IF NOT GEN-IO-OK
098100             OR WS-GEN-COUNT NOT = WS-EXPECTED-COUNT
098200         MOVE WS-GEN-COUNT TO WS-ACT-COUNT
098300         MOVE SPACES TO WS-ACT-NOTE
098400         STRING WS-NAME-BUILT DELIMITED BY SPACE
098500             " MISSING OR NOT ITS SAVED COUNT OF "
098600                 DELIMITED BY SIZE
098700             WS-EXPECTED-COUNT DELIMITED BY SIZE
098800             INTO WS-ACT-NOTE
098900         PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
099000         GO TO 3000-EXIT
099100     END-IF.
099200
099300     IF WS-CAT-TABLE-COUNT NOT < WS-MAX-CAT-TABLE
099400         DISPLAY "GENERATION CATALOG FULL, " WS-WORK-BASE
099500             " NOT ROLLED BACK"
099600         MOVE 16 TO RETURN-CODE
099700         GO TO 3000-EXIT
099800     END-IF.
099900     PERFORM 6000-SAVE-CURRENT-GENERATION THRU 6000-EXIT.
100000     IF STEP-FAILED
100100         MOVE 16 TO RETURN-CODE
100200         GO TO 3000-EXIT
100300     END-IF.
100400
100500     MOVE WS-TARGET-GEN TO WS-NAME-GEN.
100600     PERFORM 6050-BUILD-GENERATION-NAME THRU 6050-EXIT.
100700     MOVE WS-NAME-BUILT TO WS-GEN-IN-NAME.
100800     MOVE WS-WORK-BASE TO WS-GEN-OUT-NAME.
100900     PERFORM 5400-COPY-GEN-FILE THRU 5400-EXIT.
101000     IF NOT GEN-IO-OK OR WS-GEN-COUNT NOT = WS-EXPECTED-COUNT
101100         PERFORM 6500-RESTORE-CURRENT THRU 6500-EXIT
101200         GO TO 3000-EXIT
101300     END-IF.
101400
101500     MOVE 'R' TO WS-EVENT-ACTION.
101600     MOVE WS-TARGET-GEN TO WS-EVENT-FROM-GEN.
101700     PERFORM 2700-REGISTER-SAVED-GENERATION THRU 2700-EXIT.
101800
101900     ADD 1 TO WS-ROLLBACK-COUNT.
102000     MOVE "ROLLED BACK" TO WS-ACT-ACTION.
102100     MOVE WS-TARGET-GEN TO WS-GEN-LABEL-NUM.
102200     MOVE WS-GEN-LABEL TO WS-ACT-GEN.
102300     MOVE WS-GEN-COUNT TO WS-ACT-COUNT.
102400     MOVE SPACES TO WS-ACT-NOTE.
102500     STRING WS-WORK-BASE DELIMITED BY SPACE
102600         " REPLACED BY GENERATION " DELIMITED BY SIZE
102700         WS-GEN-LABEL DELIMITED BY SIZE
102800         " (IN USE FROM " DELIMITED BY SIZE
102900         WS-ROLL-FROM DELIMITED BY SPACE
103000         ")" DELIMITED BY SIZE
103100         INTO WS-ACT-NOTE.
103200     PERFORM 2800-WRITE-ACTION-LINE THRU 2800-EXIT.
103300
103350     MOVE WS-TARGET-GEN TO WS-PRUNE-SPARE-GEN.
103400     PERFORM 6300-PRUNE-GENERATIONS THRU 6300-EXIT.
103450     MOVE ZERO TO WS-PRUNE-SPARE-GEN.
103500 3000-EXIT.
103600     EXIT.
103700
103800 3100-FIND-CATALOG-ENTRY.
103900     MOVE 'N' TO WS-CAT-FOUND-SW.
104000     MOVE ZERO TO WS-CAT-FOUND-SUB.
104100     PERFORM 3150-CHECK-CATALOG-ENTRY THRU 3150-EXIT
104200         VARYING WS-CAT-SUB FROM 1 BY 1
104300         UNTIL WS-CAT-SUB > WS-CAT-TABLE-COUNT
104400            OR CATALOG-ENTRY-FOUND.
104500 3100-EXIT.
104600     EXIT.
104700
104800 3150-CHECK-CATALOG-ENTRY.
104900     IF WS-CAT-FILE (WS-CAT-SUB) = WS-FIND-BASE
105000             AND WS-CAT-GEN (WS-CAT-SUB) = WS-FIND-GEN
105100         SET CATALOG-ENTRY-FOUND TO TRUE
105200         MOVE WS-CAT-SUB TO WS-CAT-FOUND-SUB
105300     END-IF.
105400 3150-EXIT.
105500     EXIT.
105600
105700******************************************************************
105800* 4000-CLEANUP-ROUTINE - LIST THE GENERATIONS RETAINED (ONLY THE
105900* FILE NAMED, IF ONE WAS), PRINT SUMMARY COUNTS, CLOSE THE REPORT
106000* AND STAMP RUN CONTROL.
106100******************************************************************
106200 4000-CLEANUP-ROUTINE.
106300     IF NOT REPORT-WAS-OPENED
106400         GO TO 4000-STAMP
106500     END-IF.
106600
106700     IF CATALOG-WAS-LOADED
106800         MOVE SPACES TO GENRPT-LINE
106900         WRITE GENRPT-LINE
107000         MOVE SPACES TO WS-SECTION-LINE
107100         MOVE "GENERATIONS ON FILE" TO WS-SEC-TITLE
107200         WRITE GENRPT-LINE FROM WS-SECTION-LINE
107300         WRITE GENRPT-LINE FROM WS-LIST-COLUMN-LINE
107400         PERFORM 4100-LIST-ONE-FILE THRU 4100-EXIT
107500             VARYING WS-MGD-SUB FROM 1 BY 1
107600             UNTIL WS-MGD-SUB > WS-MGD-COUNT
107700     END-IF.
107800
107900     MOVE SPACES TO GENRPT-LINE.
108000     WRITE GENRPT-LINE.
108100     MOVE SPACES TO WS-SUMMARY-LINE.
108200     MOVE "FILES SWAPPED IN:      " TO WS-SUM-LABEL.
108300     MOVE WS-SWAPPED-COUNT TO WS-SUM-VALUE.
108400     WRITE GENRPT-LINE FROM WS-SUMMARY-LINE.
108500
108600     MOVE "FILES ROLLED BACK:     " TO WS-SUM-LABEL.
108700     MOVE WS-ROLLBACK-COUNT TO WS-SUM-VALUE.
108800     WRITE GENRPT-LINE FROM WS-SUMMARY-LINE.
108900
109000     MOVE "FILES REFUSED:         " TO WS-SUM-LABEL.
109100     MOVE WS-REFUSED-COUNT TO WS-SUM-VALUE.
109200     WRITE GENRPT-LINE FROM WS-SUMMARY-LINE.
109300
109400     MOVE "NOTHING NEW TO SWAP:   " TO WS-SUM-LABEL.
109500     MOVE WS-NOT-READY-COUNT TO WS-SUM-VALUE.
109600     WRITE GENRPT-LINE FROM WS-SUMMARY-LINE.
109700
109800     MOVE "GENERATIONS SAVED:     " TO WS-SUM-LABEL.
109900     MOVE WS-GENS-SAVED TO WS-SUM-VALUE.
110000     WRITE GENRPT-LINE FROM WS-SUMMARY-LINE.
110100
110200     MOVE "GENERATIONS DROPPED:   " TO WS-SUM-LABEL.
110300     MOVE WS-GENS-DROPPED TO WS-SUM-VALUE.
110400     WRITE GENRPT-LINE FROM WS-SUMMARY-LINE.
110500
110600     CLOSE GENRPT-FILE.
110700 4000-STAMP.
110800     MOVE "GENMGR" TO RC-STAMP-PROGRAM.
110900     MOVE WS-CURRENT-DATE TO RC-STAMP-DATE.
111000     PERFORM STAMP-RUN-CONTROL THRU STAMP-RUN-CONTROL-EXIT.
111100
111200     DISPLAY "FILES SWAPPED IN: " WS-SWAPPED-COUNT.
111300     DISPLAY "GENERATION MANAGEMENT COMPLETE".
111400 4000-EXIT.
111500     EXIT.
111600
111700******************************************************************
111800* 4100-LIST-ONE-FILE - THE CURRENT FILE WITH THE DATE IT WENT
111900* INTO USE AND THE STATE OF ITS NEXT GENERATION, THEN EVERY
112000* GENERATION RETAINED, OLDEST FIRST, FOR PICKING A ROLLBACK.
112100******************************************************************
112200 4100-LIST-ONE-FILE.
112300     IF WS-TARGET-SUB > ZERO AND WS-MGD-SUB NOT = WS-TARGET-SUB
112400         GO TO 4100-EXIT
112500     END-IF.
112600     MOVE SPACES TO WS-LIST-LINE.
112700     MOVE WS-MGD-BASE (WS-MGD-SUB) TO WS-LST-FILE.
112800     MOVE "CURR" TO WS-LST-GEN.
112900     IF WS-MGD-CUR-FROM (WS-MGD-SUB) = SPACES
113000         MOVE "UNKNOWN" TO WS-LST-FROM
113100     ELSE
113200         MOVE WS-MGD-CUR-FROM (WS-MGD-SUB) TO WS-LST-FROM
113300     END-IF.
113400     EVALUATE TRUE
113500         WHEN NEXT-OPENED (WS-MGD-SUB)
113600             STRING "NEXT: " DELIMITED BY SIZE
113700                 WS-MGD-NEXT (WS-MGD-SUB) DELIMITED BY SPACE
113800                 " OPEN SINCE " DELIMITED BY SIZE
113900                 WS-MGD-GT-DATE (WS-MGD-SUB) DELIMITED BY SIZE
114000                 ", NOT SWAPPABLE" DELIMITED BY SIZE
114100                 INTO WS-LST-NOTE
114200         WHEN NEXT-CLOSED (WS-MGD-SUB)
114300             STRING "NEXT: " DELIMITED BY SIZE
114400                 WS-MGD-NEXT (WS-MGD-SUB) DELIMITED BY SPACE
114500                 " CLOSED " DELIMITED BY SIZE
114600                 WS-MGD-GT-DATE (WS-MGD-SUB) DELIMITED BY SIZE
114700                 ", WAITING TO BE SWAPPED IN" DELIMITED BY SIZE
114800                 INTO WS-LST-NOTE
114900         WHEN OTHER
115000             MOVE "NEXT: NONE WAITING" TO WS-LST-NOTE
115100     END-EVALUATE.
115200     WRITE GENRPT-LINE FROM WS-LIST-LINE.
115300
115400     MOVE WS-MGD-BASE (WS-MGD-SUB) TO WS-WORK-BASE.
115500     PERFORM 4150-LIST-ONE-GENERATION THRU 4150-EXIT
115600         VARYING WS-CAT-SUB FROM 1 BY 1
115700         UNTIL WS-CAT-SUB > WS-CAT-TABLE-COUNT.
115800 4100-EXIT.
115900     EXIT.
116000
116100 4150-LIST-ONE-GENERATION.
116200     IF WS-CAT-FILE (WS-CAT-SUB) NOT = WS-WORK-BASE
116300         GO TO 4150-EXIT
116400     END-IF.
116500     MOVE SPACES TO WS-LIST-LINE.
116600     MOVE WS-CAT-GEN (WS-CAT-SUB) TO WS-GEN-LABEL-NUM.
116700     MOVE WS-GEN-LABEL TO WS-LST-GEN.
116800     IF WS-CAT-FROM-DATE (WS-CAT-SUB) = SPACES
116900         MOVE "UNKNOWN" TO WS-LST-FROM
117000     ELSE
117100         MOVE WS-CAT-FROM-DATE (WS-CAT-SUB) TO WS-LST-FROM
117200     END-IF.
117300     MOVE WS-CAT-TO-DATE (WS-CAT-SUB) TO WS-LST-TO.
117400     MOVE WS-CAT-COUNT (WS-CAT-SUB) TO WS-LST-COUNT.
117500     MOVE WS-CAT-GEN (WS-CAT-SUB) TO WS-NAME-GEN.
117600     PERFORM 6050-BUILD-GENERATION-NAME THRU 6050-EXIT.
117700     MOVE WS-NAME-BUILT TO WS-LST-NOTE.
117800     WRITE GENRPT-LINE FROM WS-LIST-LINE.
117900 4150-EXIT.
118000     EXIT.
118100
118200******************************************************************
118300* 5000-OPEN-GEN-INPUT THRU 5250-CLOSE-GEN-OUTPUT - OPEN, READ,
118400* WRITE AND CLOSE WHICHEVER FILE PAIR WS-GEN-CLASS PICKS. RECORDS
118500* PASS THROUGH WS-GEN-BUFFER UNCHANGED.
118600******************************************************************
118700 5000-OPEN-GEN-INPUT.
118800     EVALUATE WS-GEN-CLASS
118900         WHEN 1
119000             OPEN INPUT GENIN030-FILE
119100         WHEN 2
119200             OPEN INPUT GENIN040-FILE
119300         WHEN 3
119400             OPEN INPUT GENIN048-FILE
119500         WHEN 4
119600             OPEN INPUT GENIN071-FILE
119700         WHEN 5
119800             OPEN INPUT GENIN092-FILE
119900         WHEN 6
120000             OPEN INPUT GENIN100-FILE
120100         WHEN 7
120200             OPEN INPUT GENIN120-FILE
120300         WHEN 8
120400             OPEN INPUT GENIN184-FILE
120500     END-EVALUATE.
120600 5000-EXIT.
120700     EXIT.
120800
120900* ANY STATUS BUT END OF FILE STOPS THE READING AND FAILS THE COPY
121000* OR COUNT - A SHORT READ IS NOT A GENERATION TO TRUST.
121100 5050-READ-GEN-INPUT.
121200     MOVE SPACES TO WS-GEN-BUFFER.
121300     EVALUATE WS-GEN-CLASS
121400         WHEN 1
121500             READ GENIN030-FILE INTO WS-GEN-BUFFER
121600                 AT END
121700                     SET END-OF-GENIN TO TRUE
121800             END-READ
121900         WHEN 2
122000             READ GENIN040-FILE INTO WS-GEN-BUFFER
122100                 AT END
122200                     SET END-OF-GENIN TO TRUE
122300             END-READ
122400         WHEN 3
122500             READ GENIN048-FILE INTO WS-GEN-BUFFER
122600                 AT END
122700                     SET END-OF-GENIN TO TRUE
122800             END-READ
122900         WHEN 4
123000             READ GENIN071-FILE INTO WS-GEN-BUFFER
123100                 AT END
123200                     SET END-OF-GENIN TO TRUE
123300             END-READ
123400         WHEN 5
123500             READ GENIN092-FILE INTO WS-GEN-BUFFER
123600                 AT END
123700                     SET END-OF-GENIN TO TRUE
123800             END-READ
123900         WHEN 6
124000             READ GENIN100-FILE INTO WS-GEN-BUFFER
124100                 AT END
124200                     SET END-OF-GENIN TO TRUE
124300             END-READ
124400         WHEN 7
124500             READ GENIN120-FILE INTO WS-GEN-BUFFER
124600                 AT END
124700                     SET END-OF-GENIN TO TRUE
124800             END-READ
124900         WHEN 8
125000             READ GENIN184-FILE INTO WS-GEN-BUFFER
125100                 AT END
125200                     SET END-OF-GENIN TO TRUE
125300             END-READ
125400     END-EVALUATE.
125500     IF NOT END-OF-GENIN AND NOT GENIN-OK
125600         SET GEN-IO-FAILED TO TRUE
125700         SET END-OF-GENIN TO TRUE
125800     END-IF.
125900 5050-EXIT.
126000     EXIT.
126100
126200 5100-OPEN-GEN-OUTPUT.
126300     EVALUATE WS-GEN-CLASS
126400         WHEN 1
126500             OPEN OUTPUT GENOUT030-FILE
126600         WHEN 2
126700             OPEN OUTPUT GENOUT040-FILE
126800         WHEN 3
126900             OPEN OUTPUT GENOUT048-FILE
127000         WHEN 4
127100             OPEN OUTPUT GENOUT071-FILE
127200         WHEN 5
127300             OPEN OUTPUT GENOUT092-FILE
127400         WHEN 6
127500             OPEN OUTPUT GENOUT100-FILE
127600         WHEN 7
127700             OPEN OUTPUT GENOUT120-FILE
127800         WHEN 8
127900             OPEN OUTPUT GENOUT184-FILE
128000     END-EVALUATE.
128100 5100-EXIT.
128200     EXIT.
128300
128400 5150-WRITE-GEN-OUTPUT.
128500     EVALUATE WS-GEN-CLASS
128600         WHEN 1
128700             WRITE GENOUT030-RECORD FROM WS-GEN-BUFFER
128800         WHEN 2
128900             WRITE GENOUT040-RECORD FROM WS-GEN-BUFFER
129000         WHEN 3
129100             WRITE GENOUT048-RECORD FROM WS-GEN-BUFFER
129200         WHEN 4
129300             WRITE GENOUT071-RECORD FROM WS-GEN-BUFFER
129400         WHEN 5
129500             WRITE GENOUT092-RECORD FROM WS-GEN-BUFFER
129600         WHEN 6
129700             WRITE GENOUT100-RECORD FROM WS-GEN-BUFFER
129800         WHEN 7
129900             WRITE GENOUT120-RECORD FROM WS-GEN-BUFFER
130000         WHEN 8
130100             WRITE GENOUT184-RECORD FROM WS-GEN-BUFFER
130200     END-EVALUATE.
130300 5150-EXIT.
130400     EXIT.
130500
130600 5200-CLOSE-GEN-INPUT.
130700     EVALUATE WS-GEN-CLASS
130800         WHEN 1
130900             CLOSE GENIN030-FILE
131000         WHEN 2
131100             CLOSE GENIN040-FILE
131200         WHEN 3
131300             CLOSE GENIN048-FILE
131400         WHEN 4
131500             CLOSE GENIN071-FILE
131600         WHEN 5
131700             CLOSE GENIN092-FILE
131800         WHEN 6
131900             CLOSE GENIN100-FILE
132000         WHEN 7
132100             CLOSE GENIN120-FILE
132200         WHEN 8
132300             CLOSE GENIN184-FILE
132400     END-EVALUATE.
132500 5200-EXIT.
132600     EXIT.
132700
132800 5250-CLOSE-GEN-OUTPUT.
132900     EVALUATE WS-GEN-CLASS
133000         WHEN 1
133100             CLOSE GENOUT030-FILE
133200         WHEN 2
133300             CLOSE GENOUT040-FILE
133400         WHEN 3
133500             CLOSE GENOUT048-FILE
133600         WHEN 4
133700             CLOSE GENOUT071-FILE
133800         WHEN 5
133900             CLOSE GENOUT092-FILE
134000         WHEN 6
134100             CLOSE GENOUT100-FILE
134200         WHEN 7
134300             CLOSE GENOUT120-FILE
134400         WHEN 8
134500             CLOSE GENOUT184-FILE
134600     END-EVALUATE.
134700 5250-EXIT.
134800     EXIT.
134900
135000******************************************************************
135100* 5300-COUNT-GEN-FILE - COUNT THE RECORDS ON WS-GEN-IN-NAME INTO
135200* WS-GEN-COUNT. A FILE THAT IS NOT THERE IS GEN-INPUT-MISSING;
135300* ANY OTHER OPEN OR READ ERROR IS GEN-IO-FAILED.
135400******************************************************************
135500 5300-COUNT-GEN-FILE.
135600     MOVE ZERO TO WS-GEN-COUNT.
135700     SET GEN-IO-OK TO TRUE.
135800     MOVE 'N' TO WS-GENIN-SW.
135900     PERFORM 5000-OPEN-GEN-INPUT THRU 5000-EXIT.
136000     IF NOT GENIN-OK
136100         IF GENIN-NOT-FOUND
136200             SET GEN-INPUT-MISSING TO TRUE
136300         ELSE
136400             SET GEN-IO-FAILED TO TRUE
136500         END-IF
136600         GO TO 5300-EXIT
136700     END-IF.
136800     PERFORM 5050-READ-GEN-INPUT THRU 5050-EXIT.
136900     PERFORM 5350-COUNT-ONE-RECORD THRU 5350-EXIT
137000         UNTIL END-OF-GENIN.
137100     PERFORM 5200-CLOSE-GEN-INPUT THRU 5200-EXIT.
137200 5300-EXIT.
137300     EXIT.
137400
137500 5350-COUNT-ONE-RECORD.
137600     ADD 1 TO WS-GEN-COUNT.
137700     PERFORM 5050-READ-GEN-INPUT THRU 5050-EXIT.
137800 5350-EXIT.
137900     EXIT.
138000
138100******************************************************************
138200* 5400-COPY-GEN-FILE - COPY WS-GEN-IN-NAME OVER WS-GEN-OUT-NAME,
138300* COUNTING THE RECORDS WRITTEN INTO WS-GEN-COUNT. A MISSING
138400* INPUT IS GEN-INPUT-MISSING AND NOTHING IS WRITTEN; ANY OTHER
138500* OPEN, READ, WRITE OR CLOSE ERROR IS GEN-IO-FAILED.
138600******************************************************************
138700 5400-COPY-GEN-FILE.
138800     MOVE ZERO TO WS-GEN-COUNT.
138900     SET GEN-IO-OK TO TRUE.
139000     MOVE 'N' TO WS-GENIN-SW.
139100     PERFORM 5000-OPEN-GEN-INPUT THRU 5000-EXIT.
139200     IF NOT GENIN-OK
139300         IF GENIN-NOT-FOUND
139400             SET GEN-INPUT-MISSING TO TRUE
139500         ELSE
139600             SET GEN-IO-FAILED TO TRUE
139700         END-IF
139800         GO TO 5400-EXIT
139900     END-IF.
140000     PERFORM 5100-OPEN-GEN-OUTPUT THRU 5100-EXIT.
140100     IF NOT GENOUT-OK
140200         SET GEN-IO-FAILED TO TRUE
140300         PERFORM 5200-CLOSE-GEN-INPUT THRU 5200-EXIT
140400         GO TO 5400-EXIT
140500     END-IF.
140600     PERFORM 5050-READ-GEN-INPUT THRU 5050-EXIT.
140700     PERFORM 5450-COPY-ONE-RECORD THRU 5450-EXIT
140800         UNTIL END-OF-GENIN.
140900     PERFORM 5200-CLOSE-GEN-INPUT THRU 5200-EXIT.
141000     PERFORM 5250-CLOSE-GEN-OUTPUT THRU 5250-EXIT.
141100     IF NOT GENOUT-OK
141200         SET GEN-IO-FAILED TO TRUE
141300     END-IF.
141400 5400-EXIT.
141500     EXIT.
141600
141700 5450-COPY-ONE-RECORD.
141800     PERFORM 5150-WRITE-GEN-OUTPUT THRU 5150-EXIT.
141900     IF NOT GENOUT-OK
142000         SET GEN-IO-FAILED TO TRUE
142100         SET END-OF-GENIN TO TRUE
142200         GO TO 5450-EXIT
142300     END-IF.
142400     ADD 1 TO WS-GEN-COUNT.
142500     PERFORM 5050-READ-GEN-INPUT THRU 5050-EXIT.
142600 5450-EXIT.
142700     EXIT.
142800
142900* REMOVE THE FILE NAMED IN WS-GEN-OUT-NAME. ONE THAT IS ALREADY
143000* GONE IS NOT AN ERROR.
143100 5500-DELETE-GEN-FILE.
143200     EVALUATE WS-GEN-CLASS
143300         WHEN 1
143400             DELETE FILE GENOUT030-FILE
143500         WHEN 2
143600             DELETE FILE GENOUT040-FILE
143700         WHEN 3
143800             DELETE FILE GENOUT048-FILE
143900         WHEN 4
144000             DELETE FILE GENOUT071-FILE
144100         WHEN 5
144200             DELETE FILE GENOUT092-FILE
144300         WHEN 6
144400             DELETE FILE GENOUT100-FILE
144500         WHEN 7
144600             DELETE FILE GENOUT120-FILE
144700         WHEN 8
144800             DELETE FILE GENOUT184-FILE
144900     END-EVALUATE.
145000     IF NOT GENOUT-OK AND WS-GENOUT-STATUS NOT = '35'
145100         DISPLAY "WARNING: UNABLE TO DELETE " WS-GEN-OUT-NAME
145200             ", STATUS: " WS-GENOUT-STATUS
145300     END-IF.
145400 5500-EXIT.
145500     EXIT.
145600
145700******************************************************************
145800* 6000-SAVE-CURRENT-GENERATION - COPY THE CURRENT FILE TO THE
145900* NEXT GENERATION NUMBER (9999 WRAPS TO 1) AND COUNT THE COPY
146000* BACK. NO CURRENT FILE (THE FIRST SWAP) SAVES NOTHING; A COPY
146100* THAT FAILS OR DOES NOT COUNT BACK SETS STEP-FAILED AND THE
146200* CURRENT FILE IS NOT TOUCHED.
146300******************************************************************
146400 6000-SAVE-CURRENT-GENERATION.
146500     MOVE 'N' TO WS-STEP-FAILED-SW.
146600     MOVE ZERO TO WS-SAVED-GEN.
146700     MOVE ZERO TO WS-SAVED-RECORDS.
146800     MOVE SPACES TO WS-SAVED-NAME.
146900     IF WS-MGD-LAST-GEN (WS-MGD-SUB) NOT < 9999
147000         MOVE 1 TO WS-NEW-GEN
147100     ELSE
147200         COMPUTE WS-NEW-GEN = WS-MGD-LAST-GEN (WS-MGD-SUB) + 1
147300     END-IF.
147400     MOVE WS-NEW-GEN TO WS-NAME-GEN.
147500     PERFORM 6050-BUILD-GENERATION-NAME THRU 6050-EXIT.
147600
147700     MOVE WS-WORK-BASE TO WS-GEN-IN-NAME.
147800     MOVE WS-NAME-BUILT TO WS-GEN-OUT-NAME.
147900     PERFORM 5400-COPY-GEN-FILE THRU 5400-EXIT.
148000     IF GEN-INPUT-MISSING
148100         DISPLAY "NO CURRENT " WS-WORK-BASE
148200             " ON FILE, NOTHING TO SAVE"
148300         GO TO 6000-EXIT
148400     END-IF.
148500     IF GEN-IO-FAILED
148600         DISPLAY "UNABLE TO SAVE " WS-WORK-BASE " AS "
148700             WS-NAME-BUILT ", STATUS: " WS-GENIN-STATUS
148800             "/" WS-GENOUT-STATUS
148900         SET STEP-FAILED TO TRUE
149000         GO TO 6000-EXIT
149100     END-IF.
149200     MOVE WS-GEN-COUNT TO WS-COPIED-COUNT.
149300
149400     MOVE WS-NAME-BUILT TO WS-GEN-IN-NAME.
149500     PERFORM 5300-COUNT-GEN-FILE THRU 5300-EXIT.
149600     IF NOT GEN-IO-OK OR WS-GEN-COUNT NOT = WS-COPIED-COUNT
149700         DISPLAY "SAVED COPY " WS-NAME-BUILT
149800             " DOES NOT COUNT BACK TO " WS-COPIED-COUNT
149900             " RECORDS"
150000         SET STEP-FAILED TO TRUE
150100         GO TO 6000-EXIT
150200     END-IF.
150300     MOVE WS-NEW-GEN TO WS-SAVED-GEN.
150400     MOVE WS-GEN-COUNT TO WS-SAVED-RECORDS.
150500     MOVE WS-NAME-BUILT TO WS-SAVED-NAME.
150600 6000-EXIT.
150700     EXIT.
150800
150900* GENERATION DATASET NAME: THE BASE NAME, .G, THE FOUR-DIGIT
151000* GENERATION NUMBER AND V00 - E.G. DEASUSP.G0007V00.
151100 6050-BUILD-GENERATION-NAME.
151200     MOVE SPACES TO WS-NAME-BUILT.
151300     STRING WS-WORK-BASE DELIMITED BY SPACE
151400         ".G" DELIMITED BY SIZE
151500         WS-NAME-GEN DELIMITED BY SIZE
151600         "V00" DELIMITED BY SIZE
151700         INTO WS-NAME-BUILT.
151800 6050-EXIT.
151900     EXIT.
152000
152100 6100-ADD-CATALOG-ENTRY.
152200     IF WS-CAT-TABLE-COUNT NOT < WS-MAX-CAT-TABLE
152300         SET CAT-TABLE-OVERFLOW TO TRUE
152400         GO TO 6100-EXIT
152500     END-IF.
152600     ADD 1 TO WS-CAT-TABLE-COUNT.
152700     MOVE WS-NEW-CAT-FILE TO WS-CAT-FILE (WS-CAT-TABLE-COUNT).
152800     MOVE WS-NEW-CAT-GEN TO WS-CAT-GEN (WS-CAT-TABLE-COUNT).
152900     MOVE WS-NEW-CAT-FROM
153000         TO WS-CAT-FROM-DATE (WS-CAT-TABLE-COUNT).
153100     MOVE WS-NEW-CAT-TO TO WS-CAT-TO-DATE (WS-CAT-TABLE-COUNT).
153200     MOVE WS-NEW-CAT-COUNT TO WS-CAT-COUNT (WS-CAT-TABLE-COUNT).
153300 6100-EXIT.
153400     EXIT.
153500
153600******************************************************************
153700* 6200-RECORD-GENERATION-EVENT - ONE DETAIL RECORD ON RUNCTL FOR
153800* THE FILE IN WS-WORK-BASE. THE FILE IS EXTENDED, WITH THE
153900* FIRST-EVER RECORD CREATING IT. A RECORD THAT CANNOT BE WRITTEN
154000* FAILS THE RUN - THE NEXT RUN'S CATALOG WOULD NOT KNOW OF IT.
154100******************************************************************
154200 6200-RECORD-GENERATION-EVENT.
154300     OPEN EXTEND RUNCTL-FILE.
154400     IF WS-RUNCTL-STATUS = '05' OR WS-RUNCTL-STATUS = '35'
154500         OPEN OUTPUT RUNCTL-FILE
154600     END-IF.
154700     IF NOT RUNCTL-OK
154800         DISPLAY "UNABLE TO RECORD " WS-WORK-BASE
154900             " GENERATION ON RUNCTL, STATUS: " WS-RUNCTL-STATUS
155000         MOVE 16 TO RETURN-CODE
155100         GO TO 6200-EXIT
155200     END-IF.
155300     MOVE SPACES TO RUNCTL-RECORD.
155400     MOVE WS-CURRENT-DATE TO RU-RUN-DATE.
155500     MOVE "GENMGRD" TO RU-PROGRAM-ID.
155600     MOVE FUNCTION CURRENT-DATE TO RU-TIMESTAMP.
155700     MOVE ZERO TO RU-RETURN-CODE.
155800     MOVE WS-EVENT-ACTION TO RU-GEN-ACTION.
155900     MOVE WS-WORK-BASE TO RU-GEN-FILE-ID.
156000     MOVE WS-EVENT-GEN TO RU-GEN-NUMBER.
156100     MOVE WS-EVENT-FROM-GEN TO RU-GEN-FROM-GEN.
156200     MOVE WS-EVENT-COUNT TO RU-GEN-COUNT.
156300     MOVE WS-EVENT-DATE TO RU-GEN-DATE.
156400     WRITE RUNCTL-RECORD.
156500     CLOSE RUNCTL-FILE.
156600 6200-EXIT.
156700     EXIT.
156800
156900******************************************************************
157000* 6300-PRUNE-GENERATIONS - DROP THE OLDEST GENERATIONS OF THE
157050* FILE IN WS-WORK-BASE UNTIL NO MORE THAN WS-KEEP-GENS REMAIN,
157100* NEVER DROPPING WS-PRUNE-SPARE-GEN. WITH ONLY THAT ONE LEFT TO
157150* DROP, ONE MORE THAN WS-KEEP-GENS MAY REMAIN.
157200******************************************************************
157300 6300-PRUNE-GENERATIONS.
157400     PERFORM 6350-COUNT-RETAINED THRU 6350-EXIT.
157500     PERFORM 6400-DROP-OLDEST-GENERATION THRU 6400-EXIT
157566         UNTIL WS-RETAINED-COUNT NOT > WS-KEEP-GENS
157632            OR WS-CAT-OLDEST-SUB = ZERO.
157700 6300-EXIT.
157800     EXIT.
157900
158000 6350-COUNT-RETAINED.
158100     MOVE ZERO TO WS-RETAINED-COUNT.
158200     MOVE ZERO TO WS-CAT-OLDEST-SUB.
158300     PERFORM 6360-COUNT-ONE-ENTRY THRU 6360-EXIT
158400         VARYING WS-CAT-SUB FROM 1 BY 1
158500         UNTIL WS-CAT-SUB > WS-CAT-TABLE-COUNT.
158600 6350-EXIT.
158700     EXIT.
158800
158900 6360-COUNT-ONE-ENTRY.
159000     IF WS-CAT-FILE (WS-CAT-SUB) = WS-WORK-BASE
159100         ADD 1 TO WS-RETAINED-COUNT
159200         IF WS-CAT-OLDEST-SUB = ZERO
159233                 AND WS-CAT-GEN (WS-CAT-SUB)
159266                     NOT = WS-PRUNE-SPARE-GEN
159300             MOVE WS-CAT-SUB TO WS-CAT-OLDEST-SUB
159400         END-IF
159500     END-IF.
159600 6360-EXIT.
159700     EXIT.
159800
159900 6400-DROP-OLDEST-GENERATION.
160000     MOVE WS-CAT-GEN (WS-CAT-OLDEST-SUB) TO WS-NAME-GEN.
160100     PERFORM 6050-BUILD-GENERATION-NAME THRU 6050-EXIT.
160200     MOVE WS-NAME-BUILT TO WS-GEN-OUT-NAME.
160300     PERFORM 5500-DELETE-GEN-FILE THRU 5500-EXIT.
160400
160500     MOVE 'D' TO WS-EVENT-ACTION.
160600     MOVE WS-CAT-GEN (WS-CAT-OLDEST-SUB) TO WS-EVENT-GEN.
160700     MOVE ZERO TO WS-EVENT-FROM-GEN.
160800     MOVE WS-CAT-COUNT (WS-CAT-OLDEST-SUB) TO WS-EVENT-COUNT.
160900     MOVE WS-CAT-FROM-DATE (WS-CAT-OLDEST-SUB) TO WS-EVENT-DATE.
161000     PERFORM 6200-RECORD-GENERATION-EVENT THRU 6200-EXIT.
161100
161200     ADD 1 TO WS-GENS-DROPPED.
161300     MOVE "DROPPED" TO WS-ACT-ACTION.
161400     MOVE WS-CAT-GEN (WS-CAT-OLDEST-SUB) TO WS-GEN-LABEL-NUM.
161500     MOVE WS-GEN-LABEL TO WS-ACT-GEN.
161600     MOVE WS-CAT-COUNT (WS-CAT-OLDEST-SUB) TO WS-ACT-COUNT.
161700     MOVE SPACES TO WS-ACT-NOTE.
161800     STRING WS-NAME-BUILT DELIMITED BY SPACE
161900         " DELETED, OLDER THAN THE " DELIMITED BY SIZE
162000         WS-KEEP-GENS DELIMITED BY SIZE
162100         " GENERATIONS KEPT" DELIMITED BY SIZE
162200         INTO WS-ACT-NOTE.
162300     PERFORM 2800-WRITE-ACTION-LINE THRU 2800-EXIT.
162400
162500     MOVE WS-CAT-OLDEST-SUB TO WS-CAT-FOUND-SUB.
162600     PERFORM 6450-REMOVE-CATALOG-ENTRY THRU 6450-EXIT.
162700     PERFORM 6350-COUNT-RETAINED THRU 6350-EXIT.
162800 6400-EXIT.
162900     EXIT.
163000
163100* CLOSE UP THE CATALOG OVER THE ENTRY AT WS-CAT-FOUND-SUB SO IT
163200* STAYS IN OLDEST-FIRST ORDER.
163300 6450-REMOVE-CATALOG-ENTRY.
163400     PERFORM 6460-SHIFT-CATALOG-ENTRY THRU 6460-EXIT
163500         VARYING WS-CAT-SUB FROM WS-CAT-FOUND-SUB BY 1
163600         UNTIL WS-CAT-SUB NOT < WS-CAT-TABLE-COUNT.
163700     MOVE SPACES TO WS-CAT-FILE (WS-CAT-TABLE-COUNT).
163800     MOVE ZERO TO WS-CAT-GEN (WS-CAT-TABLE-COUNT).
163900     SUBTRACT 1 FROM WS-CAT-TABLE-COUNT.
164000 6450-EXIT.
164100     EXIT.
164200
164300 6460-SHIFT-CATALOG-ENTRY.
164400     MOVE WS-CAT-ENTRY (WS-CAT-SUB + 1)
164500         TO WS-CAT-ENTRY (WS-CAT-SUB).
164600 6460-EXIT.
164700     EXIT.
164800
164900******************************************************************
165000* 6500-RESTORE-CURRENT - THE COPY OVER THE CURRENT FILE FAILED OR
165100* DID NOT COUNT OUT. PUT THE SAVED COPY BACK AND DISCARD IT, SO
165200* NOTHING HAS CHANGED; WITH NO SAVED COPY (NO CURRENT FILE
165300* BEFORE) REMOVE THE PART-WRITTEN ONE. EITHER WAY THE RUN ENDS
165400* WITH RC 16. IF THE RESTORE ITSELF FAILS THE SAVED COPY IS KEPT
165500* FOR OPERATIONS TO RECOVER FROM BY HAND.
165600******************************************************************
165700 6500-RESTORE-CURRENT.
165800     MOVE 16 TO RETURN-CODE.
165900     MOVE ZERO TO WS-ACT-COUNT.
166000     MOVE SPACES TO WS-ACT-GEN.
166100     MOVE "FAILED" TO WS-ACT-ACTION.
166200     MOVE SPACES TO WS-ACT-NOTE.
166300     IF WS-SAVED-GEN = ZERO
166400         MOVE WS-WORK-BASE TO WS-GEN-OUT-NAME
166500         PERFORM 5500-DELETE-GEN-FILE THRU 5500-EXIT
166600         STRING "COPY FAILED, PART-WRITTEN " DELIMITED BY SIZE
166700             WS-WORK-BASE DELIMITED BY SPACE
166800             " REMOVED" DELIMITED BY SIZE
166900             INTO WS-ACT-NOTE
167000         PERFORM 2800-WRITE-ACTION-LINE THRU 2800-EXIT
167100         GO TO 6500-EXIT
167200     END-IF.
167300
167400     MOVE WS-SAVED-NAME TO WS-GEN-IN-NAME.
167500     MOVE WS-WORK-BASE TO WS-GEN-OUT-NAME.
167600     PERFORM 5400-COPY-GEN-FILE THRU 5400-EXIT.
167700     IF NOT GEN-IO-OK OR WS-GEN-COUNT NOT = WS-SAVED-RECORDS
167800         STRING "COPY FAILED, RESTORE FAILED - RECOVER "
167900                 DELIMITED BY SIZE
168000             WS-WORK-BASE DELIMITED BY SPACE
168100             " FROM " DELIMITED BY SIZE
168200             WS-SAVED-NAME DELIMITED BY SPACE
168300             INTO WS-ACT-NOTE
168400         PERFORM 2800-WRITE-ACTION-LINE THRU 2800-EXIT
168500         GO TO 6500-EXIT
168600     END-IF.
168700
168800     MOVE WS-SAVED-NAME TO WS-GEN-OUT-NAME.
168900     PERFORM 5500-DELETE-GEN-FILE THRU 5500-EXIT.
169000     STRING "COPY FAILED, " DELIMITED BY SIZE
169100         WS-WORK-BASE DELIMITED BY SPACE
169200         " PUT BACK AS IT WAS" DELIMITED BY SIZE
169300         INTO WS-ACT-NOTE.
169400     PERFORM 2800-WRITE-ACTION-LINE THRU 2800-EXIT.
169500 6500-EXIT.
169600     EXIT.
169700
169800* INCLUDE THE SHARED RUN-CONTROL UTILITY PARAGRAPHS
169900     COPY CHKRUN.
170000
170100* INCLUDE THE SHARED GENERATION CONTROL-TOTALS STAMP PARAGRAPH
170200     COPY CHKGEN.
170300
170400* INCLUDE THE SHARED DATE UTILITY PARAGRAPHS
170500     COPY CHKDATE.
