000100******************************************************************
000200* STRMPROF - END-OF-NIGHT CUSTOMER FILE PROOF OF BALANCE
000300******************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. STRMPROF.
000600 AUTHOR. R MERCER.
000700 INSTALLATION. DATA PROCESSING.
000800 DATE-WRITTEN. 2026-10-15.
000900 DATE-COMPILED.
001000******************************************************************
001100* MODIFICATION HISTORY
001200* ----------------------------------------------------------------
001300* DATE        INIT  DESCRIPTION
001400* 2026-10-15  RDM   ORIGINAL VERSION - EVERY STEP OF THE NIGHTLY
001500*                   CUSTOMER STREAM CHECKS ITS OWN INPUT, BUT
001600*                   NOTHING PROVED THE NIGHT HUNG TOGETHER. THIS
001700*                   LAST STEP READS EVERY CUSTOMER FILE THE NIGHT
001800*                   BUILT AND PRINTS ONE PROOF SHEET (STRMPRPT)
001900*                   WITH EACH FIGURE AND ITS DIFFERENCE FROM THE
002000*                   CUSTREF EXTRACT TRAILER: THE FIVE CUSTSPLT
002100*                   STREAM TRAILERS, THE CONSOLIDATED CTLTOTS
002200*                   RECORD, THE CUSTREFY SNAPSHOT, CUSTMAST (ON
002300*                   FILE, AND AS BUILT PER CUSTEXTR'S EXTRTOTS
002400*                   RECORD) AND THE CUSTOMERS CUSTXREF COVERS.
002500*                   WHERE A FILE CARRIES CUSTOMER IDS ITS ID HASH
002600*                   IS PROVED AGAINST THE TRAILER HASH AS WELL, SO
002700*                   A SWAPPED CUSTOMER CANNOT HIDE BEHIND A GOOD
002800*                   COUNT. ON A DELTA NIGHT (EXTRTOTS MODE 'D')
002900*                   THE STREAM SPLIT DOES NOT RUN, AND THE CUSTDLT
003000*                   DRIVER TRAILER IS PROVED AGAINST THE CUSTMAST
003100*                   ROWS CUSTEXTR ACTUALLY REFRESHED. CUSTREF
003200*                   HERE IS ALWAYS THE FULL NIGHTLY EXTRACT. A
003300*                   NIGHT OUT OF BALANCE ENDS WITH RC 8 AND IS
003400*                   STAMPED SO ON RUNCTL, AND THE MORNING REPORTS
003500*                   (CUSTRPT, CUSTRGN, CUSTAGE) REFUSE TO RUN
003600*                   UNTIL A RERUN OF THIS STEP PROVES THE NIGHT.
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER. X86-64.
004100 OBJECT-COMPUTER. X86-64.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT CUSTREF-FILE ASSIGN TO "CUSTREF"
004500         ORGANIZATION IS SEQUENTIAL
004600         ACCESS MODE IS SEQUENTIAL
004700         FILE STATUS IS WS-CUSTREF-STATUS.
004800
004900     SELECT CUSTREF1-FILE ASSIGN TO "CUSTREF1"
005000         ORGANIZATION IS SEQUENTIAL
005100         ACCESS MODE IS SEQUENTIAL
005200         FILE STATUS IS WS-CUSTREF1-STATUS.
005300
005400     SELECT CUSTREF2-FILE ASSIGN TO "CUSTREF2"
005500         ORGANIZATION IS SEQUENTIAL
005600         ACCESS MODE IS SEQUENTIAL
005700         FILE STATUS IS WS-CUSTREF2-STATUS.
005800
005900     SELECT CUSTREF3-FILE ASSIGN TO "CUSTREF3"
006000         ORGANIZATION IS SEQUENTIAL
006100         ACCESS MODE IS SEQUENTIAL
006200         FILE STATUS IS WS-CUSTREF3-STATUS.
006300
006400     SELECT CUSTREF4-FILE ASSIGN TO "CUSTREF4"
006500         ORGANIZATION IS SEQUENTIAL
006600         ACCESS MODE IS SEQUENTIAL
006700         FILE STATUS IS WS-CUSTREF4-STATUS.
006800
006900     SELECT CUSTREF5-FILE ASSIGN TO "CUSTREF5"
007000         ORGANIZATION IS SEQUENTIAL
007100         ACCESS MODE IS SEQUENTIAL
007200         FILE STATUS IS WS-CUSTREF5-STATUS.
007300
007400     SELECT CTLTOTS-FILE ASSIGN TO "CTLTOTS"
007500         ORGANIZATION IS SEQUENTIAL
007600         ACCESS MODE IS SEQUENTIAL
007700         FILE STATUS IS WS-CTLTOTS-STATUS.
007800
007900     SELECT CUSTREFY-FILE ASSIGN TO "CUSTREFY"
008000         ORGANIZATION IS SEQUENTIAL
008100         ACCESS MODE IS SEQUENTIAL
008200         FILE STATUS IS WS-CUSTREFY-STATUS.
008300
008400     SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
008500         ORGANIZATION IS INDEXED
008600         ACCESS MODE IS SEQUENTIAL
008700         RECORD KEY IS CM-CUSTOMER-ID
008800         FILE STATUS IS WS-CUSTMAST-STATUS.
008900
009000     SELECT EXTRTOTS-FILE ASSIGN TO "EXTRTOTS"
009100         ORGANIZATION IS SEQUENTIAL
009200         ACCESS MODE IS SEQUENTIAL
009300         FILE STATUS IS WS-EXTRTOTS-STATUS.
009400
009500     SELECT CUSTXREF-FILE ASSIGN TO "CUSTXREF"
009600         ORGANIZATION IS SEQUENTIAL
009700         ACCESS MODE IS SEQUENTIAL
009800         FILE STATUS IS WS-CUSTXREF-STATUS.
009900
010000     SELECT CUSTDLT-FILE ASSIGN TO "CUSTDLT"
010100         ORGANIZATION IS SEQUENTIAL
010200         ACCESS MODE IS SEQUENTIAL
010300         FILE STATUS IS WS-CUSTDLT-STATUS.
010400
010500     SELECT STRMPRPT-FILE ASSIGN TO "STRMPRPT"
010600         ORGANIZATION IS LINE SEQUENTIAL
010700         FILE STATUS IS WS-STRMPRPT-STATUS.
010800
010900     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
011000         ORGANIZATION IS SEQUENTIAL
011100         ACCESS MODE IS SEQUENTIAL
011200         FILE STATUS IS WS-RUNCTL-STATUS.
011300
011400 DATA DIVISION.
011500 FILE SECTION.
011600* THE FULL NIGHTLY CUSTREF EXTRACT - THE BASE EVERY OTHER FIGURE
011700* IS PROVED AGAINST.
011800 FD  CUSTREF-FILE
011900     RECORDING MODE IS F.
012000 01  CUSTREF-RECORD.
012100     05  CR-CUSTOMER-ID        PIC 9(06).
012200     05  FILLER                PIC X(74).
012300* ALTERNATE VIEWS OF THE SAME RECORD AREA - THE EXTRACT CARRIES
012400* 'HDR' AND 'TRL' CONTROL RECORDS VERIFIED BY EVERY READER. SEE
012500* CHKREF.cpy.
012600 01  CUSTREF-CONTROL-RECORD.
012700     05  CR-RECORD-TYPE        PIC X(03).
012800         88  CUSTREF-HEADER-REC  VALUE 'HDR'.
012900         88  CUSTREF-TRAILER-REC VALUE 'TRL'.
013000     05  CR-HEADER-DATA.
013100         10  CR-HDR-EXTRACT-DATE PIC X(10).
013200         10  CR-HDR-SOURCE       PIC X(20).
013300         10  FILLER              PIC X(47).
013400     05  CR-TRAILER-DATA REDEFINES CR-HEADER-DATA.
013500         10  CR-TRL-RECORD-COUNT PIC 9(09).
013600         10  CR-TRL-ID-HASH      PIC 9(12).
013700         10  FILLER              PIC X(56).
013800 01  CUSTREF-DETAIL-VIEW.
013900     05  CR-DETAIL-ID          PIC 9(06).
014000     05  FILLER                PIC X(74).
014100
014200* THE FIVE REGION STREAM SLICES CUSTSPLT WROTE, EACH WITH ITS
014300* OWN HDR/TRL. ONLY THE TRAILERS ARE PROVED HERE - EACH SAMPLE
014400* INSTANCE ALREADY VERIFIED ITS SLICE AGAINST ITS TRAILER.
014500 FD  CUSTREF1-FILE
014600     RECORDING MODE IS F.
014700 01  CUSTREF1-RECORD           PIC X(80).
014800
014900 FD  CUSTREF2-FILE
015000     RECORDING MODE IS F.
015100 01  CUSTREF2-RECORD           PIC X(80).
015200
015300 FD  CUSTREF3-FILE
015400     RECORDING MODE IS F.
015500 01  CUSTREF3-RECORD           PIC X(80).
015600
015700 FD  CUSTREF4-FILE
015800     RECORDING MODE IS F.
015900 01  CUSTREF4-RECORD           PIC X(80).
016000
016100 FD  CUSTREF5-FILE
016200     RECORDING MODE IS F.
016300 01  CUSTREF5-RECORD           PIC X(80).
016400
016500* CONTROL-TOTALS HISTORY - THE CONSOLIDATED RECORD FOR THE NIGHT
016600* IS THE LAST ONE FOR THE RUN DATE WITH NO STREAM ID (CUSTCONS,
016700* OR A SINGLE SAMPLE INSTANCE).
016800 FD  CTLTOTS-FILE
016900     RECORDING MODE IS F.
017000 01  CTLTOTS-RECORD.
017100     05  CT-RUN-DATE           PIC X(10).
017200     05  CT-CUSTOMER-COUNT     PIC 9(05).
017300     05  CT-ACTIVE-COUNT       PIC 9(05).
017400     05  CT-INACTIVE-COUNT     PIC 9(05).
017500     05  CT-ELAPSED-SECONDS    PIC 9(07).
017600     05  CT-THROUGHPUT-RATE    PIC 9(05)V999.
017700     05  CT-STREAM-ID          PIC X(01).
017800     05  FILLER                PIC X(34).
017900
018000* TONIGHT'S CUSTREFY SNAPSHOT, AS CUSTCONS OR SAMPLE LEFT IT.
018100 FD  CUSTREFY-FILE
018200     RECORDING MODE IS F.
018300 01  CUSTREFY-RECORD.
018400     05  CY-CUSTOMER-ID        PIC 9(06).
018500     05  CY-CUSTOMER-NAME      PIC X(30).
018600     05  CY-CUSTOMER-STATUS    PIC X(01).
018700     05  FILLER                PIC X(43).
018800
018900* NIGHTLY CUSTOMER-MASTER SNAPSHOT BUILT BY CUSTEXTR.
019000 FD  CUSTMAST-FILE.
019100 01  CUSTMAST-RECORD.
019200     05  CM-CUSTOMER-ID        PIC 9(06).
019300     05  CM-CUSTOMER-NAME      PIC X(30).
019400     05  CM-STREET             PIC X(30).
019500     05  CM-CITY               PIC X(20).
019600     05  CM-STATE              PIC X(02).
019700     05  CM-ZIP-CODE           PIC 9(05).
019800     05  CM-CUSTOMER-PHONE     PIC X(15).
019900     05  CM-CUSTOMER-EMAIL     PIC X(50).
020000     05  CM-CUSTOMER-STATUS    PIC X(01).
020100     05  CM-CUSTOMER-JOIN-DATE PIC X(10).
020200     05  CM-CUSTOMER-LAST-ORDER PIC X(10).
020300     05  CM-CUSTOMER-REGION    PIC X(02).
020400     05  CM-CURRENCY-CODE      PIC X(03).
020500
020600* EXTRACT CONTROL TOTALS - ONE RECORD PER CLEAN CUSTEXTR RUN.
020700* THE LAST ONE FOR THE RUN DATE SAYS WHETHER TONIGHT WAS A FULL
020800* OR A DELTA NIGHT AND HOW MANY ROWS WERE BUILT OR REFRESHED.
020900 FD  EXTRTOTS-FILE
021000     RECORDING MODE IS F.
021100 01  EXTRTOTS-RECORD.
021200     05  ET-RUN-DATE           PIC X(10).
021300     05  ET-RUN-MODE           PIC X(01).
021400     05  ET-ADDED-COUNT        PIC 9(07).
021500     05  ET-REWRITTEN-COUNT    PIC 9(07).
021600     05  ET-NOT-FOUND-COUNT    PIC 9(07).
021700     05  ET-DUPLICATE-COUNT    PIC 9(07).
021800     05  FILLER                PIC X(41).
021900
022000* THE CROSS-REFERENCE - EVERY CUSTOMER COVERED HAS EXACTLY ONE
022100* 'N' (NAME) KEY, SO THE NAME KEYS COUNT THE CUSTOMERS.
022200 FD  CUSTXREF-FILE
022300     RECORDING MODE IS F.
022400 01  CUSTXREF-RECORD.
022500     05  XR-KEY-TYPE           PIC X(01).
022600     05  XR-KEY-VALUE          PIC X(50).
022700     05  XR-CUSTOMER-ID        PIC 9(06).
022800
022900* THE CHANGED-CUSTOMERS DELTA DRIVER CUSTDLTA BUILT - READ ONLY
023000* ON A DELTA NIGHT, FOR ITS TRAILER.
023100 FD  CUSTDLT-FILE
023200     RECORDING MODE IS F.
023300 01  CUSTDLT-RECORD.
023400     05  DL-RECORD-TYPE        PIC X(03).
023500     05  DL-TRAILER-DATA.
023600         10  DL-TRL-RECORD-COUNT PIC 9(09).
023700         10  DL-TRL-ID-HASH      PIC 9(12).
023800         10  FILLER              PIC X(56).
023900
024000 FD  STRMPRPT-FILE.
024100 01  STRMPRPT-LINE             PIC X(132).
024200
024300* SHARED NIGHTLY RUN-CONTROL FILE - ONE RECORD PER PROGRAM
024400* COMPLETION, STAMPED AT CLEANUP AND CHECKED BY PROGRAMS WITH A
024500* SEQUENCE DEPENDENCY. SEE CHKRUN.cpy.
024600 FD  RUNCTL-FILE
024700     RECORDING MODE IS F.
024800 01  RUNCTL-RECORD.
024900     05  RU-RUN-DATE           PIC X(10).
025000     05  RU-PROGRAM-ID         PIC X(08).
025100     05  RU-TIMESTAMP          PIC X(21).
025200     05  RU-RETURN-CODE        PIC S9(04).
025300     05  FILLER                PIC X(37).
025400
025500 WORKING-STORAGE SECTION.
025600
025700* INCLUDE SHARED RUN-CONTROL WORKING STORAGE
025800     COPY RUNCTL.
025900
026000* INCLUDE SHARED CUSTREF CONTROL-RECORD WORKING STORAGE
026100     COPY REFCTL.
026200
026300* INCLUDE SHARED DATE-HANDLING WORKING STORAGE
026400     COPY DATECHK.
026500
026600 01  WS-VARIABLES.
026700     05  WS-CURRENT-DATE       PIC X(10) VALUE SPACES.
026800     05  WS-NIGHT-MODE-SW      PIC X(01) VALUE 'F'.
026900         88  DELTA-NIGHT       VALUE 'D'.
027000     05  WS-STREAM-NO          PIC 9(01) VALUE ZERO.
027100
027200* WORK AREA EACH STREAM RECORD IS READ INTO - CUSTSPLT'S TRAILER
027300* LAYOUT, THE SAME AS THE CUSTREF TRAILER.
027400 01  WS-STREAM-RECORD.
027500     05  SR-RECORD-TYPE        PIC X(03) VALUE SPACES.
027600         88  STREAM-TRAILER-REC VALUE 'TRL'.
027700     05  SR-TRL-RECORD-COUNT   PIC 9(09) VALUE ZERO.
027800     05  SR-TRL-ID-HASH        PIC 9(12) VALUE ZERO.
027900     05  FILLER                PIC X(56) VALUE SPACES.
028000
028100 01  WS-FILE-SWITCHES.
028200     05  WS-CUSTREF-STATUS     PIC X(02) VALUE SPACES.
028300         88  CUSTREF-OK        VALUE '00'.
028400     05  WS-CUSTREF1-STATUS    PIC X(02) VALUE SPACES.
028500     05  WS-CUSTREF2-STATUS    PIC X(02) VALUE SPACES.
028600     05  WS-CUSTREF3-STATUS    PIC X(02) VALUE SPACES.
028700     05  WS-CUSTREF4-STATUS    PIC X(02) VALUE SPACES.
028800     05  WS-CUSTREF5-STATUS    PIC X(02) VALUE SPACES.
028900     05  WS-STREAM-STATUS      PIC X(02) VALUE SPACES.
029000         88  STREAM-OK         VALUE '00'.
029100     05  WS-CTLTOTS-STATUS     PIC X(02) VALUE SPACES.
029200         88  CTLTOTS-OK        VALUE '00'.
029300     05  WS-CUSTREFY-STATUS    PIC X(02) VALUE SPACES.
029400         88  CUSTREFY-OK       VALUE '00'.
029500     05  WS-CUSTMAST-STATUS    PIC X(02) VALUE SPACES.
029600         88  CUSTMAST-OK       VALUE '00'.
029700     05  WS-EXTRTOTS-STATUS    PIC X(02) VALUE SPACES.
029800         88  EXTRTOTS-OK       VALUE '00'.
029900     05  WS-CUSTXREF-STATUS    PIC X(02) VALUE SPACES.
030000         88  CUSTXREF-OK       VALUE '00'.
030100     05  WS-CUSTDLT-STATUS     PIC X(02) VALUE SPACES.
030200         88  CUSTDLT-OK        VALUE '00'.
030300     05  WS-STRMPRPT-STATUS    PIC X(02) VALUE SPACES.
030400     05  WS-PROOF-EOF-SW       PIC X(01) VALUE 'N'.
030500         88  END-OF-PROOF-FILE VALUE 'Y'.
030600     05  WS-FOUND-SW           PIC X(01) VALUE 'N'.
030700         88  PROOF-RECORD-FOUND VALUE 'Y'.
030800
030900* THE BASE FIGURES - THE CUSTREF TRAILER FOR THE WHOLE NIGHT,
031000* AND ON A DELTA NIGHT THE CUSTDLT TRAILER FOR THE REFRESH.
031100 01  WS-BASE-FIGURES.
031200     05  WS-BASE-COUNT         PIC 9(09) VALUE ZERO.
031300     05  WS-BASE-HASH          PIC 9(12) VALUE ZERO.
031400     05  WS-DELTA-COUNT        PIC 9(09) VALUE ZERO.
031500
031600* THE FIGURES READ OFF EACH FILE.
031700 01  WS-FILE-FIGURES.
031800     05  WS-FIG-COUNT          PIC 9(09) VALUE ZERO.
031900     05  WS-FIG-HASH           PIC 9(12) VALUE ZERO.
032000     05  WS-STREAM-TRL-SW      PIC X(01) VALUE 'N'.
032100         88  STREAM-TRAILER-SEEN VALUE 'Y'.
032200     05  WS-CT-CUSTOMER-COUNT  PIC 9(09) VALUE ZERO.
032300     05  WS-ET-RUN-MODE        PIC X(01) VALUE SPACE.
032400     05  WS-ET-ADDED-COUNT     PIC 9(07) VALUE ZERO.
032500     05  WS-ET-REWRITTEN-COUNT PIC 9(07) VALUE ZERO.
032600     05  WS-ET-NOT-FOUND-COUNT PIC 9(07) VALUE ZERO.
032700     05  WS-ET-DUPLICATE-COUNT PIC 9(07) VALUE ZERO.
032800     05  WS-EXTRTOTS-SW        PIC X(01) VALUE 'N'.
032900         88  EXTRACT-TOTALS-FOUND VALUE 'Y'.
033000
033100* ONE PROOF LINE, SET UP BY EACH PROVE PARAGRAPH AND PRINTED BY
033200* 3100. PL-FIGURE-MISSING CARRIES ITS REASON IN WS-PL-NOTE.
033300 01  WS-PROOF-LINE-FIELDS.
033400     05  WS-PL-LABEL           PIC X(34) VALUE SPACES.
033500     05  WS-PL-COUNT           PIC 9(09) VALUE ZERO.
033600     05  WS-PL-AGAINST         PIC 9(09) VALUE ZERO.
033700     05  WS-PL-DIFF            PIC S9(09) VALUE ZERO.
033800     05  WS-PL-HASH            PIC 9(12) VALUE ZERO.
033900     05  WS-PL-HASH-SW         PIC X(01) VALUE 'N'.
034000         88  PL-HASH-PROVED    VALUE 'Y'.
034100     05  WS-PL-STATE-SW        PIC X(01) VALUE 'P'.
034200         88  PL-FIGURE-PRESENT VALUE 'P'.
034300         88  PL-FIGURE-MISSING VALUE 'M'.
034400         88  PL-BASE-FIGURE    VALUE 'B'.
034500         88  PL-NOT-COMPARED   VALUE 'N'.
034600     05  WS-PL-NOTE            PIC X(30) VALUE SPACES.
034700
034800 01  WS-PROOF-COUNTS.
034900     05  WS-FIGURES-PROVED     PIC 9(05) VALUE ZERO.
035000     05  WS-OUT-OF-BALANCE     PIC 9(05) VALUE ZERO.
035100
035200 01  WS-REPORT-LINES.
035300     05  WS-HEADER-LINE.
035400         10  FILLER            PIC X(44) VALUE
035500             "END-OF-NIGHT CUSTOMER FILE PROOF OF BALANCE".
035600         10  FILLER            PIC X(12) VALUE "  RUN DATE: ".
035700         10  WS-HDR-DATE       PIC X(10) VALUE SPACES.
035800         10  FILLER            PIC X(09) VALUE "  NIGHT: ".
035900         10  WS-HDR-MODE       PIC X(05) VALUE SPACES.
036000     05  WS-COLUMN-LINE.
036100         10  FILLER            PIC X(34) VALUE "FIGURE".
036200         10  FILLER            PIC X(11) VALUE "    RECORDS".
036300         10  FILLER            PIC X(13) VALUE "  PROVED TO".
036400         10  FILLER            PIC X(14) VALUE "    DIFFERENCE".
036500         10  FILLER            PIC X(14) VALUE "       ID HASH".
036600         10  FILLER            PIC X(16) VALUE "  RESULT".
036700         10  FILLER            PIC X(30) VALUE "NOTE".
036800     05  WS-DETAIL-LINE.
036900         10  WS-DTL-LABEL      PIC X(34).
037000         10  WS-DTL-COUNT      PIC ZZZ,ZZZ,ZZ9.
037100         10  FILLER            PIC X(02).
037200         10  WS-DTL-AGAINST    PIC ZZZ,ZZZ,ZZ9.
037300         10  FILLER            PIC X(02).
037400         10  WS-DTL-DIFF       PIC ZZZ,ZZZ,ZZ9-.
037500         10  FILLER            PIC X(02).
037600         10  WS-DTL-HASH       PIC Z(11)9.
037700         10  FILLER            PIC X(02).
037800         10  WS-DTL-RESULT     PIC X(14).
037900         10  WS-DTL-NOTE       PIC X(30).
038000     05  WS-RESULT-LINE.
038100         10  FILLER            PIC X(14) VALUE "PROOF RESULT: ".
038200         10  WS-RES-TEXT       PIC X(60) VALUE SPACES.
038300     05  WS-SUMMARY-LINE.
038400         10  FILLER            PIC X(20) VALUE SPACES.
038500         10  WS-SUM-LABEL      PIC X(23).
038600         10  WS-SUM-VALUE      PIC ZZZ,ZZ9.
038700
038800 PROCEDURE DIVISION.
038900 0000-MAINLINE.
039000     DISPLAY "END-OF-NIGHT CUSTOMER FILE PROOF OF BALANCE".
039100     PERFORM 1000-INITIALIZE-ROUTINE THRU 1000-EXIT.
039200     IF RETURN-CODE = ZERO
039300         PERFORM 2000-PROCESS-DATA THRU 2000-EXIT
039400     ELSE
039500         DISPLAY "INITIALIZATION FAILED, SKIPPING PROCESS-DATA"
039600     END-IF.
039700     PERFORM 4000-CLEANUP-ROUTINE THRU 4000-EXIT.
039800     STOP RUN.
039900
040000******************************************************************
040100* 1000-INITIALIZE-ROUTINE - SET THE RUN DATE, FIND OUT FROM
040200* EXTRTOTS WHETHER TONIGHT WAS A FULL OR A DELTA NIGHT, AND
040300* START THE PROOF SHEET.
040400******************************************************************
040500 1000-INITIALIZE-ROUTINE.
040600     PERFORM DERIVE-CURRENT-DATE
040700         THRU DERIVE-CURRENT-DATE-EXIT.
040800     MOVE DC-TODAY-DATE TO WS-CURRENT-DATE.
040900
041000     PERFORM 1100-READ-EXTRACT-TOTALS THRU 1100-EXIT.
041100     IF EXTRACT-TOTALS-FOUND AND WS-ET-RUN-MODE = 'D'
041200         SET DELTA-NIGHT TO TRUE
041300     END-IF.
041400
041500     OPEN OUTPUT STRMPRPT-FILE.
041600     MOVE WS-CURRENT-DATE TO WS-HDR-DATE.
041700     IF DELTA-NIGHT
041800         MOVE "DELTA" TO WS-HDR-MODE
041900     ELSE
042000         MOVE "FULL" TO WS-HDR-MODE
042100     END-IF.
042200     WRITE STRMPRPT-LINE FROM WS-HEADER-LINE.
042300     MOVE SPACES TO STRMPRPT-LINE.
042400     WRITE STRMPRPT-LINE.
042500     WRITE STRMPRPT-LINE FROM WS-COLUMN-LINE.
042600 1000-EXIT.
042700     EXIT.
042800
042900******************************************************************
043000* 1100-READ-EXTRACT-TOTALS - KEEP THE LAST EXTRTOTS RECORD FOR
043100* THE RUN DATE; A RERUN OF CUSTEXTR APPENDS A FRESH ONE. NONE
043200* MEANS CUSTEXTR DID NOT FINISH CLEAN TONIGHT, AND THE NIGHT IS
043300* TREATED AS A FULL ONE.
043400******************************************************************
043500 1100-READ-EXTRACT-TOTALS.
043600     MOVE 'N' TO WS-EXTRTOTS-SW.
043700     OPEN INPUT EXTRTOTS-FILE.
043800     IF NOT EXTRTOTS-OK
043900         DISPLAY "NO EXTRTOTS FILE FOUND, STATUS: "
044000             WS-EXTRTOTS-STATUS
044100         GO TO 1100-EXIT
044200     END-IF.
044300     MOVE 'N' TO WS-PROOF-EOF-SW.
044400     PERFORM 1110-READ-EXTRTOTS-RECORD THRU 1110-EXIT.
044500     PERFORM 1120-CHECK-EXTRTOTS-RECORD THRU 1120-EXIT
044600         UNTIL END-OF-PROOF-FILE.
044700     CLOSE EXTRTOTS-FILE.
044800 1100-EXIT.
044900     EXIT.
045000
045100 1110-READ-EXTRTOTS-RECORD.
045200     READ EXTRTOTS-FILE
045300         AT END
045400             SET END-OF-PROOF-FILE TO TRUE
045500     END-READ.
045600 1110-EXIT.
045700     EXIT.
045800
045900 1120-CHECK-EXTRTOTS-RECORD.
046000     IF ET-RUN-DATE = WS-CURRENT-DATE
046100         SET EXTRACT-TOTALS-FOUND TO TRUE
046200         MOVE ET-RUN-MODE TO WS-ET-RUN-MODE
046300         MOVE ET-ADDED-COUNT TO WS-ET-ADDED-COUNT
046400         MOVE ET-REWRITTEN-COUNT TO WS-ET-REWRITTEN-COUNT
046500         MOVE ET-NOT-FOUND-COUNT TO WS-ET-NOT-FOUND-COUNT
046600         MOVE ET-DUPLICATE-COUNT TO WS-ET-DUPLICATE-COUNT
046700     END-IF.
046800     PERFORM 1110-READ-EXTRTOTS-RECORD THRU 1110-EXIT.
046900 1120-EXIT.
047000     EXIT.
047100
047200******************************************************************
047300* 2000-PROCESS-DATA - PROVE EACH FILE IN STREAM ORDER, ONE LINE
047400* OF THE PROOF SHEET APIECE.
047500******************************************************************
047600 2000-PROCESS-DATA.
047700     PERFORM 2100-PROVE-CUSTREF THRU 2100-EXIT.
047800     PERFORM 2200-PROVE-STREAMS THRU 2200-EXIT.
047900     PERFORM 2300-PROVE-CTLTOTS THRU 2300-EXIT.
048000     PERFORM 2400-PROVE-CUSTREFY THRU 2400-EXIT.
048100     PERFORM 2500-PROVE-CUSTMAST THRU 2500-EXIT.
048200     PERFORM 2600-PROVE-EXTRACT THRU 2600-EXIT.
048300     PERFORM 2700-PROVE-CUSTXREF THRU 2700-EXIT.
048400 2000-EXIT.
048500     EXIT.
048600
048700******************************************************************
048800* 2100-PROVE-CUSTREF - THE EXTRACT'S OWN TRAILER IS THE BASE. IT
048900* IS VERIFIED FIRST THE WAY EVERY READER VERIFIES IT; A FILE
049000* THAT FAILS ITS OWN CONTROLS PUTS THE WHOLE NIGHT OUT.
049100******************************************************************
049200 2100-PROVE-CUSTREF.
049300     PERFORM VERIFY-CUSTREF-FILE THRU VERIFY-CUSTREF-FILE-EXIT.
049400     MOVE "CUSTREF EXTRACT TRAILER" TO WS-PL-LABEL.
049500     MOVE 'N' TO WS-PL-HASH-SW.
049600     MOVE SPACES TO WS-PL-NOTE.
049700     EVALUATE TRUE
049800         WHEN NOT CUSTREF-OK
049900             SET PL-FIGURE-MISSING TO TRUE
050000             MOVE "FILE NOT FOUND" TO WS-PL-NOTE
050100         WHEN NOT CUSTREF-TRAILER-SEEN
050200             SET PL-FIGURE-MISSING TO TRUE
050300             MOVE "NO TRAILER RECORD" TO WS-PL-NOTE
050400         WHEN NOT CUSTREF-CONTROLS-OK
050500             SET PL-FIGURE-MISSING TO TRUE
050600             MOVE "TRAILER DISAGREES WITH DETAIL" TO WS-PL-NOTE
050700         WHEN OTHER
050800             SET PL-BASE-FIGURE TO TRUE
050900     END-EVALUATE.
051000     MOVE CC-EXPECTED-COUNT TO WS-BASE-COUNT.
051100     MOVE CC-EXPECTED-HASH TO WS-BASE-HASH.
051200     MOVE WS-BASE-COUNT TO WS-PL-COUNT.
051300     MOVE WS-BASE-HASH TO WS-PL-HASH.
051400     PERFORM 3100-PRINT-PROOF-LINE THRU 3100-EXIT.
051500 2100-EXIT.
051600     EXIT.
051700
051800******************************************************************
051900* 2200-PROVE-STREAMS - THE FIVE CUSTSPLT TRAILERS SUMMED. A DELTA
052000* NIGHT RUNS ONE SAMPLE INSTANCE AGAINST CUSTDLT AND NEVER SPLITS,
052100* SO THE LINE IS SHOWN BUT NOT PROVED.
052200******************************************************************
052300 2200-PROVE-STREAMS.
052400     MOVE "CUSTSPLT STREAM TRAILERS (1-5)" TO WS-PL-LABEL.
052500     MOVE SPACES TO WS-PL-NOTE.
052600     IF DELTA-NIGHT
052700         SET PL-NOT-COMPARED TO TRUE
052800         MOVE "NO STREAM SPLIT - DELTA NIGHT" TO WS-PL-NOTE
052900         PERFORM 3100-PRINT-PROOF-LINE THRU 3100-EXIT
053000         GO TO 2200-EXIT
053100     END-IF.
053200
053300     MOVE ZERO TO WS-FIG-COUNT.
053400     MOVE ZERO TO WS-FIG-HASH.
053500     SET PL-FIGURE-PRESENT TO TRUE.
053600     PERFORM 2210-READ-STREAM-TRAILER THRU 2210-EXIT
053700         VARYING WS-STREAM-NO FROM 1 BY 1
053800         UNTIL WS-STREAM-NO > 5.
053900     MOVE WS-FIG-COUNT TO WS-PL-COUNT.
054000     MOVE WS-BASE-COUNT TO WS-PL-AGAINST.
054100     MOVE WS-FIG-HASH TO WS-PL-HASH.
054200     SET PL-HASH-PROVED TO TRUE.
054300     PERFORM 3100-PRINT-PROOF-LINE THRU 3100-EXIT.
054400 2200-EXIT.
054500     EXIT.
054600
054700* ONE STREAM FILE, READ TO ITS TRAILER. A MISSING FILE OR A
054800* SLICE WITH NO TRAILER PUTS THE LINE OUT, NAMING THE FIRST
054900* STREAM AT FAULT.
055000 2210-READ-STREAM-TRAILER.
055100     MOVE 'N' TO WS-STREAM-TRL-SW.
055200     MOVE 'N' TO WS-PROOF-EOF-SW.
055300     PERFORM 2220-OPEN-STREAM-FILE THRU 2220-EXIT.
055400     IF NOT STREAM-OK
055500         IF PL-FIGURE-PRESENT
055600             SET PL-FIGURE-MISSING TO TRUE
055700             MOVE SPACES TO WS-PL-NOTE
055800             STRING "STREAM " WS-STREAM-NO " FILE NOT FOUND"
055900                 DELIMITED BY SIZE INTO WS-PL-NOTE
056000         END-IF
056100         GO TO 2210-EXIT
056200     END-IF.
056300
056400     PERFORM 2230-READ-STREAM-RECORD THRU 2230-EXIT.
056500     PERFORM 2240-CHECK-STREAM-RECORD THRU 2240-EXIT
056600         UNTIL END-OF-PROOF-FILE.
056700     PERFORM 2250-CLOSE-STREAM-FILE THRU 2250-EXIT.
056800
056900     IF NOT STREAM-TRAILER-SEEN AND PL-FIGURE-PRESENT
057000         SET PL-FIGURE-MISSING TO TRUE
057100         MOVE SPACES TO WS-PL-NOTE
057200         STRING "STREAM " WS-STREAM-NO " HAS NO TRAILER"
057300             DELIMITED BY SIZE INTO WS-PL-NOTE
057400     END-IF.
057500 2210-EXIT.
057600     EXIT.
057700
057800 2220-OPEN-STREAM-FILE.
057900     EVALUATE WS-STREAM-NO
058000         WHEN 1
058100             OPEN INPUT CUSTREF1-FILE
058200             MOVE WS-CUSTREF1-STATUS TO WS-STREAM-STATUS
058300         WHEN 2
058400             OPEN INPUT CUSTREF2-FILE
058500             MOVE WS-CUSTREF2-STATUS TO WS-STREAM-STATUS
058600         WHEN 3
058700             OPEN INPUT CUSTREF3-FILE
058800             MOVE WS-CUSTREF3-STATUS TO WS-STREAM-STATUS
058900         WHEN 4
059000             OPEN INPUT CUSTREF4-FILE
059100             MOVE WS-CUSTREF4-STATUS TO WS-STREAM-STATUS
059200         WHEN 5
059300             OPEN INPUT CUSTREF5-FILE
059400             MOVE WS-CUSTREF5-STATUS TO WS-STREAM-STATUS
059500     END-EVALUATE.
059600 2220-EXIT.
059700     EXIT.
059800
059900 2230-READ-STREAM-RECORD.
060000     EVALUATE WS-STREAM-NO
060100         WHEN 1
060200             READ CUSTREF1-FILE INTO WS-STREAM-RECORD
060300                 AT END
060400                     SET END-OF-PROOF-FILE TO TRUE
060500             END-READ
060600         WHEN 2
060700             READ CUSTREF2-FILE INTO WS-STREAM-RECORD
060800                 AT END
060900                     SET END-OF-PROOF-FILE TO TRUE
061000             END-READ
061100         WHEN 3
061200             READ CUSTREF3-FILE INTO WS-STREAM-RECORD
061300                 AT END
061400                     SET END-OF-PROOF-FILE TO TRUE
061500             END-READ
061600         WHEN 4
061700             READ CUSTREF4-FILE INTO WS-STREAM-RECORD
061800                 AT END
061900                     SET END-OF-PROOF-FILE TO TRUE
062000             END-READ
062100         WHEN 5
062200             READ CUSTREF5-FILE INTO WS-STREAM-RECORD
062300                 AT END
062400                     SET END-OF-PROOF-FILE TO TRUE
062500             END-READ
062600     END-EVALUATE.
062700 2230-EXIT.
062800     EXIT.
062900
063000 2240-CHECK-STREAM-RECORD.
063100     IF STREAM-TRAILER-REC
063200         SET STREAM-TRAILER-SEEN TO TRUE
063300         IF SR-TRL-RECORD-COUNT IS NUMERIC
063400             ADD SR-TRL-RECORD-COUNT TO WS-FIG-COUNT
063500         END-IF
063600         IF SR-TRL-ID-HASH IS NUMERIC
063700             ADD SR-TRL-ID-HASH TO WS-FIG-HASH
063800         END-IF
063900     END-IF.
064000     PERFORM 2230-READ-STREAM-RECORD THRU 2230-EXIT.
064100 2240-EXIT.
064200     EXIT.
064300
064400 2250-CLOSE-STREAM-FILE.
064500     EVALUATE WS-STREAM-NO
064600         WHEN 1
064700             CLOSE CUSTREF1-FILE
064800         WHEN 2
064900             CLOSE CUSTREF2-FILE
065000         WHEN 3
065100             CLOSE CUSTREF3-FILE
065200         WHEN 4
065300             CLOSE CUSTREF4-FILE
065400         WHEN 5
065500             CLOSE CUSTREF5-FILE
065600     END-EVALUATE.
065700 2250-EXIT.
065800     EXIT.
065900
066000******************************************************************
066100* 2300-PROVE-CTLTOTS - THE LAST CONSOLIDATED (NO STREAM ID)
066200* CONTROL-TOTALS RECORD FOR THE RUN DATE. IT CARRIES NO IDS, SO
066300* ONLY THE COUNT IS PROVED.
066400******************************************************************
066500 2300-PROVE-CTLTOTS.
066600     MOVE "CTLTOTS CONSOLIDATED COUNT" TO WS-PL-LABEL.
066700     MOVE SPACES TO WS-PL-NOTE.
066800     MOVE 'N' TO WS-PL-HASH-SW.
066900     MOVE 'N' TO WS-FOUND-SW.
067000     OPEN INPUT CTLTOTS-FILE.
067100     IF NOT CTLTOTS-OK
067200         SET PL-FIGURE-MISSING TO TRUE
067300         MOVE "FILE NOT FOUND" TO WS-PL-NOTE
067400         PERFORM 3100-PRINT-PROOF-LINE THRU 3100-EXIT
067500         GO TO 2300-EXIT
067600     END-IF.
067700     MOVE 'N' TO WS-PROOF-EOF-SW.
067800     PERFORM 2310-READ-CTLTOTS-RECORD THRU 2310-EXIT.
067900     PERFORM 2320-CHECK-CTLTOTS-RECORD THRU 2320-EXIT
068000         UNTIL END-OF-PROOF-FILE.
068100     CLOSE CTLTOTS-FILE.
068200
068300     IF PROOF-RECORD-FOUND
068400         SET PL-FIGURE-PRESENT TO TRUE
068500         MOVE WS-CT-CUSTOMER-COUNT TO WS-PL-COUNT
068600         MOVE WS-BASE-COUNT TO WS-PL-AGAINST
068700     ELSE
068800         SET PL-FIGURE-MISSING TO TRUE
068900         MOVE "NO RECORD FOR THE RUN DATE" TO WS-PL-NOTE
069000     END-IF.
069100     PERFORM 3100-PRINT-PROOF-LINE THRU 3100-EXIT.
069200 2300-EXIT.
069300     EXIT.
069400
069500 2310-READ-CTLTOTS-RECORD.
069600     READ CTLTOTS-FILE
069700         AT END
069800             SET END-OF-PROOF-FILE TO TRUE
069900     END-READ.
070000 2310-EXIT.
070100     EXIT.
070200
070300 2320-CHECK-CTLTOTS-RECORD.
070400     IF CT-RUN-DATE = WS-CURRENT-DATE
070500             AND CT-STREAM-ID = SPACE
070600         SET PROOF-RECORD-FOUND TO TRUE
070700         MOVE CT-CUSTOMER-COUNT TO WS-CT-CUSTOMER-COUNT
070800     END-IF.
070900     PERFORM 2310-READ-CTLTOTS-RECORD THRU 2310-EXIT.
071000 2320-EXIT.
071100     EXIT.
071200
071300******************************************************************
071400* 2400-PROVE-CUSTREFY - EVERY SNAPSHOT ROW COUNTED AND ITS ID
071500* HASHED.
071600******************************************************************
071700 2400-PROVE-CUSTREFY.
071800     MOVE "CUSTREFY SNAPSHOT RECORDS" TO WS-PL-LABEL.
071900     MOVE SPACES TO WS-PL-NOTE.
072000     MOVE ZERO TO WS-FIG-COUNT.
072100     MOVE ZERO TO WS-FIG-HASH.
072200     OPEN INPUT CUSTREFY-FILE.
072300     IF NOT CUSTREFY-OK
072400         SET PL-FIGURE-MISSING TO TRUE
072500         MOVE "FILE NOT FOUND" TO WS-PL-NOTE
072600         PERFORM 3100-PRINT-PROOF-LINE THRU 3100-EXIT
072700         GO TO 2400-EXIT
072800     END-IF.
072900     MOVE 'N' TO WS-PROOF-EOF-SW.
073000     PERFORM 2410-READ-CUSTREFY-RECORD THRU 2410-EXIT.
073100     PERFORM 2420-COUNT-CUSTREFY-RECORD THRU 2420-EXIT
073200         UNTIL END-OF-PROOF-FILE.
073300     CLOSE CUSTREFY-FILE.
073400
073500     SET PL-FIGURE-PRESENT TO TRUE.
073600     MOVE WS-FIG-COUNT TO WS-PL-COUNT.
073700     MOVE WS-BASE-COUNT TO WS-PL-AGAINST.
073800     MOVE WS-FIG-HASH TO WS-PL-HASH.
073900     SET PL-HASH-PROVED TO TRUE.
074000     PERFORM 3100-PRINT-PROOF-LINE THRU 3100-EXIT.
074100 2400-EXIT.
074200     EXIT.
074300
074400 2410-READ-CUSTREFY-RECORD.
074500     READ CUSTREFY-FILE
074600         AT END
074700             SET END-OF-PROOF-FILE TO TRUE
074800     END-READ.
074900 2410-EXIT.
075000     EXIT.
075100
075200 2420-COUNT-CUSTREFY-RECORD.
075300     ADD 1 TO WS-FIG-COUNT.
075400     ADD CY-CUSTOMER-ID TO WS-FIG-HASH.
075500     PERFORM 2410-READ-CUSTREFY-RECORD THRU 2410-EXIT.
075600 2420-EXIT.
075700     EXIT.
075800
075900******************************************************************
076000* 2500-PROVE-CUSTMAST - THE SNAPSHOT AS IT SITS ON DISK, READ IN
076100* KEY ORDER, COUNTED AND HASHED.
076200******************************************************************
076300 2500-PROVE-CUSTMAST.
076400     MOVE "CUSTMAST RECORDS ON FILE" TO WS-PL-LABEL.
076500     MOVE SPACES TO WS-PL-NOTE.
076600     MOVE ZERO TO WS-FIG-COUNT.
076700     MOVE ZERO TO WS-FIG-HASH.
076800     OPEN INPUT CUSTMAST-FILE.
076900     IF NOT CUSTMAST-OK
077000         SET PL-FIGURE-MISSING TO TRUE
077100         MOVE "FILE NOT FOUND" TO WS-PL-NOTE
077200         PERFORM 3100-PRINT-PROOF-LINE THRU 3100-EXIT
077300         GO TO 2500-EXIT
077400     END-IF.
077500     MOVE 'N' TO WS-PROOF-EOF-SW.
077600     PERFORM 2510-READ-CUSTMAST-RECORD THRU 2510-EXIT.
077700     PERFORM 2520-COUNT-CUSTMAST-RECORD THRU 2520-EXIT
077800         UNTIL END-OF-PROOF-FILE.
077900     CLOSE CUSTMAST-FILE.
078000
078100     SET PL-FIGURE-PRESENT TO TRUE.
078200     MOVE WS-FIG-COUNT TO WS-PL-COUNT.
078300     MOVE WS-BASE-COUNT TO WS-PL-AGAINST.
078400     MOVE WS-FIG-HASH TO WS-PL-HASH.
078500     SET PL-HASH-PROVED TO TRUE.
078600     PERFORM 3100-PRINT-PROOF-LINE THRU 3100-EXIT.
078700 2500-EXIT.
078800     EXIT.
078900
079000 2510-READ-CUSTMAST-RECORD.
079100     READ CUSTMAST-FILE
079200         AT END
079300             SET END-OF-PROOF-FILE TO TRUE
079400     END-READ.
079500 2510-EXIT.
079600     EXIT.
079700
079800 2520-COUNT-CUSTMAST-RECORD.
079900     ADD 1 TO WS-FIG-COUNT.
080000     ADD CM-CUSTOMER-ID TO WS-FIG-HASH.
080100     PERFORM 2510-READ-CUSTMAST-RECORD THRU 2510-EXIT.
080200 2520-EXIT.
080300     EXIT.
080400
080500******************************************************************
080600* 2600-PROVE-EXTRACT - WHAT CUSTEXTR SAYS IT DID. A FULL NIGHT
080700* BUILT ONE ROW PER CUSTREF CUSTOMER. A DELTA NIGHT REFRESHED
080800* (ADDED OR REWROTE) ONE ROW PER CUSTDLT CUSTOMER, SO THE DRIVER
080900* TRAILER IS SHOWN AS THE BASE FOR THAT LINE.
081000******************************************************************
081100 2600-PROVE-EXTRACT.
081200     MOVE 'N' TO WS-PL-HASH-SW.
081300     MOVE SPACES TO WS-PL-NOTE.
081400     IF DELTA-NIGHT
081500         PERFORM 2650-PROVE-DELTA-DRIVER THRU 2650-EXIT
081600         MOVE "CUSTMAST ROWS REFRESHED (CUSTEXTR)"
081700             TO WS-PL-LABEL
081800         SET PL-FIGURE-PRESENT TO TRUE
081900         COMPUTE WS-PL-COUNT =
082000             WS-ET-ADDED-COUNT + WS-ET-REWRITTEN-COUNT
082100         MOVE WS-DELTA-COUNT TO WS-PL-AGAINST
082200         MOVE 'N' TO WS-PL-HASH-SW
082300         MOVE SPACES TO WS-PL-NOTE
082400         PERFORM 2660-NOTE-EXTRACT-SKIPS THRU 2660-EXIT
082500         PERFORM 3100-PRINT-PROOF-LINE THRU 3100-EXIT
082600         GO TO 2600-EXIT
082700     END-IF.
082800
082900     MOVE "CUSTMAST ROWS BUILT (CUSTEXTR)" TO WS-PL-LABEL.
083000     IF EXTRACT-TOTALS-FOUND
083100         SET PL-FIGURE-PRESENT TO TRUE
083200         MOVE WS-ET-ADDED-COUNT TO WS-PL-COUNT
083300         MOVE WS-BASE-COUNT TO WS-PL-AGAINST
083400         PERFORM 2660-NOTE-EXTRACT-SKIPS THRU 2660-EXIT
083500     ELSE
083600         SET PL-FIGURE-MISSING TO TRUE
083700         MOVE "NO CLEAN CUSTEXTR RUN TONIGHT" TO WS-PL-NOTE
083800     END-IF.
083900     PERFORM 3100-PRINT-PROOF-LINE THRU 3100-EXIT.
084000 2600-EXIT.
084100     EXIT.
084200
084300* THE DELTA DRIVER'S TRAILER, PRINTED AS A BASE LINE OF ITS OWN.
084400 2650-PROVE-DELTA-DRIVER.
084500     MOVE "CUSTDLT DELTA DRIVER TRAILER" TO WS-PL-LABEL.
084600     MOVE 'N' TO WS-PL-HASH-SW.
084700     MOVE SPACES TO WS-PL-NOTE.
084800     MOVE ZERO TO WS-DELTA-COUNT.
084900     MOVE ZERO TO WS-FIG-HASH.
085000     MOVE 'N' TO WS-FOUND-SW.
085100     OPEN INPUT CUSTDLT-FILE.
085200     IF NOT CUSTDLT-OK
085300         SET PL-FIGURE-MISSING TO TRUE
085400         MOVE "FILE NOT FOUND" TO WS-PL-NOTE
085500         PERFORM 3100-PRINT-PROOF-LINE THRU 3100-EXIT
085600         GO TO 2650-EXIT
085700     END-IF.
085800     MOVE 'N' TO WS-PROOF-EOF-SW.
085900     PERFORM 2670-READ-CUSTDLT-RECORD THRU 2670-EXIT.
086000     PERFORM 2680-CHECK-CUSTDLT-RECORD THRU 2680-EXIT
086100         UNTIL END-OF-PROOF-FILE.
086200     CLOSE CUSTDLT-FILE.
086300
086400     IF PROOF-RECORD-FOUND
086500         SET PL-BASE-FIGURE TO TRUE
086600         MOVE WS-DELTA-COUNT TO WS-PL-COUNT
086700         MOVE WS-FIG-HASH TO WS-PL-HASH
086800     ELSE
086900         SET PL-FIGURE-MISSING TO TRUE
087000         MOVE "NO TRAILER RECORD" TO WS-PL-NOTE
087100     END-IF.
087200     PERFORM 3100-PRINT-PROOF-LINE THRU 3100-EXIT.
087300 2650-EXIT.
087400     EXIT.
087500
087600* CUSTEXTR'S OWN EXPLANATION OF A SHORTFALL GOES IN THE NOTE.
087700 2660-NOTE-EXTRACT-SKIPS.
087800     IF NOT EXTRACT-TOTALS-FOUND
087900         SET PL-FIGURE-MISSING TO TRUE
088000         MOVE "NO CLEAN CUSTEXTR RUN TONIGHT" TO WS-PL-NOTE
088100         GO TO 2660-EXIT
088200     END-IF.
088300     IF WS-ET-NOT-FOUND-COUNT > ZERO
088400             OR WS-ET-DUPLICATE-COUNT > ZERO
088500         STRING "NOT FOUND " WS-ET-NOT-FOUND-COUNT
088600             " DUPS " WS-ET-DUPLICATE-COUNT
088700             DELIMITED BY SIZE INTO WS-PL-NOTE
088800     END-IF.
088900 2660-EXIT.
089000     EXIT.
089100
089200 2670-READ-CUSTDLT-RECORD.
089300     READ CUSTDLT-FILE
089400         AT END
089500             SET END-OF-PROOF-FILE TO TRUE
089600     END-READ.
089700 2670-EXIT.
089800     EXIT.
089900
090000* THE RECORD AREA IS NOT DEPENDABLE AFTER THE AT-END READ, SO
090100* THE TRAILER FIGURES ARE KEPT AS THEY GO BY.
090200 2680-CHECK-CUSTDLT-RECORD.
090300     IF DL-RECORD-TYPE = 'TRL'
090400         SET PROOF-RECORD-FOUND TO TRUE
090500         MOVE DL-TRL-RECORD-COUNT TO WS-DELTA-COUNT
090600         MOVE DL-TRL-ID-HASH TO WS-FIG-HASH
090700     END-IF.
090800     PERFORM 2670-READ-CUSTDLT-RECORD THRU 2670-EXIT.
090900 2680-EXIT.
091000     EXIT.
091100
091200******************************************************************
091300* 2700-PROVE-CUSTXREF - THE CUSTOMERS THE CROSS-REFERENCE COVERS,
091400* ONE NAME KEY EACH, COUNTED AND HASHED.
091500******************************************************************
091600 2700-PROVE-CUSTXREF.
091700     MOVE "CUSTXREF CUSTOMERS COVERED" TO WS-PL-LABEL.
091800     MOVE SPACES TO WS-PL-NOTE.
091900     MOVE ZERO TO WS-FIG-COUNT.
092000     MOVE ZERO TO WS-FIG-HASH.
092100     OPEN INPUT CUSTXREF-FILE.
092200     IF NOT CUSTXREF-OK
092300         SET PL-FIGURE-MISSING TO TRUE
092400         MOVE "FILE NOT FOUND" TO WS-PL-NOTE
092500         PERFORM 3100-PRINT-PROOF-LINE THRU 3100-EXIT
092600         GO TO 2700-EXIT
092700     END-IF.
092800     MOVE 'N' TO WS-PROOF-EOF-SW.
092900     PERFORM 2710-READ-CUSTXREF-RECORD THRU 2710-EXIT.
093000     PERFORM 2720-COUNT-CUSTXREF-RECORD THRU 2720-EXIT
093100         UNTIL END-OF-PROOF-FILE.
093200     CLOSE CUSTXREF-FILE.
093300
093400     SET PL-FIGURE-PRESENT TO TRUE.
093500     MOVE WS-FIG-COUNT TO WS-PL-COUNT.
093600     MOVE WS-BASE-COUNT TO WS-PL-AGAINST.
093700     MOVE WS-FIG-HASH TO WS-PL-HASH.
093800     SET PL-HASH-PROVED TO TRUE.
093900     PERFORM 3100-PRINT-PROOF-LINE THRU 3100-EXIT.
094000 2700-EXIT.
094100     EXIT.
094200
094300 2710-READ-CUSTXREF-RECORD.
094400     READ CUSTXREF-FILE
094500         AT END
094600             SET END-OF-PROOF-FILE TO TRUE
094700     END-READ.
094800 2710-EXIT.
094900     EXIT.
095000
095100 2720-COUNT-CUSTXREF-RECORD.
095200     IF XR-KEY-TYPE = 'N'
095300         ADD 1 TO WS-FIG-COUNT
095400         ADD XR-CUSTOMER-ID TO WS-FIG-HASH
095500     END-IF.
095600     PERFORM 2710-READ-CUSTXREF-RECORD THRU 2710-EXIT.
095700 2720-EXIT.
095800     EXIT.
095900
096000******************************************************************
096100* 3100-PRINT-PROOF-LINE - PRINT THE FIGURE SET UP IN
096200* WS-PROOF-LINE-FIELDS WITH ITS DIFFERENCE AND RESULT. A FIGURE
096300* IS IN BALANCE ONLY WHEN ITS COUNT MATCHES AND, WHERE IT CARRIES
096400* IDS, ITS HASH MATCHES THE CUSTREF TRAILER HASH TOO. A MISSING
096500* FIGURE IS OUT OF BALANCE - AN UNPROVED NIGHT IS NOT A GOOD ONE.
096600******************************************************************
096700 3100-PRINT-PROOF-LINE.
096800     MOVE SPACES TO WS-DETAIL-LINE.
096900     MOVE WS-PL-LABEL TO WS-DTL-LABEL.
097000     MOVE WS-PL-NOTE TO WS-DTL-NOTE.
097100     EVALUATE TRUE
097200         WHEN PL-NOT-COMPARED
097300             MOVE "NOT PROVED" TO WS-DTL-RESULT
097400         WHEN PL-FIGURE-MISSING
097500             ADD 1 TO WS-FIGURES-PROVED
097600             ADD 1 TO WS-OUT-OF-BALANCE
097700             MOVE "OUT OF BALANCE" TO WS-DTL-RESULT
097800         WHEN PL-BASE-FIGURE
097900             MOVE WS-PL-COUNT TO WS-DTL-COUNT
098000             MOVE WS-PL-HASH TO WS-DTL-HASH
098100             MOVE "BASE" TO WS-DTL-RESULT
098200         WHEN OTHER
098300             ADD 1 TO WS-FIGURES-PROVED
098400             PERFORM 3200-PROVE-ONE-FIGURE THRU 3200-EXIT
098500     END-EVALUATE.
098600     WRITE STRMPRPT-LINE FROM WS-DETAIL-LINE.
098700 3100-EXIT.
098800     EXIT.
098900
099000 3200-PROVE-ONE-FIGURE.
099100     COMPUTE WS-PL-DIFF = WS-PL-COUNT - WS-PL-AGAINST.
099200     MOVE WS-PL-COUNT TO WS-DTL-COUNT.
099300     MOVE WS-PL-AGAINST TO WS-DTL-AGAINST.
099400     MOVE WS-PL-DIFF TO WS-DTL-DIFF.
099500     MOVE "IN BALANCE" TO WS-DTL-RESULT.
099600     IF PL-HASH-PROVED
099700         MOVE WS-PL-HASH TO WS-DTL-HASH
099800     END-IF.
099900
100000     IF WS-PL-DIFF NOT = ZERO
100100         ADD 1 TO WS-OUT-OF-BALANCE
100200         MOVE "OUT OF BALANCE" TO WS-DTL-RESULT
100300         GO TO 3200-EXIT
100400     END-IF.
100500     IF PL-HASH-PROVED AND WS-PL-HASH NOT = WS-BASE-HASH
100600         ADD 1 TO WS-OUT-OF-BALANCE
100700         MOVE "OUT OF BALANCE" TO WS-DTL-RESULT
100800         IF WS-PL-NOTE = SPACES
100900             MOVE "SAME COUNT, OTHER CUSTOMERS"
101000                 TO WS-DTL-NOTE
101100         END-IF
101200     END-IF.
101300 3200-EXIT.
101400     EXIT.
101500
101600******************************************************************
101700* 4000-CLEANUP-ROUTINE - THE RESULT LINE, THE SUMMARY, AND THE
101800* RUN-CONTROL STAMP. A NIGHT OUT OF BALANCE ENDS WITH RC 8, AND
101900* THAT STAMP IS WHAT THE MORNING REPORTS REFUSE ON.
102000******************************************************************
102100 4000-CLEANUP-ROUTINE.
102200     IF RETURN-CODE = ZERO AND WS-OUT-OF-BALANCE > ZERO
102300         MOVE 8 TO RETURN-CODE
102400     END-IF.
102500
102600     MOVE SPACES TO STRMPRPT-LINE.
102700     WRITE STRMPRPT-LINE.
102800     IF WS-OUT-OF-BALANCE = ZERO
102900         MOVE "NIGHT IN BALANCE" TO WS-RES-TEXT
103000     ELSE
103100         MOVE "NIGHT OUT OF BALANCE - MORNING REPORTS HELD"
103200             TO WS-RES-TEXT
103300     END-IF.
103400     WRITE STRMPRPT-LINE FROM WS-RESULT-LINE.
103500
103600     MOVE SPACES TO STRMPRPT-LINE.
103700     WRITE STRMPRPT-LINE.
103800     MOVE SPACES TO WS-SUMMARY-LINE.
103900     MOVE "FIGURES PROVED:        " TO WS-SUM-LABEL.
104000     MOVE WS-FIGURES-PROVED TO WS-SUM-VALUE.
104100     WRITE STRMPRPT-LINE FROM WS-SUMMARY-LINE.
104200
104300     MOVE "OUT OF BALANCE:        " TO WS-SUM-LABEL.
104400     MOVE WS-OUT-OF-BALANCE TO WS-SUM-VALUE.
104500     WRITE STRMPRPT-LINE FROM WS-SUMMARY-LINE.
104600
104700     CLOSE STRMPRPT-FILE.
104800
104900     DISPLAY "FIGURES OUT OF BALANCE: " WS-OUT-OF-BALANCE.
105000
105100* STAMP THIS PROGRAM'S COMPLETION (AND FINAL RETURN-CODE) ON
105200* THE SHARED RUN-CONTROL FILE - CUSTRPT, CUSTRGN AND CUSTAGE
105300* CHECK FOR A CLEAN STAMP BEFORE THEY PRINT.
105400     MOVE "STRMPROF" TO RC-STAMP-PROGRAM.
105500     MOVE WS-CURRENT-DATE TO RC-STAMP-DATE.
105600     PERFORM STAMP-RUN-CONTROL THRU STAMP-RUN-CONTROL-EXIT.
105700
105800     DISPLAY "STREAM PROOF OF BALANCE COMPLETE".
105900 4000-EXIT.
106000     EXIT.
106100
106200* INCLUDE THE SHARED CUSTREF CONTROL-VERIFICATION PARAGRAPHS
106300     COPY CHKREF.
106400
106500* INCLUDE THE SHARED RUN-CONTROL UTILITY PARAGRAPHS
106600     COPY CHKRUN.
106700
106800* INCLUDE THE SHARED CHECK-DATE-FORMAT UTILITY PARAGRAPHS
106900     COPY CHKDATE.
