000100******************************************************************
000200* CUSTRISK - SUSPICIOUS ACCOUNT-CHANGE WATCH
000300******************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. CUSTRISK.
000600 AUTHOR. R MERCER.
000700 INSTALLATION. DATA PROCESSING.
000800 DATE-WRITTEN. 2026-10-15.
000900 DATE-COMPILED.
001000******************************************************************
001100* MODIFICATION HISTORY
001200* ----------------------------------------------------------------
001300* DATE        INIT  DESCRIPTION
001400* 2026-10-15  RDM   ORIGINAL VERSION - NIGHTLY ACCOUNT-TAKEOVER
001500*                   WATCH OVER A ROLLING WINDOW (RSKPARM,
001600*                   DEFAULT 7 DAYS). A CUSTMAINT 'U' THAT
001700*                   CHANGES EMAIL, PHONE, STREET OR ZIP-CODE IS
001800*                   JOINED TO WHAT FOLLOWED IT ON THE SAME
001900*                   CUSTOMER - A LARGE SALE OR A RETURN/CREDIT
002000*                   ON ORDLEDG, A MERGE ON MRGTRACE, A RESTORE
002100*                   ON CHGHIST - AND TO THE SIZE OF THE RUN THE
002200*                   CHANGE CAME IN (ONE OPERATOR CHANGING MANY
002300*                   CUSTOMERS AT ONCE). EACH PATTERN IS A RULE
002400*                   ON THE RSKRULE TABLE WITH ITS OWN POINTS,
002500*                   THRESHOLD AND ON/OFF SWITCH; A CUSTOMER
002600*                   SCORING AT OR OVER THE ALERT SCORE GOES ON
002700*                   RSKRPT AND THE RSKALRT ALERT FILE FOR THE
002800*                   FRAUD TEAM, AND EVERY OPERATOR BURST IS
002900*                   ALERTED ON ITS OWN. THE TEAM FEEDS WORKED
003000*                   ALERTS BACK ON RSKDISP (SAME LAYOUT, WITH
003100*                   THE CLEARED/CONFIRMED DISPOSITION FILLED
003200*                   IN): A CUSTOMER CLEARED SINCE THEIR LAST
003300*                   ACTIVITY IS NOT RE-ALERTED, AND THE REPORT
003400*                   COUNTS CONFIRMED AGAINST CLEARED BY RULE SO
003500*                   THE POINTS CAN BE TUNED.
003525* 2026-10-15  RDM   AN RSKRPT THAT CANNOT BE OPENED NOW STOPS THE
003550*                   RUN WITH RETURN-CODE 16 INSTEAD OF SCORING
003575*                   WITH NOWHERE TO REPORT.
003600******************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER. X86-64.
004000 OBJECT-COMPUTER. X86-64.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT CHGHIST-FILE ASSIGN TO "CHGHIST"
004400         ORGANIZATION IS SEQUENTIAL
004500         ACCESS MODE IS SEQUENTIAL
004600         FILE STATUS IS WS-CHGHIST-STATUS.
004700
004800     SELECT ORDLEDG-FILE ASSIGN TO "ORDLEDG"
004900         ORGANIZATION IS SEQUENTIAL
005000         ACCESS MODE IS SEQUENTIAL
005100         FILE STATUS IS WS-ORDLEDG-STATUS.
005200
005300     SELECT MRGTRACE-FILE ASSIGN TO "MRGTRACE"
005400         ORGANIZATION IS SEQUENTIAL
005500         ACCESS MODE IS SEQUENTIAL
005600         FILE STATUS IS WS-MRGTRACE-STATUS.
005700
005800     SELECT RSKRULE-FILE ASSIGN TO "RSKRULE"
005900         ORGANIZATION IS SEQUENTIAL
006000         ACCESS MODE IS SEQUENTIAL
006100         FILE STATUS IS WS-RSKRULE-STATUS.
006200
006300     SELECT RSKDISP-FILE ASSIGN TO "RSKDISP"
006400         ORGANIZATION IS SEQUENTIAL
006500         ACCESS MODE IS SEQUENTIAL
006600         FILE STATUS IS WS-RSKDISP-STATUS.
006700
006800     SELECT RSKALRT-FILE ASSIGN TO "RSKALRT"
006900         ORGANIZATION IS SEQUENTIAL
007000         ACCESS MODE IS SEQUENTIAL
007100         FILE STATUS IS WS-RSKALRT-STATUS.
007200
007300     SELECT RSKRPT-FILE ASSIGN TO "RSKRPT"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-RSKRPT-STATUS.
007600
007700     SELECT PARMCARD-FILE ASSIGN TO "RSKPARM"
007800         ORGANIZATION IS SEQUENTIAL
007900         ACCESS MODE IS SEQUENTIAL
008000         FILE STATUS IS WS-PARMCARD-STATUS.
008100
008200     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
008300         ORGANIZATION IS SEQUENTIAL
008400         ACCESS MODE IS SEQUENTIAL
008500         FILE STATUS IS WS-RUNCTL-STATUS.
008600
008700 DATA DIVISION.
008800 FILE SECTION.
008900* RETAINED FIELD-LEVEL CHANGE HISTORY, WITH THE ACTING OPERATOR.
009000 FD  CHGHIST-FILE
009100     RECORDING MODE IS F.
009200 01  CHGHIST-RECORD.
009300     05  CH-RUN-DATE           PIC X(10).
009400     05  CH-TRANS-CODE         PIC X(01).
009500     05  CH-CUSTOMER-ID        PIC 9(06).
009600     05  CH-FIELD-NAME         PIC X(15).
009700     05  CH-BEFORE-VALUE       PIC X(50).
009800     05  CH-AFTER-VALUE        PIC X(50).
009900     05  CH-OPERATOR-ID        PIC X(08).
010000
010100* POSTED-ORDERS LEDGER WRITTEN BY ORDPOST - ONE RECORD PER
010200* ORDER EVER POSTED, WITH ITS TYPE AND GROSS AMOUNT. A RECORD
010300* FROM BEFORE THE TYPE AND AMOUNT WERE CARRIED HAS SPACES THERE
010400* AND CANNOT BE SCORED.
010500 FD  ORDLEDG-FILE
010600     RECORDING MODE IS F.
010700 01  ORDLEDG-RECORD.
010800     05  OL-ORDER-REF          PIC X(12).
010900     05  OL-CUSTOMER-ID        PIC 9(06).
011000     05  OL-POST-DATE          PIC X(10).
011100     05  OL-TRANS-TYPE         PIC X(01).
011200     05  OL-ORDER-AMOUNT       PIC 9(07)V99.
011300     05  OL-ORDER-AMOUNT-X REDEFINES OL-ORDER-AMOUNT
011400                               PIC X(09).
011500     05  FILLER                PIC X(02).
011600
011700* MERGE TRACE WRITTEN BY CUSTMAINT 'M' - RETIRED ID TO SURVIVOR.
011800 FD  MRGTRACE-FILE
011900     RECORDING MODE IS F.
012000 01  MRGTRACE-RECORD.
012100     05  MT-RETIRED-ID         PIC 9(06).
012200     05  MT-SURVIVOR-ID        PIC 9(06).
012300     05  MT-MERGE-DATE         PIC X(10).
012400     05  MT-OPERATOR-ID        PIC X(08).
012500
012600* RISK RULE TABLE - ONE RECORD PER RULE THE PROGRAM KNOWS:
012700*   CHNG  A CONTACT CHANGE IN THE WINDOW (THE BASE SCORE)
012800*   LGSL  A SALE OF AT LEAST THRESHOLD AFTER THE CHANGE
012900*   RTRN  A RETURN OR CREDIT OF AT LEAST THRESHOLD AFTER IT
013000*   MERG  A MERGE INVOLVING THE CUSTOMER AFTER IT
013100*   REST  A RESTORE OF THE CUSTOMER IN THE WINDOW
013200*   BRST  THE CHANGE CAME IN A RUN WHERE ITS OPERATOR CHANGED
013300*         AT LEAST THRESHOLD CUSTOMERS
013400* A RULE LEFT OFF THE FILE, OR SWITCHED OFF, SCORES NOTHING.
013500 FD  RSKRULE-FILE
013600     RECORDING MODE IS F.
013700 01  RSKRULE-RECORD.
013800     05  RR-RULE-CODE          PIC X(04).
013900     05  RR-ACTIVE             PIC X(01).
014000     05  RR-POINTS             PIC 9(03).
014100     05  RR-THRESHOLD          PIC 9(07)V99.
014200     05  RR-DESCRIPTION        PIC X(40).
014300     05  FILLER                PIC X(23).
014400
014500* WORKED ALERTS FED BACK BY THE FRAUD TEAM - THE RSKALRT LAYOUT
014600* WITH THE DISPOSITION, ANALYST AND DATE FILLED IN.
014700 FD  RSKDISP-FILE
014800     RECORDING MODE IS F.
014900 01  RSKDISP-RECORD.
015000     05  RD-ALERT-DATE         PIC X(10).
015100     05  RD-ALERT-TYPE         PIC X(01).
015200     05  RD-CUSTOMER-ID        PIC 9(06).
015300     05  RD-OPERATOR-ID        PIC X(08).
015400     05  RD-SCORE              PIC 9(03).
015500     05  RD-RULE-HITS.
015600         10  RD-RULE-HIT       PIC X(04) OCCURS 6 TIMES.
015700     05  RD-FIRST-CHANGE       PIC X(10).
015800     05  RD-FIELDS-CHANGED     PIC X(04).
015900     05  RD-LARGEST-SALE       PIC 9(07)V99.
016000     05  RD-EVENT-COUNT        PIC 9(05).
016100     05  RD-DISPOSITION        PIC X(01).
016200         88  RD-CLEARED        VALUE 'C'.
016300         88  RD-CONFIRMED      VALUE 'F'.
016400     05  RD-DISP-ANALYST       PIC X(08).
016500     05  RD-DISP-DATE          PIC X(10).
016600     05  FILLER                PIC X(01).
016700
016800* RISK ALERTS FOR THE FRAUD TEAM. TYPE 'C' IS A SCORED
016900* CUSTOMER; TYPE 'O' IS AN OPERATOR BURST, WITH THE NUMBER OF
017000* CUSTOMERS THE RUN CHANGED. THE DISPOSITION FIELDS GO OUT
017100* BLANK AND COME BACK ON RSKDISP.
017200 FD  RSKALRT-FILE
017300     RECORDING MODE IS F.
017400 01  RSKALRT-RECORD.
017500     05  RA-ALERT-DATE         PIC X(10).
017600     05  RA-ALERT-TYPE         PIC X(01).
017700     05  RA-CUSTOMER-ID        PIC 9(06).
017800     05  RA-OPERATOR-ID        PIC X(08).
017900     05  RA-SCORE              PIC 9(03).
018000     05  RA-RULE-HITS          PIC X(24).
018100     05  RA-FIRST-CHANGE       PIC X(10).
018200     05  RA-FIELDS-CHANGED     PIC X(04).
018300     05  RA-LARGEST-SALE       PIC 9(07)V99.
018400     05  RA-EVENT-COUNT        PIC 9(05).
018500     05  RA-DISPOSITION        PIC X(01).
018600     05  RA-DISP-ANALYST       PIC X(08).
018700     05  RA-DISP-DATE          PIC X(10).
018800     05  FILLER                PIC X(01).
018900
019000 FD  RSKRPT-FILE.
019100 01  RSKRPT-LINE               PIC X(132).
019200
019300* RUN-TIME PARAMETER CARD - THE WINDOW IN DAYS AND THE SCORE
019400* AT WHICH A CUSTOMER IS ALERTED.
019500 FD  PARMCARD-FILE
019600     RECORDING MODE IS F.
019700 01  PARMCARD-RECORD.
019800     05  PC-WINDOW-DAYS        PIC 9(03).
019900     05  PC-ALERT-SCORE        PIC 9(03).
020000     05  FILLER                PIC X(74).
020100
020200* SHARED NIGHTLY RUN-CONTROL FILE - ONE RECORD PER PROGRAM
020300* COMPLETION, STAMPED AT CLEANUP. SEE CHKRUN.cpy.
020400 FD  RUNCTL-FILE
020500     RECORDING MODE IS F.
020600 01  RUNCTL-RECORD.
020700     05  RU-RUN-DATE           PIC X(10).
020800     05  RU-PROGRAM-ID         PIC X(08).
020900     05  RU-TIMESTAMP          PIC X(21).
021000     05  RU-RETURN-CODE        PIC S9(04).
021100     05  FILLER                PIC X(37).
021200
021300 WORKING-STORAGE SECTION.
021400
021500* INCLUDE SHARED RUN-CONTROL WORKING STORAGE
021600     COPY RUNCTL.
021700
021800* INCLUDE SHARED DATE-HANDLING WORKING STORAGE
021900     COPY DATECHK.
022000
022100 01  WS-VARIABLES.
022200     05  WS-CURRENT-DATE       PIC X(10) VALUE SPACES.
022300     05  WS-WINDOW-DAYS        PIC 9(03) VALUE 7.
022400     05  WS-ALERT-SCORE        PIC 9(03) VALUE 50.
022500     05  WS-WINDOW-START       PIC X(10) VALUE SPACES.
022600     05  WS-CURR-CCYYMMDD      PIC 9(08) VALUE ZERO.
022700     05  WS-START-CCYYMMDD     PIC 9(08) VALUE ZERO.
022800     05  WS-CURR-INTEGER       PIC S9(09) COMP VALUE ZERO.
022900     05  WS-START-INTEGER      PIC S9(09) COMP VALUE ZERO.
023000     05  WS-WORK-CUSTOMER-ID   PIC 9(06) VALUE ZERO.
023100     05  WS-WORK-DATE          PIC X(10) VALUE SPACES.
023200     05  WS-SCORE              PIC 9(05) VALUE ZERO.
023300     05  WS-HIT-COUNT          PIC 9(01) VALUE ZERO.
023400     05  WS-HIT-SUB            PIC 9(01) VALUE ZERO.
023500     05  WS-RULE-SUB           PIC 9(01) VALUE ZERO.
023600     05  WS-ALERT-NOTE         PIC X(40) VALUE SPACES.
023700     05  WS-RULE-KNOWN-SW      PIC X(01) VALUE 'N'.
023800         88  RULE-KNOWN        VALUE 'Y'.
023900
024000* THE RULE CODES FIRED FOR THE CUSTOMER IN HAND, IN RULE-TABLE
024100* ORDER - WRITTEN TO THE ALERT AS ONE 24-BYTE STRING.
024200 01  WS-HIT-LIST.
024300     05  WS-HIT-CODE           PIC X(04) OCCURS 6 TIMES.
024400 01  WS-HIT-STRING REDEFINES WS-HIT-LIST
024500                               PIC X(24).
024600
024700 01  WS-FILE-SWITCHES.
024800     05  WS-CHGHIST-STATUS     PIC X(02) VALUE SPACES.
024900         88  CHGHIST-OK        VALUE '00'.
025000     05  WS-ORDLEDG-STATUS     PIC X(02) VALUE SPACES.
025100         88  ORDLEDG-OK        VALUE '00'.
025200     05  WS-MRGTRACE-STATUS    PIC X(02) VALUE SPACES.
025300         88  MRGTRACE-OK       VALUE '00'.
025400     05  WS-RSKRULE-STATUS     PIC X(02) VALUE SPACES.
025500         88  RSKRULE-OK        VALUE '00'.
025600     05  WS-RSKDISP-STATUS     PIC X(02) VALUE SPACES.
025700         88  RSKDISP-OK        VALUE '00'.
025800     05  WS-RSKALRT-STATUS     PIC X(02) VALUE SPACES.
025900         88  RSKALRT-OK        VALUE '00'.
026000     05  WS-RSKRPT-STATUS      PIC X(02) VALUE SPACES.
026050         88  RSKRPT-OK         VALUE '00'.
026100     05  WS-PARMCARD-STATUS    PIC X(02) VALUE SPACES.
026200         88  PARMCARD-OK       VALUE '00'.
026300     05  WS-CHGHIST-SW         PIC X(01) VALUE 'N'.
026400         88  END-OF-CHGHIST    VALUE 'Y'.
026500     05  WS-ORDLEDG-SW         PIC X(01) VALUE 'N'.
026600         88  END-OF-ORDLEDG    VALUE 'Y'.
026700     05  WS-MRGTRACE-SW        PIC X(01) VALUE 'N'.
026800         88  END-OF-MRGTRACE   VALUE 'Y'.
026900     05  WS-RSKRULE-SW         PIC X(01) VALUE 'N'.
027000         88  END-OF-RSKRULE    VALUE 'Y'.
027100     05  WS-RSKDISP-SW         PIC X(01) VALUE 'N'.
027200         88  END-OF-RSKDISP    VALUE 'Y'.
027300     05  WS-RSKRPT-OPEN-SW     PIC X(01) VALUE 'N'.
027400         88  RSKRPT-WAS-OPENED VALUE 'Y'.
027500     05  WS-RSKALRT-OPEN-SW    PIC X(01) VALUE 'N'.
027600         88  RSKALRT-WAS-OPENED VALUE 'Y'.
027700
027800 01  WS-RISK-COUNTS.
027900     05  WS-HIST-IN-WINDOW     PIC 9(07) VALUE ZERO.
028000     05  WS-CONTACT-CHANGES    PIC 9(07) VALUE ZERO.
028100     05  WS-POSTINGS-MATCHED   PIC 9(07) VALUE ZERO.
028200     05  WS-POSTINGS-UNSCORED  PIC 9(07) VALUE ZERO.
028300     05  WS-MERGES-MATCHED     PIC 9(07) VALUE ZERO.
028400     05  WS-SCORED-COUNT       PIC 9(05) VALUE ZERO.
028500     05  WS-ALERT-COUNT        PIC 9(05) VALUE ZERO.
028600     05  WS-BELOW-COUNT        PIC 9(05) VALUE ZERO.
028700     05  WS-CLEARED-SUPP-COUNT PIC 9(05) VALUE ZERO.
028800     05  WS-BURST-ALERT-COUNT  PIC 9(05) VALUE ZERO.
028900     05  WS-DISP-READ-COUNT    PIC 9(05) VALUE ZERO.
029000
029100* THE RULE TABLE. THE CODES ARE FIXED - THE PROGRAM KNOWS WHAT
029200* EACH ONE MEANS - AND LOADED FROM WS-RULE-CODE-LIST; RSKRULE
029300* SUPPLIES THE SWITCH, POINTS AND THRESHOLD.
029400 01  WS-RULE-CODE-LIST         PIC X(24) VALUE
029500     "CHNGLGSLRTRNMERGRESTBRST".
029600 01  WS-RULE-CODE-TABLE REDEFINES WS-RULE-CODE-LIST.
029700     05  WS-RULE-CODE-INIT     PIC X(04) OCCURS 6 TIMES.
029800
029900 01  WS-RULE-TABLE.
030000     05  WS-RULE-COUNT         PIC 9(01) VALUE 6.
030100     05  WS-RULE-ENTRY OCCURS 6 TIMES
030200             INDEXED BY WS-RULE-IDX.
030300         10  WS-RULE-CODE      PIC X(04).
030400         10  WS-RULE-ACTIVE    PIC X(01).
030500             88  RULE-ACTIVE   VALUE 'Y'.
030600         10  WS-RULE-POINTS    PIC 9(03).
030700         10  WS-RULE-THRESHOLD PIC 9(07)V99.
030800         10  WS-RULE-DESC      PIC X(40).
030900         10  WS-RULE-HITS      PIC 9(05).
031000         10  WS-RULE-CONFIRMED PIC 9(05).
031100         10  WS-RULE-CLEARED   PIC 9(05).
031200
031300* ONE ENTRY PER CUSTOMER WITH A CONTACT CHANGE OR A RESTORE IN
031400* THE WINDOW. ONLY A CUSTOMER WITH A CONTACT CHANGE IS SCORED;
031500* A RESTORE ALONE IS JUST HELD IN CASE A CHANGE JOINS IT.
031600 01  WS-CUSTOMER-TABLE.
031700     05  WS-MAX-CUS-TABLE      PIC 9(05) VALUE 5000 COMP.
031800     05  WS-CUS-COUNT          PIC 9(05) VALUE ZERO.
031900     05  WS-CUS-SUB            PIC 9(05) COMP VALUE ZERO.
032000     05  WS-CUS-MATCH-SW       PIC X(01) VALUE 'N'.
032100         88  CUSTOMER-ENTRY-FOUND VALUE 'Y'.
032200     05  WS-CUS-OVERFLOW-SW    PIC X(01) VALUE 'N'.
032300         88  CUSTOMER-TABLE-OVERFLOW VALUE 'Y'.
032400     05  WS-CUS-ENTRY OCCURS 5000 TIMES
032500             INDEXED BY WS-CUS-IDX.
032600         10  WS-CUS-ID         PIC 9(06).
032700         10  WS-CUS-CHANGE-SW  PIC X(01).
032800             88  CUS-CONTACT-CHANGED VALUE 'Y'.
032900         10  WS-CUS-FIRST-CHANGE PIC X(10).
033000         10  WS-CUS-LAST-CHANGE PIC X(10).
033100         10  WS-CUS-CHG-OPER   PIC X(08).
033200         10  WS-CUS-FIELDS.
033300             15  WS-CUS-FLD-EMAIL PIC X(01).
033400             15  WS-CUS-FLD-PHONE PIC X(01).
033500             15  WS-CUS-FLD-STREET PIC X(01).
033600             15  WS-CUS-FLD-ZIP PIC X(01).
033700         10  WS-CUS-RESTORE-DATE PIC X(10).
033800         10  WS-CUS-LARGEST-SALE PIC 9(07)V99.
033900         10  WS-CUS-LGSL-SW    PIC X(01).
034000             88  CUS-LARGE-SALE VALUE 'Y'.
034100         10  WS-CUS-RTRN-SW    PIC X(01).
034200             88  CUS-RETURN-CREDIT VALUE 'Y'.
034300         10  WS-CUS-MERG-SW    PIC X(01).
034400             88  CUS-MERGED    VALUE 'Y'.
034500         10  WS-CUS-LAST-ACTIVITY PIC X(10).
034600         10  WS-CUS-DISPOSITION PIC X(01).
034700         10  WS-CUS-DISP-DATE  PIC X(10).
034800         10  WS-CUS-DISP-ANALYST PIC X(08).
034900
035000* ONE ENTRY PER OPERATOR PER RUN DATE IN THE WINDOW. A
035100* CUSTMAINT TRANSACTION WRITES ITS CHGHIST RECORDS TOGETHER,
035200* SO A CHANGE OF CUSTOMER ID BETWEEN ONE RECORD AND THE NEXT IS
035300* ONE MORE CUSTOMER CHANGED IN THAT RUN.
035400 01  WS-RUN-TABLE.
035500     05  WS-MAX-RUN-TABLE      PIC 9(04) VALUE 1000 COMP.
035600     05  WS-RUN-COUNT          PIC 9(04) VALUE ZERO.
035700     05  WS-RUN-SUB            PIC 9(04) COMP VALUE ZERO.
035800     05  WS-RUN-MATCH-SW       PIC X(01) VALUE 'N'.
035900         88  RUN-ENTRY-FOUND   VALUE 'Y'.
036000     05  WS-RUN-ENTRY OCCURS 1000 TIMES
036100             INDEXED BY WS-RUN-IDX.
036200         10  WS-RUN-DATE       PIC X(10).
036300         10  WS-RUN-OPER       PIC X(08).
036400         10  WS-RUN-CUSTOMERS  PIC 9(05).
036500         10  WS-RUN-LAST-ID    PIC 9(06).
036600
036700 01  WS-REPORT-LINES.
036800     05  WS-HEADER-LINE.
036900         10  FILLER            PIC X(34) VALUE
037000             "SUSPICIOUS ACCOUNT-CHANGE WATCH".
037100         10  FILLER            PIC X(12) VALUE "  RUN DATE: ".
037200         10  WS-HDR-DATE       PIC X(10) VALUE SPACES.
037300     05  WS-WINDOW-LINE.
037400         10  FILLER            PIC X(08) VALUE "WINDOW: ".
037500         10  WS-WIN-START      PIC X(10).
037600         10  FILLER            PIC X(04) VALUE " TO ".
037700         10  WS-WIN-END        PIC X(10).
037800         10  FILLER            PIC X(16) VALUE
037900             "  ALERT SCORE: ".
038000         10  WS-WIN-SCORE      PIC ZZ9.
038100     05  WS-SECTION-LINE.
038200         10  WS-SEC-TITLE      PIC X(60) VALUE SPACES.
038300     05  WS-RULE-LINE.
038400         10  FILLER            PIC X(03) VALUE SPACES.
038500         10  WS-RL-CODE        PIC X(04).
038600         10  FILLER            PIC X(02) VALUE SPACES.
038700         10  WS-RL-ACTIVE      PIC X(03).
038800         10  FILLER            PIC X(02) VALUE SPACES.
038900         10  WS-RL-POINTS      PIC ZZ9.
039000         10  FILLER            PIC X(02) VALUE SPACES.
039100         10  WS-RL-THRESHOLD   PIC Z,ZZZ,ZZ9.99.
039200         10  FILLER            PIC X(02) VALUE SPACES.
039300         10  WS-RL-DESC        PIC X(40).
039400     05  WS-ALERT-LINE.
039500         10  FILLER            PIC X(03) VALUE SPACES.
039600         10  WS-AL-ID          PIC 9(06).
039700         10  FILLER            PIC X(02) VALUE SPACES.
039800         10  WS-AL-SCORE       PIC ZZ9.
039900         10  FILLER            PIC X(02) VALUE SPACES.
040000         10  WS-AL-HITS        PIC X(24).
040100         10  FILLER            PIC X(02) VALUE SPACES.
040200         10  WS-AL-FIELDS      PIC X(04).
040300         10  FILLER            PIC X(02) VALUE SPACES.
040400         10  WS-AL-FIRST       PIC X(10).
040500         10  FILLER            PIC X(02) VALUE SPACES.
040600         10  WS-AL-OPER        PIC X(08).
040700         10  FILLER            PIC X(02) VALUE SPACES.
040800         10  WS-AL-SALE        PIC Z,ZZZ,ZZ9.99.
040900         10  FILLER            PIC X(02) VALUE SPACES.
041000         10  WS-AL-NOTE        PIC X(40).
041100     05  WS-BURST-LINE.
041200         10  FILLER            PIC X(03) VALUE SPACES.
041300         10  WS-BR-DATE        PIC X(10).
041400         10  FILLER            PIC X(02) VALUE SPACES.
041500         10  WS-BR-OPER        PIC X(08).
041600         10  FILLER            PIC X(02) VALUE SPACES.
041700         10  WS-BR-COUNT       PIC ZZ,ZZ9.
041800         10  FILLER            PIC X(20) VALUE
041900             " CUSTOMERS CHANGED".
042000     05  WS-FEEDBACK-LINE.
042100         10  FILLER            PIC X(03) VALUE SPACES.
042200         10  WS-FB-CODE        PIC X(04).
042300         10  FILLER            PIC X(11) VALUE "  TONIGHT: ".
042400         10  WS-FB-HITS        PIC ZZ,ZZ9.
042500         10  FILLER            PIC X(13) VALUE
042600             "  CONFIRMED: ".
042700         10  WS-FB-CONFIRMED   PIC ZZ,ZZ9.
042800         10  FILLER            PIC X(11) VALUE "  CLEARED: ".
042900         10  WS-FB-CLEARED     PIC ZZ,ZZ9.
043000     05  WS-SUMMARY-LINE.
043100         10  FILLER            PIC X(20) VALUE SPACES.
043200         10  WS-SUM-LABEL      PIC X(32).
043300         10  WS-SUM-VALUE      PIC Z,ZZZ,ZZ9.
043400
043500 PROCEDURE DIVISION.
043600 0000-MAINLINE.
043700     DISPLAY "SUSPICIOUS ACCOUNT-CHANGE WATCH".
043800     PERFORM 1000-INITIALIZE-ROUTINE THRU 1000-EXIT.
043900     IF RETURN-CODE = ZERO
044000         PERFORM 2000-PROCESS-DATA THRU 2000-EXIT
044100     ELSE
044200         DISPLAY "INITIALIZATION FAILED, SKIPPING PROCESS-DATA"
044300     END-IF.
044400     PERFORM 4000-CLEANUP-ROUTINE THRU 4000-EXIT.
044500     STOP RUN.
044600
044700******************************************************************
044800* 1000-INITIALIZE-ROUTINE - SETTINGS, WINDOW AND RULES FIRST;
044900* THEN ONE PASS OF EACH ACTIVITY FILE, CHGHIST FIRST SO THE
045000* LATER FILES KNOW WHO CHANGED CONTACT DETAILS AND WHEN.
045100******************************************************************
045200 1000-INITIALIZE-ROUTINE.
045300     PERFORM DERIVE-CURRENT-DATE
045400         THRU DERIVE-CURRENT-DATE-EXIT.
045500     MOVE DC-TODAY-DATE TO WS-CURRENT-DATE.
045600
045700     PERFORM 1050-READ-PARAMETER-CARD THRU 1050-EXIT.
045800     PERFORM 1100-COMPUTE-WINDOW-START THRU 1100-EXIT.
045900
046000     OPEN OUTPUT RSKRPT-FILE.
046014     IF NOT RSKRPT-OK
046028         DISPLAY "UNABLE TO OPEN RSKRPT, STATUS: "
046042             WS-RSKRPT-STATUS
046056         MOVE 16 TO RETURN-CODE
046070         GO TO 1000-EXIT
046084     END-IF.
046100     SET RSKRPT-WAS-OPENED TO TRUE.
046200     MOVE WS-CURRENT-DATE TO WS-HDR-DATE.
046300     WRITE RSKRPT-LINE FROM WS-HEADER-LINE.
046400     MOVE WS-WINDOW-START TO WS-WIN-START.
046500     MOVE WS-CURRENT-DATE TO WS-WIN-END.
046600     MOVE WS-ALERT-SCORE TO WS-WIN-SCORE.
046700     WRITE RSKRPT-LINE FROM WS-WINDOW-LINE.
046800
046900     PERFORM 1200-LOAD-RULE-TABLE THRU 1200-EXIT.
047000     IF RETURN-CODE NOT = ZERO
047100         GO TO 1000-EXIT
047200     END-IF.
047300
047400     OPEN OUTPUT RSKALRT-FILE.
047500     IF NOT RSKALRT-OK
047600         DISPLAY "UNABLE TO OPEN RSKALRT, STATUS: "
047700             WS-RSKALRT-STATUS
047800         MOVE 16 TO RETURN-CODE
047900         GO TO 1000-EXIT
048000     END-IF.
048100     SET RSKALRT-WAS-OPENED TO TRUE.
048200
048300     PERFORM 1300-COLLECT-CHANGES THRU 1300-EXIT.
048400     IF RETURN-CODE NOT = ZERO
048500         GO TO 1000-EXIT
048600     END-IF.
048700     PERFORM 1500-COLLECT-POSTINGS THRU 1500-EXIT.
048800     PERFORM 1600-COLLECT-MERGES THRU 1600-EXIT.
048900     PERFORM 1700-LOAD-DISPOSITIONS THRU 1700-EXIT.
049000 1000-EXIT.
049100     EXIT.
049200
049300 1050-READ-PARAMETER-CARD.
049400     OPEN INPUT PARMCARD-FILE.
049500     IF NOT PARMCARD-OK
049600         DISPLAY "NO PARAMETER CARD FOUND, USING DEFAULTS"
049700         GO TO 1050-EXIT
049800     END-IF.
049900
050000     READ PARMCARD-FILE
050100         AT END
050200             DISPLAY "PARAMETER CARD EMPTY, USING DEFAULTS"
050300             CLOSE PARMCARD-FILE
050400             GO TO 1050-EXIT
050500     END-READ.
050600
050700     IF PC-WINDOW-DAYS IS NUMERIC AND PC-WINDOW-DAYS > ZERO
050800         MOVE PC-WINDOW-DAYS TO WS-WINDOW-DAYS
050900     END-IF.
051000     IF PC-ALERT-SCORE IS NUMERIC AND PC-ALERT-SCORE > ZERO
051100         MOVE PC-ALERT-SCORE TO WS-ALERT-SCORE
051200     END-IF.
051300     CLOSE PARMCARD-FILE.
051400 1050-EXIT.
051500     EXIT.
051600
051700* WINDOW START = TODAY MINUS THE WINDOW DAYS, AS CCYY-MM-DD SO
051800* THE ACTIVITY-DATE COMPARES WORK AS STRINGS.
051900 1100-COMPUTE-WINDOW-START.
052000     MOVE WS-CURRENT-DATE(1:4) TO WS-CURR-CCYYMMDD(1:4).
052100     MOVE WS-CURRENT-DATE(6:2) TO WS-CURR-CCYYMMDD(5:2).
052200     MOVE WS-CURRENT-DATE(9:2) TO WS-CURR-CCYYMMDD(7:2).
052300     COMPUTE WS-CURR-INTEGER =
052400         FUNCTION INTEGER-OF-DATE(WS-CURR-CCYYMMDD).
052500     COMPUTE WS-START-INTEGER =
052600         WS-CURR-INTEGER - WS-WINDOW-DAYS.
052700     COMPUTE WS-START-CCYYMMDD =
052800         FUNCTION DATE-OF-INTEGER(WS-START-INTEGER).
052900     MOVE WS-START-CCYYMMDD(1:4) TO WS-WINDOW-START(1:4).
053000     MOVE "-" TO WS-WINDOW-START(5:1).
053100     MOVE WS-START-CCYYMMDD(5:2) TO WS-WINDOW-START(6:2).
053200     MOVE "-" TO WS-WINDOW-START(8:1).
053300     MOVE WS-START-CCYYMMDD(7:2) TO WS-WINDOW-START(9:2).
053400 1100-EXIT.
053500     EXIT.
053600
053700******************************************************************
053800* 1200-LOAD-RULE-TABLE - EVERY KNOWN RULE STARTS SWITCHED OFF;
053900* RSKRULE TURNS THEM ON AND SETS POINTS AND THRESHOLDS. NO RULE
054000* FILE MEANS NOTHING TO SCORE AGAINST, AND THE RUN STOPS. A
054100* CODE THE PROGRAM DOES NOT KNOW IS WARNED ABOUT AND IGNORED.
054200******************************************************************
054300 1200-LOAD-RULE-TABLE.
054400     PERFORM 1210-INIT-ONE-RULE THRU 1210-EXIT
054500         VARYING WS-RULE-SUB FROM 1 BY 1
054600         UNTIL WS-RULE-SUB > WS-RULE-COUNT.
054700
054800     OPEN INPUT RSKRULE-FILE.
054900     IF NOT RSKRULE-OK
055000         DISPLAY "UNABLE TO OPEN RSKRULE, STATUS: "
055100             WS-RSKRULE-STATUS
055200         MOVE 16 TO RETURN-CODE
055300         GO TO 1200-EXIT
055400     END-IF.
055500     PERFORM 1250-READ-RSKRULE-RECORD THRU 1250-EXIT.
055600     PERFORM 1270-APPLY-ONE-RULE THRU 1270-EXIT
055700         UNTIL END-OF-RSKRULE.
055800     CLOSE RSKRULE-FILE.
055900
056000     MOVE SPACES TO RSKRPT-LINE.
056100     WRITE RSKRPT-LINE.
056200     MOVE SPACES TO WS-SECTION-LINE.
056300     MOVE "RULE TABLE:" TO WS-SEC-TITLE.
056400     WRITE RSKRPT-LINE FROM WS-SECTION-LINE.
056500     PERFORM 1290-PRINT-ONE-RULE THRU 1290-EXIT
056600         VARYING WS-RULE-SUB FROM 1 BY 1
056700         UNTIL WS-RULE-SUB > WS-RULE-COUNT.
056800 1200-EXIT.
056900     EXIT.
057000
057100 1210-INIT-ONE-RULE.
057200     MOVE WS-RULE-CODE-INIT (WS-RULE-SUB)
057300         TO WS-RULE-CODE (WS-RULE-SUB).
057400     MOVE 'N' TO WS-RULE-ACTIVE (WS-RULE-SUB).
057500     MOVE ZERO TO WS-RULE-POINTS (WS-RULE-SUB).
057600     MOVE ZERO TO WS-RULE-THRESHOLD (WS-RULE-SUB).
057700     MOVE "NOT ON RSKRULE" TO WS-RULE-DESC (WS-RULE-SUB).
057800     MOVE ZERO TO WS-RULE-HITS (WS-RULE-SUB).
057900     MOVE ZERO TO WS-RULE-CONFIRMED (WS-RULE-SUB).
058000     MOVE ZERO TO WS-RULE-CLEARED (WS-RULE-SUB).
058100 1210-EXIT.
058200     EXIT.
058300
058400 1250-READ-RSKRULE-RECORD.
058500     READ RSKRULE-FILE
058600         AT END
058700             SET END-OF-RSKRULE TO TRUE
058800     END-READ.
058900 1250-EXIT.
059000     EXIT.
059100
059200 1270-APPLY-ONE-RULE.
059300     MOVE 'N' TO WS-RULE-KNOWN-SW.
059400     SET WS-RULE-IDX TO 1.
059500     SEARCH WS-RULE-ENTRY
059600         AT END
059700             CONTINUE
059800         WHEN WS-RULE-CODE (WS-RULE-IDX) = RR-RULE-CODE
059900             SET RULE-KNOWN TO TRUE
060000             SET WS-RULE-SUB TO WS-RULE-IDX
060100     END-SEARCH.
060200     IF NOT RULE-KNOWN
060300         DISPLAY "WARNING: UNKNOWN RISK RULE " RR-RULE-CODE
060400             " IGNORED"
060500         GO TO 1270-NEXT
060600     END-IF.
060700
060800     IF RR-ACTIVE = 'Y'
060900         MOVE 'Y' TO WS-RULE-ACTIVE (WS-RULE-SUB)
061000     END-IF.
061100     IF RR-POINTS IS NUMERIC
061200         MOVE RR-POINTS TO WS-RULE-POINTS (WS-RULE-SUB)
061300     END-IF.
061400     IF RR-THRESHOLD IS NUMERIC
061500         MOVE RR-THRESHOLD TO WS-RULE-THRESHOLD (WS-RULE-SUB)
061600     END-IF.
061700     MOVE RR-DESCRIPTION TO WS-RULE-DESC (WS-RULE-SUB).
061800 1270-NEXT.
061900     PERFORM 1250-READ-RSKRULE-RECORD THRU 1250-EXIT.
062000 1270-EXIT.
062100     EXIT.
062200
062300 1290-PRINT-ONE-RULE.
062400     MOVE SPACES TO WS-RULE-LINE.
062500     MOVE WS-RULE-CODE (WS-RULE-SUB) TO WS-RL-CODE.
062600     IF RULE-ACTIVE (WS-RULE-SUB)
062700         MOVE "ON" TO WS-RL-ACTIVE
062800     ELSE
062900         MOVE "OFF" TO WS-RL-ACTIVE
063000     END-IF.
063100     MOVE WS-RULE-POINTS (WS-RULE-SUB) TO WS-RL-POINTS.
063200     MOVE WS-RULE-THRESHOLD (WS-RULE-SUB) TO WS-RL-THRESHOLD.
063300     MOVE WS-RULE-DESC (WS-RULE-SUB) TO WS-RL-DESC.
063400     WRITE RSKRPT-LINE FROM WS-RULE-LINE.
063500 1290-EXIT.
063600     EXIT.
063700
063800******************************************************************
063900* 1300-COLLECT-CHANGES - CHGHIST INSIDE THE WINDOW. EVERY
064000* RECORD BUT AN ERASURE COUNTS TOWARD ITS OPERATOR'S RUN; A 'U'
064100* TO EMAIL, PHONE, STREET OR ZIP-CODE IS A CONTACT CHANGE; A
064200* CUST-RESTORE IS A RESTORE. AN OVERFLOW OF EITHER TABLE STOPS
064300* THE RUN - A WATCH THAT SILENTLY DROPS CUSTOMERS IS WORSE THAN
064400* ONE THAT FAILS.
064500******************************************************************
064600 1300-COLLECT-CHANGES.
064700     OPEN INPUT CHGHIST-FILE.
064800     IF NOT CHGHIST-OK
064900         DISPLAY "UNABLE TO OPEN CHGHIST, STATUS: "
065000             WS-CHGHIST-STATUS
065100         MOVE 16 TO RETURN-CODE
065200         GO TO 1300-EXIT
065300     END-IF.
065400     PERFORM 1350-READ-CHGHIST-RECORD THRU 1350-EXIT.
065500     PERFORM 1370-COLLECT-ONE-CHANGE THRU 1370-EXIT
065600         UNTIL END-OF-CHGHIST
065700         OR CUSTOMER-TABLE-OVERFLOW
065800         OR RETURN-CODE NOT = ZERO.
065900     CLOSE CHGHIST-FILE.
066000
066100     IF CUSTOMER-TABLE-OVERFLOW
066200         DISPLAY "MORE THAN " WS-MAX-CUS-TABLE
066300             " CUSTOMERS CHANGED IN THE WINDOW, RUN ABORTED"
066400         MOVE 16 TO RETURN-CODE
066500     END-IF.
066600 1300-EXIT.
066700     EXIT.
066800
066900 1350-READ-CHGHIST-RECORD.
067000     READ CHGHIST-FILE
067100         AT END
067200             SET END-OF-CHGHIST TO TRUE
067300     END-READ.
067400 1350-EXIT.
067500     EXIT.
067600
067700 1370-COLLECT-ONE-CHANGE.
067800     IF CH-RUN-DATE < WS-WINDOW-START
067900             OR CH-RUN-DATE > WS-CURRENT-DATE
068000             OR CH-TRANS-CODE = 'E'
068100         GO TO 1370-NEXT
068200     END-IF.
068300     ADD 1 TO WS-HIST-IN-WINDOW.
068400     PERFORM 1400-COUNT-RUN-CUSTOMER THRU 1400-EXIT.
068500     IF RETURN-CODE NOT = ZERO
068600         GO TO 1370-EXIT
068700     END-IF.
068800
068900     IF CH-FIELD-NAME = "CUST-RESTORE"
069000         MOVE CH-CUSTOMER-ID TO WS-WORK-CUSTOMER-ID
069100         PERFORM 5000-FIND-CUSTOMER-ENTRY THRU 5000-EXIT
069200         IF CUSTOMER-TABLE-OVERFLOW
069300             GO TO 1370-EXIT
069400         END-IF
069500         MOVE CH-RUN-DATE TO WS-CUS-RESTORE-DATE (WS-CUS-SUB)
069600         GO TO 1370-NEXT
069700     END-IF.
069800
069900     IF CH-TRANS-CODE NOT = 'U'
070000         GO TO 1370-NEXT
070100     END-IF.
070200     IF CH-FIELD-NAME NOT = "EMAIL"
070300             AND CH-FIELD-NAME NOT = "PHONE"
070400             AND CH-FIELD-NAME NOT = "STREET"
070500             AND CH-FIELD-NAME NOT = "ZIP-CODE"
070600         GO TO 1370-NEXT
070700     END-IF.
070800
070900     ADD 1 TO WS-CONTACT-CHANGES.
071000     MOVE CH-CUSTOMER-ID TO WS-WORK-CUSTOMER-ID.
071100     PERFORM 5000-FIND-CUSTOMER-ENTRY THRU 5000-EXIT.
071200     IF CUSTOMER-TABLE-OVERFLOW
071300         GO TO 1370-EXIT
071400     END-IF.
071500     IF NOT CUS-CONTACT-CHANGED (WS-CUS-SUB)
071600         SET CUS-CONTACT-CHANGED (WS-CUS-SUB) TO TRUE
071700         MOVE CH-RUN-DATE TO WS-CUS-FIRST-CHANGE (WS-CUS-SUB)
071800     END-IF.
071900     MOVE CH-RUN-DATE TO WS-CUS-LAST-CHANGE (WS-CUS-SUB).
072000     MOVE CH-OPERATOR-ID TO WS-CUS-CHG-OPER (WS-CUS-SUB).
072100     MOVE CH-RUN-DATE TO WS-WORK-DATE.
072200     PERFORM 5100-NOTE-ACTIVITY THRU 5100-EXIT.
072300     EVALUATE CH-FIELD-NAME
072400         WHEN "EMAIL"
072500             MOVE 'E' TO WS-CUS-FLD-EMAIL (WS-CUS-SUB)
072600         WHEN "PHONE"
072700             MOVE 'P' TO WS-CUS-FLD-PHONE (WS-CUS-SUB)
072800         WHEN "STREET"
072900             MOVE 'S' TO WS-CUS-FLD-STREET (WS-CUS-SUB)
073000         WHEN "ZIP-CODE"
073100             MOVE 'Z' TO WS-CUS-FLD-ZIP (WS-CUS-SUB)
073200     END-EVALUATE.
073300 1370-NEXT.
073400     PERFORM 1350-READ-CHGHIST-RECORD THRU 1350-EXIT.
073500 1370-EXIT.
073600     EXIT.
073700
073800* ONE MORE CUSTOMER FOR THIS OPERATOR'S RUN WHEN THE CUSTOMER
073900* ID MOVES ON FROM THE RUN'S LAST ONE.
074000 1400-COUNT-RUN-CUSTOMER.
074100     MOVE 'N' TO WS-RUN-MATCH-SW.
074200     IF WS-RUN-COUNT > ZERO
074300         SET WS-RUN-IDX TO 1
074400         SEARCH WS-RUN-ENTRY
074500             AT END
074600                 CONTINUE
074700             WHEN WS-RUN-IDX > WS-RUN-COUNT
074800                 CONTINUE
074900             WHEN WS-RUN-DATE (WS-RUN-IDX) = CH-RUN-DATE
075000                     AND WS-RUN-OPER (WS-RUN-IDX)
075100                         = CH-OPERATOR-ID
075200                 SET RUN-ENTRY-FOUND TO TRUE
075300                 SET WS-RUN-SUB TO WS-RUN-IDX
075400         END-SEARCH
075500     END-IF.
075600
075700     IF NOT RUN-ENTRY-FOUND
075800         IF WS-RUN-COUNT NOT < WS-MAX-RUN-TABLE
075900             DISPLAY "MORE THAN " WS-MAX-RUN-TABLE
076000                 " OPERATOR RUNS IN THE WINDOW, RUN ABORTED"
076100             MOVE 16 TO RETURN-CODE
076200             GO TO 1400-EXIT
076300         END-IF
076400         ADD 1 TO WS-RUN-COUNT
076500         MOVE WS-RUN-COUNT TO WS-RUN-SUB
076600         MOVE CH-RUN-DATE TO WS-RUN-DATE (WS-RUN-SUB)
076700         MOVE CH-OPERATOR-ID TO WS-RUN-OPER (WS-RUN-SUB)
076800         MOVE ZERO TO WS-RUN-CUSTOMERS (WS-RUN-SUB)
076900         MOVE ZERO TO WS-RUN-LAST-ID (WS-RUN-SUB)
077000     END-IF.
077100
077200     IF WS-RUN-CUSTOMERS (WS-RUN-SUB) = ZERO
077300             OR CH-CUSTOMER-ID NOT = WS-RUN-LAST-ID (WS-RUN-SUB)
077400         ADD 1 TO WS-RUN-CUSTOMERS (WS-RUN-SUB)
077500         MOVE CH-CUSTOMER-ID TO WS-RUN-LAST-ID (WS-RUN-SUB)
077600     END-IF.
077700 1400-EXIT.
077800     EXIT.
077900
078000******************************************************************
078100* 1500-COLLECT-POSTINGS - ORDLEDG POSTINGS IN THE WINDOW, ON OR
078200* AFTER THE CUSTOMER'S FIRST CONTACT CHANGE. NO LEDGER MEANS NO
078300* POSTINGS TO JOIN; THE OTHER RULES STILL RUN.
078400******************************************************************
078500 1500-COLLECT-POSTINGS.
078600     OPEN INPUT ORDLEDG-FILE.
078700     IF NOT ORDLEDG-OK
078800         DISPLAY "NO POSTED-ORDER LEDGER FOUND, STATUS: "
078900             WS-ORDLEDG-STATUS
079000         GO TO 1500-EXIT
079100     END-IF.
079200     PERFORM 1550-READ-ORDLEDG-RECORD THRU 1550-EXIT.
079300     PERFORM 1570-COLLECT-ONE-POSTING THRU 1570-EXIT
079400         UNTIL END-OF-ORDLEDG.
079500     CLOSE ORDLEDG-FILE.
079600 1500-EXIT.
079700     EXIT.
079800
079900 1550-READ-ORDLEDG-RECORD.
080000     READ ORDLEDG-FILE
080100         AT END
080200             SET END-OF-ORDLEDG TO TRUE
080300     END-READ.
080400 1550-EXIT.
080500     EXIT.
080600
080700 1570-COLLECT-ONE-POSTING.
080800     IF OL-POST-DATE < WS-WINDOW-START
080900             OR OL-POST-DATE > WS-CURRENT-DATE
081000         GO TO 1570-NEXT
081100     END-IF.
081200     MOVE OL-CUSTOMER-ID TO WS-WORK-CUSTOMER-ID.
081300     PERFORM 5200-LOOKUP-CUSTOMER THRU 5200-EXIT.
081400     IF NOT CUSTOMER-ENTRY-FOUND
081500         GO TO 1570-NEXT
081600     END-IF.
081700     IF NOT CUS-CONTACT-CHANGED (WS-CUS-SUB)
081800             OR OL-POST-DATE < WS-CUS-FIRST-CHANGE (WS-CUS-SUB)
081900         GO TO 1570-NEXT
082000     END-IF.
082100     IF OL-ORDER-AMOUNT-X NOT NUMERIC
082200         ADD 1 TO WS-POSTINGS-UNSCORED
082300         GO TO 1570-NEXT
082400     END-IF.
082500
082600     ADD 1 TO WS-POSTINGS-MATCHED.
082700     MOVE OL-POST-DATE TO WS-WORK-DATE.
082800     EVALUATE OL-TRANS-TYPE
082900         WHEN 'S'
083000             IF OL-ORDER-AMOUNT
083100                     > WS-CUS-LARGEST-SALE (WS-CUS-SUB)
083200                 MOVE OL-ORDER-AMOUNT
083300                     TO WS-CUS-LARGEST-SALE (WS-CUS-SUB)
083400             END-IF
083500             IF OL-ORDER-AMOUNT NOT < WS-RULE-THRESHOLD (2)
083600                 SET CUS-LARGE-SALE (WS-CUS-SUB) TO TRUE
083700                 PERFORM 5100-NOTE-ACTIVITY THRU 5100-EXIT
083800             END-IF
083900         WHEN 'R'
084000         WHEN 'A'
084100             IF OL-ORDER-AMOUNT NOT < WS-RULE-THRESHOLD (3)
084200                 SET CUS-RETURN-CREDIT (WS-CUS-SUB) TO TRUE
084300                 PERFORM 5100-NOTE-ACTIVITY THRU 5100-EXIT
084400             END-IF
084500     END-EVALUATE.
084600 1570-NEXT.
084700     PERFORM 1550-READ-ORDLEDG-RECORD THRU 1550-EXIT.
084800 1570-EXIT.
084900     EXIT.
085000
085100******************************************************************
085200* 1600-COLLECT-MERGES - A MERGE IN THE WINDOW, ON OR AFTER THE
085300* CONTACT CHANGE, WITH THE CUSTOMER ON EITHER SIDE OF IT.
085400******************************************************************
085500 1600-COLLECT-MERGES.
085600     OPEN INPUT MRGTRACE-FILE.
085700     IF NOT MRGTRACE-OK
085800         DISPLAY "NO MERGE TRACE FOUND, STATUS: "
085900             WS-MRGTRACE-STATUS
086000         GO TO 1600-EXIT
086100     END-IF.
086200     PERFORM 1650-READ-MRGTRACE-RECORD THRU 1650-EXIT.
086300     PERFORM 1670-COLLECT-ONE-MERGE THRU 1670-EXIT
086400         UNTIL END-OF-MRGTRACE.
086500     CLOSE MRGTRACE-FILE.
086600 1600-EXIT.
086700     EXIT.
086800
086900 1650-READ-MRGTRACE-RECORD.
087000     READ MRGTRACE-FILE
087100         AT END
087200             SET END-OF-MRGTRACE TO TRUE
087300     END-READ.
087400 1650-EXIT.
087500     EXIT.
087600
087700 1670-COLLECT-ONE-MERGE.
087800     IF MT-MERGE-DATE < WS-WINDOW-START
087900             OR MT-MERGE-DATE > WS-CURRENT-DATE
088000         GO TO 1670-NEXT
088100     END-IF.
088200     MOVE MT-MERGE-DATE TO WS-WORK-DATE.
088300     MOVE MT-RETIRED-ID TO WS-WORK-CUSTOMER-ID.
088400     PERFORM 1680-MARK-MERGE THRU 1680-EXIT.
088500     MOVE MT-SURVIVOR-ID TO WS-WORK-CUSTOMER-ID.
088600     PERFORM 1680-MARK-MERGE THRU 1680-EXIT.
088700 1670-NEXT.
088800     PERFORM 1650-READ-MRGTRACE-RECORD THRU 1650-EXIT.
088900 1670-EXIT.
089000     EXIT.
089100
089200 1680-MARK-MERGE.
089300     PERFORM 5200-LOOKUP-CUSTOMER THRU 5200-EXIT.
089400     IF NOT CUSTOMER-ENTRY-FOUND
089500         GO TO 1680-EXIT
089600     END-IF.
089700     IF NOT CUS-CONTACT-CHANGED (WS-CUS-SUB)
089800             OR WS-WORK-DATE < WS-CUS-FIRST-CHANGE (WS-CUS-SUB)
089900         GO TO 1680-EXIT
090000     END-IF.
090100     ADD 1 TO WS-MERGES-MATCHED.
090200     SET CUS-MERGED (WS-CUS-SUB) TO TRUE.
090300     PERFORM 5100-NOTE-ACTIVITY THRU 5100-EXIT.
090400 1680-EXIT.
090500     EXIT.
090600
090700******************************************************************
090800* 1700-LOAD-DISPOSITIONS - THE FRAUD TEAM'S WORKED ALERTS. EACH
090900* ONE COUNTS AGAINST THE RULES IT FIRED ON (CONFIRMED OR
091000* CLEARED), AND THE LATEST DISPOSITION FOR A CUSTOMER STILL IN
091100* THE TABLE IS KEPT FOR THE RE-ALERT DECISION.
091200******************************************************************
091300 1700-LOAD-DISPOSITIONS.
091400     OPEN INPUT RSKDISP-FILE.
091500     IF NOT RSKDISP-OK
091600         DISPLAY "NO DISPOSITION FILE FOUND, STATUS: "
091700             WS-RSKDISP-STATUS
091800         GO TO 1700-EXIT
091900     END-IF.
092000     PERFORM 1750-READ-RSKDISP-RECORD THRU 1750-EXIT.
092100     PERFORM 1770-APPLY-ONE-DISPOSITION THRU 1770-EXIT
092200         UNTIL END-OF-RSKDISP.
092300     CLOSE RSKDISP-FILE.
092400 1700-EXIT.
092500     EXIT.
092600
092700 1750-READ-RSKDISP-RECORD.
092800     READ RSKDISP-FILE
092900         AT END
093000             SET END-OF-RSKDISP TO TRUE
093100     END-READ.
093200 1750-EXIT.
093300     EXIT.
093400
093500 1770-APPLY-ONE-DISPOSITION.
093600     IF NOT RD-CLEARED AND NOT RD-CONFIRMED
093700         GO TO 1770-NEXT
093800     END-IF.
093900     ADD 1 TO WS-DISP-READ-COUNT.
094000     PERFORM 1780-COUNT-DISP-RULE THRU 1780-EXIT
094100         VARYING WS-HIT-SUB FROM 1 BY 1
094200         UNTIL WS-HIT-SUB > 6.
094300
094400     IF RD-ALERT-TYPE NOT = 'C'
094500         GO TO 1770-NEXT
094600     END-IF.
094700     MOVE RD-CUSTOMER-ID TO WS-WORK-CUSTOMER-ID.
094800     PERFORM 5200-LOOKUP-CUSTOMER THRU 5200-EXIT.
094900     IF NOT CUSTOMER-ENTRY-FOUND
095000         GO TO 1770-NEXT
095100     END-IF.
095200     IF RD-DISP-DATE NOT < WS-CUS-DISP-DATE (WS-CUS-SUB)
095300         MOVE RD-DISPOSITION TO WS-CUS-DISPOSITION (WS-CUS-SUB)
095400         MOVE RD-DISP-DATE TO WS-CUS-DISP-DATE (WS-CUS-SUB)
095500         MOVE RD-DISP-ANALYST
095600             TO WS-CUS-DISP-ANALYST (WS-CUS-SUB)
095700     END-IF.
095800 1770-NEXT.
095900     PERFORM 1750-READ-RSKDISP-RECORD THRU 1750-EXIT.
096000 1770-EXIT.
096100     EXIT.
096200
096300 1780-COUNT-DISP-RULE.
096400     IF RD-RULE-HIT (WS-HIT-SUB) = SPACES
096500         GO TO 1780-EXIT
096600     END-IF.
096700     SET WS-RULE-IDX TO 1.
096800     SEARCH WS-RULE-ENTRY
096900         AT END
097000             CONTINUE
097100         WHEN WS-RULE-CODE (WS-RULE-IDX)
097200                 = RD-RULE-HIT (WS-HIT-SUB)
097300             IF RD-CONFIRMED
097400                 ADD 1 TO WS-RULE-CONFIRMED (WS-RULE-IDX)
097500             ELSE
097600                 ADD 1 TO WS-RULE-CLEARED (WS-RULE-IDX)
097700             END-IF
097800     END-SEARCH.
097900 1780-EXIT.
098000     EXIT.
098100
098200******************************************************************
098300* 2000-PROCESS-DATA - SCORE EVERY CUSTOMER WITH A CONTACT
098400* CHANGE, THEN ALERT EVERY OPERATOR BURST, THEN REPORT HOW THE
098500* RULES HAVE FARED WITH THE FRAUD TEAM.
098600******************************************************************
098700 2000-PROCESS-DATA.
098800     MOVE SPACES TO RSKRPT-LINE.
098900     WRITE RSKRPT-LINE.
099000     MOVE SPACES TO WS-SECTION-LINE.
099100     MOVE "CUSTOMER ALERTS:" TO WS-SEC-TITLE.
099200     WRITE RSKRPT-LINE FROM WS-SECTION-LINE.
099300     PERFORM 2100-SCORE-ONE-CUSTOMER THRU 2100-EXIT
099400         VARYING WS-CUS-SUB FROM 1 BY 1
099500         UNTIL WS-CUS-SUB > WS-CUS-COUNT.
099600
099700     MOVE SPACES TO RSKRPT-LINE.
099800     WRITE RSKRPT-LINE.
099900     MOVE SPACES TO WS-SECTION-LINE.
100000     MOVE "OPERATOR BURSTS:" TO WS-SEC-TITLE.
100100     WRITE RSKRPT-LINE FROM WS-SECTION-LINE.
100200     IF RULE-ACTIVE (6)
100300         PERFORM 2500-CHECK-ONE-RUN THRU 2500-EXIT
100400             VARYING WS-RUN-SUB FROM 1 BY 1
100500             UNTIL WS-RUN-SUB > WS-RUN-COUNT
100600     END-IF.
100700
100800     MOVE SPACES TO RSKRPT-LINE.
100900     WRITE RSKRPT-LINE.
101000     MOVE SPACES TO WS-SECTION-LINE.
101100     MOVE "RULE PERFORMANCE (DISPOSITIONS FED BACK):"
101200         TO WS-SEC-TITLE.
101300     WRITE RSKRPT-LINE FROM WS-SECTION-LINE.
101400     PERFORM 2700-PRINT-RULE-FEEDBACK THRU 2700-EXIT
101500         VARYING WS-RULE-SUB FROM 1 BY 1
101600         UNTIL WS-RULE-SUB > WS-RULE-COUNT.
101700 2000-EXIT.
101800     EXIT.
101900
102000******************************************************************
102100* 2100-SCORE-ONE-CUSTOMER - ADD UP THE POINTS OF EVERY ACTIVE
102200* RULE THE CUSTOMER FIRED. AT OR OVER THE ALERT SCORE THEY ARE
102300* ALERTED - UNLESS THE FRAUD TEAM HAS CLEARED THEM SINCE THEIR
102400* LAST ACTIVITY, IN WHICH CASE THE REPORT SAYS SO AND NO ALERT
102500* IS RAISED AGAIN FOR THE SAME EVENTS.
102600******************************************************************
102700 2100-SCORE-ONE-CUSTOMER.
102800     IF NOT CUS-CONTACT-CHANGED (WS-CUS-SUB)
102900         GO TO 2100-EXIT
103000     END-IF.
103100     ADD 1 TO WS-SCORED-COUNT.
103200     MOVE ZERO TO WS-SCORE.
103300     MOVE ZERO TO WS-HIT-COUNT.
103400     MOVE SPACES TO WS-HIT-STRING.
103500
103600     MOVE 1 TO WS-RULE-SUB.
103700     PERFORM 2200-FIRE-RULE THRU 2200-EXIT.
103800     IF CUS-LARGE-SALE (WS-CUS-SUB)
103900         MOVE 2 TO WS-RULE-SUB
104000         PERFORM 2200-FIRE-RULE THRU 2200-EXIT
104100     END-IF.
104200     IF CUS-RETURN-CREDIT (WS-CUS-SUB)
104300         MOVE 3 TO WS-RULE-SUB
104400         PERFORM 2200-FIRE-RULE THRU 2200-EXIT
104500     END-IF.
104600     IF CUS-MERGED (WS-CUS-SUB)
104700         MOVE 4 TO WS-RULE-SUB
104800         PERFORM 2200-FIRE-RULE THRU 2200-EXIT
104900     END-IF.
105000     IF WS-CUS-RESTORE-DATE (WS-CUS-SUB) NOT = SPACES
105100         MOVE WS-CUS-RESTORE-DATE (WS-CUS-SUB) TO WS-WORK-DATE
105200         PERFORM 5100-NOTE-ACTIVITY THRU 5100-EXIT
105300         MOVE 5 TO WS-RULE-SUB
105400         PERFORM 2200-FIRE-RULE THRU 2200-EXIT
105500     END-IF.
105600     PERFORM 2300-CHECK-CHANGE-RUN THRU 2300-EXIT.
105700     IF RUN-ENTRY-FOUND
105800         MOVE 6 TO WS-RULE-SUB
105900         PERFORM 2200-FIRE-RULE THRU 2200-EXIT
106000     END-IF.
106100
106200     IF WS-SCORE < WS-ALERT-SCORE
106300         ADD 1 TO WS-BELOW-COUNT
106400         GO TO 2100-EXIT
106500     END-IF.
106600
106700     MOVE SPACES TO WS-ALERT-NOTE.
106800     IF WS-CUS-DISPOSITION (WS-CUS-SUB) = 'C'
106900             AND WS-CUS-DISP-DATE (WS-CUS-SUB)
107000                 NOT < WS-CUS-LAST-ACTIVITY (WS-CUS-SUB)
107100         ADD 1 TO WS-CLEARED-SUPP-COUNT
107200         STRING "CLEARED " DELIMITED BY SIZE
107300                WS-CUS-DISP-DATE (WS-CUS-SUB) DELIMITED BY SIZE
107400                " BY " DELIMITED BY SIZE
107500                WS-CUS-DISP-ANALYST (WS-CUS-SUB)
107600                    DELIMITED BY SIZE
107700                " - NOT RE-ALERTED" DELIMITED BY SIZE
107800             INTO WS-ALERT-NOTE
107900         END-STRING
108000         PERFORM 2400-WRITE-ALERT-LINE THRU 2400-EXIT
108100         GO TO 2100-EXIT
108200     END-IF.
108300     IF WS-CUS-DISPOSITION (WS-CUS-SUB) = 'F'
108400         STRING "CONFIRMED FRAUD " DELIMITED BY SIZE
108500                WS-CUS-DISP-DATE (WS-CUS-SUB) DELIMITED BY SIZE
108600             INTO WS-ALERT-NOTE
108700         END-STRING
108800     END-IF.
108900     PERFORM 2400-WRITE-ALERT-LINE THRU 2400-EXIT.
109000
109100     ADD 1 TO WS-ALERT-COUNT.
109200     PERFORM 2150-COUNT-ALERT-HIT THRU 2150-EXIT
109300         VARYING WS-HIT-SUB FROM 1 BY 1
109400         UNTIL WS-HIT-SUB > WS-HIT-COUNT.
109500     MOVE SPACES TO RSKALRT-RECORD.
109600     MOVE WS-CURRENT-DATE TO RA-ALERT-DATE.
109700     MOVE 'C' TO RA-ALERT-TYPE.
109800     MOVE WS-CUS-ID (WS-CUS-SUB) TO RA-CUSTOMER-ID.
109900     MOVE WS-CUS-CHG-OPER (WS-CUS-SUB) TO RA-OPERATOR-ID.
110000     IF WS-SCORE > 999
110100         MOVE 999 TO RA-SCORE
110200     ELSE
110300         MOVE WS-SCORE TO RA-SCORE
110400     END-IF.
110500     MOVE WS-HIT-STRING TO RA-RULE-HITS.
110600     MOVE WS-CUS-FIRST-CHANGE (WS-CUS-SUB) TO RA-FIRST-CHANGE.
110700     MOVE WS-CUS-FIELDS (WS-CUS-SUB) TO RA-FIELDS-CHANGED.
110800     MOVE WS-CUS-LARGEST-SALE (WS-CUS-SUB) TO RA-LARGEST-SALE.
110900     MOVE ZERO TO RA-EVENT-COUNT.
111000     WRITE RSKALRT-RECORD.
111100 2100-EXIT.
111200     EXIT.
111300
111400 2150-COUNT-ALERT-HIT.
111500     SET WS-RULE-IDX TO 1.
111600     SEARCH WS-RULE-ENTRY
111700         AT END
111800             CONTINUE
111900         WHEN WS-RULE-CODE (WS-RULE-IDX)
112000                 = WS-HIT-CODE (WS-HIT-SUB)
112100             ADD 1 TO WS-RULE-HITS (WS-RULE-IDX)
112200     END-SEARCH.
112300 2150-EXIT.
112400     EXIT.
112500
112600* AN ACTIVE RULE ADDS ITS POINTS AND ITS CODE; AN INACTIVE ONE
112700* DOES NOTHING.
112800 2200-FIRE-RULE.
112900     IF NOT RULE-ACTIVE (WS-RULE-SUB)
113000         GO TO 2200-EXIT
113100     END-IF.
113200     ADD WS-RULE-POINTS (WS-RULE-SUB) TO WS-SCORE.
113300     ADD 1 TO WS-HIT-COUNT.
113400     MOVE WS-RULE-CODE (WS-RULE-SUB)
113500         TO WS-HIT-CODE (WS-HIT-COUNT).
113600 2200-EXIT.
113700     EXIT.
113800
113900* WAS THE CUSTOMER'S LAST CONTACT CHANGE MADE IN A BURST RUN?
114000* RUN-ENTRY-FOUND IS LEFT SET ONLY IF IT WAS.
114100 2300-CHECK-CHANGE-RUN.
114200     MOVE 'N' TO WS-RUN-MATCH-SW.
114300     IF WS-RUN-COUNT = ZERO
114400         GO TO 2300-EXIT
114500     END-IF.
114600     SET WS-RUN-IDX TO 1.
114700     SEARCH WS-RUN-ENTRY
114800         AT END
114900             CONTINUE
115000         WHEN WS-RUN-IDX > WS-RUN-COUNT
115100             CONTINUE
115200         WHEN WS-RUN-DATE (WS-RUN-IDX)
115300                 = WS-CUS-LAST-CHANGE (WS-CUS-SUB)
115400                 AND WS-RUN-OPER (WS-RUN-IDX)
115500                     = WS-CUS-CHG-OPER (WS-CUS-SUB)
115600             IF WS-RUN-CUSTOMERS (WS-RUN-IDX)
115700                     NOT < WS-RULE-THRESHOLD (6)
115800                 SET RUN-ENTRY-FOUND TO TRUE
115900             END-IF
116000     END-SEARCH.
116100 2300-EXIT.
116200     EXIT.
116300
116400 2400-WRITE-ALERT-LINE.
116500     MOVE SPACES TO WS-ALERT-LINE.
116600     MOVE WS-CUS-ID (WS-CUS-SUB) TO WS-AL-ID.
116700     IF WS-SCORE > 999
116800         MOVE 999 TO WS-AL-SCORE
116900     ELSE
117000         MOVE WS-SCORE TO WS-AL-SCORE
117100     END-IF.
117200     MOVE WS-HIT-STRING TO WS-AL-HITS.
117300     MOVE WS-CUS-FIELDS (WS-CUS-SUB) TO WS-AL-FIELDS.
117400     MOVE WS-CUS-FIRST-CHANGE (WS-CUS-SUB) TO WS-AL-FIRST.
117500     MOVE WS-CUS-CHG-OPER (WS-CUS-SUB) TO WS-AL-OPER.
117600     MOVE WS-CUS-LARGEST-SALE (WS-CUS-SUB) TO WS-AL-SALE.
117700     MOVE WS-ALERT-NOTE TO WS-AL-NOTE.
117800     WRITE RSKRPT-LINE FROM WS-ALERT-LINE.
117900 2400-EXIT.
118000     EXIT.
118100
118200* AN OPERATOR RUN THAT CHANGED AT LEAST THE BRST THRESHOLD OF
118300* CUSTOMERS IS ALERTED ON ITS OWN, WHATEVER ITS CUSTOMERS
118400* SCORED.
118500 2500-CHECK-ONE-RUN.
118600     IF WS-RUN-CUSTOMERS (WS-RUN-SUB) < WS-RULE-THRESHOLD (6)
118700         GO TO 2500-EXIT
118800     END-IF.
118900     ADD 1 TO WS-BURST-ALERT-COUNT.
119000     MOVE SPACES TO WS-BURST-LINE.
119100     MOVE WS-RUN-DATE (WS-RUN-SUB) TO WS-BR-DATE.
119200     MOVE WS-RUN-OPER (WS-RUN-SUB) TO WS-BR-OPER.
119300     MOVE WS-RUN-CUSTOMERS (WS-RUN-SUB) TO WS-BR-COUNT.
119400     WRITE RSKRPT-LINE FROM WS-BURST-LINE.
119500
119600     MOVE SPACES TO RSKALRT-RECORD.
119700     MOVE WS-CURRENT-DATE TO RA-ALERT-DATE.
119800     MOVE 'O' TO RA-ALERT-TYPE.
119900     MOVE ZERO TO RA-CUSTOMER-ID.
120000     MOVE WS-RUN-OPER (WS-RUN-SUB) TO RA-OPERATOR-ID.
120100     MOVE WS-RULE-POINTS (6) TO RA-SCORE.
120200     MOVE "BRST" TO RA-RULE-HITS.
120300     MOVE WS-RUN-DATE (WS-RUN-SUB) TO RA-FIRST-CHANGE.
120400     MOVE ZERO TO RA-LARGEST-SALE.
120500     MOVE WS-RUN-CUSTOMERS (WS-RUN-SUB) TO RA-EVENT-COUNT.
120600     WRITE RSKALRT-RECORD.
120700 2500-EXIT.
120800     EXIT.
120900
121000 2700-PRINT-RULE-FEEDBACK.
121100     MOVE SPACES TO WS-FEEDBACK-LINE.
121200     MOVE WS-RULE-CODE (WS-RULE-SUB) TO WS-FB-CODE.
121300     MOVE WS-RULE-HITS (WS-RULE-SUB) TO WS-FB-HITS.
121400     MOVE WS-RULE-CONFIRMED (WS-RULE-SUB) TO WS-FB-CONFIRMED.
121500     MOVE WS-RULE-CLEARED (WS-RULE-SUB) TO WS-FB-CLEARED.
121600     WRITE RSKRPT-LINE FROM WS-FEEDBACK-LINE.
121700 2700-EXIT.
121800     EXIT.
121900
122000******************************************************************
122100* 4000-CLEANUP-ROUTINE - TOTALS, CLOSE AND STAMP. ANY ALERT
122200* ENDS THE RUN RC 4 SO THE SCHEDULER CAN PAGE THE FRAUD TEAM.
122300******************************************************************
122400 4000-CLEANUP-ROUTINE.
122500     IF RETURN-CODE = ZERO
122600             AND (WS-ALERT-COUNT > ZERO
122700             OR WS-BURST-ALERT-COUNT > ZERO)
122800         MOVE 4 TO RETURN-CODE
122900     END-IF.
123000
123100     IF RSKRPT-WAS-OPENED
123200         MOVE SPACES TO RSKRPT-LINE
123300         WRITE RSKRPT-LINE
123400         MOVE SPACES TO WS-SUMMARY-LINE
123500         MOVE "CHGHIST RECORDS IN WINDOW:" TO WS-SUM-LABEL
123600         MOVE WS-HIST-IN-WINDOW TO WS-SUM-VALUE
123700         WRITE RSKRPT-LINE FROM WS-SUMMARY-LINE
123800         MOVE "CONTACT CHANGES:" TO WS-SUM-LABEL
123900         MOVE WS-CONTACT-CHANGES TO WS-SUM-VALUE
124000         WRITE RSKRPT-LINE FROM WS-SUMMARY-LINE
124100         MOVE "POSTINGS AFTER A CHANGE:" TO WS-SUM-LABEL
124200         MOVE WS-POSTINGS-MATCHED TO WS-SUM-VALUE
124300         WRITE RSKRPT-LINE FROM WS-SUMMARY-LINE
124400         MOVE "POSTINGS WITHOUT TYPE/AMOUNT:" TO WS-SUM-LABEL
124500         MOVE WS-POSTINGS-UNSCORED TO WS-SUM-VALUE
124600         WRITE RSKRPT-LINE FROM WS-SUMMARY-LINE
124700         MOVE "MERGES AFTER A CHANGE:" TO WS-SUM-LABEL
124800         MOVE WS-MERGES-MATCHED TO WS-SUM-VALUE
124900         WRITE RSKRPT-LINE FROM WS-SUMMARY-LINE
125000         MOVE "CUSTOMERS SCORED:" TO WS-SUM-LABEL
125100         MOVE WS-SCORED-COUNT TO WS-SUM-VALUE
125200         WRITE RSKRPT-LINE FROM WS-SUMMARY-LINE
125300         MOVE "CUSTOMER ALERTS RAISED:" TO WS-SUM-LABEL
125400         MOVE WS-ALERT-COUNT TO WS-SUM-VALUE
125500         WRITE RSKRPT-LINE FROM WS-SUMMARY-LINE
125600         MOVE "CLEARED, NOT RE-ALERTED:" TO WS-SUM-LABEL
125700         MOVE WS-CLEARED-SUPP-COUNT TO WS-SUM-VALUE
125800         WRITE RSKRPT-LINE FROM WS-SUMMARY-LINE
125900         MOVE "BELOW ALERT SCORE:" TO WS-SUM-LABEL
126000         MOVE WS-BELOW-COUNT TO WS-SUM-VALUE
126100         WRITE RSKRPT-LINE FROM WS-SUMMARY-LINE
126200         MOVE "OPERATOR BURST ALERTS:" TO WS-SUM-LABEL
126300         MOVE WS-BURST-ALERT-COUNT TO WS-SUM-VALUE
126400         WRITE RSKRPT-LINE FROM WS-SUMMARY-LINE
126500         MOVE "DISPOSITIONS FED BACK:" TO WS-SUM-LABEL
126600         MOVE WS-DISP-READ-COUNT TO WS-SUM-VALUE
126700         WRITE RSKRPT-LINE FROM WS-SUMMARY-LINE
126800         CLOSE RSKRPT-FILE
126900     END-IF.
127000     IF RSKALRT-WAS-OPENED
127100         CLOSE RSKALRT-FILE
127200     END-IF.
127300
127400     MOVE "CUSTRISK" TO RC-STAMP-PROGRAM.
127500     MOVE WS-CURRENT-DATE TO RC-STAMP-DATE.
127600     PERFORM STAMP-RUN-CONTROL THRU STAMP-RUN-CONTROL-EXIT.
127700
127800     DISPLAY "CUSTOMER ALERTS: " WS-ALERT-COUNT
127900         "  OPERATOR BURSTS: " WS-BURST-ALERT-COUNT.
128000     DISPLAY "ACCOUNT-CHANGE WATCH COMPLETE".
128100 4000-EXIT.
128200     EXIT.
128300
128400* FIND OR ADD THE CUSTOMER-TABLE ENTRY FOR WS-WORK-CUSTOMER-ID.
128500* WS-CUS-SUB POINTS AT IT ON RETURN.
128600 5000-FIND-CUSTOMER-ENTRY.
128700     PERFORM 5200-LOOKUP-CUSTOMER THRU 5200-EXIT.
128800     IF CUSTOMER-ENTRY-FOUND
128900         GO TO 5000-EXIT
129000     END-IF.
129100     IF WS-CUS-COUNT NOT < WS-MAX-CUS-TABLE
129200         SET CUSTOMER-TABLE-OVERFLOW TO TRUE
129300         GO TO 5000-EXIT
129400     END-IF.
129500     ADD 1 TO WS-CUS-COUNT.
129600     MOVE WS-CUS-COUNT TO WS-CUS-SUB.
129700     MOVE WS-WORK-CUSTOMER-ID TO WS-CUS-ID (WS-CUS-SUB).
129800     MOVE 'N' TO WS-CUS-CHANGE-SW (WS-CUS-SUB).
129900     MOVE SPACES TO WS-CUS-FIRST-CHANGE (WS-CUS-SUB).
130000     MOVE SPACES TO WS-CUS-LAST-CHANGE (WS-CUS-SUB).
130100     MOVE SPACES TO WS-CUS-CHG-OPER (WS-CUS-SUB).
130200     MOVE SPACES TO WS-CUS-FIELDS (WS-CUS-SUB).
130300     MOVE SPACES TO WS-CUS-RESTORE-DATE (WS-CUS-SUB).
130400     MOVE ZERO TO WS-CUS-LARGEST-SALE (WS-CUS-SUB).
130500     MOVE 'N' TO WS-CUS-LGSL-SW (WS-CUS-SUB).
130600     MOVE 'N' TO WS-CUS-RTRN-SW (WS-CUS-SUB).
130700     MOVE 'N' TO WS-CUS-MERG-SW (WS-CUS-SUB).
130800     MOVE SPACES TO WS-CUS-LAST-ACTIVITY (WS-CUS-SUB).
130900     MOVE SPACE TO WS-CUS-DISPOSITION (WS-CUS-SUB).
131000     MOVE SPACES TO WS-CUS-DISP-DATE (WS-CUS-SUB).
131100     MOVE SPACES TO WS-CUS-DISP-ANALYST (WS-CUS-SUB).
131200 5000-EXIT.
131300     EXIT.
131400
131500* KEEP THE LATEST DATE OF ANYTHING THAT COUNTED AGAINST THE
131600* CUSTOMER - A CLEARANCE OLDER THAN IT NO LONGER COVERS THEM.
131700 5100-NOTE-ACTIVITY.
131800     IF WS-WORK-DATE > WS-CUS-LAST-ACTIVITY (WS-CUS-SUB)
131900         MOVE WS-WORK-DATE TO WS-CUS-LAST-ACTIVITY (WS-CUS-SUB)
132000     END-IF.
132100 5100-EXIT.
132200     EXIT.
132300
132400 5200-LOOKUP-CUSTOMER.
132500     MOVE 'N' TO WS-CUS-MATCH-SW.
132600     IF WS-CUS-COUNT = ZERO
132700         GO TO 5200-EXIT
132800     END-IF.
132900     SET WS-CUS-IDX TO 1.
133000     SEARCH WS-CUS-ENTRY
133100         AT END
133200             CONTINUE
133300         WHEN WS-CUS-IDX > WS-CUS-COUNT
133400             CONTINUE
133500         WHEN WS-CUS-ID (WS-CUS-IDX) = WS-WORK-CUSTOMER-ID
133600             SET CUSTOMER-ENTRY-FOUND TO TRUE
133700             SET WS-CUS-SUB TO WS-CUS-IDX
133800     END-SEARCH.
133900 5200-EXIT.
134000     EXIT.
134100
134200* INCLUDE THE SHARED RUN-CONTROL UTILITY PARAGRAPHS
134300     COPY CHKRUN.
134400
134500* INCLUDE THE SHARED CHECK-DATE-FORMAT UTILITY PARAGRAPHS
134600     COPY CHKDATE.
