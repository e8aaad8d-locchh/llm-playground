000100******************************************************************
000200* CUSTERAS - CUSTOMER PERSONAL-DATA ERASURE
000300******************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. CUSTERAS.
000600 AUTHOR. R MERCER.
000700 INSTALLATION. DATA PROCESSING.
000800 DATE-WRITTEN. 2026-10-15.
000900 DATE-COMPILED.
001000******************************************************************
001100* MODIFICATION HISTORY
001200* ----------------------------------------------------------------
001300* DATE        INIT  DESCRIPTION
001400* 2026-10-15  RDM   ORIGINAL VERSION - WORKS THE ERASREQ FILE OF
001500*                   CUSTOMER ERASURE REQUESTS. A REQUEST IS
001600*                   REFUSED WHILE THE CUSTOMER HAS AN OPEN
001700*                   BALANCE OR ANY ORDER OR PAYMENT INSIDE THE
001800*                   RETENTION WINDOW (WS-RETAIN-YEARS, ERASPARM
001900*                   CARD OVERRIDE), OR WHEN THE REQUESTING
002000*                   OPERATOR HAS NO UPDATE AUTHORITY ON
002100*                   AUTHREF. FOR EVERY ACCEPTED REQUEST THE
002200*                   NAME, STREET, CITY, PHONE AND EMAIL ARE
002300*                   ANONYMIZED IN CUSTOMERS, THE CUSTMAST
002400*                   SNAPSHOT, ARCHOUT/ARCHIDX, THE CHGHIST
002500*                   BEFORE/AFTER IMAGES, THE CUSTXREF KEYS AND
002600*                   CAMPEXT. THE CUSTOMER ID, STATE, ZIP AND
002700*                   EVERY FINANCIAL ROW ARE KEPT FOR RETENTION.
002800*                   CONTHIST AND MRGTRACE CARRY NO PERSONAL
002900*                   DATA AND ARE ONLY COUNTED. THE ERASCERT
003000*                   CERTIFICATE LISTS EVERY RECORD CHANGED AND,
003100*                   PER CUSTOMER, EVERY FILE TOUCHED, FOR THE
003200*                   PRIVACY OFFICER'S SIGNATURE.
003205* 2026-10-15  RDM   CASENOTE ADDED: THE TEXT OF EVERY CASE EVENT
003210*                   FOR AN ERASED CUSTOMER (SUMMARIES, CALL NOTES
003215*                   AND RESOLUTIONS ARE FREE TEXT AND MAY NAME OR
003220*                   ADDRESS THE CUSTOMER) IS OVERWRITTEN WITH THE
003225*                   ERASED MARK. CASE IDS, DATES, OPERATORS AND
003230*                   CATEGORIES ARE KEPT SO THE CASE HISTORY STILL
003235*                   BALANCES.
003240* 2026-10-15  RDM   CUSTMASP AND CUSTMASN ADDED: CHGAUDIT'S PRIOR
003245*                   AND NEXT SNAPSHOTS HOLD WHOLE CUSTMAST ROWS
003250*                   AND ARE ANONYMIZED LIKE ARCHOUT, SKIPPING THE
003255*                   HDR/TRL CONTROL RECORDS. CHGHIST CUST-RESTORE
003260*                   RECORDS (NAME AS AFTER IMAGE) ARE NOW
003265*                   SCRUBBED WITH CUSTOMER-ADD. THE CERTIFICATE
003270*                   LISTS THE GENMGR-RETAINED GENERATIONS OF
003275*                   CUSTMASP, CONTPREF AND HOUSEHLD AS HELD UNTIL
003280*                   PRUNED.
003282* 2026-10-15  RDM   THE CUSTMASP GENERATIONS GENMGR STILL HOLDS
003284*                   (FOUND FROM ITS SAVE, ROLLBACK AND DROP
003286*                   RECORDS ON RUNCTL) ARE NOW ANONYMIZED IN PLACE
003288*                   LIKE CUSTMASP, AND EACH IS LISTED ON THE
003290*                   CERTIFICATE WITH ITS RECORDS CHANGED. CONTPREF
003292*                   AND HOUSEHLD GENERATIONS CARRY NO NAME,
003294*                   ADDRESS OR CONTACT DETAILS AND ARE LISTED AS
003296*                   KEPT.
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. X86-64.
003700 OBJECT-COMPUTER. X86-64.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT ERASREQ-FILE ASSIGN TO "ERASREQ"
004100         ORGANIZATION IS SEQUENTIAL
004200         ACCESS MODE IS SEQUENTIAL
004300         FILE STATUS IS WS-ERASREQ-STATUS.
004400
004500     SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS CM-CUSTOMER-ID
004900         FILE STATUS IS WS-CUSTMAST-STATUS.
005000
005100     SELECT ARCHOUT-FILE ASSIGN TO "ARCHOUT"
005200         ORGANIZATION IS SEQUENTIAL
005300         ACCESS MODE IS SEQUENTIAL
005400         FILE STATUS IS WS-ARCHOUT-STATUS.
005500
005600     SELECT ARCHIDX-FILE ASSIGN TO "ARCHIDX"
005700         ORGANIZATION IS SEQUENTIAL
005800         ACCESS MODE IS SEQUENTIAL
005900         FILE STATUS IS WS-ARCHIDX-STATUS.
006000
006100     SELECT CHGHIST-FILE ASSIGN TO "CHGHIST"
006200         ORGANIZATION IS SEQUENTIAL
006300         ACCESS MODE IS SEQUENTIAL
006400         FILE STATUS IS WS-CHGHIST-STATUS.
006500
006600     SELECT CUSTXREF-FILE ASSIGN TO "CUSTXREF"
006700         ORGANIZATION IS SEQUENTIAL
006800         ACCESS MODE IS SEQUENTIAL
006900         FILE STATUS IS WS-CUSTXREF-STATUS.
007000
007100     SELECT CAMPEXT-FILE ASSIGN TO "CAMPEXT"
007200         ORGANIZATION IS SEQUENTIAL
007300         ACCESS MODE IS SEQUENTIAL
007400         FILE STATUS IS WS-CAMPEXT-STATUS.
007500
007600     SELECT CONTHIST-FILE ASSIGN TO "CONTHIST"
007700         ORGANIZATION IS SEQUENTIAL
007800         ACCESS MODE IS SEQUENTIAL
007900         FILE STATUS IS WS-CONTHIST-STATUS.
008000
008100     SELECT MRGTRACE-FILE ASSIGN TO "MRGTRACE"
008200         ORGANIZATION IS SEQUENTIAL
008300         ACCESS MODE IS SEQUENTIAL
008400         FILE STATUS IS WS-MRGTRACE-STATUS.
008406
008412     SELECT CASENOTE-FILE ASSIGN TO "CASENOTE"
008418         ORGANIZATION IS SEQUENTIAL
008424         ACCESS MODE IS SEQUENTIAL
008430         FILE STATUS IS WS-CASENOTE-STATUS.
008436
008442     SELECT CUSTMASP-FILE ASSIGN TO "CUSTMASP"
008448         ORGANIZATION IS SEQUENTIAL
008454         ACCESS MODE IS SEQUENTIAL
008460         FILE STATUS IS WS-CUSTMASP-STATUS.
008466
008472     SELECT CUSTMASN-FILE ASSIGN TO "CUSTMASN"
008478         ORGANIZATION IS SEQUENTIAL
008484         ACCESS MODE IS SEQUENTIAL
008490         FILE STATUS IS WS-CUSTMASN-STATUS.
008491
008492* A RETAINED CUSTMASP GENERATION, NAMED AT RUN TIME FROM THE
008493* GENMGR DETAIL RECORDS ON RUNCTL.
008494     SELECT CUSTGEN-FILE ASSIGN USING WS-GEN-FILE-NAME
008495         ORGANIZATION IS SEQUENTIAL
008496         ACCESS MODE IS SEQUENTIAL
008497         FILE STATUS IS WS-CUSTGEN-STATUS.
008500
008600     SELECT ERASCERT-FILE ASSIGN TO "ERASCERT"
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-ERASCERT-STATUS.
008900
009000     SELECT PARMCARD-FILE ASSIGN TO "ERASPARM"
009100         ORGANIZATION IS SEQUENTIAL
009200         ACCESS MODE IS SEQUENTIAL
009300         FILE STATUS IS WS-PARMCARD-STATUS.
009400
009500     SELECT AUTHREF-FILE ASSIGN TO "AUTHREF"
009600         ORGANIZATION IS SEQUENTIAL
009700         ACCESS MODE IS SEQUENTIAL
009800         FILE STATUS IS WS-AUTHREF-STATUS.
009900
010000     SELECT SECPARM-FILE ASSIGN TO "SECPARM"
010100         ORGANIZATION IS SEQUENTIAL
010200         ACCESS MODE IS SEQUENTIAL
010300         FILE STATUS IS WS-SECPARM-STATUS.
010400
010500     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
010600         ORGANIZATION IS SEQUENTIAL
010700         ACCESS MODE IS SEQUENTIAL
010800         FILE STATUS IS WS-RUNCTL-STATUS.
010900
011000 DATA DIVISION.
011100 FILE SECTION.
011200* ERASURE REQUESTS KEYED BY THE PRIVACY DESK - ONE RECORD PER
011300* CUSTOMER WHO HAS ASKED FOR THEIR PERSONAL DATA TO BE ERASED.
011400 FD  ERASREQ-FILE
011500     RECORDING MODE IS F.
011600 01  ERASREQ-RECORD.
011700     05  EQ-REQUEST-ID         PIC X(10).
011800     05  EQ-CUSTOMER-ID        PIC 9(06).
011900     05  EQ-RECEIVED-DATE      PIC X(10).
012000     05  EQ-OPERATOR-ID        PIC X(08).
012100     05  FILLER                PIC X(46).
012200
012300* NIGHTLY CUSTOMER-MASTER SNAPSHOT BUILT BY CUSTEXTR.
012400 FD  CUSTMAST-FILE.
012500 01  CUSTMAST-RECORD.
012600     05  CM-CUSTOMER-ID        PIC 9(06).
012700     05  CM-CUSTOMER-NAME      PIC X(30).
012800     05  CM-STREET             PIC X(30).
012900     05  CM-CITY               PIC X(20).
013000     05  CM-STATE              PIC X(02).
013100     05  CM-ZIP-CODE           PIC 9(05).
013200     05  CM-CUSTOMER-PHONE     PIC X(15).
013300     05  CM-CUSTOMER-EMAIL     PIC X(50).
013400     05  CM-CUSTOMER-STATUS    PIC X(01).
013500     05  CM-CUSTOMER-JOIN-DATE PIC X(10).
013600     05  CM-CUSTOMER-LAST-ORDER PIC X(10).
013700     05  CM-CUSTOMER-REGION    PIC X(02).
013800     05  CM-CURRENCY-CODE      PIC X(03).
013900
014000* THE RETAINED CUSTOMER ARCHIVE WRITTEN BY CUSTARCH.
014100 FD  ARCHOUT-FILE
014200     RECORDING MODE IS F.
014300 01  ARCHOUT-RECORD.
014400     05  AR-ARCHIVE-DATE       PIC X(10).
014500     05  AR-CUSTOMER-ID        PIC 9(06).
014600     05  AR-CUSTOMER-NAME      PIC X(30).
014700     05  AR-STREET             PIC X(30).
014800     05  AR-CITY               PIC X(20).
014900     05  AR-STATE              PIC X(02).
015000     05  AR-ZIP-CODE           PIC 9(05).
015100     05  AR-CUSTOMER-PHONE     PIC X(15).
015200     05  AR-CUSTOMER-EMAIL     PIC X(50).
015300     05  AR-CUSTOMER-STATUS    PIC X(01).
015400     05  AR-CUSTOMER-JOIN-DATE PIC X(10).
015500     05  AR-CUSTOMER-LAST-ORDER PIC X(10).
015600     05  AR-CUSTOMER-REGION    PIC X(02).
015700     05  AR-CURRENCY-CODE      PIC X(03).
015800
015900* ARCHIVE INDEX - ONE RECORD PER ARCHOUT RECORD, IN STEP WITH
016000* IT. SEE CUSTARCH.
016100 FD  ARCHIDX-FILE
016200     RECORDING MODE IS F.
016300 01  ARCHIDX-RECORD.
016400     05  AI-CUSTOMER-ID        PIC 9(06).
016500     05  AI-CUSTOMER-NAME      PIC X(30).
016600     05  AI-ARCHIVE-DATE       PIC X(10).
016700     05  AI-ARCHIVE-SEQ        PIC 9(09).
016800     05  FILLER                PIC X(25).
016900
017000* RETAINED FIELD-LEVEL CHANGE HISTORY - SAME LAYOUT CUSTMAINT
017100* WRITES.
017200 FD  CHGHIST-FILE
017300     RECORDING MODE IS F.
017400 01  CHGHIST-RECORD.
017500     05  CH-RUN-DATE           PIC X(10).
017600     05  CH-TRANS-CODE         PIC X(01).
017700     05  CH-CUSTOMER-ID        PIC 9(06).
017800     05  CH-FIELD-NAME         PIC X(15).
017900     05  CH-BEFORE-VALUE       PIC X(50).
018000     05  CH-AFTER-VALUE        PIC X(50).
018100     05  CH-OPERATOR-ID        PIC X(08).
018200
018300* NIGHTLY CROSS-REFERENCE BUILT BY CUSTXREF - NAME, PHONE,
018400* EMAIL AND PHONETIC KEYS TO CUSTOMER ID.
018500 FD  CUSTXREF-FILE
018600     RECORDING MODE IS F.
018700 01  CUSTXREF-RECORD.
018800     05  XR-KEY-TYPE           PIC X(01).
018900     05  XR-KEY-VALUE          PIC X(50).
019000     05  XR-CUSTOMER-ID        PIC 9(06).
019100
019200* CAMPAIGN EXTRACT BUILT BY CUSTDORM FOR THE MARKETING TOOL.
019300 FD  CAMPEXT-FILE
019400     RECORDING MODE IS F.
019500 01  CAMPEXT-RECORD.
019600     05  CE-CUSTOMER-ID        PIC 9(06).
019700     05  CE-CUSTOMER-NAME      PIC X(30).
019800     05  CE-CUSTOMER-EMAIL     PIC X(50).
019900     05  CE-CUSTOMER-PHONE     PIC X(15).
020000     05  CE-CUSTOMER-REGION    PIC X(02).
020100     05  CE-DAYS-SINCE-ORDER   PIC 9(05).
020200
020300* RETAINED CONTACT HISTORY - ID, DATE AND RESULT ONLY.
020400 FD  CONTHIST-FILE
020500     RECORDING MODE IS F.
020600 01  CONTHIST-RECORD.
020700     05  CN-CUSTOMER-ID        PIC 9(06).
020800     05  CN-CONTACT-DATE       PIC X(10).
020900     05  CN-RESULT             PIC X(01).
021000     05  FILLER                PIC X(23).
021100
021200* RETAINED MERGE TRACE - IDS, DATE AND OPERATOR ONLY.
021300 FD  MRGTRACE-FILE
021400     RECORDING MODE IS F.
021500 01  MRGTRACE-RECORD.
021600     05  MT-RETIRED-ID         PIC 9(06).
021700     05  MT-SURVIVOR-ID        PIC 9(06).
021800     05  MT-MERGE-DATE         PIC X(10).
021900     05  MT-OPERATOR-ID        PIC X(08).
022000
022001* CUSTOMER SERVICE CASE LOG KEPT BY CASEMNT - THE FREE-TEXT
022002* SUMMARY, NOTE OR RESOLUTION ON EACH EVENT IS PERSONAL DATA.
022003 FD  CASENOTE-FILE
022004     RECORDING MODE IS F.
022005 01  CASENOTE-RECORD.
022006     05  NT-CASE-ID            PIC 9(07).
022007     05  NT-CUSTOMER-ID        PIC 9(06).
022008     05  NT-EVENT-CODE         PIC X(01).
022009     05  NT-TIMESTAMP          PIC X(21).
022010     05  NT-EVENT-DATE         PIC X(10).
022011     05  NT-OPERATOR-ID        PIC X(08).
022012     05  NT-CATEGORY           PIC X(04).
022013     05  NT-PRIORITY           PIC X(01).
022014     05  NT-TARGET-DAYS        PIC 9(03).
022015     05  NT-TEXT               PIC X(60).
022016     05  FILLER                PIC X(09).
022017
022018* PRIOR CUSTOMER-MASTER SNAPSHOT KEPT BY CHGAUDIT - CUSTMAST
022019* LAYOUT BETWEEN AN 'HDR' AND A 'TRL' CONTROL RECORD.
022020 FD  CUSTMASP-FILE
022021     RECORDING MODE IS F.
022022 01  CUSTMASP-RECORD.
022023     05  PM-CUSTOMER-ID        PIC 9(06).
022024     05  PM-CUSTOMER-NAME      PIC X(30).
022025     05  PM-STREET             PIC X(30).
022026     05  PM-CITY               PIC X(20).
022027     05  PM-STATE              PIC X(02).
022028     05  PM-ZIP-CODE           PIC 9(05).
022029     05  PM-CUSTOMER-PHONE     PIC X(15).
022030     05  PM-CUSTOMER-EMAIL     PIC X(50).
022031     05  PM-CUSTOMER-STATUS    PIC X(01).
022032     05  PM-CUSTOMER-JOIN-DATE PIC X(10).
022033     05  PM-CUSTOMER-LAST-ORDER PIC X(10).
022034     05  PM-CUSTOMER-REGION    PIC X(02).
022035     05  PM-CURRENCY-CODE      PIC X(03).
022036 01  CUSTMASP-CONTROL.
022037     05  PC-RECORD-TYPE        PIC X(03).
022038         88  PC-CONTROL        VALUE 'HDR' 'TRL'.
022039     05  FILLER                PIC X(181).
022040
022041* NEXT SNAPSHOT WRITTEN BY CHGAUDIT, SAME LAYOUT AS CUSTMASP.
022042 FD  CUSTMASN-FILE
022043     RECORDING MODE IS F.
022044 01  CUSTMASN-RECORD.
022045     05  NM-CUSTOMER-ID        PIC 9(06).
022046     05  NM-CUSTOMER-NAME      PIC X(30).
022047     05  NM-STREET             PIC X(30).
022048     05  NM-CITY               PIC X(20).
022049     05  NM-STATE              PIC X(02).
022050     05  NM-ZIP-CODE           PIC 9(05).
022051     05  NM-CUSTOMER-PHONE     PIC X(15).
022052     05  NM-CUSTOMER-EMAIL     PIC X(50).
022053     05  NM-CUSTOMER-STATUS    PIC X(01).
022054     05  NM-CUSTOMER-JOIN-DATE PIC X(10).
022055     05  NM-CUSTOMER-LAST-ORDER PIC X(10).
022056     05  NM-CUSTOMER-REGION    PIC X(02).
022057     05  NM-CURRENCY-CODE      PIC X(03).
022058 01  CUSTMASN-CONTROL.
022059     05  NC-RECORD-TYPE        PIC X(03).
022060         88  NC-CONTROL        VALUE 'HDR' 'TRL'.
022061     05  FILLER                PIC X(181).
022062
022063* A GENERATION OF CUSTMASP KEPT BY GENMGR (CUSTMASP.GNNNNV00) -
022064* THE SAME LAYOUT, CONTROL RECORDS AND ALL.
022065 FD  CUSTGEN-FILE
022066     RECORDING MODE IS F.
022067 01  CUSTGEN-RECORD.
022068     05  GM-CUSTOMER-ID        PIC 9(06).
022069     05  GM-CUSTOMER-NAME      PIC X(30).
022070     05  GM-STREET             PIC X(30).
022071     05  GM-CITY               PIC X(20).
022072     05  GM-STATE              PIC X(02).
022073     05  GM-ZIP-CODE           PIC 9(05).
022074     05  GM-CUSTOMER-PHONE     PIC X(15).
022075     05  GM-CUSTOMER-EMAIL     PIC X(50).
022076     05  GM-CUSTOMER-STATUS    PIC X(01).
022077     05  GM-CUSTOMER-JOIN-DATE PIC X(10).
022078     05  GM-CUSTOMER-LAST-ORDER PIC X(10).
022079     05  GM-CUSTOMER-REGION    PIC X(02).
022080     05  GM-CURRENCY-CODE      PIC X(03).
022081 01  CUSTGEN-CONTROL.
022082     05  GC-RECORD-TYPE        PIC X(03).
022083         88  GC-CONTROL        VALUE 'HDR' 'TRL'.
022084     05  FILLER                PIC X(181).
022085
022100 FD  ERASCERT-FILE.
022200 01  ERASCERT-LINE             PIC X(132).
022300
022400* RUN-TIME PARAMETER CARD - OPTIONAL OVERRIDE OF THE RETENTION
022500* WINDOW IN YEARS. NOT PRESENT ON A NORMAL RUN.
022600 FD  PARMCARD-FILE
022700     RECORDING MODE IS F.
022800 01  PARMCARD-RECORD.
022900     05  PC-RETAIN-YEARS       PIC 9(02).
023000     05  FILLER                PIC X(78).
023100
023200* OPERATOR AUTHORIZATION REFERENCE - ONE RECORD PER OPERATOR
023300* WITH Y/N FLAGS FOR THE FUNCTIONS THEY MAY USE. SEE
023400* CHKAUTH.cpy (FAILS CLOSED WHEN MISSING).
023500 FD  AUTHREF-FILE
023600     RECORDING MODE IS F.
023700 01  AUTHREF-RECORD.
023800     05  AU-OPERATOR-ID        PIC X(08).
023900     05  AU-ALLOW-ADD          PIC X(01).
024000     05  AU-ALLOW-UPDATE       PIC X(01).
024100     05  AU-ALLOW-DEACT        PIC X(01).
024200     05  AU-ALLOW-INQUIRE      PIC X(01).
024300     05  FILLER                PIC X(08).
024400
024500* SECURED PARAMETER FILE - DB2 CONNECT CREDENTIALS MAINTAINED BY
024600* THE VAULT/KEY-MANAGEMENT PROCESS, NEVER HARDCODED IN SOURCE.
024700 FD  SECPARM-FILE
024800     RECORDING MODE IS F.
024900 01  SECPARM-RECORD.
025000     05  SP-DB-USERNAME        PIC X(20).
025100     05  SP-DB-PASSWORD        PIC X(20).
025200
025300* SHARED NIGHTLY RUN-CONTROL FILE - ONE RECORD PER PROGRAM
025350* COMPLETION, STAMPED AT CLEANUP. SEE CHKRUN.cpy. GENMGR ALSO
025400* WRITES ITS GENERATION DETAIL, UNDER PROGRAM ID GENMGRD, IN
025450* THE TAIL A COMPLETION STAMP LEAVES BLANK.
025500 FD  RUNCTL-FILE
025600     RECORDING MODE IS F.
025700 01  RUNCTL-RECORD.
025800     05  RU-RUN-DATE           PIC X(10).
025900     05  RU-PROGRAM-ID         PIC X(08).
026000     05  RU-TIMESTAMP          PIC X(21).
026100     05  RU-RETURN-CODE        PIC S9(04).
026116     05  RU-GEN-DETAIL.
026132         10  RU-GEN-ACTION     PIC X(01).
026148             88  RU-GEN-SWAP   VALUE 'S'.
026164             88  RU-GEN-ROLLBACK VALUE 'R'.
026180             88  RU-GEN-DROP   VALUE 'D'.
026196         10  RU-GEN-FILE-ID    PIC X(08).
026212         10  RU-GEN-NUMBER     PIC 9(04).
026228         10  RU-GEN-FROM-GEN   PIC 9(04).
026244         10  RU-GEN-COUNT      PIC 9(09).
026260         10  RU-GEN-DATE       PIC X(10).
026276         10  FILLER            PIC X(01).
026300
026400 WORKING-STORAGE SECTION.
026500
026600* INCLUDE SHARED RUN-CONTROL WORKING STORAGE
026700     COPY RUNCTL.
026800
026900* INCLUDE SHARED DATABASE-CREDENTIAL WORKING STORAGE
027000     COPY DBCRED.
027100
027200* INCLUDE SHARED OPERATOR-AUTHORIZATION WORKING STORAGE
027300     COPY AUTHCHK.
027400
027500* INCLUDE SHARED DATE-HANDLING WORKING STORAGE
027600     COPY DATECHK.
027700
027800 01  WS-VARIABLES.
027900     05  WS-CURRENT-DATE       PIC X(10) VALUE SPACES.
028000     05  WS-CUTOFF-DATE        PIC X(10) VALUE SPACES.
028100     05  WS-CUTOFF-CCYY        PIC 9(04) VALUE ZERO.
028200     05  WS-RETAIN-YEARS       PIC 9(02) VALUE 7.
028300     05  WS-OPEN-BALANCE       PIC S9(11)V99 VALUE ZERO.
028400     05  WS-LAST-PAYMENT-DATE  PIC X(10) VALUE SPACES.
028500     05  WS-LAST-ORDER-DATE    PIC X(10) VALUE SPACES.
028600     05  WS-LOOKUP-ID          PIC 9(06) VALUE ZERO.
028700     05  WS-RECORD-NUMBER      PIC 9(09) VALUE ZERO.
028800     05  WS-FIELDS-ERASED      PIC X(40) VALUE SPACES.
028900
029000* WHAT AN ERASED FIELD BECOMES. NAME, STREET AND CITY CARRY A
029100* VISIBLE MARK SO NOBODY MISTAKES THE ROW FOR BAD DATA; PHONE,
029200* EMAIL AND THE XREF KEYS ARE BLANKED, WHICH EVERY PROGRAM
029300* ALREADY TREATS AS "NOT ON FILE".
029400 01  WS-ERASURE-VALUES.
029500     05  WS-ERASED-MARK        PIC X(08) VALUE "*ERASED*".
029600     05  WS-ERASED-BLANK       PIC X(50) VALUE SPACES.
029700
029800 01  WS-FILE-SWITCHES.
029900     05  WS-ERASREQ-STATUS     PIC X(02) VALUE SPACES.
030000         88  ERASREQ-OK        VALUE '00'.
030100     05  WS-CUSTMAST-STATUS    PIC X(02) VALUE SPACES.
030200         88  CUSTMAST-OK       VALUE '00'.
030300     05  WS-ARCHOUT-STATUS     PIC X(02) VALUE SPACES.
030400         88  ARCHOUT-OK        VALUE '00'.
030500     05  WS-ARCHIDX-STATUS     PIC X(02) VALUE SPACES.
030600         88  ARCHIDX-OK        VALUE '00'.
030700     05  WS-CHGHIST-STATUS     PIC X(02) VALUE SPACES.
030800         88  CHGHIST-OK        VALUE '00'.
030900     05  WS-CUSTXREF-STATUS    PIC X(02) VALUE SPACES.
031000         88  CUSTXREF-OK       VALUE '00'.
031100     05  WS-CAMPEXT-STATUS     PIC X(02) VALUE SPACES.
031200         88  CAMPEXT-OK        VALUE '00'.
031214     05  WS-CASENOTE-STATUS    PIC X(02) VALUE SPACES.
031228         88  CASENOTE-OK       VALUE '00'.
031242     05  WS-CUSTMASP-STATUS    PIC X(02) VALUE SPACES.
031256         88  CUSTMASP-OK       VALUE '00'.
031270     05  WS-CUSTMASN-STATUS    PIC X(02) VALUE SPACES.
031284         88  CUSTMASN-OK       VALUE '00'.
031289     05  WS-CUSTGEN-STATUS     PIC X(02) VALUE SPACES.
031294         88  CUSTGEN-OK        VALUE '00'.
031300     05  WS-CONTHIST-STATUS    PIC X(02) VALUE SPACES.
031400         88  CONTHIST-OK       VALUE '00'.
031500     05  WS-MRGTRACE-STATUS    PIC X(02) VALUE SPACES.
031600         88  MRGTRACE-OK       VALUE '00'.
031700     05  WS-ERASCERT-STATUS    PIC X(02) VALUE SPACES.
031800     05  WS-OPEN-STATUS        PIC X(02) VALUE SPACES.
031900     05  WS-PARMCARD-STATUS    PIC X(02) VALUE SPACES.
032000         88  PARMCARD-OK       VALUE '00'.
032100     05  WS-ERASREQ-SW         PIC X(01) VALUE 'N'.
032200         88  END-OF-ERASREQ    VALUE 'Y'.
032300     05  WS-PASS-SW            PIC X(01) VALUE 'N'.
032400         88  END-OF-PASS       VALUE 'Y'.
032500
032600 01  WS-ERASURE-COUNTS.
032700     05  WS-REQUESTS-READ      PIC 9(05) VALUE ZERO.
032800     05  WS-ACCEPTED-COUNT     PIC 9(05) VALUE ZERO.
032900     05  WS-REFUSED-COUNT      PIC 9(05) VALUE ZERO.
033000     05  WS-FAILED-COUNT       PIC 9(05) VALUE ZERO.
033100     05  WS-RECORDS-CHANGED    PIC 9(07) VALUE ZERO.
033200
033300* THE FILES THE CERTIFICATE ACCOUNTS FOR, IN THE ORDER THEY ARE
033400* WORKED. THE SUBSCRIPT OF EACH NAME IS ALSO ITS COLUMN IN EVERY
033500* REQUEST'S WS-REQ-FILE-COUNT BELOW.
033600 01  WS-FILE-NAME-VALUES.
033700     05  FILLER                PIC X(10) VALUE "CUSTOMERS".
033800     05  FILLER                PIC X(10) VALUE "CUSTMAST".
033900     05  FILLER                PIC X(10) VALUE "ARCHOUT".
034000     05  FILLER                PIC X(10) VALUE "ARCHIDX".
034100     05  FILLER                PIC X(10) VALUE "CHGHIST".
034200     05  FILLER                PIC X(10) VALUE "CUSTXREF".
034300     05  FILLER                PIC X(10) VALUE "CAMPEXT".
034400     05  FILLER                PIC X(10) VALUE "CONTHIST".
034500     05  FILLER                PIC X(10) VALUE "MRGTRACE".
034525     05  FILLER                PIC X(10) VALUE "CASENOTE".
034550     05  FILLER                PIC X(10) VALUE "CUSTMASP".
034575     05  FILLER                PIC X(10) VALUE "CUSTMASN".
034587     05  FILLER                PIC X(10) VALUE "CUSTMASP.G".
034600 01  WS-FILE-TABLE REDEFINES WS-FILE-NAME-VALUES.
034700     05  WS-FILE-NAME          PIC X(10) OCCURS 13 TIMES.
034800
034900 01  WS-FILE-NOTES.
035000     05  WS-FILE-NOTE          PIC X(34) OCCURS 13 TIMES.
035100     05  WS-FILE-SUB           PIC 9(02) COMP VALUE ZERO.
035200
035300* TABLE OF ERASURE REQUESTS. A REQUEST FILE BIGGER THAN THE
035400* TABLE FAILS THE RUN - SILENTLY DROPPING A REQUEST WOULD
035500* LEAVE A CUSTOMER'S DATA ON FILE THAT WE TOLD THEM WAS GONE.
035600 01  WS-REQUEST-TABLE.
035700     05  WS-MAX-REQ-TABLE      PIC 9(04) VALUE 500 COMP.
035800     05  WS-REQ-TABLE-COUNT    PIC 9(04) VALUE ZERO.
035900     05  WS-REQ-SUB            PIC 9(04) COMP VALUE ZERO.
036000     05  WS-REQ-OVERFLOW-SW    PIC X(01) VALUE 'N'.
036100         88  REQ-TABLE-OVERFLOW VALUE 'Y'.
036200     05  WS-REQ-MATCH-SW       PIC X(01) VALUE 'N'.
036300         88  ERASURE-FOUND     VALUE 'Y'.
036400     05  WS-REQ-TABLE-ENTRY OCCURS 500 TIMES
036500             INDEXED BY WS-REQ-IDX.
036600         10  WS-REQ-REQUEST-ID PIC X(10).
036700         10  WS-REQ-CUSTOMER-ID PIC 9(06).
036800         10  WS-REQ-OPERATOR   PIC X(08).
036900         10  WS-REQ-STATE      PIC X(01).
037000             88  REQ-ACCEPTED  VALUE 'A'.
037100             88  REQ-REFUSED   VALUE 'R'.
037200             88  REQ-FAILED    VALUE 'F'.
037300         10  WS-REQ-REASON     PIC X(30).
037309         10  WS-REQ-FILE-COUNT PIC 9(07) OCCURS 13 TIMES.
037318
037327* THE CUSTMASP GENERATIONS GENMGR STILL HOLDS, REPLAYED FROM ITS
037336* DETAIL RECORDS ON RUNCTL THE WAY GENMGR REBUILDS ITS OWN
037345* CATALOG: A SAVE OR ROLLBACK ADDS ONE, A DROP TAKES IT OFF. MORE
037354* THAN THE TABLE HOLDS FAILS THE RUN, AS FOR THE REQUESTS.
037363 01  WS-GENERATION-TABLE.
037372     05  WS-MAX-GEN-TABLE      PIC 9(04) VALUE 99 COMP.
037381     05  WS-GEN-TABLE-COUNT    PIC 9(04) VALUE ZERO.
037390     05  WS-GEN-SUB            PIC 9(04) COMP VALUE ZERO.
037399     05  WS-GEN-FOUND-SUB      PIC 9(04) COMP VALUE ZERO.
037408     05  WS-GEN-FILE-NAME      PIC X(20) VALUE SPACES.
037417     05  WS-GEN-OVERFLOW-SW    PIC X(01) VALUE 'N'.
037426         88  GEN-TABLE-OVERFLOW VALUE 'Y'.
037435     05  WS-GEN-TABLE-ENTRY OCCURS 99 TIMES
037444             INDEXED BY WS-GEN-IDX.
037453         10  WS-GEN-NUMBER     PIC 9(04).
037462         10  WS-GEN-FILE       PIC X(18).
037471         10  WS-GEN-CHANGED    PIC 9(07).
037480         10  WS-GEN-NOTE       PIC X(34).
037500
037600 01  WS-REPORT-LINES.
037700     05  WS-HEADER-LINE.
037800         10  FILLER            PIC X(36) VALUE
037900             "CUSTOMER DATA ERASURE CERTIFICATE".
038000         10  FILLER            PIC X(12) VALUE "  RUN DATE: ".
038100         10  WS-HDR-DATE       PIC X(10) VALUE SPACES.
038200         10  FILLER            PIC X(21) VALUE
038300             "  RETENTION CUTOFF: ".
038400         10  WS-HDR-CUTOFF     PIC X(10) VALUE SPACES.
038500     05  WS-SECTION-LINE.
038600         10  WS-SEC-TITLE      PIC X(60) VALUE SPACES.
038700     05  WS-REQUEST-LINE.
038800         10  FILLER            PIC X(03) VALUE SPACES.
038900         10  WS-RQL-REQUEST-ID PIC X(10).
039000         10  FILLER            PIC X(02) VALUE SPACES.
039100         10  WS-RQL-ID         PIC 9(06).
039200         10  FILLER            PIC X(02) VALUE SPACES.
039300         10  WS-RQL-OPERATOR   PIC X(08).
039400         10  FILLER            PIC X(02) VALUE SPACES.
039500         10  WS-RQL-TEXT       PIC X(40).
039600     05  WS-CHANGE-LINE.
039700         10  FILLER            PIC X(03) VALUE SPACES.
039800         10  WS-CHL-FILE       PIC X(10).
039900         10  FILLER            PIC X(02) VALUE SPACES.
040000         10  WS-CHL-ID         PIC 9(06).
040100         10  FILLER            PIC X(02) VALUE SPACES.
040200         10  FILLER            PIC X(07) VALUE "RECORD ".
040300         10  WS-CHL-RECORD     PIC ZZZZZZZZ9.
040400         10  FILLER            PIC X(02) VALUE SPACES.
040500         10  WS-CHL-FIELDS     PIC X(40).
040600     05  WS-FILE-LINE.
040700         10  FILLER            PIC X(06) VALUE SPACES.
040800         10  WS-FLL-FILE       PIC X(10).
040900         10  FILLER            PIC X(02) VALUE SPACES.
041000         10  WS-FLL-COUNT      PIC Z,ZZZ,ZZ9.
041100         10  FILLER            PIC X(02) VALUE SPACES.
041200         10  WS-FLL-NOTE       PIC X(34).
041216     05  WS-HELD-LINE.
041232         10  FILLER            PIC X(06) VALUE SPACES.
041248         10  WS-HLL-FILE       PIC X(18).
041264         10  FILLER            PIC X(02) VALUE SPACES.
041280         10  WS-HLL-NOTE       PIC X(50).
041282     05  WS-GEN-LINE.
041284         10  FILLER            PIC X(06) VALUE SPACES.
041286         10  WS-GNL-FILE       PIC X(18).
041288         10  FILLER            PIC X(02) VALUE SPACES.
041290         10  WS-GNL-COUNT      PIC Z,ZZZ,ZZ9.
041292         10  FILLER            PIC X(02) VALUE SPACES.
041294         10  WS-GNL-NOTE       PIC X(34).
041300     05  WS-SIGNOFF-LINE.
041400         10  FILLER            PIC X(39) VALUE
041500             "PRIVACY OFFICER: ____________________".
041600         10  FILLER            PIC X(18) VALUE
041700             "  DATE: __________".
041800     05  WS-SUMMARY-LINE.
041900         10  FILLER            PIC X(20) VALUE SPACES.
042000         10  WS-SUM-LABEL      PIC X(23).
042100         10  WS-SUM-VALUE      PIC ZZZ,ZZ9.
042200
042300 PROCEDURE DIVISION.
042400 0000-MAINLINE.
042500     DISPLAY "CUSTOMER DATA ERASURE".
042600     PERFORM 1000-INITIALIZE-ROUTINE THRU 1000-EXIT.
042700     IF RETURN-CODE = ZERO
042800         PERFORM 2000-PROCESS-DATA THRU 2000-EXIT
042900     ELSE
043000         DISPLAY "INITIALIZATION FAILED, SKIPPING PROCESS-DATA"
043100     END-IF.
043200     PERFORM 4000-CLEANUP-ROUTINE THRU 4000-EXIT.
043300     STOP RUN.
043400
043500******************************************************************
043600* 1000-INITIALIZE-ROUTINE - SET THE RETENTION CUTOFF, OPEN THE
043700* CERTIFICATE, CONNECT, AND LOAD AND VET THE REQUESTS. NO
043800* REQUEST FILE IS A NORMAL RUN WITH NOTHING TO ERASE.
043900******************************************************************
044000 1000-INITIALIZE-ROUTINE.
044100     PERFORM DERIVE-CURRENT-DATE
044200         THRU DERIVE-CURRENT-DATE-EXIT.
044300     MOVE DC-TODAY-DATE TO WS-CURRENT-DATE.
044400
044500     PERFORM 1050-READ-PARAMETER-CARD THRU 1050-EXIT.
044600
044700* CUTOFF = TODAY MINUS THE RETENTION YEARS. CCYY-MM-DD STRING
044800* COMPARES DO THE REST.
044900     MOVE WS-CURRENT-DATE TO WS-CUTOFF-DATE.
045000     MOVE WS-CURRENT-DATE (1:4) TO WS-CUTOFF-CCYY.
045100     SUBTRACT WS-RETAIN-YEARS FROM WS-CUTOFF-CCYY.
045200     MOVE WS-CUTOFF-CCYY TO WS-CUTOFF-DATE (1:4).
045300
045400     OPEN OUTPUT ERASCERT-FILE.
045500     MOVE WS-CURRENT-DATE TO WS-HDR-DATE.
045600     MOVE WS-CUTOFF-DATE TO WS-HDR-CUTOFF.
045700     WRITE ERASCERT-LINE FROM WS-HEADER-LINE.
045800
045900     MOVE SPACES TO WS-FILE-NOTES.
046000
046100     PERFORM LOAD-AUTH-TABLE THRU LOAD-AUTH-TABLE-EXIT.
046200
046300     PERFORM 1100-LOAD-DB-CREDENTIALS THRU 1100-EXIT.
046400
046500     EXEC SQL
046600         CONNECT TO :WS-DB-NAME
046700             USER :WS-DB-USERNAME USING :WS-DB-PASSWORD
046800     END-EXEC.
046900     IF SQLCODE NOT = 0
047000         DISPLAY "UNABLE TO CONNECT TO DATABASE, SQLCODE: "
047100             SQLCODE
047200         MOVE 16 TO RETURN-CODE
047300         GO TO 1000-EXIT
047400     END-IF.
047500
047600     PERFORM 1200-LOAD-REQUEST-TABLE THRU 1200-EXIT.
047700 1000-EXIT.
047800     EXIT.
047900
048000******************************************************************
048100* 1050-READ-PARAMETER-CARD - PULL AN OPTIONAL OVERRIDE OF THE
048200* RETENTION WINDOW. NO CARD, OR A ZERO ON THE CARD, MEANS THE
048300* COMPILED-IN DEFAULT OF WS-RETAIN-YEARS (7).
048400******************************************************************
048500 1050-READ-PARAMETER-CARD.
048600     OPEN INPUT PARMCARD-FILE.
048700     IF NOT PARMCARD-OK
048800         DISPLAY "NO PARAMETER CARD FOUND, USING DEFAULTS"
048900         GO TO 1050-EXIT
049000     END-IF.
049100
049200     READ PARMCARD-FILE
049300         AT END
049400             DISPLAY "PARAMETER CARD EMPTY, USING DEFAULTS"
049500             CLOSE PARMCARD-FILE
049600             GO TO 1050-EXIT
049700     END-READ.
049800
049900     IF PC-RETAIN-YEARS > ZERO
050000         MOVE PC-RETAIN-YEARS TO WS-RETAIN-YEARS
050100     END-IF.
050200
050300     CLOSE PARMCARD-FILE.
050400 1050-EXIT.
050500     EXIT.
050600
050700* INCLUDE SHARED DB-CREDENTIAL LOAD PARAGRAPH
050800     COPY LOADCRED.
050900
051000******************************************************************
051100* 1200-LOAD-REQUEST-TABLE - PULL EVERY REQUEST INTO MEMORY AND
051200* VET IT AS IT ARRIVES. REFUSALS ARE LISTED FIRST ON THE
051300* CERTIFICATE, EACH WITH ITS REASON.
051400******************************************************************
051500 1200-LOAD-REQUEST-TABLE.
051600     MOVE ZERO TO WS-REQ-TABLE-COUNT.
051700     OPEN INPUT ERASREQ-FILE.
051800     IF NOT ERASREQ-OK
051900         DISPLAY "NO ERASURE REQUEST FILE FOUND, STATUS: "
052000             WS-ERASREQ-STATUS
052100         GO TO 1200-EXIT
052200     END-IF.
052300
052400     MOVE SPACES TO WS-SECTION-LINE.
052500     MOVE "REQUESTS REFUSED:" TO WS-SEC-TITLE.
052600     WRITE ERASCERT-LINE FROM WS-SECTION-LINE.
052700
052800     PERFORM 1250-READ-ERASREQ-RECORD THRU 1250-EXIT.
052900     PERFORM 1300-ADD-REQUEST-ENTRY THRU 1300-EXIT
053000         UNTIL END-OF-ERASREQ.
053100     CLOSE ERASREQ-FILE.
053200
053300     IF REQ-TABLE-OVERFLOW
053400         DISPLAY "MORE THAN " WS-MAX-REQ-TABLE
053500             " ERASURE REQUESTS ON FILE, RUN ABORTED"
053600         MOVE 16 TO RETURN-CODE
053700     END-IF.
053800 1200-EXIT.
053900     EXIT.
054000
054100 1250-READ-ERASREQ-RECORD.
054200     READ ERASREQ-FILE
054300         AT END
054400             SET END-OF-ERASREQ TO TRUE
054500         NOT AT END
054600             ADD 1 TO WS-REQUESTS-READ
054700     END-READ.
054800 1250-EXIT.
054900     EXIT.
055000
055100 1300-ADD-REQUEST-ENTRY.
055200     IF WS-REQ-TABLE-COUNT NOT < WS-MAX-REQ-TABLE
055300         SET REQ-TABLE-OVERFLOW TO TRUE
055400         GO TO 1300-NEXT
055500     END-IF.
055600     ADD 1 TO WS-REQ-TABLE-COUNT.
055700     MOVE WS-REQ-TABLE-COUNT TO WS-REQ-SUB.
055800     INITIALIZE WS-REQ-TABLE-ENTRY (WS-REQ-SUB).
055900     MOVE EQ-REQUEST-ID TO WS-REQ-REQUEST-ID (WS-REQ-SUB).
056000     MOVE EQ-CUSTOMER-ID TO WS-REQ-CUSTOMER-ID (WS-REQ-SUB).
056100     MOVE EQ-OPERATOR-ID TO WS-REQ-OPERATOR (WS-REQ-SUB).
056200     PERFORM 1400-VET-REQUEST THRU 1400-EXIT.
056300 1300-NEXT.
056400     PERFORM 1250-READ-ERASREQ-RECORD THRU 1250-EXIT.
056500 1300-EXIT.
056600     EXIT.
056700
056800******************************************************************
056900* 1400-VET-REQUEST - A SECOND REQUEST FOR THE SAME CUSTOMER, AN
057000* OPERATOR WITHOUT UPDATE AUTHORITY, AN OPEN BALANCE (EITHER
057100* WAY - A CREDIT IS OWED BACK), OR ANY ORDER OR PAYMENT ON OR
057200* AFTER THE RETENTION CUTOFF REFUSES THE REQUEST.
057300******************************************************************
057400 1400-VET-REQUEST.
057500     MOVE EQ-CUSTOMER-ID TO WS-LOOKUP-ID.
057600     PERFORM 5000-FIND-ERASURE THRU 5000-EXIT.
057700     IF ERASURE-FOUND
057800         MOVE "DUPLICATE REQUEST" TO WS-REQ-REASON (WS-REQ-SUB)
057900         GO TO 1400-REFUSE
058000     END-IF.
058100
058200     MOVE EQ-OPERATOR-ID TO AC-OPERATOR-ID.
058300     MOVE 'U' TO AC-FUNCTION-CODE.
058400     PERFORM CHECK-OPERATOR-AUTH THRU CHECK-OPERATOR-AUTH-EXIT.
058500     IF NOT OPERATOR-AUTHORIZED
058600         MOVE "OPERATOR NOT AUTHORIZED"
058700             TO WS-REQ-REASON (WS-REQ-SUB)
058800         GO TO 1400-REFUSE
058900     END-IF.
059000
059100     MOVE ZERO TO WS-OPEN-BALANCE.
059200     MOVE SPACES TO WS-LAST-PAYMENT-DATE.
059300     EXEC SQL
059400         SELECT open_balance, COALESCE(last_payment_date, ' ')
059500         INTO :WS-OPEN-BALANCE, :WS-LAST-PAYMENT-DATE
059600         FROM receivables
059700         WHERE customer_id = :EQ-CUSTOMER-ID
059800     END-EXEC.
059900     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
060000         MOVE "BALANCE LOOKUP FAILED"
060100             TO WS-REQ-REASON (WS-REQ-SUB)
060200         GO TO 1400-REFUSE
060300     END-IF.
060400     IF WS-OPEN-BALANCE NOT = ZERO
060500         MOVE "OPEN BALANCE" TO WS-REQ-REASON (WS-REQ-SUB)
060600         GO TO 1400-REFUSE
060700     END-IF.
060800     IF WS-LAST-PAYMENT-DATE NOT < WS-CUTOFF-DATE
060900         MOVE "PAYMENT IN RETENTION WINDOW"
061000             TO WS-REQ-REASON (WS-REQ-SUB)
061100         GO TO 1400-REFUSE
061200     END-IF.
061300
061400     MOVE SPACES TO WS-LAST-ORDER-DATE.
061500     EXEC SQL
061600         SELECT COALESCE(MAX(order_date), ' ')
061700         INTO :WS-LAST-ORDER-DATE
061800         FROM orders
061900         WHERE customer_id = :EQ-CUSTOMER-ID
062000     END-EXEC.
062100     IF SQLCODE NOT = 0
062200         MOVE "ORDER LOOKUP FAILED"
062300             TO WS-REQ-REASON (WS-REQ-SUB)
062400         GO TO 1400-REFUSE
062500     END-IF.
062600     IF WS-LAST-ORDER-DATE NOT < WS-CUTOFF-DATE
062700         MOVE "ORDER IN RETENTION WINDOW"
062800             TO WS-REQ-REASON (WS-REQ-SUB)
062900         GO TO 1400-REFUSE
063000     END-IF.
063100
063200     SET REQ-ACCEPTED (WS-REQ-SUB) TO TRUE.
063300     ADD 1 TO WS-ACCEPTED-COUNT.
063400     GO TO 1400-EXIT.
063500 1400-REFUSE.
063600     SET REQ-REFUSED (WS-REQ-SUB) TO TRUE.
063700     ADD 1 TO WS-REFUSED-COUNT.
063800     MOVE SPACES TO WS-REQUEST-LINE.
063900     MOVE EQ-REQUEST-ID TO WS-RQL-REQUEST-ID.
064000     MOVE EQ-CUSTOMER-ID TO WS-RQL-ID.
064100     MOVE EQ-OPERATOR-ID TO WS-RQL-OPERATOR.
064200     MOVE WS-REQ-REASON (WS-REQ-SUB) TO WS-RQL-TEXT.
064300     WRITE ERASCERT-LINE FROM WS-REQUEST-LINE.
064400 1400-EXIT.
064500     EXIT.
064600
064700******************************************************************
064800* 2000-PROCESS-DATA - ERASE THE DATABASE ROW FIRST, THEN EVERY
064900* FILE COPY, THEN RECORD THE ERASURE ON CHGHIST. A CUSTOMER
065000* WHOSE DATABASE UPDATE FAILS IS LEFT UNTOUCHED EVERYWHERE ELSE
065100* AND REPORTED, SO THE FILES NEVER GET AHEAD OF THE DATABASE.
065200******************************************************************
065300 2000-PROCESS-DATA.
065400     IF WS-ACCEPTED-COUNT = ZERO
065500         GO TO 2000-EXIT
065600     END-IF.
065700
065800     MOVE SPACES TO ERASCERT-LINE.
065900     WRITE ERASCERT-LINE.
066000     MOVE SPACES TO WS-SECTION-LINE.
066100     MOVE "RECORDS CHANGED:" TO WS-SEC-TITLE.
066200     WRITE ERASCERT-LINE FROM WS-SECTION-LINE.
066300
066400     PERFORM 2100-ERASE-CUSTOMER-ROW THRU 2100-EXIT
066500         VARYING WS-REQ-SUB FROM 1 BY 1
066600         UNTIL WS-REQ-SUB > WS-REQ-TABLE-COUNT.
066700
066800     PERFORM 2200-ERASE-CUSTMAST THRU 2200-EXIT.
066900     PERFORM 2300-ERASE-ARCHOUT THRU 2300-EXIT.
067000     PERFORM 2400-ERASE-ARCHIDX THRU 2400-EXIT.
067100     PERFORM 2500-ERASE-CHGHIST THRU 2500-EXIT.
067200     PERFORM 2600-ERASE-CUSTXREF THRU 2600-EXIT.
067300     PERFORM 2700-ERASE-CAMPEXT THRU 2700-EXIT.
067400     PERFORM 2800-COUNT-CONTHIST THRU 2800-EXIT.
067500     PERFORM 2850-COUNT-MRGTRACE THRU 2850-EXIT.
067525     PERFORM 5300-ERASE-CASENOTE THRU 5300-EXIT.
067550     PERFORM 5400-ERASE-CUSTMASP THRU 5400-EXIT.
067575     PERFORM 5500-ERASE-CUSTMASN THRU 5500-EXIT.
067587     PERFORM 5600-ERASE-CUSTMASP-GENS THRU 5600-EXIT.
067600     PERFORM 2900-RECORD-ERASURES THRU 2900-EXIT.
067700 2000-EXIT.
067800     EXIT.
067900
068000******************************************************************
068100* 2100-ERASE-CUSTOMER-ROW - ANONYMIZE THE CUSTOMERS ROW AND
068200* COMMIT IT ON ITS OWN. NO ROW IS NOT AN ERROR - AN ARCHIVED
068300* CUSTOMER IS ONLY ON THE ARCHIVE FILES.
068400******************************************************************
068500 2100-ERASE-CUSTOMER-ROW.
068600     IF NOT REQ-ACCEPTED (WS-REQ-SUB)
068700         GO TO 2100-EXIT
068800     END-IF.
068900     MOVE "ANONYMIZED" TO WS-FILE-NOTE (1).
069000     MOVE WS-REQ-CUSTOMER-ID (WS-REQ-SUB) TO WS-LOOKUP-ID.
069100     EXEC SQL
069200         UPDATE customers
069300         SET customer_name = :WS-ERASED-MARK,
069400             street = :WS-ERASED-MARK,
069500             city = :WS-ERASED-MARK,
069600             customer_phone = :WS-ERASED-BLANK,
069700             customer_email = :WS-ERASED-BLANK
069800         WHERE customer_id = :WS-LOOKUP-ID
069900     END-EXEC.
070000     IF SQLCODE = 100
070100         GO TO 2100-EXIT
070200     END-IF.
070300     IF SQLCODE NOT = 0
070400         DISPLAY "ERASE UPDATE FAILED FOR "
070500             WS-REQ-CUSTOMER-ID (WS-REQ-SUB)
070600             ", SQLCODE: " SQLCODE
070700         MOVE "DATABASE UPDATE FAILED"
070800             TO WS-REQ-REASON (WS-REQ-SUB)
070900         PERFORM 2190-FAIL-REQUEST THRU 2190-EXIT
071000         GO TO 2100-EXIT
071100     END-IF.
071200
071300     EXEC SQL
071400         COMMIT
071500     END-EXEC.
071600     IF SQLCODE NOT = 0
071700         DISPLAY "COMMIT FAILED, SQLCODE: " SQLCODE
071800         MOVE "DATABASE COMMIT FAILED"
071900             TO WS-REQ-REASON (WS-REQ-SUB)
072000         PERFORM 2190-FAIL-REQUEST THRU 2190-EXIT
072100         GO TO 2100-EXIT
072200     END-IF.
072300
072400     ADD 1 TO WS-REQ-FILE-COUNT (WS-REQ-SUB, 1).
072500     MOVE 1 TO WS-FILE-SUB.
072600     MOVE ZERO TO WS-RECORD-NUMBER.
072700     MOVE "NAME STREET CITY PHONE EMAIL" TO WS-FIELDS-ERASED.
072800     PERFORM 5100-WRITE-CHANGE-LINE THRU 5100-EXIT.
072900 2100-EXIT.
073000     EXIT.
073100
073200 2190-FAIL-REQUEST.
073300     SET REQ-FAILED (WS-REQ-SUB) TO TRUE.
073400     ADD 1 TO WS-FAILED-COUNT.
073500     SUBTRACT 1 FROM WS-ACCEPTED-COUNT.
073600     MOVE SPACES TO WS-REQUEST-LINE.
073700     MOVE WS-REQ-REQUEST-ID (WS-REQ-SUB) TO WS-RQL-REQUEST-ID.
073800     MOVE WS-REQ-CUSTOMER-ID (WS-REQ-SUB) TO WS-RQL-ID.
073900     MOVE WS-REQ-OPERATOR (WS-REQ-SUB) TO WS-RQL-OPERATOR.
074000     STRING "NOT ERASED - " WS-REQ-REASON (WS-REQ-SUB)
074100         DELIMITED BY SIZE INTO WS-RQL-TEXT.
074200     WRITE ERASCERT-LINE FROM WS-REQUEST-LINE.
074300 2190-EXIT.
074400     EXIT.
074500
074600******************************************************************
074700* 2200-ERASE-CUSTMAST - THE SNAPSHOT IS KEYED, SO EACH ERASED
074800* CUSTOMER IS READ AND REWRITTEN DIRECTLY.
074900******************************************************************
075000 2200-ERASE-CUSTMAST.
075100     MOVE 2 TO WS-FILE-SUB.
075200     OPEN I-O CUSTMAST-FILE.
075300     IF NOT CUSTMAST-OK
075400         PERFORM 5200-NOTE-FILE-NOT-OPEN THRU 5200-EXIT
075500         GO TO 2200-EXIT
075600     END-IF.
075700     MOVE "ANONYMIZED" TO WS-FILE-NOTE (WS-FILE-SUB).
075800     PERFORM 2250-ERASE-ONE-CUSTMAST THRU 2250-EXIT
075900         VARYING WS-REQ-SUB FROM 1 BY 1
076000         UNTIL WS-REQ-SUB > WS-REQ-TABLE-COUNT.
076100     CLOSE CUSTMAST-FILE.
076200 2200-EXIT.
076300     EXIT.
076400
076500 2250-ERASE-ONE-CUSTMAST.
076600     IF NOT REQ-ACCEPTED (WS-REQ-SUB)
076700         GO TO 2250-EXIT
076800     END-IF.
076900     MOVE WS-REQ-CUSTOMER-ID (WS-REQ-SUB) TO CM-CUSTOMER-ID.
077000     READ CUSTMAST-FILE
077100         INVALID KEY
077200             GO TO 2250-EXIT
077300     END-READ.
077400     MOVE WS-ERASED-MARK TO CM-CUSTOMER-NAME.
077500     MOVE WS-ERASED-MARK TO CM-STREET.
077600     MOVE WS-ERASED-MARK TO CM-CITY.
077700     MOVE SPACES TO CM-CUSTOMER-PHONE.
077800     MOVE SPACES TO CM-CUSTOMER-EMAIL.
077900     REWRITE CUSTMAST-RECORD
078000         INVALID KEY
078100             DISPLAY "CUSTMAST REWRITE FAILED FOR "
078200                 CM-CUSTOMER-ID ", STATUS: "
078300                 WS-CUSTMAST-STATUS
078400             MOVE 16 TO RETURN-CODE
078500             GO TO 2250-EXIT
078600     END-REWRITE.
078700     ADD 1 TO WS-REQ-FILE-COUNT (WS-REQ-SUB, WS-FILE-SUB).
078800     MOVE CM-CUSTOMER-ID TO WS-LOOKUP-ID.
078900     MOVE ZERO TO WS-RECORD-NUMBER.
079000     MOVE "NAME STREET CITY PHONE EMAIL" TO WS-FIELDS-ERASED.
079100     PERFORM 5100-WRITE-CHANGE-LINE THRU 5100-EXIT.
079200 2250-EXIT.
079300     EXIT.
079400
079500******************************************************************
079600* 2300-ERASE-ARCHOUT THROUGH 2700-ERASE-CAMPEXT - ONE PASS OF
079700* EACH SEQUENTIAL FILE, REWRITING IN PLACE EVERY RECORD THAT
079800* BELONGS TO AN ERASED CUSTOMER. RECORD LENGTHS DO NOT CHANGE,
079900* SO EVERY OTHER RECORD - AND THE ARCHIDX SEQUENCE NUMBERS THAT
080000* POINT INTO ARCHOUT - STAYS WHERE IT WAS.
080100******************************************************************
080200 2300-ERASE-ARCHOUT.
080300     MOVE 3 TO WS-FILE-SUB.
080400     OPEN I-O ARCHOUT-FILE.
080500     IF NOT ARCHOUT-OK
080600         PERFORM 5200-NOTE-FILE-NOT-OPEN THRU 5200-EXIT
080700         GO TO 2300-EXIT
080800     END-IF.
080900     MOVE "ANONYMIZED" TO WS-FILE-NOTE (WS-FILE-SUB).
081000     MOVE ZERO TO WS-RECORD-NUMBER.
081100     MOVE 'N' TO WS-PASS-SW.
081200     PERFORM 2310-READ-ARCHOUT THRU 2310-EXIT.
081300     PERFORM 2320-ERASE-ONE-ARCHOUT THRU 2320-EXIT
081400         UNTIL END-OF-PASS.
081500     CLOSE ARCHOUT-FILE.
081600 2300-EXIT.
081700     EXIT.
081800
081900 2310-READ-ARCHOUT.
082000     READ ARCHOUT-FILE
082100         AT END
082200             SET END-OF-PASS TO TRUE
082300         NOT AT END
082400             ADD 1 TO WS-RECORD-NUMBER
082500     END-READ.
082600 2310-EXIT.
082700     EXIT.
082800
082900 2320-ERASE-ONE-ARCHOUT.
083000     MOVE AR-CUSTOMER-ID TO WS-LOOKUP-ID.
083100     PERFORM 5000-FIND-ERASURE THRU 5000-EXIT.
083200     IF NOT ERASURE-FOUND
083300         GO TO 2320-NEXT
083400     END-IF.
083500     MOVE WS-ERASED-MARK TO AR-CUSTOMER-NAME.
083600     MOVE WS-ERASED-MARK TO AR-STREET.
083700     MOVE WS-ERASED-MARK TO AR-CITY.
083800     MOVE SPACES TO AR-CUSTOMER-PHONE.
083900     MOVE SPACES TO AR-CUSTOMER-EMAIL.
084000     REWRITE ARCHOUT-RECORD.
084100     MOVE "NAME STREET CITY PHONE EMAIL" TO WS-FIELDS-ERASED.
084200     PERFORM 5150-COUNT-CHANGE THRU 5150-EXIT.
084300 2320-NEXT.
084400     PERFORM 2310-READ-ARCHOUT THRU 2310-EXIT.
084500 2320-EXIT.
084600     EXIT.
084700
084800 2400-ERASE-ARCHIDX.
084900     MOVE 4 TO WS-FILE-SUB.
085000     OPEN I-O ARCHIDX-FILE.
085100     IF NOT ARCHIDX-OK
085200         PERFORM 5200-NOTE-FILE-NOT-OPEN THRU 5200-EXIT
085300         GO TO 2400-EXIT
085400     END-IF.
085500     MOVE "ANONYMIZED" TO WS-FILE-NOTE (WS-FILE-SUB).
085600     MOVE ZERO TO WS-RECORD-NUMBER.
085700     MOVE 'N' TO WS-PASS-SW.
085800     PERFORM 2410-READ-ARCHIDX THRU 2410-EXIT.
085900     PERFORM 2420-ERASE-ONE-ARCHIDX THRU 2420-EXIT
086000         UNTIL END-OF-PASS.
086100     CLOSE ARCHIDX-FILE.
086200 2400-EXIT.
086300     EXIT.
086400
086500 2410-READ-ARCHIDX.
086600     READ ARCHIDX-FILE
086700         AT END
086800             SET END-OF-PASS TO TRUE
086900         NOT AT END
087000             ADD 1 TO WS-RECORD-NUMBER
087100     END-READ.
087200 2410-EXIT.
087300     EXIT.
087400
087500 2420-ERASE-ONE-ARCHIDX.
087600     MOVE AI-CUSTOMER-ID TO WS-LOOKUP-ID.
087700     PERFORM 5000-FIND-ERASURE THRU 5000-EXIT.
087800     IF NOT ERASURE-FOUND
087900         GO TO 2420-NEXT
088000     END-IF.
088100     MOVE WS-ERASED-MARK TO AI-CUSTOMER-NAME.
088200     REWRITE ARCHIDX-RECORD.
088300     MOVE "NAME" TO WS-FIELDS-ERASED.
088400     PERFORM 5150-COUNT-CHANGE THRU 5150-EXIT.
088500 2420-NEXT.
088600     PERFORM 2410-READ-ARCHIDX THRU 2410-EXIT.
088700 2420-EXIT.
088800     EXIT.
088900
089000* ONLY THE FIELDS THAT HOLD PERSONAL DATA ARE SCRUBBED - THE
089100* STATUS, DATE AND PREFERENCE HISTORY STAYS, SO CUSTASOF AND
089200* OPERRPT STILL ACCOUNT FOR EVERY CHANGE. THE ADD AND RESTORE
089300* RECORDS CARRY THE NAME AS THEIR AFTER IMAGE.
089400 2500-ERASE-CHGHIST.
089500     MOVE 5 TO WS-FILE-SUB.
089600     OPEN I-O CHGHIST-FILE.
089700     IF NOT CHGHIST-OK
089800         PERFORM 5200-NOTE-FILE-NOT-OPEN THRU 5200-EXIT
089900         GO TO 2500-EXIT
090000     END-IF.
090100     MOVE "ANONYMIZED" TO WS-FILE-NOTE (WS-FILE-SUB).
090200     MOVE ZERO TO WS-RECORD-NUMBER.
090300     MOVE 'N' TO WS-PASS-SW.
090400     PERFORM 2510-READ-CHGHIST THRU 2510-EXIT.
090500     PERFORM 2520-ERASE-ONE-CHGHIST THRU 2520-EXIT
090600         UNTIL END-OF-PASS.
090700     CLOSE CHGHIST-FILE.
090800 2500-EXIT.
090900     EXIT.
091000
091100 2510-READ-CHGHIST.
091200     READ CHGHIST-FILE
091300         AT END
091400             SET END-OF-PASS TO TRUE
091500         NOT AT END
091600             ADD 1 TO WS-RECORD-NUMBER
091700     END-READ.
091800 2510-EXIT.
091900     EXIT.
092000
092100 2520-ERASE-ONE-CHGHIST.
092200     MOVE CH-CUSTOMER-ID TO WS-LOOKUP-ID.
092300     PERFORM 5000-FIND-ERASURE THRU 5000-EXIT.
092400     IF NOT ERASURE-FOUND
092500         GO TO 2520-NEXT
092600     END-IF.
092700     IF CH-FIELD-NAME NOT = "NAME"
092800             AND CH-FIELD-NAME NOT = "STREET"
092900             AND CH-FIELD-NAME NOT = "CITY"
093000             AND CH-FIELD-NAME NOT = "PHONE"
093100             AND CH-FIELD-NAME NOT = "EMAIL"
093200             AND CH-FIELD-NAME NOT = "CUSTOMER-ADD"
093250             AND CH-FIELD-NAME NOT = "CUST-RESTORE"
093300         GO TO 2520-NEXT
093400     END-IF.
093500     IF (CH-BEFORE-VALUE = SPACES
093600             OR CH-BEFORE-VALUE = WS-ERASED-MARK)
093700         AND (CH-AFTER-VALUE = SPACES
093800             OR CH-AFTER-VALUE = WS-ERASED-MARK)
093900         GO TO 2520-NEXT
094000     END-IF.
094100     IF CH-BEFORE-VALUE NOT = SPACES
094200         MOVE WS-ERASED-MARK TO CH-BEFORE-VALUE
094300     END-IF.
094400     IF CH-AFTER-VALUE NOT = SPACES
094500         MOVE WS-ERASED-MARK TO CH-AFTER-VALUE
094600     END-IF.
094700     REWRITE CHGHIST-RECORD.
094800     MOVE SPACES TO WS-FIELDS-ERASED.
094900     STRING CH-FIELD-NAME DELIMITED BY SPACE
095000         " BEFORE/AFTER IMAGE" DELIMITED BY SIZE
095100         INTO WS-FIELDS-ERASED.
095200     PERFORM 5150-COUNT-CHANGE THRU 5150-EXIT.
095300 2520-NEXT.
095400     PERFORM 2510-READ-CHGHIST THRU 2510-EXIT.
095500 2520-EXIT.
095600     EXIT.
095700
095800* XREFINQ SCANS THE WHOLE FILE, SO A BLANKED KEY SIMPLY NEVER
095900* MATCHES AGAIN; THE NEXT CUSTXREF BUILD DROPS IT ALTOGETHER.
096000 2600-ERASE-CUSTXREF.
096100     MOVE 6 TO WS-FILE-SUB.
096200     OPEN I-O CUSTXREF-FILE.
096300     IF NOT CUSTXREF-OK
096400         PERFORM 5200-NOTE-FILE-NOT-OPEN THRU 5200-EXIT
096500         GO TO 2600-EXIT
096600     END-IF.
096700     MOVE "ANONYMIZED" TO WS-FILE-NOTE (WS-FILE-SUB).
096800     MOVE ZERO TO WS-RECORD-NUMBER.
096900     MOVE 'N' TO WS-PASS-SW.
097000     PERFORM 2610-READ-CUSTXREF THRU 2610-EXIT.
097100     PERFORM 2620-ERASE-ONE-CUSTXREF THRU 2620-EXIT
097200         UNTIL END-OF-PASS.
097300     CLOSE CUSTXREF-FILE.
097400 2600-EXIT.
097500     EXIT.
097600
097700 2610-READ-CUSTXREF.
097800     READ CUSTXREF-FILE
097900         AT END
098000             SET END-OF-PASS TO TRUE
098100         NOT AT END
098200             ADD 1 TO WS-RECORD-NUMBER
098300     END-READ.
098400 2610-EXIT.
098500     EXIT.
098600
098700 2620-ERASE-ONE-CUSTXREF.
098800     MOVE XR-CUSTOMER-ID TO WS-LOOKUP-ID.
098900     PERFORM 5000-FIND-ERASURE THRU 5000-EXIT.
099000     IF NOT ERASURE-FOUND OR XR-KEY-VALUE = SPACES
099100         GO TO 2620-NEXT
099200     END-IF.
099300     MOVE SPACES TO XR-KEY-VALUE.
099400     REWRITE CUSTXREF-RECORD.
099500     MOVE SPACES TO WS-FIELDS-ERASED.
099600     STRING "KEY VALUE, TYPE " XR-KEY-TYPE
099700         DELIMITED BY SIZE INTO WS-FIELDS-ERASED.
099800     PERFORM 5150-COUNT-CHANGE THRU 5150-EXIT.
099900 2620-NEXT.
100000     PERFORM 2610-READ-CUSTXREF THRU 2610-EXIT.
100100 2620-EXIT.
100200     EXIT.
100300
100400 2700-ERASE-CAMPEXT.
100500     MOVE 7 TO WS-FILE-SUB.
100600     OPEN I-O CAMPEXT-FILE.
100700     IF NOT CAMPEXT-OK
100800         PERFORM 5200-NOTE-FILE-NOT-OPEN THRU 5200-EXIT
100900         GO TO 2700-EXIT
101000     END-IF.
101100     MOVE "ANONYMIZED" TO WS-FILE-NOTE (WS-FILE-SUB).
101200     MOVE ZERO TO WS-RECORD-NUMBER.
101300     MOVE 'N' TO WS-PASS-SW.
101400     PERFORM 2710-READ-CAMPEXT THRU 2710-EXIT.
101500     PERFORM 2720-ERASE-ONE-CAMPEXT THRU 2720-EXIT
101600         UNTIL END-OF-PASS.
101700     CLOSE CAMPEXT-FILE.
101800 2700-EXIT.
101900     EXIT.
102000
102100 2710-READ-CAMPEXT.
102200     READ CAMPEXT-FILE
102300         AT END
102400             SET END-OF-PASS TO TRUE
102500         NOT AT END
102600             ADD 1 TO WS-RECORD-NUMBER
102700     END-READ.
102800 2710-EXIT.
102900     EXIT.
103000
103100 2720-ERASE-ONE-CAMPEXT.
103200     MOVE CE-CUSTOMER-ID TO WS-LOOKUP-ID.
103300     PERFORM 5000-FIND-ERASURE THRU 5000-EXIT.
103400     IF NOT ERASURE-FOUND
103500         GO TO 2720-NEXT
103600     END-IF.
103700     MOVE WS-ERASED-MARK TO CE-CUSTOMER-NAME.
103800     MOVE SPACES TO CE-CUSTOMER-EMAIL.
103900     MOVE SPACES TO CE-CUSTOMER-PHONE.
104000     REWRITE CAMPEXT-RECORD.
104100     MOVE "NAME PHONE EMAIL" TO WS-FIELDS-ERASED.
104200     PERFORM 5150-COUNT-CHANGE THRU 5150-EXIT.
104300 2720-NEXT.
104400     PERFORM 2710-READ-CAMPEXT THRU 2710-EXIT.
104500 2720-EXIT.
104600     EXIT.
104700
104800******************************************************************
104900* 2800-COUNT-CONTHIST AND 2850-COUNT-MRGTRACE - NEITHER FILE
105000* HOLDS PERSONAL DATA, SO NOTHING IS CHANGED. THEIR RECORDS FOR
105100* EACH ERASED CUSTOMER ARE COUNTED SO THE CERTIFICATE CAN SAY
105200* WHAT WAS FOUND AND DELIBERATELY RETAINED.
105300******************************************************************
105400 2800-COUNT-CONTHIST.
105500     MOVE 8 TO WS-FILE-SUB.
105600     OPEN INPUT CONTHIST-FILE.
105700     IF NOT CONTHIST-OK
105800         PERFORM 5200-NOTE-FILE-NOT-OPEN THRU 5200-EXIT
105900         GO TO 2800-EXIT
106000     END-IF.
106100     MOVE "NO PERSONAL DATA - RETAINED" TO
106200         WS-FILE-NOTE (WS-FILE-SUB).
106300     MOVE 'N' TO WS-PASS-SW.
106400     PERFORM 2810-READ-CONTHIST THRU 2810-EXIT.
106500     PERFORM 2820-COUNT-ONE-CONTHIST THRU 2820-EXIT
106600         UNTIL END-OF-PASS.
106700     CLOSE CONTHIST-FILE.
106800 2800-EXIT.
106900     EXIT.
107000
107100 2810-READ-CONTHIST.
107200     READ CONTHIST-FILE
107300         AT END
107400             SET END-OF-PASS TO TRUE
107500     END-READ.
107600 2810-EXIT.
107700     EXIT.
107800
107900 2820-COUNT-ONE-CONTHIST.
108000     MOVE CN-CUSTOMER-ID TO WS-LOOKUP-ID.
108100     PERFORM 5000-FIND-ERASURE THRU 5000-EXIT.
108200     IF ERASURE-FOUND
108300         SET WS-REQ-SUB TO WS-REQ-IDX
108400         ADD 1 TO WS-REQ-FILE-COUNT (WS-REQ-SUB, WS-FILE-SUB)
108500     END-IF.
108600     PERFORM 2810-READ-CONTHIST THRU 2810-EXIT.
108700 2820-EXIT.
108800     EXIT.
108900
109000* A MERGE TRACE NAMES THE CUSTOMER AS EITHER SIDE OF A MERGE.
109100 2850-COUNT-MRGTRACE.
109200     MOVE 9 TO WS-FILE-SUB.
109300     OPEN INPUT MRGTRACE-FILE.
109400     IF NOT MRGTRACE-OK
109500         PERFORM 5200-NOTE-FILE-NOT-OPEN THRU 5200-EXIT
109600         GO TO 2850-EXIT
109700     END-IF.
109800     MOVE "NO PERSONAL DATA - RETAINED" TO
109900         WS-FILE-NOTE (WS-FILE-SUB).
110000     MOVE 'N' TO WS-PASS-SW.
110100     PERFORM 2860-READ-MRGTRACE THRU 2860-EXIT.
110200     PERFORM 2870-COUNT-ONE-MRGTRACE THRU 2870-EXIT
110300         UNTIL END-OF-PASS.
110400     CLOSE MRGTRACE-FILE.
110500 2850-EXIT.
110600     EXIT.
110700
110800 2860-READ-MRGTRACE.
110900     READ MRGTRACE-FILE
111000         AT END
111100             SET END-OF-PASS TO TRUE
111200     END-READ.
111300 2860-EXIT.
111400     EXIT.
111500
111600 2870-COUNT-ONE-MRGTRACE.
111700     MOVE MT-RETIRED-ID TO WS-LOOKUP-ID.
111800     PERFORM 5000-FIND-ERASURE THRU 5000-EXIT.
111900     IF NOT ERASURE-FOUND
112000         MOVE MT-SURVIVOR-ID TO WS-LOOKUP-ID
112100         PERFORM 5000-FIND-ERASURE THRU 5000-EXIT
112200     END-IF.
112300     IF ERASURE-FOUND
112400         SET WS-REQ-SUB TO WS-REQ-IDX
112500         ADD 1 TO WS-REQ-FILE-COUNT (WS-REQ-SUB, WS-FILE-SUB)
112600     END-IF.
112700     PERFORM 2860-READ-MRGTRACE THRU 2860-EXIT.
112800 2870-EXIT.
112900     EXIT.
113000
113100******************************************************************
113200* 2900-RECORD-ERASURES - ONE CHGHIST RECORD PER ERASED FIELD,
113300* TRANSACTION CODE 'E', UNDER THE REQUESTING OPERATOR, SO THE
113400* CHANGE TO THE CUSTOMERS ROW IS ON THE SAME TRAIL AS EVERY
113500* OTHER. THE BEFORE IMAGE IS THE ERASURE MARK, NEVER THE DATA.
113600******************************************************************
113700 2900-RECORD-ERASURES.
113800     OPEN EXTEND CHGHIST-FILE.
113900     IF WS-CHGHIST-STATUS = '05' OR WS-CHGHIST-STATUS = '35'
114000         OPEN OUTPUT CHGHIST-FILE
114100     END-IF.
114200     PERFORM 2950-RECORD-ONE-ERASURE THRU 2950-EXIT
114300         VARYING WS-REQ-SUB FROM 1 BY 1
114400         UNTIL WS-REQ-SUB > WS-REQ-TABLE-COUNT.
114500     CLOSE CHGHIST-FILE.
114600 2900-EXIT.
114700     EXIT.
114800
114900 2950-RECORD-ONE-ERASURE.
115000     IF NOT REQ-ACCEPTED (WS-REQ-SUB)
115100             OR WS-REQ-FILE-COUNT (WS-REQ-SUB, 1) = ZERO
115200         GO TO 2950-EXIT
115300     END-IF.
115400     MOVE SPACES TO CHGHIST-RECORD.
115500     MOVE WS-CURRENT-DATE TO CH-RUN-DATE.
115600     MOVE 'E' TO CH-TRANS-CODE.
115700     MOVE WS-REQ-CUSTOMER-ID (WS-REQ-SUB) TO CH-CUSTOMER-ID.
115800     MOVE WS-REQ-OPERATOR (WS-REQ-SUB) TO CH-OPERATOR-ID.
115900     MOVE WS-ERASED-MARK TO CH-BEFORE-VALUE.
116000
116100     MOVE "NAME" TO CH-FIELD-NAME.
116200     MOVE WS-ERASED-MARK TO CH-AFTER-VALUE.
116300     WRITE CHGHIST-RECORD.
116400     MOVE "STREET" TO CH-FIELD-NAME.
116500     WRITE CHGHIST-RECORD.
116600     MOVE "CITY" TO CH-FIELD-NAME.
116700     WRITE CHGHIST-RECORD.
116800     MOVE "PHONE" TO CH-FIELD-NAME.
116900     MOVE SPACES TO CH-AFTER-VALUE.
117000     WRITE CHGHIST-RECORD.
117100     MOVE "EMAIL" TO CH-FIELD-NAME.
117200     WRITE CHGHIST-RECORD.
117300 2950-EXIT.
117400     EXIT.
117500
117600******************************************************************
117700* 3000-PRINT-CERTIFICATE - FOR EACH ERASED CUSTOMER, EVERY FILE
117800* LOOKED AT, HOW MANY OF ITS RECORDS CHANGED, AND WHY A FILE
117900* WAS LEFT AS IT IS. THEN THE LINE THE PRIVACY OFFICER SIGNS.
118000******************************************************************
118100 3000-PRINT-CERTIFICATE.
118200     MOVE SPACES TO ERASCERT-LINE.
118300     WRITE ERASCERT-LINE.
118400     MOVE SPACES TO WS-SECTION-LINE.
118500     MOVE "CERTIFICATE BY CUSTOMER:" TO WS-SEC-TITLE.
118600     WRITE ERASCERT-LINE FROM WS-SECTION-LINE.
118700
118800     PERFORM 3100-CERTIFY-ONE-CUSTOMER THRU 3100-EXIT
118900         VARYING WS-REQ-SUB FROM 1 BY 1
119000         UNTIL WS-REQ-SUB > WS-REQ-TABLE-COUNT.
119100
119200     MOVE SPACES TO ERASCERT-LINE.
119300     WRITE ERASCERT-LINE.
119320     PERFORM 3200-PRINT-HELD-GENERATIONS THRU 3200-EXIT.
119340
119360     MOVE SPACES TO ERASCERT-LINE.
119380     WRITE ERASCERT-LINE.
119400     WRITE ERASCERT-LINE FROM WS-SIGNOFF-LINE.
119500 3000-EXIT.
119600     EXIT.
119700
119800 3100-CERTIFY-ONE-CUSTOMER.
119900     IF NOT REQ-ACCEPTED (WS-REQ-SUB)
120000         GO TO 3100-EXIT
120100     END-IF.
120200     MOVE SPACES TO WS-REQUEST-LINE.
120300     MOVE WS-REQ-REQUEST-ID (WS-REQ-SUB) TO WS-RQL-REQUEST-ID.
120400     MOVE WS-REQ-CUSTOMER-ID (WS-REQ-SUB) TO WS-RQL-ID.
120500     MOVE WS-REQ-OPERATOR (WS-REQ-SUB) TO WS-RQL-OPERATOR.
120600     MOVE "PERSONAL DATA ERASED" TO WS-RQL-TEXT.
120700     WRITE ERASCERT-LINE FROM WS-REQUEST-LINE.
120800     PERFORM 3150-CERTIFY-ONE-FILE THRU 3150-EXIT
120900         VARYING WS-FILE-SUB FROM 1 BY 1
121000         UNTIL WS-FILE-SUB > 13.
121100 3100-EXIT.
121200     EXIT.
121300
121400 3150-CERTIFY-ONE-FILE.
121500     MOVE SPACES TO WS-FILE-LINE.
121600     MOVE WS-FILE-NAME (WS-FILE-SUB) TO WS-FLL-FILE.
121700     MOVE WS-REQ-FILE-COUNT (WS-REQ-SUB, WS-FILE-SUB)
121800         TO WS-FLL-COUNT.
121900     IF WS-REQ-FILE-COUNT (WS-REQ-SUB, WS-FILE-SUB) = ZERO
122000             AND WS-FILE-NOTE (WS-FILE-SUB) = "ANONYMIZED"
122100         MOVE "NO RECORDS FOR CUSTOMER" TO WS-FLL-NOTE
122200     ELSE
122300         MOVE WS-FILE-NOTE (WS-FILE-SUB) TO WS-FLL-NOTE
122400     END-IF.
122500     WRITE ERASCERT-LINE FROM WS-FILE-LINE.
122600 3150-EXIT.
122603     EXIT.
122607
122611* GENMGR KEEPS EARLIER GENERATIONS OF SOME FILES AS
122615* BASE.GNNNNV00 COPIES UNTIL ITS KEEP COUNT PRUNES THEM. EVERY
122619* CUSTMASP GENERATION STILL HELD HAS BEEN ANONYMIZED BY 5600 AND
122623* IS LISTED WITH ITS RECORDS CHANGED. CONTPREF AND HOUSEHLD
122627* GENERATIONS CARRY NO NAME, ADDRESS OR CONTACT DETAILS AND ARE
122631* LISTED AS KEPT.
122635 3200-PRINT-HELD-GENERATIONS.
122639     MOVE SPACES TO WS-SECTION-LINE.
122643     MOVE "RETAINED GENERATIONS (GENMGR):" TO WS-SEC-TITLE.
122647     WRITE ERASCERT-LINE FROM WS-SECTION-LINE.
122651     IF WS-GEN-TABLE-COUNT = ZERO
122655         MOVE SPACES TO WS-HELD-LINE
122659         MOVE "CUSTMASP.GNNNNV00" TO WS-HLL-FILE
122663         MOVE WS-FILE-NOTE (13) TO WS-HLL-NOTE
122667         WRITE ERASCERT-LINE FROM WS-HELD-LINE
122671     END-IF.
122675     PERFORM 3250-CERTIFY-ONE-GENERATION THRU 3250-EXIT
122679         VARYING WS-GEN-SUB FROM 1 BY 1
122683         UNTIL WS-GEN-SUB > WS-GEN-TABLE-COUNT.
122687     MOVE SPACES TO WS-HELD-LINE.
122691     MOVE "CONTPREF.GNNNNV00" TO WS-HLL-FILE.
122695     MOVE "KEPT - CUSTOMER ID AND CONTACT PREFERENCES ONLY"
122699         TO WS-HLL-NOTE.
122703     WRITE ERASCERT-LINE FROM WS-HELD-LINE.
122707     MOVE "HOUSEHLD.GNNNNV00" TO WS-HLL-FILE.
122711     MOVE "KEPT - CUSTOMER ID AND HOUSEHOLD LINKS ONLY"
122715         TO WS-HLL-NOTE.
122719     WRITE ERASCERT-LINE FROM WS-HELD-LINE.
122723 3200-EXIT.
122727     EXIT.
122731
122735 3250-CERTIFY-ONE-GENERATION.
122739     MOVE SPACES TO WS-GEN-LINE.
122743     MOVE WS-GEN-FILE (WS-GEN-SUB) TO WS-GNL-FILE.
122747     MOVE WS-GEN-CHANGED (WS-GEN-SUB) TO WS-GNL-COUNT.
122751     IF WS-GEN-CHANGED (WS-GEN-SUB) = ZERO
122755             AND WS-GEN-NOTE (WS-GEN-SUB) = "ANONYMIZED"
122759         MOVE "NO RECORDS FOR ERASED CUSTOMERS" TO WS-GNL-NOTE
122763     ELSE
122767         MOVE WS-GEN-NOTE (WS-GEN-SUB) TO WS-GNL-NOTE
122771     END-IF.
122775     WRITE ERASCERT-LINE FROM WS-GEN-LINE.
122779 3250-EXIT.
122783     EXIT.
122800
122900******************************************************************
123000* 5000-FIND-ERASURE - IS WS-LOOKUP-ID AN ACCEPTED ERASURE? THE
123100* DUPLICATE CHECK AT LOAD USES THE SAME SEARCH - THE REQUEST
123200* BEING VETTED HAS NO STATE YET, SO ONLY AN EARLIER ACCEPTED
123300* REQUEST FOR THE SAME CUSTOMER CAN MATCH.
123400******************************************************************
123500 5000-FIND-ERASURE.
123600     SET WS-REQ-MATCH-SW TO 'N'.
123700     IF WS-REQ-TABLE-COUNT = ZERO
123800         GO TO 5000-EXIT
123900     END-IF.
124000     SET WS-REQ-IDX TO 1.
124100     SEARCH WS-REQ-TABLE-ENTRY
124200         AT END
124300             CONTINUE
124400         WHEN WS-REQ-CUSTOMER-ID (WS-REQ-IDX) = WS-LOOKUP-ID
124500                 AND REQ-ACCEPTED (WS-REQ-IDX)
124600             SET ERASURE-FOUND TO TRUE
124700     END-SEARCH.
124800 5000-EXIT.
124900     EXIT.
125000
125100 5100-WRITE-CHANGE-LINE.
125200     MOVE SPACES TO WS-CHANGE-LINE.
125300     MOVE WS-FILE-NAME (WS-FILE-SUB) TO WS-CHL-FILE.
125400     MOVE WS-LOOKUP-ID TO WS-CHL-ID.
125500     MOVE WS-RECORD-NUMBER TO WS-CHL-RECORD.
125600     MOVE WS-FIELDS-ERASED TO WS-CHL-FIELDS.
125700     WRITE ERASCERT-LINE FROM WS-CHANGE-LINE.
125800     ADD 1 TO WS-RECORDS-CHANGED.
125900 5100-EXIT.
126000     EXIT.
126100
126200 5150-COUNT-CHANGE.
126300     SET WS-REQ-SUB TO WS-REQ-IDX.
126400     ADD 1 TO WS-REQ-FILE-COUNT (WS-REQ-SUB, WS-FILE-SUB).
126500     PERFORM 5100-WRITE-CHANGE-LINE THRU 5100-EXIT.
126600 5150-EXIT.
126700     EXIT.
126800
126900* A FILE NOT ON HAND IS NOT AN ERROR - CAMPEXT, FOR ONE, ONLY
127000* EXISTS BETWEEN A CAMPAIGN EXTRACT AND ITS LOAD. ANY OTHER
127100* OPEN FAILURE LEAVES PERSONAL DATA UNERASED AND FAILS THE RUN.
127200 5200-NOTE-FILE-NOT-OPEN.
127300     EVALUATE WS-FILE-SUB
127400         WHEN 2
127500             MOVE WS-CUSTMAST-STATUS TO WS-OPEN-STATUS
127600         WHEN 3
127700             MOVE WS-ARCHOUT-STATUS TO WS-OPEN-STATUS
127800         WHEN 4
127900             MOVE WS-ARCHIDX-STATUS TO WS-OPEN-STATUS
128000         WHEN 5
128100             MOVE WS-CHGHIST-STATUS TO WS-OPEN-STATUS
128200         WHEN 6
128300             MOVE WS-CUSTXREF-STATUS TO WS-OPEN-STATUS
128400         WHEN 7
128500             MOVE WS-CAMPEXT-STATUS TO WS-OPEN-STATUS
128600         WHEN 8
128700             MOVE WS-CONTHIST-STATUS TO WS-OPEN-STATUS
128714         WHEN 9
128728             MOVE WS-MRGTRACE-STATUS TO WS-OPEN-STATUS
128742         WHEN 10
128756             MOVE WS-CASENOTE-STATUS TO WS-OPEN-STATUS
128770         WHEN 11
128784             MOVE WS-CUSTMASP-STATUS TO WS-OPEN-STATUS
128800         WHEN OTHER
128900             MOVE WS-CUSTMASN-STATUS TO WS-OPEN-STATUS
129000     END-EVALUATE.
129100     IF WS-OPEN-STATUS = '35'
129200         MOVE "FILE NOT PRESENT" TO WS-FILE-NOTE (WS-FILE-SUB)
129300     ELSE
129400         MOVE SPACES TO WS-FILE-NOTE (WS-FILE-SUB)
129500         STRING "OPEN FAILED, STATUS " WS-OPEN-STATUS
129600             " - NOT ERASED" DELIMITED BY SIZE
129700             INTO WS-FILE-NOTE (WS-FILE-SUB)
129800         DISPLAY WS-FILE-NAME (WS-FILE-SUB)
129900             " OPEN FAILED, STATUS: " WS-OPEN-STATUS
130000         MOVE 16 TO RETURN-CODE
130100     END-IF.
130200 5200-EXIT.
130201     EXIT.
130202
130203******************************************************************
130204* 5300-ERASE-CASENOTE - ONE PASS OF THE CASE LOG, THE SAME WAY AS
130205* THE OTHER SEQUENTIAL FILES: THE EVENT TEXT OF AN ERASED
130206* CUSTOMER IS OVERWRITTEN, EVERYTHING ELSE ON THE EVENT IS KEPT.
130207******************************************************************
130208 5300-ERASE-CASENOTE.
130209     MOVE 10 TO WS-FILE-SUB.
130210     OPEN I-O CASENOTE-FILE.
130211     IF NOT CASENOTE-OK
130212         PERFORM 5200-NOTE-FILE-NOT-OPEN THRU 5200-EXIT
130213         GO TO 5300-EXIT
130214     END-IF.
130215     MOVE "ANONYMIZED" TO WS-FILE-NOTE (WS-FILE-SUB).
130216     MOVE ZERO TO WS-RECORD-NUMBER.
130217     MOVE 'N' TO WS-PASS-SW.
130218     PERFORM 5310-READ-CASENOTE THRU 5310-EXIT.
130219     PERFORM 5320-ERASE-ONE-CASENOTE THRU 5320-EXIT
130220         UNTIL END-OF-PASS.
130221     CLOSE CASENOTE-FILE.
130222 5300-EXIT.
130223     EXIT.
130224
130225 5310-READ-CASENOTE.
130226     READ CASENOTE-FILE
130227         AT END
130228             SET END-OF-PASS TO TRUE
130229         NOT AT END
130230             ADD 1 TO WS-RECORD-NUMBER
130231     END-READ.
130232 5310-EXIT.
130233     EXIT.
130234
130235 5320-ERASE-ONE-CASENOTE.
130236     MOVE NT-CUSTOMER-ID TO WS-LOOKUP-ID.
130237     PERFORM 5000-FIND-ERASURE THRU 5000-EXIT.
130238     IF NOT ERASURE-FOUND
130239         GO TO 5320-NEXT
130240     END-IF.
130241     MOVE WS-ERASED-MARK TO NT-TEXT.
130242     REWRITE CASENOTE-RECORD.
130243     MOVE "CASE TEXT" TO WS-FIELDS-ERASED.
130244     PERFORM 5150-COUNT-CHANGE THRU 5150-EXIT.
130245 5320-NEXT.
130246     PERFORM 5310-READ-CASENOTE THRU 5310-EXIT.
130247 5320-EXIT.
130248     EXIT.
130249
130250******************************************************************
130251* 5400-ERASE-CUSTMASP AND 5500-ERASE-CUSTMASN - CHGAUDIT'S PRIOR
130252* AND NEXT SNAPSHOTS CARRY WHOLE CUSTMAST ROWS, SO THEY ARE
130253* ANONYMIZED THE SAME WAY AS ARCHOUT. THE HDR AND TRL CONTROL
130254* RECORDS ARE LEFT ALONE - THE IDS, AND SO THE ID HASH ON THE
130255* TRAILER, DO NOT CHANGE.
130256******************************************************************
130257 5400-ERASE-CUSTMASP.
130258     MOVE 11 TO WS-FILE-SUB.
130259     OPEN I-O CUSTMASP-FILE.
130260     IF NOT CUSTMASP-OK
130261         PERFORM 5200-NOTE-FILE-NOT-OPEN THRU 5200-EXIT
130262         GO TO 5400-EXIT
130263     END-IF.
130264     MOVE "ANONYMIZED" TO WS-FILE-NOTE (WS-FILE-SUB).
130265     MOVE ZERO TO WS-RECORD-NUMBER.
130266     MOVE 'N' TO WS-PASS-SW.
130267     PERFORM 5410-READ-CUSTMASP THRU 5410-EXIT.
130268     PERFORM 5420-ERASE-ONE-CUSTMASP THRU 5420-EXIT
130269         UNTIL END-OF-PASS.
130270     CLOSE CUSTMASP-FILE.
130271 5400-EXIT.
130272     EXIT.
130273
130274 5410-READ-CUSTMASP.
130275     READ CUSTMASP-FILE
130276         AT END
130277             SET END-OF-PASS TO TRUE
130278         NOT AT END
130279             ADD 1 TO WS-RECORD-NUMBER
130280     END-READ.
130281 5410-EXIT.
130300     EXIT.
130301
130302 5420-ERASE-ONE-CUSTMASP.
130303     IF PC-CONTROL
130304         GO TO 5420-NEXT
130305     END-IF.
130306     MOVE PM-CUSTOMER-ID TO WS-LOOKUP-ID.
130307     PERFORM 5000-FIND-ERASURE THRU 5000-EXIT.
130308     IF NOT ERASURE-FOUND
130309         GO TO 5420-NEXT
130310     END-IF.
130311     MOVE WS-ERASED-MARK TO PM-CUSTOMER-NAME.
130312     MOVE WS-ERASED-MARK TO PM-STREET.
130313     MOVE WS-ERASED-MARK TO PM-CITY.
130314     MOVE SPACES TO PM-CUSTOMER-PHONE.
130315     MOVE SPACES TO PM-CUSTOMER-EMAIL.
130316     REWRITE CUSTMASP-RECORD.
130317     MOVE "NAME STREET CITY PHONE EMAIL" TO WS-FIELDS-ERASED.
130318     PERFORM 5150-COUNT-CHANGE THRU 5150-EXIT.
130319 5420-NEXT.
130320     PERFORM 5410-READ-CUSTMASP THRU 5410-EXIT.
130321 5420-EXIT.
130322     EXIT.
130323
130324 5500-ERASE-CUSTMASN.
130325     MOVE 12 TO WS-FILE-SUB.
130326     OPEN I-O CUSTMASN-FILE.
130327     IF NOT CUSTMASN-OK
130328         PERFORM 5200-NOTE-FILE-NOT-OPEN THRU 5200-EXIT
130329         GO TO 5500-EXIT
130330     END-IF.
130331     MOVE "ANONYMIZED" TO WS-FILE-NOTE (WS-FILE-SUB).
130332     MOVE ZERO TO WS-RECORD-NUMBER.
130333     MOVE 'N' TO WS-PASS-SW.
130334     PERFORM 5510-READ-CUSTMASN THRU 5510-EXIT.
130335     PERFORM 5520-ERASE-ONE-CUSTMASN THRU 5520-EXIT
130336         UNTIL END-OF-PASS.
130337     CLOSE CUSTMASN-FILE.
130338 5500-EXIT.
130339     EXIT.
130340
130341 5510-READ-CUSTMASN.
130342     READ CUSTMASN-FILE
130343         AT END
130344             SET END-OF-PASS TO TRUE
130345         NOT AT END
130346             ADD 1 TO WS-RECORD-NUMBER
130347     END-READ.
130348 5510-EXIT.
130349     EXIT.
130350
130351 5520-ERASE-ONE-CUSTMASN.
130352     IF NC-CONTROL
130353         GO TO 5520-NEXT
130354     END-IF.
130355     MOVE NM-CUSTOMER-ID TO WS-LOOKUP-ID.
130356     PERFORM 5000-FIND-ERASURE THRU 5000-EXIT.
130357     IF NOT ERASURE-FOUND
130358         GO TO 5520-NEXT
130359     END-IF.
130360     MOVE WS-ERASED-MARK TO NM-CUSTOMER-NAME.
130361     MOVE WS-ERASED-MARK TO NM-STREET.
130362     MOVE WS-ERASED-MARK TO NM-CITY.
130363     MOVE SPACES TO NM-CUSTOMER-PHONE.
130364     MOVE SPACES TO NM-CUSTOMER-EMAIL.
130365     REWRITE CUSTMASN-RECORD.
130366     MOVE "NAME STREET CITY PHONE EMAIL" TO WS-FIELDS-ERASED.
130367     PERFORM 5150-COUNT-CHANGE THRU 5150-EXIT.
130368 5520-NEXT.
130369     PERFORM 5510-READ-CUSTMASN THRU 5510-EXIT.
130370 5520-EXIT.
130371     EXIT.
130373
130375******************************************************************
130377* 5600-ERASE-CUSTMASP-GENS - GENMGR KEEPS EARLIER CUSTMASP
130379* SNAPSHOTS AS CUSTMASP.GNNNNV00 UNTIL ITS KEEP COUNT PRUNES
130381* THEM. EACH ONE STILL HELD IS ANONYMIZED IN PLACE LIKE CUSTMASP
130383* ITSELF. THE RECORD COUNT AND THE IDS DO NOT CHANGE, SO GENMGR
130385* CAN STILL CHECK AND ROLL BACK TO IT - A ROLLBACK JUST NO LONGER
130387* BRINGS AN ERASED CUSTOMER'S DATA BACK.
130389******************************************************************
130391 5600-ERASE-CUSTMASP-GENS.
130393     MOVE 13 TO WS-FILE-SUB.
130395     PERFORM 5610-LOAD-GENERATIONS THRU 5610-EXIT.
130397     IF WS-FILE-NOTE (WS-FILE-SUB) NOT = SPACES
130399         GO TO 5600-EXIT
130401     END-IF.
130403     IF WS-GEN-TABLE-COUNT = ZERO
130405         MOVE "NO GENERATIONS RETAINED"
130407             TO WS-FILE-NOTE (WS-FILE-SUB)
130409         GO TO 5600-EXIT
130411     END-IF.
130413     MOVE "ANONYMIZED" TO WS-FILE-NOTE (WS-FILE-SUB).
130415     PERFORM 5650-ERASE-ONE-GENERATION THRU 5650-EXIT
130417         VARYING WS-GEN-SUB FROM 1 BY 1
130419         UNTIL WS-GEN-SUB > WS-GEN-TABLE-COUNT.
130421 5600-EXIT.
130423     EXIT.
130425
130427* NO RUNCTL MEANS GENMGR HAS NEVER SAVED A GENERATION. ANY OTHER
130429* OPEN FAILURE, OR MORE GENERATIONS THAN THE TABLE HOLDS, LEAVES
130431* THEM UNERASED AND FAILS THE RUN.
130433 5610-LOAD-GENERATIONS.
130435     MOVE ZERO TO WS-GEN-TABLE-COUNT.
130437     MOVE 'N' TO WS-RUNCTL-SW.
130439     OPEN INPUT RUNCTL-FILE.
130441     IF NOT RUNCTL-OK
130443         IF WS-RUNCTL-STATUS NOT = '35'
130445             MOVE SPACES TO WS-FILE-NOTE (WS-FILE-SUB)
130447             STRING "RUNCTL STATUS " WS-RUNCTL-STATUS
130449                 " - NOT ERASED" DELIMITED BY SIZE
130451                 INTO WS-FILE-NOTE (WS-FILE-SUB)
130453             DISPLAY "RUNCTL OPEN FAILED, STATUS: "
130455                 WS-RUNCTL-STATUS
130457             MOVE 16 TO RETURN-CODE
130459         END-IF
130461         GO TO 5610-EXIT
130463     END-IF.
130465     PERFORM READ-RUNCTL-RECORD THRU READ-RUNCTL-RECORD-EXIT.
130467     PERFORM 5620-REPLAY-RUNCTL-RECORD THRU 5620-EXIT
130469         UNTIL END-OF-RUNCTL.
130471     CLOSE RUNCTL-FILE.
130473     IF GEN-TABLE-OVERFLOW
130475         DISPLAY "MORE THAN " WS-MAX-GEN-TABLE
130477             " CUSTMASP GENERATIONS RETAINED, NOT ERASED"
130479         MOVE "TOO MANY GENERATIONS - NOT ERASED"
130481             TO WS-FILE-NOTE (WS-FILE-SUB)
130483         MOVE ZERO TO WS-GEN-TABLE-COUNT
130485         MOVE 16 TO RETURN-CODE
130487     END-IF.
130489 5610-EXIT.
130491     EXIT.
130493
130495 5620-REPLAY-RUNCTL-RECORD.
130497     IF RU-PROGRAM-ID NOT = "GENMGRD"
130499         GO TO 5620-NEXT
130501     END-IF.
130503     IF RU-GEN-FILE-ID NOT = "CUSTMASP"
130505             OR RU-GEN-NUMBER NOT > ZERO
130507         GO TO 5620-NEXT
130509     END-IF.
130511     IF RU-GEN-DROP
130513         PERFORM 5630-DROP-GENERATION THRU 5630-EXIT
130515         GO TO 5620-NEXT
130517     END-IF.
130519     IF NOT RU-GEN-SWAP AND NOT RU-GEN-ROLLBACK
130521         GO TO 5620-NEXT
130523     END-IF.
130525     IF WS-GEN-TABLE-COUNT NOT < WS-MAX-GEN-TABLE
130527         SET GEN-TABLE-OVERFLOW TO TRUE
130529         GO TO 5620-NEXT
130531     END-IF.
130533     ADD 1 TO WS-GEN-TABLE-COUNT.
130535     MOVE WS-GEN-TABLE-COUNT TO WS-GEN-SUB.
130537     MOVE RU-GEN-NUMBER TO WS-GEN-NUMBER (WS-GEN-SUB).
130539     MOVE SPACES TO WS-GEN-FILE (WS-GEN-SUB).
130541     STRING "CUSTMASP.G" DELIMITED BY SIZE
130543         RU-GEN-NUMBER DELIMITED BY SIZE
130545         "V00" DELIMITED BY SIZE
130547         INTO WS-GEN-FILE (WS-GEN-SUB).
130549     MOVE ZERO TO WS-GEN-CHANGED (WS-GEN-SUB).
130551     MOVE SPACES TO WS-GEN-NOTE (WS-GEN-SUB).
130553 5620-NEXT.
130555     PERFORM READ-RUNCTL-RECORD THRU READ-RUNCTL-RECORD-EXIT.
130557 5620-EXIT.
130559     EXIT.
130561
130563 5630-DROP-GENERATION.
130565     MOVE ZERO TO WS-GEN-FOUND-SUB.
130567     PERFORM 5635-MATCH-GENERATION THRU 5635-EXIT
130569         VARYING WS-GEN-SUB FROM 1 BY 1
130571         UNTIL WS-GEN-SUB > WS-GEN-TABLE-COUNT
130573             OR WS-GEN-FOUND-SUB > ZERO.
130575     IF WS-GEN-FOUND-SUB = ZERO
130577         GO TO 5630-EXIT
130579     END-IF.
130581     PERFORM 5640-SHIFT-GENERATION THRU 5640-EXIT
130583         VARYING WS-GEN-SUB FROM WS-GEN-FOUND-SUB BY 1
130585         UNTIL WS-GEN-SUB NOT < WS-GEN-TABLE-COUNT.
130587     SUBTRACT 1 FROM WS-GEN-TABLE-COUNT.
130589 5630-EXIT.
130591     EXIT.
130593
130595 5635-MATCH-GENERATION.
130597     IF WS-GEN-NUMBER (WS-GEN-SUB) = RU-GEN-NUMBER
130599         MOVE WS-GEN-SUB TO WS-GEN-FOUND-SUB
130601     END-IF.
130603 5635-EXIT.
130605     EXIT.
130607
130609 5640-SHIFT-GENERATION.
130611     MOVE WS-GEN-TABLE-ENTRY (WS-GEN-SUB + 1)
130613         TO WS-GEN-TABLE-ENTRY (WS-GEN-SUB).
130615 5640-EXIT.
130617     EXIT.
130619
130621* A GENERATION GENMGR HAS LOST TRACK OF IS NOT AN ERROR HERE -
130623* GENMGR REPORTS IT. ANY OTHER OPEN FAILURE LEAVES PERSONAL DATA
130625* UNERASED AND FAILS THE RUN.
130627 5650-ERASE-ONE-GENERATION.
130629     MOVE WS-GEN-FILE (WS-GEN-SUB) TO WS-GEN-FILE-NAME.
130631     OPEN I-O CUSTGEN-FILE.
130633     IF NOT CUSTGEN-OK
130635         IF WS-CUSTGEN-STATUS = '35'
130637             MOVE "FILE NOT PRESENT" TO WS-GEN-NOTE (WS-GEN-SUB)
130639         ELSE
130641             MOVE SPACES TO WS-GEN-NOTE (WS-GEN-SUB)
130643             STRING "OPEN FAILED, STATUS " WS-CUSTGEN-STATUS
130645                 " - NOT ERASED" DELIMITED BY SIZE
130647                 INTO WS-GEN-NOTE (WS-GEN-SUB)
130649             DISPLAY WS-GEN-FILE-NAME
130651                 " OPEN FAILED, STATUS: " WS-CUSTGEN-STATUS
130653             MOVE 16 TO RETURN-CODE
130655         END-IF
130657         GO TO 5650-EXIT
130659     END-IF.
130661     MOVE "ANONYMIZED" TO WS-GEN-NOTE (WS-GEN-SUB).
130663     MOVE ZERO TO WS-RECORD-NUMBER.
130665     MOVE 'N' TO WS-PASS-SW.
130667     PERFORM 5660-READ-CUSTGEN THRU 5660-EXIT.
130669     PERFORM 5670-ERASE-ONE-CUSTGEN THRU 5670-EXIT
130671         UNTIL END-OF-PASS.
130673     CLOSE CUSTGEN-FILE.
130675 5650-EXIT.
130677     EXIT.
130679
130681 5660-READ-CUSTGEN.
130683     READ CUSTGEN-FILE
130685         AT END
130687             SET END-OF-PASS TO TRUE
130689         NOT AT END
130691             ADD 1 TO WS-RECORD-NUMBER
130693     END-READ.
130695 5660-EXIT.
130697     EXIT.
130699
130701 5670-ERASE-ONE-CUSTGEN.
130703     IF GC-CONTROL
130705         GO TO 5670-NEXT
130707     END-IF.
130709     MOVE GM-CUSTOMER-ID TO WS-LOOKUP-ID.
130711     PERFORM 5000-FIND-ERASURE THRU 5000-EXIT.
130713     IF NOT ERASURE-FOUND
130715         GO TO 5670-NEXT
130717     END-IF.
130719     MOVE WS-ERASED-MARK TO GM-CUSTOMER-NAME.
130721     MOVE WS-ERASED-MARK TO GM-STREET.
130723     MOVE WS-ERASED-MARK TO GM-CITY.
130725     MOVE SPACES TO GM-CUSTOMER-PHONE.
130727     MOVE SPACES TO GM-CUSTOMER-EMAIL.
130729     REWRITE CUSTGEN-RECORD.
130731     MOVE SPACES TO WS-FIELDS-ERASED.
130733     STRING "G" WS-GEN-NUMBER (WS-GEN-SUB)
130735         " NAME STREET CITY PHONE EMAIL" DELIMITED BY SIZE
130737         INTO WS-FIELDS-ERASED.
130739     PERFORM 5150-COUNT-CHANGE THRU 5150-EXIT.
130741     ADD 1 TO WS-GEN-CHANGED (WS-GEN-SUB).
130743 5670-NEXT.
130745     PERFORM 5660-READ-CUSTGEN THRU 5660-EXIT.
130747 5670-EXIT.
130749     EXIT.
130751
130753* INCLUDE THE SHARED OPERATOR-AUTHORIZATION UTILITY PARAGRAPHS
130755     COPY CHKAUTH.
130757
130800******************************************************************
130900* 4000-CLEANUP-ROUTINE - CERTIFICATE, SUMMARY COUNTS, DISCONNECT,
131000* CLOSES AND THE RUN-CONTROL STAMP. A REFUSED OR FAILED REQUEST
131100* ENDS THE RUN WITH RC 4 SO THE PRIVACY DESK FOLLOWS IT UP.
131200******************************************************************
131300 4000-CLEANUP-ROUTINE.
131400     IF WS-ACCEPTED-COUNT > ZERO
131500         PERFORM 3000-PRINT-CERTIFICATE THRU 3000-EXIT
131600     END-IF.
131700
131800     IF RETURN-CODE = ZERO
131900         AND (WS-REFUSED-COUNT > ZERO OR WS-FAILED-COUNT > ZERO)
132000         MOVE 4 TO RETURN-CODE
132100     END-IF.
132200
132300     MOVE SPACES TO ERASCERT-LINE.
132400     WRITE ERASCERT-LINE.
132500     MOVE SPACES TO WS-SUMMARY-LINE.
132600     MOVE "REQUESTS READ:         " TO WS-SUM-LABEL.
132700     MOVE WS-REQUESTS-READ TO WS-SUM-VALUE.
132800     WRITE ERASCERT-LINE FROM WS-SUMMARY-LINE.
132900
133000     MOVE "CUSTOMERS ERASED:      " TO WS-SUM-LABEL.
133100     MOVE WS-ACCEPTED-COUNT TO WS-SUM-VALUE.
133200     WRITE ERASCERT-LINE FROM WS-SUMMARY-LINE.
133300
133400     MOVE "REQUESTS REFUSED:      " TO WS-SUM-LABEL.
133500     MOVE WS-REFUSED-COUNT TO WS-SUM-VALUE.
133600     WRITE ERASCERT-LINE FROM WS-SUMMARY-LINE.
133700
133800     MOVE "ERASURES FAILED:       " TO WS-SUM-LABEL.
133900     MOVE WS-FAILED-COUNT TO WS-SUM-VALUE.
134000     WRITE ERASCERT-LINE FROM WS-SUMMARY-LINE.
134100
134200     MOVE "RECORDS CHANGED:       " TO WS-SUM-LABEL.
134300     MOVE WS-RECORDS-CHANGED TO WS-SUM-VALUE.
134400     WRITE ERASCERT-LINE FROM WS-SUMMARY-LINE.
134500
134600     EXEC SQL
134700         DISCONNECT
134800     END-EXEC.
134900
135000     CLOSE ERASCERT-FILE.
135100
135200     MOVE "CUSTERAS" TO RC-STAMP-PROGRAM.
135300     MOVE WS-CURRENT-DATE TO RC-STAMP-DATE.
135400     PERFORM STAMP-RUN-CONTROL THRU STAMP-RUN-CONTROL-EXIT.
135500
135600     DISPLAY "CUSTOMERS ERASED: " WS-ACCEPTED-COUNT.
135700     DISPLAY "CUSTOMER DATA ERASURE COMPLETE".
135800 4000-EXIT.
135900     EXIT.
136000
136100* INCLUDE THE SHARED RUN-CONTROL UTILITY PARAGRAPHS
136200     COPY CHKRUN.
136300
136400* INCLUDE THE SHARED CHECK-DATE-FORMAT UTILITY PARAGRAPHS
136500     COPY CHKDATE.
