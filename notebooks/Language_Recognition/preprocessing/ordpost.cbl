006400*                   THE TABLE AND STOP DAILY POSTING FOR GOOD.
006500*                   THE LEDGER FILE ITSELF IS STILL RETAINED
006600*                   WHOLE (CUSTDLTA READS IT IN FULL).
006601* 2026-10-15  RDM   EVERY POSTING NOW ALSO MOVES THE CUSTOMER'S
006602*                   OPEN BALANCE IN RECEIVABLES - A SALE RAISES
006603*                   IT, A RETURN OR CREDIT ADJUSTMENT LOWERS IT -
006604*                   SO PAYPOST HAS SOMETHING TO APPLY PAYMENTS
006605*                   AGAINST AND ARAGE HAS SOMETHING TO AGE. THE
006606*                   FIRST SALE FOR A CUSTOMER CREATES THE ROW.
006607* 2026-10-15  RDM   ORDERS NO LONGER POST SILENTLY AGAINST AN
006608*                   'I' INACTIVE OR 'P' PENDING CUSTOMER, OR
006609*                   REJECT AS "NOT ON FILE" AGAINST AN ID RETIRED
006610*                   BY A MERGE OR REMOVED BY CUSTARCH: ALL FOUR
006611*                   GO TO THE ORDHOLD HOLD QUEUE (EXTENDED ACROSS
006612*                   RUNS) WITH A HOLD CODE AND REASON, THE
006613*                   MRGTRACE SURVIVOR FOR A MERGED ID AND THE
006614*                   ARCHIDX DATE FOR AN ARCHIVED ONE. ORDRLSE
006615*                   WORKS THE QUEUE; WHAT A SUPERVISOR RELEASES
006616*                   COMES BACK ON ORDRLSD AND IS POSTED BY THE
006617*                   NEXT RUN AFTER THE DAY'S ORDERS, WITHOUT THE
006618*                   STATUS HOLD, AND THE FILE IS THEN EMPTIED.
006619* 2026-10-15  RDM   THE DAY'S POSTINGS ARE NOW SUMMARIZED INTO A
006620*                   BALANCED GENERAL LEDGER JOURNAL (GLJRNL,
006621*                   EXTENDED UNTIL THE TRANSFER PICKS IT UP) SO
006622*                   FINANCE NO LONGER RE-KEYS ORDRPT: ONE DEBIT
006623*                   AND ONE CREDIT LINE PER TRANSACTION TYPE,
006624*                   REGION AND CURRENCY, THE ACCOUNTS COMING
006625*                   FROM THE POSTRULE POSTING-RULES REFERENCE
006626*                   KEYED ON OR-TRANS-TYPE, WITH A HEADER AND A
006627*                   TRAILER CARRYING THE LINE COUNT AND DEBIT
006628*                   AND CREDIT TOTALS. REGION AND CURRENCY COME
006629*                   FROM THE CUSTMAST SNAPSHOT, THE SAME SOURCE
006630*                   REVRPT BOOKS BY, SO THE TWO AGREE AT MONTH
006631*                   END. EVERY JOURNAL IS ENTERED ON THE GLJREG
006632*                   REGISTER FOR GLRECN TO FOLLOW UP AGAINST THE
006633*                   GL ACKNOWLEDGEMENTS. A RUN IS REFUSED WHEN A
006634*                   TRANSACTION TYPE HAS NO POSTING RULE.
006635* 2026-10-15  RDM   SALES TAX: EVERY POSTING NOW CARRIES TAX AT
006636*                   THE TAXREF RATE FOR THE CUSTOMER'S STATE AND
006637*                   ZIP-CODE AS OF THE ORDER DATE, STORED ON THE
006638*                   ORDERS ROW (ORDER_TAX, SIGNED LIKE THE AMOUNT,
006639*                   AND ORDER_TAX_STATE) - A SALE CHARGES IT, A
006640*                   RETURN OR CREDIT ADJUSTMENT REVERSES IT. THE
006641*                   OPEN BALANCE MOVES BY GOODS PLUS TAX, AND
006642*                   THE GL JOURNAL CARRIES THE TAX ON ITS OWN
006643*                   DEBIT/CREDIT PAIR FROM THE TAX ACCOUNTS NOW
006644*                   ON POSTRULE. ORDER_TOTALS STAYS GOODS ONLY.
006645*                   A RUN IS REFUSED WITHOUT A USABLE TAXREF.
006646* 2026-10-15  RDM   EVERY ORDLEDG RECORD NOW ALSO CARRIES THE
006647*                   TRANSACTION TYPE AND GROSS AMOUNT POSTED, IN
006648*                   WHAT WAS FILLER, SO THE CUSTRISK ACCOUNT-
006649*                   CHANGE WATCH CAN SEE A LARGE SALE OR A
006650*                   RETURN/CREDIT WITHOUT THE DAY'S ORDERS FILE.
006651*                   RECORDS WRITTEN BEFORE THIS CARRY SPACES
006652*                   THERE.
006653* 2026-10-15  RDM   LOYALTY POINTS: A POSTED SALE NOW EARNS
006654*                   POINTS AT THE LOYRATE RATE FOR THE CUSTOMER'S
006655*                   REGION AS OF THE ORDER DATE (WHOLE POINTS,
006656*                   ROUNDED DOWN), AND A POSTED RETURN TAKES THEM
006657*                   BACK AT THE RATE IN FORCE ON ITS OWN DATE -
006658*                   NO FURTHER THAN THE POINTS THE CUSTOMER STILL
006659*                   HOLDS. EACH MOVEMENT GOES TO THE
006660*                   LOYALTY_POINTS LEDGER AND THE RUNNING
006661*                   LOYALTY_BALANCE ROW; A SALE ALSO MOVES THE
006662*                   LAST-ACTIVITY DATE LOYEXPR EXPIRES BY. ONLY AN
006663*                   'A' ACTIVE CUSTOMER EARNS, SO A RELEASED ORDER
006664*                   FOR AN INACTIVE OR PENDING CUSTOMER POSTS
006665*                   WITHOUT POINTS (ARCHIVED IDS NEVER POST).
006666*                   CREDIT ADJUSTMENTS DO NOT TOUCH POINTS. A RUN
006667*                   IS REFUSED WITHOUT A USABLE LOYRATE.
006668* 2026-10-15  RDM   LINE ITEMS: AN ORDER MAY NOW BE FOLLOWED ON
006669*                   THE ORDERS FILE BY 'L' LINE-ITEM RECORDS
006670*                   (PRODUCT CODE, QUANTITY, UNIT PRICE, SAME
006671*                   ORDER REFERENCE). EVERY PRODUCT MUST BE ON
006672*                   THE PRODREF REFERENCE (A SALE OF A
006673*                   DISCONTINUED ONE REJECTS) AND THE LINES MUST
006674*                   SUM TO THE ORDER AMOUNT. A RETURN MUST CITE
006675*                   ITS PRODUCTS, AND EACH MUST HAVE BEEN SOLD TO
006676*                   THE CUSTOMER IN AT LEAST THE QUANTITY COMING
006677*                   BACK; AN ADJUSTMENT CARRIES NO LINES. A SALE
006678*                   WITHOUT LINES (OLD-FORMAT BRANCH) STILL
006679*                   POSTS. POSTED LINES GO TO THE ORDER_LINES
006680*                   TABLE WITH THE REGION THE ORDER WAS BOOKED
006681*                   UNDER, AND THE ORDERS ROW NOW KEEPS THE ORDER
006682*                   REFERENCE SO THE TWO JOIN. A HELD ORDER
006683*                   TAKES ITS LINES ONTO ORDHOLD WITH IT. A RUN
006684*                   IS REFUSED WITHOUT A USABLE PRODREF.
006685* 2026-10-15  RDM   AN ORDER ALREADY ON THE HOLD QUEUE (SAME
006686*                   REFERENCE AND CUSTOMER) IS REJECTED RATHER
006687*                   THAN QUEUED TWICE. A RETURN'S QUANTITY IS
006688*                   CHECKED PER PRODUCT ACROSS ALL ITS LINES. A
006689*                   CUSTOMER WITH SALES POSTED WITHOUT LINE ITEMS
006690*                   MAY RETURN WITHOUT ITEMS, AND ITEMS CITED ARE
006691*                   NOT QUANTITY-CHECKED (THE CREDIT IS STILL
006692*                   HELD TO LIFETIME SALES).
006693* 2026-10-15  RDM   THE GL JOURNAL IS NOW ONLY WRITTEN ONCE
006694*                   START-UP HAS COMPLETED (DATABASE CONNECTED),
006695*                   SO A RUN REFUSED AT START-UP NO LONGER LEAVES
006696*                   AN EMPTY JOURNAL AND A GLJREG ENTRY BEHIND.
006697*                   CUSTMAST IS CLOSED ON ITS OWN OPENED SWITCH.
006700******************************************************************
006800 ENVIRONMENT DIVISION.
006900 CONFIGURATION SECTION.
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS WS-ORDRPT-STATUS.
008700
008714     SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
008728         ORGANIZATION IS INDEXED
008742         ACCESS MODE IS RANDOM
008756         RECORD KEY IS CM-CUSTOMER-ID
008770         FILE STATUS IS WS-CUSTMAST-STATUS.
008784
008800     SELECT SECPARM-FILE ASSIGN TO "SECPARM"
008900         ORGANIZATION IS SEQUENTIAL
009000         ACCESS MODE IS SEQUENTIAL
009100         FILE STATUS IS WS-SECPARM-STATUS.
009106
009112     SELECT POSTRULE-FILE ASSIGN TO "POSTRULE"
009118         ORGANIZATION IS SEQUENTIAL
009124         ACCESS MODE IS SEQUENTIAL
009130         FILE STATUS IS WS-POSTRULE-STATUS.
009136
009142     SELECT TAXREF-FILE ASSIGN TO "TAXREF"
009148         ORGANIZATION IS SEQUENTIAL
009154         ACCESS MODE IS SEQUENTIAL
009160         FILE STATUS IS WS-TAXREF-STATUS.
009166
009172     SELECT PRODREF-FILE ASSIGN TO "PRODREF"
009178         ORGANIZATION IS SEQUENTIAL
009184         ACCESS MODE IS SEQUENTIAL
009190         FILE STATUS IS WS-PRODREF-STATUS.
009200
009300     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
009400         ORGANIZATION IS SEQUENTIAL
009500         ACCESS MODE IS SEQUENTIAL
009600         FILE STATUS IS WS-RUNCTL-STATUS.
009700
009709     SELECT GLJRNL-FILE ASSIGN TO "GLJRNL"
009718         ORGANIZATION IS SEQUENTIAL
009727         ACCESS MODE IS SEQUENTIAL
009736         FILE STATUS IS WS-GLJRNL-STATUS.
009745
009754     SELECT GLJREG-FILE ASSIGN TO "GLJREG"
009763         ORGANIZATION IS SEQUENTIAL
009772         ACCESS MODE IS SEQUENTIAL
009781         FILE STATUS IS WS-GLJREG-STATUS.
009790
009800     SELECT ORDLEDG-FILE ASSIGN TO "ORDLEDG"
009900         ORGANIZATION IS SEQUENTIAL
010000         ACCESS MODE IS SEQUENTIAL
010100         FILE STATUS IS WS-ORDLEDG-STATUS.
010200
010203     SELECT ORDHOLD-FILE ASSIGN TO "ORDHOLD"
010206         ORGANIZATION IS SEQUENTIAL
010209         ACCESS MODE IS SEQUENTIAL
010212         FILE STATUS IS WS-ORDHOLD-STATUS.
010215
010218     SELECT ORDRLSD-FILE ASSIGN TO "ORDRLSD"
010221         ORGANIZATION IS SEQUENTIAL
010224         ACCESS MODE IS SEQUENTIAL
010227         FILE STATUS IS WS-ORDRLSD-STATUS.
010230
010233     SELECT MRGTRACE-FILE ASSIGN TO "MRGTRACE"
010236         ORGANIZATION IS SEQUENTIAL
010239         ACCESS MODE IS SEQUENTIAL
010242         FILE STATUS IS WS-MRGTRACE-STATUS.
010245
010248     SELECT ARCHIDX-FILE ASSIGN TO "ARCHIDX"
010251         ORGANIZATION IS SEQUENTIAL
010254         ACCESS MODE IS SEQUENTIAL
010257         FILE STATUS IS WS-ARCHIDX-STATUS.
010260
010263     SELECT LOYRATE-FILE ASSIGN TO "LOYRATE"
010266         ORGANIZATION IS SEQUENTIAL
010269         ACCESS MODE IS SEQUENTIAL
010272         FILE STATUS IS WS-LOYRATE-STATUS.
010275
010300 DATA DIVISION.
010400 FILE SECTION.
010420* DAILY ORDERS TRANSACTION FILE - AN ORDER RECORD, FOLLOWED BY
010440* ANY 'L' LINE-ITEM RECORDS FOR IT. BOTH LAYOUTS ARE IN WORKING
010460* STORAGE (ORDERS-RECORD, WS-ORDER-ITEM): THE NEXT RECORD IS
010480* READ AHEAD TO FIND THE END OF AN ORDER'S LINES.
010500 FD  ORDERS-FILE
010600     RECORDING MODE IS F.
011100 01  ORDERS-FILE-RECORD        PIC X(80).
012300
012400 FD  ORDERR-FILE
012500     RECORDING MODE IS F.
013400 FD  ORDRPT-FILE.
013500 01  ORDRPT-LINE               PIC X(132).
013600
013605* NIGHTLY CUSTOMER-MASTER SNAPSHOT BUILT BY CUSTEXTR - SUPPLIES
013610* THE REGION AND CURRENCY EVERY POSTING IS JOURNALLED UNDER, THE
013615* SAME AS REVRPT.
013620 FD  CUSTMAST-FILE.
013625 01  CUSTMAST-RECORD.
013630     05  CM-CUSTOMER-ID        PIC 9(06).
013635     05  CM-CUSTOMER-NAME      PIC X(30).
013640     05  CM-STREET             PIC X(30).
013645     05  CM-CITY               PIC X(20).
013650     05  CM-STATE              PIC X(02).
013655     05  CM-ZIP-CODE           PIC 9(05).
013660     05  CM-CUSTOMER-PHONE     PIC X(15).
013665     05  CM-CUSTOMER-EMAIL     PIC X(50).
013670     05  CM-CUSTOMER-STATUS    PIC X(01).
013675     05  CM-CUSTOMER-JOIN-DATE PIC X(10).
013680     05  CM-CUSTOMER-LAST-ORDER PIC X(10).
013685     05  CM-CUSTOMER-REGION    PIC X(02).
013690     05  CM-CURRENCY-CODE      PIC X(03).
013695
013700* SECURED PARAMETER FILE - DB2 CONNECT CREDENTIALS MAINTAINED BY
013800* THE VAULT/KEY-MANAGEMENT PROCESS, NEVER HARDCODED IN SOURCE.
013900 FD  SECPARM-FILE
014100 01  SECPARM-RECORD.
014200     05  SP-DB-USERNAME        PIC X(20).
014300     05  SP-DB-PASSWORD        PIC X(20).
014302
014304* POSTING-RULES REFERENCE - ONE RECORD PER ORDERS TRANSACTION
014306* TYPE WITH THE GL ACCOUNTS ITS AMOUNT IS DEBITED AND CREDITED
014308* TO. MAINTAINED BY FINANCE AS DATA, NOT COMPILED IN.
014310 FD  POSTRULE-FILE
014312     RECORDING MODE IS F.
014314 01  POSTRULE-RECORD.
014316     05  PR-TRANS-TYPE         PIC X(01).
014318     05  PR-DEBIT-ACCOUNT      PIC X(10).
014320     05  PR-CREDIT-ACCOUNT     PIC X(10).
014322     05  PR-DESCRIPTION        PIC X(20).
014324     05  PR-TAX-DEBIT-ACCOUNT  PIC X(10).
014326     05  PR-TAX-CREDIT-ACCOUNT PIC X(10).
014328     05  FILLER                PIC X(19).
014330
014332* SALES-TAX RATE REFERENCE - ONE RECORD PER STATE, ZIP RANGE AND
014334* EFFECTIVE DATE, LOADED AT STARTUP. SEE CHKTAX.cpy.
014336 FD  TAXREF-FILE
014338     RECORDING MODE IS F.
014340 01  TAXREF-RECORD.
014342     05  TR-STATE              PIC X(02).
014344     05  TR-ZIP-LOW            PIC 9(05).
014346     05  TR-ZIP-HIGH           PIC 9(05).
014348     05  TR-RATE               PIC 9(01)V9(05).
014350     05  TR-EFF-DATE           PIC X(10).
014352     05  FILLER                PIC X(52).
014354
014356* LOYALTY-POINTS RATE REFERENCE - ONE RECORD PER REGION AND
014358* EFFECTIVE DATE: POINTS EARNED PER UNIT OF GOODS AND THE VALUE
014360* OF A POINT, MAINTAINED BY MARKETING. SEE CHKLOY.cpy.
014362 FD  LOYRATE-FILE
014364     RECORDING MODE IS F.
014366 01  LOYRATE-RECORD.
014368     05  LR-REGION             PIC X(02).
014370     05  LR-EFF-DATE           PIC X(10).
014372     05  LR-EARN-RATE          PIC 9(03)V99.
014374     05  LR-POINT-VALUE        PIC 9(01)V9(04).
014376     05  FILLER                PIC X(58).
014378
014380* PRODUCT REFERENCE - ONE RECORD PER PRODUCT CODE WITH ITS
014382* DESCRIPTION AND STATUS (A ACTIVE, D DISCONTINUED), LOADED AT
014384* STARTUP. SEE CHKPROD.cpy.
014386 FD  PRODREF-FILE
014388     RECORDING MODE IS F.
014390 01  PRODREF-RECORD.
014392     05  PF-PRODUCT-CODE       PIC X(08).
014394     05  PF-DESCRIPTION        PIC X(30).
014396     05  PF-PRODUCT-STATUS     PIC X(01).
014398     05  FILLER                PIC X(41).
014400
014500* SHARED NIGHTLY RUN-CONTROL FILE - ONE RECORD PER PROGRAM
014600* COMPLETION, STAMPED AT CLEANUP AND CHECKED BY PROGRAMS WITH A
015400     05  RU-RETURN-CODE        PIC S9(04).
015500     05  FILLER                PIC X(37).
015600
015602* GENERAL LEDGER JOURNAL - ONE HEADER, THE DEBIT AND CREDIT
015604* LINES AND ONE TRAILER PER RUN, EXTENDED UNTIL THE GL TRANSFER
015606* TAKES THE FILE. AMOUNTS ARE UNSIGNED; THE D/C FLAG CARRIES
015608* THE DIRECTION.
015610 FD  GLJRNL-FILE
015612     RECORDING MODE IS F.
015614 01  GLJRNL-RECORD.
015616     05  GJ-RECORD-TYPE        PIC X(01).
015618         88  GJ-HEADER         VALUE 'H'.
015620         88  GJ-DETAIL         VALUE 'D'.
015622         88  GJ-TRAILER        VALUE 'T'.
015624     05  GJ-JOURNAL-ID         PIC X(16).
015626     05  GJ-BODY               PIC X(83).
015628     05  GJ-HEADER-BODY REDEFINES GJ-BODY.
015630         10  GJ-POST-DATE      PIC X(10).
015632         10  GJ-SOURCE         PIC X(08).
015634         10  FILLER            PIC X(65).
015636     05  GJ-DETAIL-BODY REDEFINES GJ-BODY.
015638         10  GJ-LINE-SEQ       PIC 9(05).
015640         10  GJ-ACCOUNT        PIC X(10).
015642         10  GJ-DEBIT-CREDIT   PIC X(01).
015644         10  GJ-REGION         PIC X(02).
015646         10  GJ-CURRENCY       PIC X(03).
015648         10  GJ-AMOUNT         PIC 9(11)V99.
015650         10  GJ-DESCRIPTION    PIC X(20).
015652         10  FILLER            PIC X(29).
015654     05  GJ-TRAILER-BODY REDEFINES GJ-BODY.
015656         10  GJ-LINE-COUNT     PIC 9(07).
015658         10  GJ-DEBIT-TOTAL    PIC 9(13)V99.
015660         10  GJ-CREDIT-TOTAL   PIC 9(13)V99.
015662         10  FILLER            PIC X(46).
015664
015666* JOURNAL REGISTER - ONE RECORD PER JOURNAL SENT, STATUS 'S'
015668* UNTIL GLRECN APPLIES THE GL'S ACKNOWLEDGEMENT. SEE GLRECN.
015670 FD  GLJREG-FILE
015672     RECORDING MODE IS F.
015674 01  GLJREG-RECORD.
015676     05  JR-JOURNAL-ID         PIC X(16).
015678     05  JR-POST-DATE          PIC X(10).
015680     05  JR-LINE-COUNT         PIC 9(07).
015682     05  JR-DEBIT-TOTAL        PIC 9(13)V99.
015684     05  JR-CREDIT-TOTAL       PIC 9(13)V99.
015686     05  JR-STATUS             PIC X(01).
015688     05  JR-ACK-DATE           PIC X(10).
015690     05  JR-ACK-REASON         PIC X(40).
015692     05  FILLER                PIC X(06).
015694
015700* POSTED-ORDERS LEDGER - ONE RECORD PER ORDER EVER POSTED,
015800* EXTENDED EVERY RUN AND LOADED AT STARTUP SO AN INCOMING ORDER
015900* WHOSE REFERENCE IS ALREADY ON THE LEDGER IS SKIPPED, NOT
016400     05  OL-ORDER-REF          PIC X(12).
016500     05  OL-CUSTOMER-ID        PIC 9(06).
016600     05  OL-POST-DATE          PIC X(10).
016602* TYPE (S/R/A) AND GROSS AMOUNT AS POSTED - SPACES ON A RECORD
016604* WRITTEN BEFORE THE FIELDS WERE ADDED.
016606     05  OL-TRANS-TYPE         PIC X(01).
016608     05  OL-ORDER-AMOUNT       PIC 9(07)V99.
016610     05  OL-ORDER-AMOUNT-X REDEFINES OL-ORDER-AMOUNT
016612                               PIC X(09).
016614     05  FILLER                PIC X(02).
016616
016618* ORDER HOLD QUEUE - ONE RECORD PER ORDER HELD INSTEAD OF POSTED,
016620* EXTENDED EVERY RUN. ORDRLSE RELEASES OR DECLINES FROM IT AND
016622* CARRIES THE REST FORWARD TO ORDHOLDN FOR THE SCHEDULER TO
016624* SWAP IN. HOLD CODES: I INACTIVE, P PENDING, M MERGED (WITH
016626* THE SURVIVOR), A ARCHIVED (WITH THE ARCHIVE DATE).
016628 FD  ORDHOLD-FILE
016630     RECORDING MODE IS F.
016632 01  ORDHOLD-RECORD.
016634     05  OH-CUSTOMER-ID        PIC 9(06).
016636     05  OH-ORDER-DATE         PIC X(10).
016638     05  OH-ORDER-AMOUNT       PIC 9(07)V99.
016640     05  OH-TRANS-TYPE         PIC X(01).
016642     05  OH-ORDER-REF          PIC X(12).
016644     05  OH-HOLD-DATE          PIC X(10).
016646     05  OH-HOLD-CODE          PIC X(01).
016648     05  OH-HOLD-REASON        PIC X(30).
016650     05  OH-SURVIVOR-ID        PIC 9(06).
016652     05  OH-ARCHIVE-DATE       PIC X(10).
016654     05  OH-RECORD-TYPE        PIC X(01).
016656     05  FILLER                PIC X(04).
016658* A HELD ORDER'S LINE ITEMS FOLLOW IT ON THE QUEUE, IN THE ORDERS
016660* LINE-ITEM POSITIONS, MARKED 'L' IN OH-RECORD-TYPE'S POSITION.
016662 01  ORDHOLD-ITEM-RECORD.
016664     05  OHI-CUSTOMER-ID       PIC 9(06).
016666     05  OHI-PRODUCT-CODE      PIC X(08).
016668     05  OHI-QUANTITY          PIC 9(04).
016670     05  OHI-UNIT-PRICE        PIC 9(05)V99.
016672     05  FILLER                PIC X(01).
016674     05  OHI-ORDER-REF         PIC X(12).
016676     05  FILLER                PIC X(57).
016678     05  OHI-RECORD-TYPE       PIC X(01).
016680     05  FILLER                PIC X(04).
016682
016684* RELEASED ORDERS WRITTEN BY ORDRLSE IN THE ORDERS LAYOUT (A
016686* MERGED ORDER ALREADY RE-POINTED TO ITS SURVIVOR). OPTIONAL -
016688* NO FILE MEANS NOTHING WAS RELEASED.
016690 FD  ORDRLSD-FILE
016692     RECORDING MODE IS F.
016694 01  ORDRLSD-RECORD            PIC X(80).
016696
016698* MERGE TRACE WRITTEN BY CUSTMAINT - A NOT-ON-FILE ID IS
016700* LOOKED UP HERE BEFORE IT IS REJECTED.
016702 FD  MRGTRACE-FILE
016704     RECORDING MODE IS F.
016706 01  MRGTRACE-RECORD.
016708     05  MT-RETIRED-ID         PIC 9(06).
016710     05  MT-SURVIVOR-ID        PIC 9(06).
016712     05  MT-MERGE-DATE         PIC X(10).
016714     05  MT-OPERATOR-ID        PIC X(08).
016716
016718* ARCHIVE INDEX WRITTEN BY CUSTARCH - CONSULTED WHEN THE MERGE
016720* TRACE HAS NO ANSWER FOR A NOT-ON-FILE ID.
016722 FD  ARCHIDX-FILE
016724     RECORDING MODE IS F.
016726 01  ARCHIDX-RECORD.
016728     05  AI-CUSTOMER-ID        PIC 9(06).
016730     05  AI-CUSTOMER-NAME      PIC X(30).
016732     05  AI-ARCHIVE-DATE       PIC X(10).
016734     05  AI-ARCHIVE-SEQ        PIC 9(09).
016736     05  FILLER                PIC X(25).
016800
016900 WORKING-STORAGE SECTION.
017000
017700* INCLUDE SHARED DATE-VALIDATION WORKING STORAGE
017800     COPY DATECHK.
017900
017910* INCLUDE SHARED SALES-TAX RATE WORKING STORAGE
017920     COPY TAXCHK.
017930
017940* INCLUDE SHARED LOYALTY-POINTS RATE WORKING STORAGE
017950     COPY LOYCHK.
017960
017970* INCLUDE SHARED PRODUCT REFERENCE WORKING STORAGE
017980     COPY PRODCHK.
017990
018000 01  WS-VARIABLES.
018100     05  WS-CURRENT-DATE       PIC X(10) VALUE SPACES.
018200     05  WS-LAST-ORDER-DATE    PIC X(10) VALUE SPACES.
018300* SIGNED POSTING AMOUNT - NEGATIVE FOR A RETURN OR ADJUSTMENT.
018400     05  WS-SIGNED-AMOUNT      PIC S9(07)V99 VALUE ZERO.
018500     05  WS-LIFETIME-AMOUNT    PIC S9(09)V99 VALUE ZERO.
018550     05  WS-CUSTOMER-STATUS    PIC X(01) VALUE SPACE.
018556     05  WS-CUSTOMER-STATE     PIC X(02) VALUE SPACES.
018562     05  WS-CUSTOMER-ZIP       PIC 9(05) VALUE ZERO.
018568* SIGNED TAX ON THE POSTING, AND GOODS PLUS TAX - THE AMOUNT THE
018574* CUSTOMER'S OPEN BALANCE MOVES BY.
018580     05  WS-SIGNED-TAX         PIC S9(07)V99 VALUE ZERO.
018586     05  WS-SIGNED-BILLED      PIC S9(09)V99 VALUE ZERO.
018592     05  WS-TAX-AMOUNT         PIC 9(07)V99 VALUE ZERO.
018600
018700 01  WS-FILE-SWITCHES.
018800     05  WS-ORDERS-STATUS      PIC X(02) VALUE SPACES.
019500         88  ORDLEDG-OK        VALUE '00'.
019600     05  WS-ORDLEDG-SW         PIC X(01) VALUE 'N'.
019700         88  END-OF-ORDLEDG    VALUE 'Y'.
019703     05  WS-ORDHOLD-STATUS     PIC X(02) VALUE SPACES.
019706         88  ORDHOLD-OK        VALUE '00'.
019709     05  WS-ORDHOLD-SW         PIC X(01) VALUE 'N'.
019712         88  END-OF-ORDHOLD    VALUE 'Y'.
019715     05  WS-ORDRLSD-STATUS     PIC X(02) VALUE SPACES.
019718         88  ORDRLSD-OK        VALUE '00'.
019721     05  WS-ORDRLSD-OPEN-SW    PIC X(01) VALUE 'N'.
019724         88  ORDRLSD-WAS-OPENED VALUE 'Y'.
019727* 'R' WHILE THE RELEASED ORDERS ARE BEING POSTED - THEY HAVE
019730* BEEN THROUGH A SUPERVISOR AND ARE NOT HELD A SECOND TIME.
019733     05  WS-ORDER-SOURCE-SW    PIC X(01) VALUE 'O'.
019736         88  RELEASE-PASS      VALUE 'R'.
019739     05  WS-MRGTRACE-STATUS    PIC X(02) VALUE SPACES.
019742         88  MRGTRACE-OK       VALUE '00'.
019745     05  WS-MRGTRACE-SW        PIC X(01) VALUE 'N'.
019748         88  END-OF-MRGTRACE   VALUE 'Y'.
019751     05  WS-ARCHIDX-STATUS     PIC X(02) VALUE SPACES.
019754         88  ARCHIDX-OK        VALUE '00'.
019757     05  WS-ARCHIDX-SW         PIC X(01) VALUE 'N'.
019760         88  END-OF-ARCHIDX    VALUE 'Y'.
019763     05  WS-CUSTMAST-STATUS    PIC X(02) VALUE SPACES.
019766         88  CUSTMAST-OK       VALUE '00'.
019767     05  WS-CUSTMAST-OPEN-SW   PIC X(01) VALUE 'N'.
019768         88  CUSTMAST-WAS-OPENED VALUE 'Y'.
019769     05  WS-POSTRULE-STATUS    PIC X(02) VALUE SPACES.
019772         88  POSTRULE-OK       VALUE '00'.
019775     05  WS-POSTRULE-SW        PIC X(01) VALUE 'N'.
019778         88  END-OF-POSTRULE   VALUE 'Y'.
019781     05  WS-GLJRNL-STATUS      PIC X(02) VALUE SPACES.
019784     05  WS-GLJREG-STATUS      PIC X(02) VALUE SPACES.
019800
019900 01  WS-ORDER-FIELDS.
020000     05  WS-ORDER-VALID-SW     PIC X(01) VALUE 'Y'.
020100         88  ORDER-VALID       VALUE 'Y'.
020200     05  WS-REJECT-REASON      PIC X(40) VALUE SPACES.
020205     05  WS-ORDER-HOLD-SW      PIC X(01) VALUE 'N'.
020210         88  ORDER-HELD        VALUE 'Y'.
020215     05  WS-HOLD-CODE          PIC X(01) VALUE SPACE.
020220     05  WS-HOLD-REASON        PIC X(30) VALUE SPACES.
020225     05  WS-HOLD-SURVIVOR-ID   PIC 9(06) VALUE ZERO.
020230     05  WS-HOLD-ARCHIVE-DATE  PIC X(10) VALUE SPACES.
020235
020240* MERGE-TRACE WALK - A SURVIVOR CAN ITSELF BE MERGED LATER, SO
020245* THE TRACE IS FOLLOWED TO THE END OF THE CHAIN (BOUNDED, IN
020250* CASE A BAD TRACE EVER LOOPS).
020255 01  WS-TRACE-FIELDS.
020260     05  WS-TRACE-ID           PIC 9(06) VALUE ZERO.
020265     05  WS-TRACE-HOPS         PIC 9(02) VALUE ZERO.
020270     05  WS-MAX-TRACE-HOPS     PIC 9(02) VALUE 10.
020275     05  WS-TRACE-FOUND-SW     PIC X(01) VALUE 'N'.
020280         88  TRACE-HOP-FOUND   VALUE 'Y'.
020285     05  WS-ARCH-FOUND-SW      PIC X(01) VALUE 'N'.
020290         88  ARCHIVE-HIT-FOUND VALUE 'Y'.
020300
020400 01  WS-POSTING-COUNTS.
020500     05  WS-POSTED-COUNT       PIC 9(05) VALUE ZERO.
020800     05  WS-REJECT-COUNT       PIC 9(05) VALUE ZERO.
020900     05  WS-SKIPPED-COUNT      PIC 9(05) VALUE ZERO.
021000     05  WS-ROLLED-COUNT       PIC 9(05) VALUE ZERO.
021033     05  WS-HELD-COUNT         PIC 9(05) VALUE ZERO.
021066     05  WS-RELEASED-READ      PIC 9(05) VALUE ZERO.
021100     05  WS-POSTED-AMOUNT      PIC S9(09)V99 VALUE ZERO.
021104     05  WS-GL-UNMAPPED-COUNT  PIC 9(05) VALUE ZERO.
021108     05  WS-GL-UNBOOKED-COUNT  PIC 9(05) VALUE ZERO.
021112     05  WS-NO-TAX-RATE-COUNT  PIC 9(05) VALUE ZERO.
021116     05  WS-POSTED-TAX         PIC S9(09)V99 VALUE ZERO.
021120
021124* THE ORDERS ALREADY ON THE HOLD QUEUE, BY REFERENCE AND
021128* CUSTOMER, LOADED AT STARTUP AND EXTENDED AS THIS RUN HOLDS.
021132* AN ORDER RE-SENT WHILE IT IS STILL HELD IS REJECTED RATHER
021136* THAN QUEUED A SECOND TIME, WHERE ORDRLSE COULD RELEASE IT
021140* TWICE. A QUEUE BIGGER THAN THE TABLE FAILS THE RUN, AS THE
021144* LEDGER DOES.
021148 01  WS-HOLDQ-TABLE.
021152     05  WS-MAX-HOLDQ-TABLE    PIC 9(05) VALUE 5000 COMP.
021156     05  WS-HOLDQ-COUNT        PIC 9(05) VALUE ZERO COMP.
021160     05  WS-HOLDQ-OVERFLOW-SW  PIC X(01) VALUE 'N'.
021164         88  HOLDQ-TABLE-OVERFLOW VALUE 'Y'.
021168     05  WS-HOLDQ-FOUND-SW     PIC X(01) VALUE 'N'.
021172         88  ORDER-ALREADY-HELD VALUE 'Y'.
021176     05  WS-HOLDQ-ENTRY OCCURS 5000 TIMES
021180             INDEXED BY WS-HOLDQ-IDX.
021184         10  WS-HOLDQ-ORDER-REF PIC X(12).
021188         10  WS-HOLDQ-CUSTOMER-ID PIC 9(06).
021200
021300* THE RECENT SLICE OF THE LEDGER, LOADED AT STARTUP AND
021400* EXTENDED AS THIS RUN POSTS: ONLY REFERENCES POSTED WITHIN
023500             INDEXED BY WS-LEDG-IDX.
023600         10  WS-LEDG-ORDER-REF PIC X(12).
023700
023701* THE RUN'S POSTINGS SUMMARIZED FOR THE GENERAL LEDGER - ONE ROW
023702* PER TRANSACTION TYPE, REGION AND CURRENCY, EACH BECOMING ONE
023703* DEBIT AND ONE CREDIT LINE ON THE JOURNAL AT CLEANUP. UNSIGNED:
023704* THE POSTING RULE DECIDES WHICH SIDE EACH ACCOUNT IS ON.
023705 01  WS-GL-TABLE.
023706     05  WS-MAX-GL-TABLE       PIC 9(04) VALUE 500 COMP.
023707     05  WS-GL-COUNT           PIC 9(04) VALUE ZERO COMP.
023708     05  WS-GL-SUB             PIC 9(04) VALUE ZERO COMP.
023709     05  WS-GL-FOUND-SW        PIC X(01) VALUE 'N'.
023710         88  GL-ROW-FOUND      VALUE 'Y'.
023711     05  WS-GL-ENTRY OCCURS 500 TIMES.
023712         10  WS-GL-TRANS-TYPE  PIC X(01).
023713         10  WS-GL-REGION      PIC X(02).
023714         10  WS-GL-CURRENCY    PIC X(03).
023715         10  WS-GL-AMOUNT      PIC 9(11)V99.
023716         10  WS-GL-TAX-AMOUNT  PIC 9(11)V99.
023717
023718 01  WS-GL-FIELDS.
023719     05  WS-GL-READY-SW        PIC X(01) VALUE 'N'.
023720         88  GL-JOURNAL-READY  VALUE 'Y'.
023721     05  WS-GL-REGION-KEY      PIC X(02) VALUE SPACES.
023722     05  WS-GL-CURRENCY-KEY    PIC X(03) VALUE SPACES.
023723     05  WS-GL-TIMESTAMP       PIC X(21) VALUE SPACES.
023724     05  WS-GL-JOURNAL-ID      PIC X(16) VALUE SPACES.
023725     05  WS-GL-LINE-SEQ        PIC 9(05) VALUE ZERO.
023726     05  WS-GL-LINE-ACCOUNT    PIC X(10) VALUE SPACES.
023727     05  WS-GL-LINE-DC         PIC X(01) VALUE SPACE.
023728     05  WS-GL-LINE-AMOUNT     PIC 9(11)V99 VALUE ZERO.
023729     05  WS-GL-DEBIT-TOTAL     PIC 9(13)V99 VALUE ZERO.
023730     05  WS-GL-CREDIT-TOTAL    PIC 9(13)V99 VALUE ZERO.
023731
023732* POSTING RULES IN MEMORY. EVERY TRANSACTION TYPE ORDPOST CAN
023733* POST (S, R, A) MUST HAVE ONE OR THE RUN IS REFUSED - A POSTING
023734* WITH NOWHERE TO GO IN THE LEDGER IS EXACTLY THE GAP FINANCE
023735* HAS BEEN CHASING AT MONTH END.
023736 01  WS-RULE-TABLE.
023737     05  WS-MAX-RULE-TABLE     PIC 9(02) VALUE 20 COMP.
023738     05  WS-RULE-COUNT         PIC 9(02) VALUE ZERO COMP.
023739     05  WS-RULE-SUB           PIC 9(02) VALUE ZERO COMP.
023740     05  WS-RULE-KEY           PIC X(01) VALUE SPACE.
023741     05  WS-RULE-FOUND-SW      PIC X(01) VALUE 'N'.
023742         88  RULE-FOUND        VALUE 'Y'.
023743     05  WS-RULE-ENTRY OCCURS 20 TIMES.
023744         10  WS-RULE-TRANS-TYPE PIC X(01).
023745         10  WS-RULE-DEBIT-ACCT PIC X(10).
023746         10  WS-RULE-CREDIT-ACCT PIC X(10).
023747         10  WS-RULE-DESC      PIC X(20).
023748         10  WS-RULE-TAX-DEBIT PIC X(10).
023749         10  WS-RULE-TAX-CREDIT PIC X(10).
023750
023752* LOYALTY POINTS FOR THE POSTING IN HAND - THE POINTS EARNED OR
023754* TAKEN BACK AND WHAT THE CUSTOMER HELD BEFORE IT - AND THE RUN'S
023756* POINTS COUNTS FOR THE REPORT.
023758 01  WS-LOYALTY-FIELDS.
023760     05  WS-LOYALTY-POINTS     PIC S9(09) VALUE ZERO.
023762     05  WS-POINTS-BALANCE     PIC S9(09) VALUE ZERO.
023764     05  WS-POINTS-ACTIVITY    PIC X(10) VALUE SPACES.
023766     05  WS-POINTS-ENTRY-TYPE  PIC X(01) VALUE SPACE.
023768     05  WS-POINTS-ROW-SW      PIC X(01) VALUE 'N'.
023770         88  POINTS-ROW-FOUND  VALUE 'Y'.
023772     05  WS-POINTS-EARN-COUNT  PIC 9(05) VALUE ZERO.
023774     05  WS-POINTS-REVERSE-COUNT PIC 9(05) VALUE ZERO.
023776     05  WS-POINTS-SHORT-COUNT PIC 9(05) VALUE ZERO.
023778     05  WS-NO-POINTS-RATE-COUNT PIC 9(05) VALUE ZERO.
023780     05  WS-NOT-EARNING-COUNT  PIC 9(05) VALUE ZERO.
023782     05  WS-POINTS-NET         PIC S9(09) VALUE ZERO.
023784
023800 01  WS-REPORT-LINES.
023900     05  WS-HEADER-LINE.
024000         10  FILLER            PIC X(20) VALUE
024900         10  FILLER            PIC X(20) VALUE SPACES.
025000         10  WS-AMT-LABEL      PIC X(23).
025100         10  WS-AMT-VALUE      PIC ZZZ,ZZZ,ZZ9.99-.
025101     05  WS-JOURNAL-ID-LINE.
025102         10  FILLER            PIC X(20) VALUE SPACES.
025103         10  FILLER            PIC X(23) VALUE
025104             "GL JOURNAL ID:".
025105         10  WS-JID-VALUE      PIC X(16) VALUE SPACES.
025106     05  WS-POINTS-LINE.
025107         10  FILLER            PIC X(20) VALUE SPACES.
025108         10  WS-PTS-LABEL      PIC X(23).
025109         10  WS-PTS-VALUE      PIC ZZZ,ZZZ,ZZ9-.
025110
025111* THE ORDER BEING POSTED, AS READ FROM ORDERS OR ORDRLSD.
025112 01  ORDERS-RECORD.
025113     05  OR-CUSTOMER-ID        PIC 9(06).
025114     05  OR-ORDER-DATE         PIC X(10).
025115     05  OR-ORDER-AMOUNT       PIC 9(07)V99.
025116     05  OR-ORDER-AMOUNT-X REDEFINES OR-ORDER-AMOUNT
025117                               PIC X(09).
025118* TRANSACTION TYPE - BLANK ON AN OLD-FORMAT BRANCH FILE AND
025119* TREATED AS A SALE, SO EXISTING SENDERS KEEP WORKING.
025120     05  OR-TRANS-TYPE         PIC X(01).
025121         88  ORDER-SALE        VALUE 'S'.
025122         88  ORDER-RETURN      VALUE 'R'.
025123         88  ORDER-ADJUSTMENT  VALUE 'A'.
025124* BRANCH-ASSIGNED UNIQUE ORDER REFERENCE - THE DOUBLE-POSTING
025125* KEY. A BLANK REFERENCE REJECTS.
025126     05  OR-ORDER-REF          PIC X(12).
025127* BLANK ON AN ORDER RECORD (OLD AND NEW FORMAT ALIKE); 'L' ON A
025128* LINE ITEM, WHICH ONLY REACHES HERE WITH NO ORDER BEFORE IT.
025129     05  OR-RECORD-TYPE        PIC X(01).
025130         88  ORDER-IS-LINE-ITEM VALUE 'L'.
025131     05  FILLER                PIC X(41).
025132
025133* THE NEXT RECORD ON THE INPUT, READ AHEAD. A LINE ITEM CARRIES
025134* ITS ORDER'S REFERENCE IN THE ORDER-REFERENCE POSITIONS AND 'L'
025135* IN THE RECORD-TYPE POSITION; THE LINE AMOUNT IS QUANTITY TIMES
025136* UNIT PRICE.
025137 01  WS-ORDERS-AHEAD           PIC X(80).
025138 01  WS-ORDER-ITEM REDEFINES WS-ORDERS-AHEAD.
025139     05  OI-CUSTOMER-ID        PIC 9(06).
025140     05  OI-PRODUCT-CODE       PIC X(08).
025141     05  OI-QUANTITY-X         PIC X(04).
025142     05  OI-UNIT-PRICE-X       PIC X(07).
025143     05  FILLER                PIC X(01).
025144     05  OI-ORDER-REF          PIC X(12).
025145     05  OI-RECORD-TYPE        PIC X(01).
025146         88  AHEAD-IS-LINE-ITEM VALUE 'L'.
025147     05  FILLER                PIC X(41).
025148
025149* THE LINE ITEMS OF THE ORDER BEING POSTED. MORE LINES THAN THE
025150* TABLE HOLDS, OR A LINE CARRYING ANOTHER ORDER'S REFERENCE,
025151* REJECTS THE ORDER.
025152 01  WS-ITEM-TABLE.
025153     05  WS-AHEAD-SW           PIC X(01) VALUE 'N'.
025154         88  AHEAD-RECORD-HELD VALUE 'Y'.
025155         88  AHEAD-INPUT-ENDED VALUE 'E'.
025156     05  WS-MAX-ITEM-TABLE     PIC 9(04) VALUE 50 COMP.
025157     05  WS-ITEM-COUNT         PIC 9(04) VALUE ZERO COMP.
025158     05  WS-ITEM-SUB           PIC 9(04) VALUE ZERO COMP.
025159     05  WS-ITEM-OVERFLOW-SW   PIC X(01) VALUE 'N'.
025160         88  ITEM-TABLE-OVERFLOW VALUE 'Y'.
025161     05  WS-ITEM-MISMATCH-SW   PIC X(01) VALUE 'N'.
025162         88  ITEM-REF-MISMATCH VALUE 'Y'.
025163     05  WS-ITEM-TOTAL         PIC 9(09)V99 VALUE ZERO.
025164     05  WS-ITEM-ENTRY OCCURS 50 TIMES.
025165         10  WS-ITEM-PRODUCT   PIC X(08).
025166         10  WS-ITEM-QUANTITY  PIC 9(04).
025167         10  WS-ITEM-QUANTITY-X REDEFINES WS-ITEM-QUANTITY
025168                               PIC X(04).
025169         10  WS-ITEM-UNIT-PRICE PIC 9(05)V99.
025170         10  WS-ITEM-UNIT-PRICE-X REDEFINES WS-ITEM-UNIT-PRICE
025171                               PIC X(07).
025172         10  WS-ITEM-AMOUNT    PIC 9(09)V99.
025173
025174* ONE LINE ITEM AS THE DATABASE SEES IT, AND WHAT THE CUSTOMER
025175* HAS BOUGHT AND RETURNED OF THE PRODUCT SO FAR.
025176 01  WS-ITEM-HOST-FIELDS.
025177     05  WS-ITEM-SEQ           PIC 9(04) VALUE ZERO.
025178     05  WS-ITEM-KEY           PIC X(08) VALUE SPACES.
025179     05  WS-ITEM-HOST-QTY      PIC 9(04) VALUE ZERO.
025180     05  WS-ITEM-HOST-PRICE    PIC 9(05)V99 VALUE ZERO.
025181     05  WS-ITEM-HOST-AMOUNT   PIC 9(09)V99 VALUE ZERO.
025182     05  WS-ITEM-SOLD-QTY      PIC S9(09) VALUE ZERO.
025183     05  WS-ITEM-RETURNED-QTY  PIC S9(09) VALUE ZERO.
025184     05  WS-ITEMS-POSTED       PIC 9(05) VALUE ZERO.
025185     05  WS-ITEMS-HELD         PIC 9(05) VALUE ZERO.
025186     05  WS-ITEMS-NOT-STORED   PIC 9(05) VALUE ZERO.
025187     05  WS-ITEM-SCAN-SUB      PIC 9(04) VALUE ZERO COMP.
025188     05  WS-ITEM-RETURN-QTY    PIC 9(07) VALUE ZERO.
025189     05  WS-ITEM-EARLIER-SW    PIC X(01) VALUE 'N'.
025190         88  PRODUCT-ON-EARLIER-LINE VALUE 'Y'.
025191     05  WS-UNITEMIZED-SALES   PIC S9(09) VALUE ZERO.
025192     05  WS-RETURNS-UNCHECKED  PIC 9(05) VALUE ZERO.
025200
025300 PROCEDURE DIVISION.
025400 0000-MAINLINE.
028700         GO TO 1000-EXIT
028800     END-IF.
028900
028901     PERFORM LOAD-LOYALTY-TABLE THRU LOAD-LOYALTY-TABLE-EXIT.
028902     IF NOT LOYALTY-TABLE-LOADED OR LOYALTY-TABLE-OVERFLOW
028903         DISPLAY "LOYALTY RATES NOT FULLY LOADED, RUN REFUSED"
028904         MOVE 16 TO RETURN-CODE
028905         GO TO 1000-EXIT
028906     END-IF.
028907     PERFORM 6300-LOAD-POSTING-RULES THRU 6300-EXIT.
028914     IF RETURN-CODE NOT = ZERO
028921         GO TO 1000-EXIT
028928     END-IF.
028929     PERFORM LOAD-TAX-TABLE THRU LOAD-TAX-TABLE-EXIT.
028930     IF NOT TAX-TABLE-LOADED OR TAX-TABLE-OVERFLOW
028931         DISPLAY "SALES-TAX RATES NOT FULLY LOADED, RUN REFUSED"
028932         MOVE 16 TO RETURN-CODE
028933         GO TO 1000-EXIT
028934     END-IF.
028937* EVERY LINE ITEM IS EDITED AGAINST PRODREF; A MISSING OR SHORT
028940* TABLE WOULD REJECT GOOD ORDERS, SO THE RUN STOPS INSTEAD.
028943     PERFORM LOAD-PRODUCT-TABLE THRU LOAD-PRODUCT-TABLE-EXIT.
028946     IF NOT PRODUCT-TABLE-LOADED OR PRODUCT-TABLE-OVERFLOW
028949         DISPLAY "PRODUCT REFERENCE NOT FULLY LOADED, RUN REFUSED"
028952         MOVE 16 TO RETURN-CODE
028955         GO TO 1000-EXIT
028958     END-IF.
028961     OPEN INPUT CUSTMAST-FILE.
028964     IF NOT CUSTMAST-OK
028967         DISPLAY "UNABLE TO OPEN CUSTMAST, STATUS: "
028970             WS-CUSTMAST-STATUS
028973         MOVE 16 TO RETURN-CODE
028976         GO TO 1000-EXIT
028979     END-IF.
028982     SET CUSTMAST-WAS-OPENED TO TRUE.
028985
029000* THE LEDGER IS EXTENDED AS THIS RUN POSTS - THE FIRST-EVER RUN
029100* CREATES IT.
029200     OPEN EXTEND ORDLEDG-FILE.
029300     IF WS-ORDLEDG-STATUS = '05' OR WS-ORDLEDG-STATUS = '35'
029400         OPEN OUTPUT ORDLEDG-FILE
029405     END-IF.
029410
029415     PERFORM 1400-LOAD-HOLD-QUEUE THRU 1400-EXIT.
029420     IF RETURN-CODE NOT = ZERO
029425         GO TO 1000-EXIT
029430     END-IF.
029435* THE HOLD QUEUE IS EXTENDED THE SAME WAY. RELEASED ORDERS ARE
029440* OPTIONAL - ORDRLSE MAY NOT HAVE RUN SINCE THE LAST POSTING.
029445     OPEN EXTEND ORDHOLD-FILE.
029450     IF WS-ORDHOLD-STATUS = '05' OR WS-ORDHOLD-STATUS = '35'
029455         OPEN OUTPUT ORDHOLD-FILE
029460     END-IF.
029465     OPEN INPUT ORDRLSD-FILE.
029470     IF ORDRLSD-OK
029475         SET ORDRLSD-WAS-OPENED TO TRUE
029480     ELSE
029485         DISPLAY "NO RELEASED ORDERS FILE, STATUS: "
029490             WS-ORDRLSD-STATUS
029500     END-IF.
029600
029700     PERFORM 1100-LOAD-DB-CREDENTIALS THRU 1100-EXIT.
030600         MOVE 16 TO RETURN-CODE
030700         GO TO 1000-EXIT
030800     END-IF.
030850     SET GL-JOURNAL-READY TO TRUE.
030900
031000     MOVE WS-CURRENT-DATE TO WS-HDR-DATE.
031100     WRITE ORDRPT-LINE FROM WS-HEADER-LINE.
038300 1300-EXIT.
038400     EXIT.
038500
038501******************************************************************
038502* 1400-LOAD-HOLD-QUEUE - PULL THE REFERENCE AND CUSTOMER OF EVERY
038503* ORDER ALREADY ON THE HOLD QUEUE INTO MEMORY. NO QUEUE YET IS
038504* NORMAL; MORE HELD ORDERS THAN THE TABLE HOLDS ABORTS THE RUN.
038505* LINE-ITEM RECORDS RIDE WITH THEIR ORDER AND ARE NOT HELD.
038506******************************************************************
038507 1400-LOAD-HOLD-QUEUE.
038508     MOVE ZERO TO WS-HOLDQ-COUNT.
038509     OPEN INPUT ORDHOLD-FILE.
038510     IF NOT ORDHOLD-OK
038511         DISPLAY "NO HOLD QUEUE FOUND, STATUS: "
038512             WS-ORDHOLD-STATUS
038513         GO TO 1400-EXIT
038514     END-IF.
038515     PERFORM 1450-READ-ORDHOLD-RECORD THRU 1450-EXIT.
038516     PERFORM 1500-ADD-HOLD-ENTRY THRU 1500-EXIT
038517         UNTIL END-OF-ORDHOLD.
038518     CLOSE ORDHOLD-FILE.
038519
038520     IF HOLDQ-TABLE-OVERFLOW
038521         DISPLAY "MORE THAN " WS-MAX-HOLDQ-TABLE
038522             " HELD ORDERS, RUN ABORTED"
038523         MOVE 16 TO RETURN-CODE
038524     END-IF.
038525 1400-EXIT.
038526     EXIT.
038527
038528 1450-READ-ORDHOLD-RECORD.
038529     READ ORDHOLD-FILE
038530         AT END
038531             SET END-OF-ORDHOLD TO TRUE
038532     END-READ.
038533 1450-EXIT.
038534     EXIT.
038535
038536 1500-ADD-HOLD-ENTRY.
038537     IF OH-RECORD-TYPE = 'L'
038538         GO TO 1500-NEXT
038539     END-IF.
038540     IF WS-HOLDQ-COUNT < WS-MAX-HOLDQ-TABLE
038541         ADD 1 TO WS-HOLDQ-COUNT
038542         MOVE OH-ORDER-REF
038543             TO WS-HOLDQ-ORDER-REF (WS-HOLDQ-COUNT)
038544         MOVE OH-CUSTOMER-ID
038545             TO WS-HOLDQ-CUSTOMER-ID (WS-HOLDQ-COUNT)
038546     ELSE
038547         SET HOLDQ-TABLE-OVERFLOW TO TRUE
038548     END-IF.
038549 1500-NEXT.
038550     PERFORM 1450-READ-ORDHOLD-RECORD THRU 1450-EXIT.
038551 1500-EXIT.
038552     EXIT.
038553
038600* INCLUDE SHARED DB-CREDENTIAL LOAD PARAGRAPH
038700     COPY LOADCRED.
038800
038900* INCLUDE THE SHARED CHECK-DATE-FORMAT UTILITY PARAGRAPH
039000     COPY CHKDATE.
039100
039110* INCLUDE THE SHARED SALES-TAX RATE UTILITY PARAGRAPHS
039120     COPY CHKTAX.
039130
039140* INCLUDE THE SHARED LOYALTY-POINTS RATE UTILITY PARAGRAPHS
039150     COPY CHKLOY.
039160
039170* INCLUDE THE SHARED PRODUCT REFERENCE UTILITY PARAGRAPHS
039180     COPY CHKPROD.
039190
039200******************************************************************
039300* 2000-PROCESS-DATA - POST ONE ORDER PER ORDERS RECORD UNTIL THE
039400* TRANSACTION FILE IS EXHAUSTED, THEN THE SAME AGAIN FOR ANY
039450* ORDERS RELEASED FROM THE HOLD QUEUE SINCE THE LAST RUN.
039500******************************************************************
039600 2000-PROCESS-DATA.
039700     PERFORM 2100-READ-ORDERS-RECORD THRU 2100-EXIT.
039800     PERFORM 2200-PROCESS-ONE-ORDER THRU 2200-EXIT
039900         UNTIL END-OF-ORDERS.
039911
039922     IF ORDRLSD-WAS-OPENED
039933         SET RELEASE-PASS TO TRUE
039944         MOVE 'N' TO WS-ORDERS-SW
039949         MOVE 'N' TO WS-AHEAD-SW
039955         PERFORM 2100-READ-ORDERS-RECORD THRU 2100-EXIT
039966         PERFORM 2200-PROCESS-ONE-ORDER THRU 2200-EXIT
039977             UNTIL END-OF-ORDERS
039988     END-IF.
040000 2000-EXIT.
040100     EXIT.
040200
040209******************************************************************
040218* 2100-READ-ORDERS-RECORD - DELIVER THE NEXT ORDER WITH ITS LINE
040227* ITEMS. THE INPUT IS READ ONE RECORD AHEAD: EVERY 'L' RECORD
040236* THAT FOLLOWS AN ORDER IS COLLECTED INTO THE ITEM TABLE, AND
040245* THE FIRST RECORD THAT IS NOT A LINE ITEM WAITS FOR THE NEXT
040254* CALL. A LINE ITEM WITH NO ORDER BEFORE IT COMES BACK AS THE
040263* ORDER ITSELF, FOR 2300 TO REJECT. THE RELEASED ORDERS SHARE
040272* THE ORDERS LAYOUT, SO EVERY EDIT AND POSTING STEP SEES THEM
040281* EXACTLY AS IT SEES A BRANCH ORDER.
040290******************************************************************
040300 2100-READ-ORDERS-RECORD.
040332     MOVE ZERO TO WS-ITEM-COUNT.
040343     MOVE 'N' TO WS-ITEM-OVERFLOW-SW.
040354     MOVE 'N' TO WS-ITEM-MISMATCH-SW.
040365     IF NOT AHEAD-RECORD-HELD AND NOT AHEAD-INPUT-ENDED
040376         PERFORM 2110-READ-AHEAD THRU 2110-EXIT
040387     END-IF.
040398     IF AHEAD-INPUT-ENDED
040409         SET END-OF-ORDERS TO TRUE
040420         GO TO 2100-EXIT
040431     END-IF.
040442     MOVE WS-ORDERS-AHEAD TO ORDERS-RECORD.
040453     IF RELEASE-PASS
040464         ADD 1 TO WS-RELEASED-READ
040475     END-IF.
040486     PERFORM 2110-READ-AHEAD THRU 2110-EXIT.
040497     PERFORM 2120-COLLECT-ORDER-ITEM THRU 2120-EXIT
040508         UNTIL AHEAD-INPUT-ENDED OR NOT AHEAD-IS-LINE-ITEM.
040800 2100-EXIT.
040802     EXIT.
040804
040806 2110-READ-AHEAD.
040808     SET AHEAD-RECORD-HELD TO TRUE.
040810     IF RELEASE-PASS
040812         READ ORDRLSD-FILE INTO WS-ORDERS-AHEAD
040814             AT END
040816                 SET AHEAD-INPUT-ENDED TO TRUE
040818         END-READ
040820     ELSE
040822         READ ORDERS-FILE INTO WS-ORDERS-AHEAD
040824             AT END
040826                 SET AHEAD-INPUT-ENDED TO TRUE
040828         END-READ
040830     END-IF.
040832 2110-EXIT.
040834     EXIT.
040836
040838* A LINE CARRYING ANOTHER ORDER'S REFERENCE, OR ONE PAST THE END
040840* OF THE TABLE, IS STILL CONSUMED HERE SO IT CANNOT SURFACE AS
040842* AN ORDER OF ITS OWN - THE WHOLE ORDER REJECTS IN 2310 INSTEAD.
040844 2120-COLLECT-ORDER-ITEM.
040846     IF OI-ORDER-REF NOT = OR-ORDER-REF
040848         SET ITEM-REF-MISMATCH TO TRUE
040850     END-IF.
040852     IF WS-ITEM-COUNT < WS-MAX-ITEM-TABLE
040854         ADD 1 TO WS-ITEM-COUNT
040856         MOVE OI-PRODUCT-CODE
040858             TO WS-ITEM-PRODUCT (WS-ITEM-COUNT)
040860         MOVE OI-QUANTITY-X
040862             TO WS-ITEM-QUANTITY-X (WS-ITEM-COUNT)
040864         MOVE OI-UNIT-PRICE-X
040866             TO WS-ITEM-UNIT-PRICE-X (WS-ITEM-COUNT)
040868         MOVE ZERO TO WS-ITEM-AMOUNT (WS-ITEM-COUNT)
040870     ELSE
040872         SET ITEM-TABLE-OVERFLOW TO TRUE
040874     END-IF.
040876     PERFORM 2110-READ-AHEAD THRU 2110-EXIT.
040878 2120-EXIT.
040900     EXIT.
041000
041100 2200-PROCESS-ONE-ORDER.
042700     END-IF.
042800
042900     PERFORM 2390-VALIDATE-ORDER-DB THRU 2390-EXIT.
042907     IF ORDER-HELD
042914         PERFORM 2590-CHECK-ALREADY-HELD THRU 2590-EXIT
042921         IF ORDER-ALREADY-HELD
042928             SET WS-ORDER-VALID-SW TO 'N'
042935             MOVE "ORDER ALREADY ON HOLD QUEUE"
042942                 TO WS-REJECT-REASON
042949             PERFORM 2700-REJECT-ORDER THRU 2700-EXIT
042956         ELSE
042963             PERFORM 2600-HOLD-ORDER THRU 2600-EXIT
042970         END-IF
042977         GO TO 2200-NEXT
042984     END-IF.
043000     IF ORDER-VALID
043100         PERFORM 2400-POST-ORDER THRU 2400-EXIT
043200     ELSE
044600 2300-VALIDATE-ORDER.
044700     SET ORDER-VALID TO TRUE.
044800     MOVE SPACES TO WS-REJECT-REASON.
044814
044828     IF ORDER-IS-LINE-ITEM
044842         SET WS-ORDER-VALID-SW TO 'N'
044856         MOVE "LINE ITEM WITH NO ORDER RECORD" TO WS-REJECT-REASON
044870         GO TO 2300-EXIT
044884     END-IF.
044900
045000     IF OR-CUSTOMER-ID = ZERO
045100         SET WS-ORDER-VALID-SW TO 'N'
049000         MOVE "MISSING ORDER REFERENCE" TO WS-REJECT-REASON
049100         GO TO 2300-EXIT
049200     END-IF.
049233
049266     PERFORM 2310-VALIDATE-ORDER-ITEMS THRU 2310-EXIT.
049300 2300-EXIT.
049400     EXIT.
049500
049600******************************************************************
049601* 2310-VALIDATE-ORDER-ITEMS - THE LINE ITEMS MUST ALL BELONG TO
049602* THE ORDER, FIT THE TABLE, CARRY A NUMERIC NON-ZERO QUANTITY
049603* AND A NUMERIC PRICE, NAME A PRODUCT ON PRODREF (A SALE MAY
049604* NOT NAME A DISCONTINUED ONE) AND SUM TO THE ORDER AMOUNT. AN
049605* ADJUSTMENT IS A MONEY CORRECTION AND CARRIES NO LINES. A SALE
049606* WITH NO LINES IS AN OLD-FORMAT ORDER AND STILL POSTS; WHETHER A
049607* RETURN MAY GO WITHOUT THEM IS DECIDED AGAINST THE DATABASE.
049608******************************************************************
049609 2310-VALIDATE-ORDER-ITEMS.
049610     IF ITEM-REF-MISMATCH
049611         SET WS-ORDER-VALID-SW TO 'N'
049612         MOVE "LINE ITEM REFERENCE MISMATCH" TO WS-REJECT-REASON
049613         GO TO 2310-EXIT
049614     END-IF.
049615     IF ITEM-TABLE-OVERFLOW
049616         SET WS-ORDER-VALID-SW TO 'N'
049617         MOVE "TOO MANY LINE ITEMS" TO WS-REJECT-REASON
049618         GO TO 2310-EXIT
049619     END-IF.
049620     IF ORDER-ADJUSTMENT AND WS-ITEM-COUNT > ZERO
049621         SET WS-ORDER-VALID-SW TO 'N'
049622         MOVE "ADJUSTMENT CANNOT CARRY LINE ITEMS"
049623             TO WS-REJECT-REASON
049624         GO TO 2310-EXIT
049625     END-IF.
049626     IF WS-ITEM-COUNT = ZERO
049627         GO TO 2310-EXIT
049628     END-IF.
049629
049630     MOVE ZERO TO WS-ITEM-TOTAL.
049631     PERFORM 2320-VALIDATE-ONE-ITEM THRU 2320-EXIT
049632         VARYING WS-ITEM-SUB FROM 1 BY 1
049633         UNTIL WS-ITEM-SUB > WS-ITEM-COUNT OR NOT ORDER-VALID.
049634     IF NOT ORDER-VALID
049635         GO TO 2310-EXIT
049636     END-IF.
049637     IF WS-ITEM-TOTAL NOT = OR-ORDER-AMOUNT
049638         SET WS-ORDER-VALID-SW TO 'N'
049639         MOVE "LINE ITEMS DO NOT SUM TO ORDER TOTAL"
049640             TO WS-REJECT-REASON
049641     END-IF.
049642 2310-EXIT.
049643     EXIT.
049644
049645 2320-VALIDATE-ONE-ITEM.
049646     IF WS-ITEM-QUANTITY-X (WS-ITEM-SUB) IS NOT NUMERIC
049647         SET WS-ORDER-VALID-SW TO 'N'
049648         MOVE "BAD LINE ITEM QUANTITY" TO WS-REJECT-REASON
049649         GO TO 2320-EXIT
049650     END-IF.
049651     IF WS-ITEM-QUANTITY (WS-ITEM-SUB) = ZERO
049652         SET WS-ORDER-VALID-SW TO 'N'
049653         MOVE "BAD LINE ITEM QUANTITY" TO WS-REJECT-REASON
049654         GO TO 2320-EXIT
049655     END-IF.
049656     IF WS-ITEM-UNIT-PRICE-X (WS-ITEM-SUB) IS NOT NUMERIC
049657         SET WS-ORDER-VALID-SW TO 'N'
049658         MOVE "NON-NUMERIC LINE ITEM PRICE" TO WS-REJECT-REASON
049659         GO TO 2320-EXIT
049660     END-IF.
049661
049662     MOVE WS-ITEM-PRODUCT (WS-ITEM-SUB) TO PD-PRODUCT-CODE.
049663     PERFORM FIND-PRODUCT THRU FIND-PRODUCT-EXIT.
049664     IF NOT PRODUCT-FOUND
049665         SET WS-ORDER-VALID-SW TO 'N'
049666         MOVE "PRODUCT NOT ON PRODREF" TO WS-REJECT-REASON
049667         GO TO 2320-EXIT
049668     END-IF.
049669     IF ORDER-SALE AND PRODUCT-DISCONTINUED
049670         SET WS-ORDER-VALID-SW TO 'N'
049671         MOVE "PRODUCT DISCONTINUED" TO WS-REJECT-REASON
049672         GO TO 2320-EXIT
049673     END-IF.
049674
049675     COMPUTE WS-ITEM-AMOUNT (WS-ITEM-SUB) =
049676         WS-ITEM-QUANTITY (WS-ITEM-SUB)
049677         * WS-ITEM-UNIT-PRICE (WS-ITEM-SUB).
049678     ADD WS-ITEM-AMOUNT (WS-ITEM-SUB) TO WS-ITEM-TOTAL.
049679 2320-EXIT.
049680     EXIT.
049681
049682******************************************************************
049700* 2350-FETCH-LAST-ORDER-DATE - PULL THE CUSTOMER'S CURRENT LAST
049800* ORDER DATE AND STATUS. DOUBLES AS THE CUSTOMER-EXISTS CHECK:
049900* SQLCODE 100 MEANS THE ORDER NAMES A CUSTOMER WE DO NOT CARRY.
050000******************************************************************
050100 2350-FETCH-LAST-ORDER-DATE.
050200     MOVE SPACES TO WS-LAST-ORDER-DATE.
050250     MOVE SPACE TO WS-CUSTOMER-STATUS.
050300     EXEC SQL
050400         SELECT customer_last_order, customer_status,
050450                state, zip_code
050500         INTO :WS-LAST-ORDER-DATE, :WS-CUSTOMER-STATUS,
050550              :WS-CUSTOMER-STATE, :WS-CUSTOMER-ZIP
050600         FROM customers
050700         WHERE customer_id = :OR-CUSTOMER-ID
050800     END-EXEC.
056900* 2390-VALIDATE-ORDER-DB - THE DATABASE HALF OF VALIDATION,
057000* RUN ONLY FOR AN ORDER THE LEDGER HAS NOT SEEN: THE CUSTOMER
057100* MUST EXIST (2350 DOUBLES AS THE EXISTS CHECK) AND A CREDIT
057200* MUST FIT INSIDE LIFETIME SALES (2360). A NOT-ON-FILE ID THAT
057225* WAS MERGED AWAY OR ARCHIVED, OR AN INACTIVE OR PENDING
057250* CUSTOMER, IS HELD RATHER THAN REJECTED OR POSTED - EXCEPT ON
057275* THE RELEASE PASS, WHERE A SUPERVISOR HAS ALREADY DECIDED.
057300******************************************************************
057400 2390-VALIDATE-ORDER-DB.
057416     SET WS-ORDER-HOLD-SW TO 'N'.
057432     MOVE SPACE TO WS-HOLD-CODE.
057448     MOVE SPACES TO WS-HOLD-REASON.
057464     MOVE ZERO TO WS-HOLD-SURVIVOR-ID.
057480     MOVE SPACES TO WS-HOLD-ARCHIVE-DATE.
057500     PERFORM 2350-FETCH-LAST-ORDER-DATE THRU 2350-EXIT.
057600     IF SQLCODE = 100
057700         SET WS-ORDER-VALID-SW TO 'N'
057800         MOVE "CUSTOMER NOT ON FILE" TO WS-REJECT-REASON
057822         IF NOT RELEASE-PASS
057844             PERFORM 5000-CHECK-MERGE-TRACE THRU 5000-EXIT
057866             IF NOT ORDER-HELD
057888                 PERFORM 5500-CHECK-ARCHIVE-INDEX THRU 5500-EXIT
057910             END-IF
058400         END-IF
058404         GO TO 2390-EXIT
058408     END-IF.
058412     IF SQLCODE NOT = 0
058416         SET WS-ORDER-VALID-SW TO 'N'
058420         MOVE "DATABASE CUSTOMER LOOKUP FAILED"
058424             TO WS-REJECT-REASON
058428         GO TO 2390-EXIT
058432     END-IF.
058436
058440     IF NOT RELEASE-PASS
058444         EVALUATE WS-CUSTOMER-STATUS
058448             WHEN 'I'
058452                 SET ORDER-HELD TO TRUE
058456                 MOVE 'I' TO WS-HOLD-CODE
058460                 MOVE "CUSTOMER INACTIVE" TO WS-HOLD-REASON
058464                 GO TO 2390-EXIT
058468             WHEN 'P'
058472                 SET ORDER-HELD TO TRUE
058476                 MOVE 'P' TO WS-HOLD-CODE
058480                 MOVE "CUSTOMER PENDING" TO WS-HOLD-REASON
058484                 GO TO 2390-EXIT
058488             WHEN OTHER
058492                 CONTINUE
058496         END-EVALUATE
058500     END-IF.
058600
058700     IF ORDER-VALID AND (ORDER-RETURN OR ORDER-ADJUSTMENT)
058800         PERFORM 2360-VALIDATE-CREDIT-AMOUNT THRU 2360-EXIT
058900     END-IF.
058905     IF NOT ORDER-VALID OR NOT ORDER-RETURN
058910         GO TO 2390-EXIT
058915     END-IF.
058920     PERFORM 2365-CHECK-UNITEMIZED-SALES THRU 2365-EXIT.
058925     IF NOT ORDER-VALID
058930         GO TO 2390-EXIT
058935     END-IF.
058940     IF WS-UNITEMIZED-SALES > ZERO
058945         ADD 1 TO WS-RETURNS-UNCHECKED
058950         GO TO 2390-EXIT
058955     END-IF.
058960     IF WS-ITEM-COUNT = ZERO
058965         SET WS-ORDER-VALID-SW TO 'N'
058970         MOVE "RETURN CITES NO PRODUCT" TO WS-REJECT-REASON
058975         GO TO 2390-EXIT
058980     END-IF.
058985     PERFORM 2370-VALIDATE-RETURN-ITEMS THRU 2370-EXIT
058990         VARYING WS-ITEM-SUB FROM 1 BY 1
058995         UNTIL WS-ITEM-SUB > WS-ITEM-COUNT OR NOT ORDER-VALID.
059000 2390-EXIT.
059001     EXIT.
059002
059003******************************************************************
059004* 2365-CHECK-UNITEMIZED-SALES - A SALE POSTED WITHOUT LINE ITEMS
059005* (EVERY SALE BEFORE ORDERS CARRIED THEM, AND ANY OLD-FORMAT SALE
059006* SINCE) HAS NO ORDER_LINES ROWS, SO WHAT COMES BACK FROM IT
059007* CANNOT BE PROVED PRODUCT BY PRODUCT. A CUSTOMER WITH ANY SUCH
059008* SALE MAY RETURN WITHOUT ITEMS, AND ITEMS CITED ARE NOT
059009* QUANTITY-CHECKED; THE CREDIT IS STILL HELD TO LIFETIME SALES
059010* BY 2360. THE COUNT IS ZERO FOR A FULLY ITEMIZED CUSTOMER.
059011******************************************************************
059012 2365-CHECK-UNITEMIZED-SALES.
059013     MOVE ZERO TO WS-UNITEMIZED-SALES.
059014     EXEC SQL
059015         SELECT COUNT(*)
059016           INTO :WS-UNITEMIZED-SALES
059017           FROM orders o
059018          WHERE o.customer_id = :OR-CUSTOMER-ID
059019            AND o.order_type = 'S'
059020            AND NOT EXISTS
059021                (SELECT 1
059022                   FROM order_lines l
059023                  WHERE l.customer_id = o.customer_id
059024                    AND l.order_ref = o.order_ref)
059025     END-EXEC.
059026     IF SQLCODE NOT = 0
059027         SET WS-ORDER-VALID-SW TO 'N'
059028         MOVE "DATABASE ORDER LOOKUP FAILED" TO WS-REJECT-REASON
059029     END-IF.
059030 2365-EXIT.
059031     EXIT.
059032
059033******************************************************************
059034* 2370-VALIDATE-RETURN-ITEMS - A RETURNED PRODUCT MUST HAVE BEEN
059035* SOLD TO THIS CUSTOMER, AND NOT ALREADY RETURNED: THE QUANTITY
059036* BACK MAY NOT EXCEED WHAT THE POSTED LINES SHOW SOLD LESS WHAT
059037* THEY SHOW RETURNED. A PRODUCT NAMED ON MORE THAN ONE LINE IS
059038* CHECKED ONCE, AT ITS FIRST LINE, ON ALL ITS LINES TOGETHER.
059039******************************************************************
059040 2370-VALIDATE-RETURN-ITEMS.
059041     MOVE WS-ITEM-PRODUCT (WS-ITEM-SUB) TO WS-ITEM-KEY.
059042     MOVE ZERO TO WS-ITEM-RETURN-QTY.
059043     MOVE 'N' TO WS-ITEM-EARLIER-SW.
059044     PERFORM 2375-TOTAL-PRODUCT-LINES THRU 2375-EXIT
059045         VARYING WS-ITEM-SCAN-SUB FROM 1 BY 1
059046         UNTIL WS-ITEM-SCAN-SUB > WS-ITEM-COUNT.
059047     IF PRODUCT-ON-EARLIER-LINE
059048         GO TO 2370-EXIT
059049     END-IF.
059050     EXEC SQL
059051         SELECT COALESCE(SUM(CASE WHEN order_type = 'S'
059052                                  THEN quantity ELSE 0 END), 0),
059053                COALESCE(SUM(CASE WHEN order_type = 'R'
059054                                  THEN quantity ELSE 0 END), 0)
059055           INTO :WS-ITEM-SOLD-QTY, :WS-ITEM-RETURNED-QTY
059056           FROM order_lines
059057          WHERE customer_id = :OR-CUSTOMER-ID
059058            AND product_code = :WS-ITEM-KEY
059059     END-EXEC.
059060     IF SQLCODE NOT = 0
059061         SET WS-ORDER-VALID-SW TO 'N'
059062         MOVE "DATABASE LINE ITEM LOOKUP FAILED"
059063             TO WS-REJECT-REASON
059064         GO TO 2370-EXIT
059065     END-IF.
059066     IF WS-ITEM-SOLD-QTY = ZERO
059067         SET WS-ORDER-VALID-SW TO 'N'
059068         MOVE "RETURNED PRODUCT NOT SOLD TO CUSTOMER"
059069             TO WS-REJECT-REASON
059070         GO TO 2370-EXIT
059071     END-IF.
059072     IF WS-ITEM-RETURN-QTY >
059073             WS-ITEM-SOLD-QTY - WS-ITEM-RETURNED-QTY
059074         SET WS-ORDER-VALID-SW TO 'N'
059075         MOVE "RETURN EXCEEDS QUANTITY SOLD" TO WS-REJECT-REASON
059076     END-IF.
059077 2370-EXIT.
059078     EXIT.
059079
059080 2375-TOTAL-PRODUCT-LINES.
059081     IF WS-ITEM-PRODUCT (WS-ITEM-SCAN-SUB) NOT = WS-ITEM-KEY
059082         GO TO 2375-EXIT
059083     END-IF.
059084     IF WS-ITEM-SCAN-SUB < WS-ITEM-SUB
059085         SET PRODUCT-ON-EARLIER-LINE TO TRUE
059086     END-IF.
059087     ADD WS-ITEM-QUANTITY (WS-ITEM-SCAN-SUB)
059088         TO WS-ITEM-RETURN-QTY.
059089 2375-EXIT.
059100     EXIT.
059200
059300******************************************************************
060300     ELSE
060400         COMPUTE WS-SIGNED-AMOUNT = ZERO - OR-ORDER-AMOUNT
060500     END-IF.
060550     PERFORM 2410-COMPUTE-SALES-TAX THRU 2410-EXIT.
060600
060700     EXEC SQL
060800         INSERT INTO orders
060900             (customer_id, order_date, order_amount, order_type,
060950              order_tax, order_tax_state, order_ref)
061000         VALUES
061100             (:OR-CUSTOMER-ID, :OR-ORDER-DATE,
061200              :WS-SIGNED-AMOUNT, :OR-TRANS-TYPE,
061250              :WS-SIGNED-TAX, :WS-CUSTOMER-STATE,
061275              :OR-ORDER-REF)
061300     END-EXEC.
061400     IF SQLCODE NOT = 0
061500         SET WS-ORDER-VALID-SW TO 'N'
061900     END-IF.
062000
062100     PERFORM 2420-UPDATE-ORDER-TOTALS THRU 2420-EXIT.
062150     PERFORM 2440-UPDATE-RECEIVABLE THRU 2440-EXIT.
062200     IF ORDER-SALE
062300         PERFORM 2430-ROLL-LAST-ORDER-DATE THRU 2430-EXIT
062400     END-IF.
062500
062600     PERFORM 2450-RECORD-POSTED-ORDER THRU 2450-EXIT.
062650     PERFORM 6000-BOOK-GL-POSTING THRU 6000-EXIT.
062675     PERFORM 7000-POST-LOYALTY-POINTS THRU 7000-EXIT.
062681     PERFORM 2460-RECORD-ORDER-ITEMS THRU 2460-EXIT
062687         VARYING WS-ITEM-SUB FROM 1 BY 1
062693         UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.
062700
062800     EVALUATE TRUE
062900         WHEN ORDER-SALE
063400             ADD 1 TO WS-ADJUST-COUNT
063500     END-EVALUATE.
063600     ADD WS-SIGNED-AMOUNT TO WS-POSTED-AMOUNT.
063650     ADD WS-SIGNED-TAX TO WS-POSTED-TAX.
063700 2400-EXIT.
063703     EXIT.
063706
063709******************************************************************
063712* 2410-COMPUTE-SALES-TAX - TAX AT THE RATE FOR THE CUSTOMER'S
063715* STATE AND ZIP AS OF THE ORDER DATE, ROUNDED TO THE CENT. A
063718* RETURN OR CREDIT ADJUSTMENT REVERSES TAX THE SAME WAY, AT THE
063721* RATE IN FORCE ON ITS OWN DATE - IT CARRIES NO LINK TO THE
063724* ORIGINAL SALE. NO RATE FOR THE LOCATION MEANS NO TAX, COUNTED
063727* FOR THE REPORT SO A GAP IN TAXREF DOES NOT GO UNNOTICED.
063730******************************************************************
063733 2410-COMPUTE-SALES-TAX.
063736     MOVE WS-CUSTOMER-STATE TO TX-STATE.
063739     MOVE WS-CUSTOMER-ZIP TO TX-ZIP-CODE.
063742     MOVE OR-ORDER-DATE TO TX-ASOF-DATE.
063745     PERFORM DERIVE-TAX-RATE THRU DERIVE-TAX-RATE-EXIT.
063748     IF NOT TAX-RATE-FOUND
063751         ADD 1 TO WS-NO-TAX-RATE-COUNT
063754     END-IF.
063757     COMPUTE WS-TAX-AMOUNT ROUNDED = OR-ORDER-AMOUNT * TX-RATE.
063760     IF ORDER-SALE
063763         MOVE WS-TAX-AMOUNT TO WS-SIGNED-TAX
063766     ELSE
063769         COMPUTE WS-SIGNED-TAX = ZERO - WS-TAX-AMOUNT
063772     END-IF.
063775     COMPUTE WS-SIGNED-BILLED = WS-SIGNED-AMOUNT + WS-SIGNED-TAX.
063778 2410-EXIT.
063800     EXIT.
063900
064000******************************************************************
070200     EXIT.
070300
070400******************************************************************
070403* 2440-UPDATE-RECEIVABLE - CARRY THE SIGNED AMOUNT AND ITS TAX
070406* INTO THE CUSTOMER'S OPEN BALANCE, THE FIGURE PAYPOST PAYS. A
070409* CUSTOMER WITH NO RECEIVABLES ROW YET (SQLCODE 100) GETS ONE.
070412* A CREDIT WITH NOTHING OPEN LEAVES A NEGATIVE BALANCE, WHICH
070415* ARAGE SHOWS AS A CREDIT RATHER THAN AGEING IT.
070418******************************************************************
070421 2440-UPDATE-RECEIVABLE.
070424     EXEC SQL
070427         UPDATE receivables
070430         SET open_balance = open_balance + :WS-SIGNED-BILLED
070433         WHERE customer_id = :OR-CUSTOMER-ID
070436     END-EXEC.
070439     IF SQLCODE = 100
070442         EXEC SQL
070445             INSERT INTO receivables
070448                 (customer_id, open_balance, last_payment_date)
070451             VALUES
070454                 (:OR-CUSTOMER-ID, :WS-SIGNED-BILLED, ' ')
070457         END-EXEC
070460     END-IF.
070463     IF SQLCODE NOT = 0
070466         DISPLAY "WARNING: OPEN BALANCE NOT UPDATED FOR "
070469             OR-CUSTOMER-ID ", SQLCODE: " SQLCODE
070472     END-IF.
070475 2440-EXIT.
070478     EXIT.
070481
070484******************************************************************
070500* 2450-RECORD-POSTED-ORDER - THE ORDER IS ON THE DATABASE; PUT
070600* ITS REFERENCE ON THE LEDGER AND IN THE TABLE SO A REPEAT IN
070700* THIS FILE OR A RE-SENT FILE TOMORROW IS CAUGHT. A TABLE THAT
071300     MOVE OR-ORDER-REF TO OL-ORDER-REF.
071400     MOVE OR-CUSTOMER-ID TO OL-CUSTOMER-ID.
071500     MOVE WS-CURRENT-DATE TO OL-POST-DATE.
071533     MOVE OR-TRANS-TYPE TO OL-TRANS-TYPE.
071566     MOVE OR-ORDER-AMOUNT TO OL-ORDER-AMOUNT.
071600     WRITE ORDLEDG-RECORD.
071700     IF WS-LEDGER-COUNT < WS-MAX-LEDGER-TABLE
071800         ADD 1 TO WS-LEDGER-COUNT
072300             "CHECK DEGRADED"
072400     END-IF.
072500 2450-EXIT.
072501     EXIT.
072502
072503******************************************************************
072504* 2460-RECORD-ORDER-ITEMS - ONE ORDER_LINES ROW PER LINE ITEM,
072505* KEYED BY CUSTOMER, ORDER REFERENCE AND LINE NUMBER AND CARRYING
072506* THE CUSTOMER'S REGION (SET BY 6000) FOR THE PRODUCT REPORT.
072507* THE ORDER IS ALREADY POSTED, SO A FAILED LINE IS WARNED ABOUT
072508* AND COUNTED RATHER THAN BACKING THE ORDER OUT.
072509******************************************************************
072510 2460-RECORD-ORDER-ITEMS.
072511     MOVE WS-ITEM-SUB TO WS-ITEM-SEQ.
072512     MOVE WS-ITEM-PRODUCT (WS-ITEM-SUB) TO WS-ITEM-KEY.
072513     MOVE WS-ITEM-QUANTITY (WS-ITEM-SUB) TO WS-ITEM-HOST-QTY.
072514     MOVE WS-ITEM-UNIT-PRICE (WS-ITEM-SUB) TO WS-ITEM-HOST-PRICE.
072515     MOVE WS-ITEM-AMOUNT (WS-ITEM-SUB) TO WS-ITEM-HOST-AMOUNT.
072516     EXEC SQL
072517         INSERT INTO order_lines
072518             (customer_id, order_ref, order_date, order_type,
072519              line_seq, product_code, quantity, unit_price,
072520              line_amount, region)
072521         VALUES
072522             (:OR-CUSTOMER-ID, :OR-ORDER-REF, :OR-ORDER-DATE,
072523              :OR-TRANS-TYPE, :WS-ITEM-SEQ, :WS-ITEM-KEY,
072524              :WS-ITEM-HOST-QTY, :WS-ITEM-HOST-PRICE,
072525              :WS-ITEM-HOST-AMOUNT, :WS-GL-REGION-KEY)
072526     END-EXEC.
072527     IF SQLCODE NOT = 0
072528         DISPLAY "WARNING: LINE ITEM INSERT FAILED FOR "
072529             OR-ORDER-REF ", SQLCODE: " SQLCODE
072530         ADD 1 TO WS-ITEMS-NOT-STORED
072531         GO TO 2460-EXIT
072532     END-IF.
072533     ADD 1 TO WS-ITEMS-POSTED.
072534 2460-EXIT.
072535     EXIT.
072536
072537******************************************************************
072538* 2590-CHECK-ALREADY-HELD - IS THIS ORDER (REFERENCE AND
072539* CUSTOMER) ALREADY WAITING ON THE HOLD QUEUE, FROM AN EARLIER
072540* RUN OR EARLIER IN THIS ONE?
072541******************************************************************
072542 2590-CHECK-ALREADY-HELD.
072543     MOVE 'N' TO WS-HOLDQ-FOUND-SW.
072544     IF WS-HOLDQ-COUNT > ZERO
072545         SET WS-HOLDQ-IDX TO 1
072546         SEARCH WS-HOLDQ-ENTRY
072547             AT END
072548                 CONTINUE
072549             WHEN WS-HOLDQ-ORDER-REF (WS-HOLDQ-IDX)
072550                     = OR-ORDER-REF
072551              AND WS-HOLDQ-CUSTOMER-ID (WS-HOLDQ-IDX)
072552                     = OR-CUSTOMER-ID
072553                 SET ORDER-ALREADY-HELD TO TRUE
072554         END-SEARCH
072555     END-IF.
072556 2590-EXIT.
072557     EXIT.
072558
072559******************************************************************
072560* 2600-HOLD-ORDER - PARK THE ORDER ON THE HOLD QUEUE WITH ITS
072561* REASON. NOTHING IS POSTED AND THE LEDGER IS NOT TOUCHED, SO
072562* THE ORDER POSTS NORMALLY IF IT IS RELEASED.
072563******************************************************************
072564 2600-HOLD-ORDER.
072565     MOVE SPACES TO ORDHOLD-RECORD.
072566     MOVE OR-CUSTOMER-ID TO OH-CUSTOMER-ID.
072567     MOVE OR-ORDER-DATE TO OH-ORDER-DATE.
072568     MOVE OR-ORDER-AMOUNT TO OH-ORDER-AMOUNT.
072569     MOVE OR-TRANS-TYPE TO OH-TRANS-TYPE.
072570     MOVE OR-ORDER-REF TO OH-ORDER-REF.
072571     MOVE WS-CURRENT-DATE TO OH-HOLD-DATE.
072572     MOVE WS-HOLD-CODE TO OH-HOLD-CODE.
072573     MOVE WS-HOLD-REASON TO OH-HOLD-REASON.
072574     MOVE WS-HOLD-SURVIVOR-ID TO OH-SURVIVOR-ID.
072575     MOVE WS-HOLD-ARCHIVE-DATE TO OH-ARCHIVE-DATE.
072576     WRITE ORDHOLD-RECORD.
072577     ADD 1 TO WS-HELD-COUNT.
072578     IF WS-HOLDQ-COUNT < WS-MAX-HOLDQ-TABLE
072579         ADD 1 TO WS-HOLDQ-COUNT
072580         MOVE OR-ORDER-REF
072581             TO WS-HOLDQ-ORDER-REF (WS-HOLDQ-COUNT)
072582         MOVE OR-CUSTOMER-ID
072583             TO WS-HOLDQ-CUSTOMER-ID (WS-HOLDQ-COUNT)
072584     ELSE
072585         DISPLAY "WARNING: HOLD TABLE FULL, IN-RUN DUPLICATE "
072586             "HOLD CHECK DEGRADED"
072587     END-IF.
072588     PERFORM 2650-HOLD-ORDER-ITEM THRU 2650-EXIT
072589         VARYING WS-ITEM-SUB FROM 1 BY 1
072590         UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.
072591 2600-EXIT.
072600     EXIT.
072606
072612* THE LINE ITEMS FOLLOW THEIR ORDER ONTO THE QUEUE SO A RELEASE
072618* POSTS THE ORDER WHOLE.
072624 2650-HOLD-ORDER-ITEM.
072630     MOVE SPACES TO ORDHOLD-ITEM-RECORD.
072636     MOVE OR-CUSTOMER-ID TO OHI-CUSTOMER-ID.
072642     MOVE WS-ITEM-PRODUCT (WS-ITEM-SUB) TO OHI-PRODUCT-CODE.
072648     MOVE WS-ITEM-QUANTITY (WS-ITEM-SUB) TO OHI-QUANTITY.
072654     MOVE WS-ITEM-UNIT-PRICE (WS-ITEM-SUB) TO OHI-UNIT-PRICE.
072660     MOVE OR-ORDER-REF TO OHI-ORDER-REF.
072666     MOVE 'L' TO OHI-RECORD-TYPE.
072672     WRITE ORDHOLD-ITEM-RECORD.
072678     ADD 1 TO WS-ITEMS-HELD.
072684 2650-EXIT.
072690     EXIT.
072700
072800 2700-REJECT-ORDER.
072900     MOVE OR-CUSTOMER-ID TO OE-CUSTOMER-ID.
074200* CLOSE ALL FILES.
074300******************************************************************
074400 4000-CLEANUP-ROUTINE.
074420     IF GL-JOURNAL-READY
074440         PERFORM 6500-WRITE-GL-JOURNAL THRU 6500-EXIT
074460     END-IF.
074480
074500     MOVE SPACES TO WS-SUMMARY-LINE.
074600     MOVE "ORDERS POSTED:         " TO WS-SUM-LABEL.
074700     MOVE WS-POSTED-COUNT TO WS-SUM-VALUE.
076600     MOVE WS-REJECT-COUNT TO WS-SUM-VALUE.
076700     WRITE ORDRPT-LINE FROM WS-SUMMARY-LINE.
076800
076804     MOVE "ORDERS HELD:           " TO WS-SUM-LABEL.
076808     MOVE WS-HELD-COUNT TO WS-SUM-VALUE.
076812     WRITE ORDRPT-LINE FROM WS-SUMMARY-LINE.
076816
076820     MOVE "RELEASED ORDERS READ:  " TO WS-SUM-LABEL.
076824     MOVE WS-RELEASED-READ TO WS-SUM-VALUE.
076828     WRITE ORDRPT-LINE FROM WS-SUMMARY-LINE.
076832
076836     MOVE "LINE ITEMS POSTED:     " TO WS-SUM-LABEL.
076840     MOVE WS-ITEMS-POSTED TO WS-SUM-VALUE.
076844     WRITE ORDRPT-LINE FROM WS-SUMMARY-LINE.
076848
076852     MOVE "LINE ITEMS NOT STORED: " TO WS-SUM-LABEL.
076856     MOVE WS-ITEMS-NOT-STORED TO WS-SUM-VALUE.
076860     WRITE ORDRPT-LINE FROM WS-SUMMARY-LINE.
076864
076868     MOVE "LINE ITEMS HELD:       " TO WS-SUM-LABEL.
076872     MOVE WS-ITEMS-HELD TO WS-SUM-VALUE.
076876     WRITE ORDRPT-LINE FROM WS-SUMMARY-LINE.
076880
076884     MOVE "RETURNS QTY UNCHECKED: " TO WS-SUM-LABEL.
076888     MOVE WS-RETURNS-UNCHECKED TO WS-SUM-VALUE.
076892     WRITE ORDRPT-LINE FROM WS-SUMMARY-LINE.
076896
076900     MOVE "LAST-ORDER DATES MOVED:" TO WS-SUM-LABEL.
077000     MOVE WS-ROLLED-COUNT TO WS-SUM-VALUE.
077100     WRITE ORDRPT-LINE FROM WS-SUMMARY-LINE.
077500     MOVE WS-POSTED-AMOUNT TO WS-AMT-VALUE.
077600     WRITE ORDRPT-LINE FROM WS-AMOUNT-LINE.
077700
077703     MOVE "NET SALES TAX POSTED:  " TO WS-AMT-LABEL.
077706     MOVE WS-POSTED-TAX TO WS-AMT-VALUE.
077709     WRITE ORDRPT-LINE FROM WS-AMOUNT-LINE.
077712
077715     MOVE "POSTED WITH NO TAX RATE" TO WS-SUM-LABEL.
077718     MOVE WS-NO-TAX-RATE-COUNT TO WS-SUM-VALUE.
077721     WRITE ORDRPT-LINE FROM WS-SUMMARY-LINE.
077724
077727     MOVE WS-GL-JOURNAL-ID TO WS-JID-VALUE.
077730     WRITE ORDRPT-LINE FROM WS-JOURNAL-ID-LINE.
077733
077736     MOVE "GL JOURNAL LINES:      " TO WS-SUM-LABEL.
077739     MOVE WS-GL-LINE-SEQ TO WS-SUM-VALUE.
077742     WRITE ORDRPT-LINE FROM WS-SUMMARY-LINE.
077745
077748     MOVE "GL NOT ON CUSTMAST:    " TO WS-SUM-LABEL.
077751     MOVE WS-GL-UNMAPPED-COUNT TO WS-SUM-VALUE.
077754     WRITE ORDRPT-LINE FROM WS-SUMMARY-LINE.
077757
077760     MOVE "GL POSTINGS NOT BOOKED:" TO WS-SUM-LABEL.
077763     MOVE WS-GL-UNBOOKED-COUNT TO WS-SUM-VALUE.
077766     WRITE ORDRPT-LINE FROM WS-SUMMARY-LINE.
077769
077772     PERFORM 7600-REPORT-LOYALTY-POINTS THRU 7600-EXIT.
077775
077800     EXEC SQL
077900         DISCONNECT
078000     END-EXEC.
078200     CLOSE ORDERS-FILE.
078300     CLOSE ORDERR-FILE.
078400     CLOSE ORDLEDG-FILE.
078450     CLOSE ORDHOLD-FILE.
078500     CLOSE ORDRPT-FILE.
078501     IF CUSTMAST-WAS-OPENED
078502         CLOSE CUSTMAST-FILE
078503     END-IF.
078507
078514* RELEASED ORDERS ARE CONSUMED ONCE: AFTER A CLEAN RUN THE FILE
078521* IS EMPTIED SO THEY ARE NOT READ AGAIN (THE LEDGER WOULD SKIP
078528* THEM ANYWAY, BUT THE RERUN COUNT WOULD MISLEAD). A FAILED RUN
078535* LEAVES IT FOR THE RERUN.
078542     IF ORDRLSD-WAS-OPENED
078549         CLOSE ORDRLSD-FILE
078556         IF RETURN-CODE = ZERO
078563             OPEN OUTPUT ORDRLSD-FILE
078570             CLOSE ORDRLSD-FILE
078577         END-IF
078584     END-IF.
078600
078700* STAMP THIS PROGRAM'S COMPLETION (AND FINAL RETURN-CODE) ON
078800* THE SHARED RUN-CONTROL FILE FOR OPERATIONS AND SEQUENCE
079800* INCLUDE THE SHARED RUN-CONTROL UTILITY PARAGRAPHS
079900     COPY CHKRUN.
080000
080200******************************************************************
080300* 5000-CHECK-MERGE-TRACE - IS THE NOT-ON-FILE ID ONE A CUSTMAINT
080400* MERGE RETIRED? FOLLOW THE TRACE TO THE LAST SURVIVOR AND HOLD
080500* THE ORDER WITH IT. NO TRACE FILE MEANS NO MERGES TO FIND.
080600******************************************************************
080700 5000-CHECK-MERGE-TRACE.
080800     MOVE OR-CUSTOMER-ID TO WS-TRACE-ID.
080900     MOVE ZERO TO WS-TRACE-HOPS.
081000     SET TRACE-HOP-FOUND TO TRUE.
081100     PERFORM 5100-FOLLOW-ONE-HOP THRU 5100-EXIT
081200         UNTIL NOT TRACE-HOP-FOUND
081300         OR WS-TRACE-HOPS >= WS-MAX-TRACE-HOPS.
081400     IF WS-TRACE-HOPS > ZERO
081500         SET ORDER-HELD TO TRUE
081600         MOVE 'M' TO WS-HOLD-CODE
081700         MOVE "CUSTOMER MERGED" TO WS-HOLD-REASON
081800         MOVE WS-TRACE-ID TO WS-HOLD-SURVIVOR-ID
081900     END-IF.
082000 5000-EXIT.
082100     EXIT.
082200
082300 5100-FOLLOW-ONE-HOP.
082400     SET WS-TRACE-FOUND-SW TO 'N'.
082500     MOVE 'N' TO WS-MRGTRACE-SW.
082600     OPEN INPUT MRGTRACE-FILE.
082700     IF NOT MRGTRACE-OK
082800         GO TO 5100-EXIT
082900     END-IF.
083000     PERFORM 5200-READ-MRGTRACE-RECORD THRU 5200-EXIT.
083100     PERFORM 5300-MATCH-MRGTRACE-RECORD THRU 5300-EXIT
083200         UNTIL END-OF-MRGTRACE OR TRACE-HOP-FOUND.
083300     CLOSE MRGTRACE-FILE.
083400     IF TRACE-HOP-FOUND
083500         ADD 1 TO WS-TRACE-HOPS
083600         MOVE MT-SURVIVOR-ID TO WS-TRACE-ID
083700     END-IF.
083800 5100-EXIT.
083900     EXIT.
084000
084100 5200-READ-MRGTRACE-RECORD.
084200     READ MRGTRACE-FILE
084300         AT END
084400             SET END-OF-MRGTRACE TO TRUE
084500     END-READ.
084600 5200-EXIT.
084700     EXIT.
084800
084900 5300-MATCH-MRGTRACE-RECORD.
085000     IF MT-RETIRED-ID = WS-TRACE-ID
085100         SET TRACE-HOP-FOUND TO TRUE
085200     ELSE
085300         PERFORM 5200-READ-MRGTRACE-RECORD THRU 5200-EXIT
085400     END-IF.
085500 5300-EXIT.
085600     EXIT.
085700
085800******************************************************************
085900* 5500-CHECK-ARCHIVE-INDEX - NOT A MERGE; DID CUSTARCH REMOVE
086000* IT? THE LATEST INDEX ENTRY FOR THE ID GIVES THE ARCHIVE DATE.
086100******************************************************************
086200 5500-CHECK-ARCHIVE-INDEX.
086300     SET WS-ARCH-FOUND-SW TO 'N'.
086400     MOVE 'N' TO WS-ARCHIDX-SW.
086500     OPEN INPUT ARCHIDX-FILE.
086600     IF NOT ARCHIDX-OK
086700         GO TO 5500-EXIT
086800     END-IF.
086900     PERFORM 5600-READ-ARCHIDX-RECORD THRU 5600-EXIT.
087000     PERFORM 5700-MATCH-ARCHIDX-RECORD THRU 5700-EXIT
087100         UNTIL END-OF-ARCHIDX.
087200     CLOSE ARCHIDX-FILE.
087300     IF ARCHIVE-HIT-FOUND
087400         SET ORDER-HELD TO TRUE
087500         MOVE 'A' TO WS-HOLD-CODE
087600         MOVE "CUSTOMER ARCHIVED" TO WS-HOLD-REASON
087700     END-IF.
087800 5500-EXIT.
087900     EXIT.
088000
088100 5600-READ-ARCHIDX-RECORD.
088200     READ ARCHIDX-FILE
088300         AT END
088400             SET END-OF-ARCHIDX TO TRUE
088500     END-READ.
088600 5600-EXIT.
088700     EXIT.
088800
088900 5700-MATCH-ARCHIDX-RECORD.
089000     IF AI-CUSTOMER-ID = OR-CUSTOMER-ID
089100         SET ARCHIVE-HIT-FOUND TO TRUE
089200         MOVE AI-ARCHIVE-DATE TO WS-HOLD-ARCHIVE-DATE
089300     END-IF.
089400     PERFORM 5600-READ-ARCHIDX-RECORD THRU 5600-EXIT.
089500 5700-EXIT.
089600     EXIT.
089700
089800******************************************************************
089900* 6000-BOOK-GL-POSTING - ADD THE POSTED AMOUNT TO ITS JOURNAL ROW
090000* (TYPE, REGION, CURRENCY). A CUSTOMER NOT YET ON LAST NIGHT'S
090100* SNAPSHOT IS BOOKED TO REGION 'XX' IN BASE CURRENCY AND
090200* COUNTED; A FULL TABLE LEAVES THE POSTING OUT OF THE JOURNAL,
090300* COUNTED AND WARNED, AND FAILS THE RUN AT CLEANUP.
090400******************************************************************
090500 6000-BOOK-GL-POSTING.
090600     MOVE OR-CUSTOMER-ID TO CM-CUSTOMER-ID.
090700     READ CUSTMAST-FILE
090800         INVALID KEY
090900             MOVE "XX" TO WS-GL-REGION-KEY
091000             MOVE "USD" TO WS-GL-CURRENCY-KEY
091100             ADD 1 TO WS-GL-UNMAPPED-COUNT
091200         NOT INVALID KEY
091300             MOVE CM-CUSTOMER-REGION TO WS-GL-REGION-KEY
091400             MOVE CM-CURRENCY-CODE TO WS-GL-CURRENCY-KEY
091500     END-READ.
091600     IF WS-GL-CURRENCY-KEY = SPACES
091700         MOVE "USD" TO WS-GL-CURRENCY-KEY
091800     END-IF.
091900
092000     PERFORM 6100-FIND-GL-ROW THRU 6100-EXIT.
092100     IF NOT GL-ROW-FOUND
092200         IF WS-GL-COUNT < WS-MAX-GL-TABLE
092300             ADD 1 TO WS-GL-COUNT
092400             MOVE WS-GL-COUNT TO WS-GL-SUB
092500             MOVE OR-TRANS-TYPE TO WS-GL-TRANS-TYPE (WS-GL-SUB)
092600             MOVE WS-GL-REGION-KEY TO WS-GL-REGION (WS-GL-SUB)
092700             MOVE WS-GL-CURRENCY-KEY
092800                 TO WS-GL-CURRENCY (WS-GL-SUB)
092900             MOVE ZERO TO WS-GL-AMOUNT (WS-GL-SUB)
092950             MOVE ZERO TO WS-GL-TAX-AMOUNT (WS-GL-SUB)
093000         ELSE
093100             ADD 1 TO WS-GL-UNBOOKED-COUNT
093200             DISPLAY "WARNING: GL JOURNAL TABLE FULL, ORDER "
093300                 OR-ORDER-REF " NOT JOURNALLED"
093400             GO TO 6000-EXIT
093500         END-IF
093600     END-IF.
093700     ADD OR-ORDER-AMOUNT TO WS-GL-AMOUNT (WS-GL-SUB).
093750     ADD WS-TAX-AMOUNT TO WS-GL-TAX-AMOUNT (WS-GL-SUB).
093800 6000-EXIT.
093900     EXIT.
094000
094100 6100-FIND-GL-ROW.
094200     MOVE 'N' TO WS-GL-FOUND-SW.
094300     PERFORM 6150-MATCH-GL-ROW THRU 6150-EXIT
094400         VARYING WS-GL-SUB FROM 1 BY 1
094500         UNTIL WS-GL-SUB > WS-GL-COUNT OR GL-ROW-FOUND.
094600     IF GL-ROW-FOUND
094700         SUBTRACT 1 FROM WS-GL-SUB
094800     END-IF.
094900 6100-EXIT.
095000     EXIT.
095100
095200 6150-MATCH-GL-ROW.
095300     IF WS-GL-TRANS-TYPE (WS-GL-SUB) = OR-TRANS-TYPE
095400             AND WS-GL-REGION (WS-GL-SUB) = WS-GL-REGION-KEY
095500             AND WS-GL-CURRENCY (WS-GL-SUB) = WS-GL-CURRENCY-KEY
095600         SET GL-ROW-FOUND TO TRUE
095700     END-IF.
095800 6150-EXIT.
095900     EXIT.
096000
096100******************************************************************
096200* 6300-LOAD-POSTING-RULES - PULL THE POSTRULE REFERENCE INTO
096300* MEMORY AND REFUSE THE RUN UNLESS SALES, RETURNS AND
096400* ADJUSTMENTS ALL HAVE A RULE.
096500******************************************************************
096600 6300-LOAD-POSTING-RULES.
096700     MOVE ZERO TO WS-RULE-COUNT.
096800     OPEN INPUT POSTRULE-FILE.
096900     IF NOT POSTRULE-OK
097000         DISPLAY "NO POSTRULE POSTING RULES FOUND, STATUS: "
097100             WS-POSTRULE-STATUS
097200         MOVE 16 TO RETURN-CODE
097300         GO TO 6300-EXIT
097400     END-IF.
097500     PERFORM 6350-READ-POSTRULE-RECORD THRU 6350-EXIT.
097600     PERFORM 6400-ADD-POSTING-RULE THRU 6400-EXIT
097700         UNTIL END-OF-POSTRULE.
097800     CLOSE POSTRULE-FILE.
097900
098000     MOVE 'S' TO WS-RULE-KEY.
098100     PERFORM 6450-REQUIRE-POSTING-RULE THRU 6450-EXIT.
098200     MOVE 'R' TO WS-RULE-KEY.
098300     PERFORM 6450-REQUIRE-POSTING-RULE THRU 6450-EXIT.
098400     MOVE 'A' TO WS-RULE-KEY.
098500     PERFORM 6450-REQUIRE-POSTING-RULE THRU 6450-EXIT.
098600 6300-EXIT.
098700     EXIT.
098800
098900 6350-READ-POSTRULE-RECORD.
099000     READ POSTRULE-FILE
099100         AT END
099200             SET END-OF-POSTRULE TO TRUE
099300     END-READ.
099400 6350-EXIT.
099500     EXIT.
099600
099700 6400-ADD-POSTING-RULE.
099800     IF WS-RULE-COUNT < WS-MAX-RULE-TABLE
099900         ADD 1 TO WS-RULE-COUNT
100000         MOVE PR-TRANS-TYPE
100100             TO WS-RULE-TRANS-TYPE (WS-RULE-COUNT)
100200         MOVE PR-DEBIT-ACCOUNT
100300             TO WS-RULE-DEBIT-ACCT (WS-RULE-COUNT)
100400         MOVE PR-CREDIT-ACCOUNT
100500             TO WS-RULE-CREDIT-ACCT (WS-RULE-COUNT)
100600         MOVE PR-DESCRIPTION
100700             TO WS-RULE-DESC (WS-RULE-COUNT)
100720         MOVE PR-TAX-DEBIT-ACCOUNT
100740             TO WS-RULE-TAX-DEBIT (WS-RULE-COUNT)
100760         MOVE PR-TAX-CREDIT-ACCOUNT
100780             TO WS-RULE-TAX-CREDIT (WS-RULE-COUNT)
100800     ELSE
100900         DISPLAY "WARNING: POSTRULE EXCEEDS " WS-MAX-RULE-TABLE
101000             " RULES, REMAINDER IGNORED"
101100         SET END-OF-POSTRULE TO TRUE
101200         GO TO 6400-EXIT
101300     END-IF.
101400     PERFORM 6350-READ-POSTRULE-RECORD THRU 6350-EXIT.
101500 6400-EXIT.
101600     EXIT.
101700
101800 6450-REQUIRE-POSTING-RULE.
101900     PERFORM 6460-FIND-POSTING-RULE THRU 6460-EXIT.
102000     IF NOT RULE-FOUND
102100         DISPLAY "NO POSTING RULE FOR TRANSACTION TYPE "
102200             WS-RULE-KEY ", RUN REFUSED"
102300         MOVE 16 TO RETURN-CODE
102350         GO TO 6450-EXIT
102400     END-IF.
102414     IF WS-RULE-TAX-DEBIT (WS-RULE-SUB) = SPACES
102428             OR WS-RULE-TAX-CREDIT (WS-RULE-SUB) = SPACES
102442         DISPLAY "NO TAX ACCOUNTS ON POSTING RULE FOR TYPE "
102456             WS-RULE-KEY ", RUN REFUSED"
102470         MOVE 16 TO RETURN-CODE
102484     END-IF.
102500 6450-EXIT.
102600     EXIT.
102700
102800* THE FIRST RULE ON FILE FOR THE TYPE WINS.
102900 6460-FIND-POSTING-RULE.
103000     MOVE 'N' TO WS-RULE-FOUND-SW.
103100     PERFORM 6470-MATCH-POSTING-RULE THRU 6470-EXIT
103200         VARYING WS-RULE-SUB FROM 1 BY 1
103300         UNTIL WS-RULE-SUB > WS-RULE-COUNT OR RULE-FOUND.
103400     IF RULE-FOUND
103500         SUBTRACT 1 FROM WS-RULE-SUB
103600     END-IF.
103700 6460-EXIT.
103800     EXIT.
103900
104000 6470-MATCH-POSTING-RULE.
104100     IF WS-RULE-TRANS-TYPE (WS-RULE-SUB) = WS-RULE-KEY
104200         SET RULE-FOUND TO TRUE
104300     END-IF.
104400 6470-EXIT.
104500     EXIT.
104600
104700******************************************************************
104800* 6500-WRITE-GL-JOURNAL - ONE JOURNAL PER RUN, EVEN A RUN THAT
104900* POSTED NOTHING (HEADER AND A ZERO TRAILER), SO THE GL HAS
105000* SOMETHING TO ACKNOWLEDGE FOR EVERY POSTING DAY AND GLRECN CAN
105100* CLOSE IT. THE JOURNAL ID IS "OP" AND THE RUN TIMESTAMP, SO A
105200* RERUN ON THE SAME DAY GETS ITS OWN. THE JOURNAL IS ENTERED ON
105300* THE GLJREG REGISTER AS SENT.
105400******************************************************************
105500 6500-WRITE-GL-JOURNAL.
105600     MOVE FUNCTION CURRENT-DATE TO WS-GL-TIMESTAMP.
105700     MOVE SPACES TO WS-GL-JOURNAL-ID.
105800     STRING "OP" WS-GL-TIMESTAMP(1:14)
105900         DELIMITED BY SIZE INTO WS-GL-JOURNAL-ID.
106000     MOVE ZERO TO WS-GL-LINE-SEQ.
106100     MOVE ZERO TO WS-GL-DEBIT-TOTAL.
106200     MOVE ZERO TO WS-GL-CREDIT-TOTAL.
106300
106400     OPEN EXTEND GLJRNL-FILE.
106500     IF WS-GLJRNL-STATUS = '05' OR WS-GLJRNL-STATUS = '35'
106600         OPEN OUTPUT GLJRNL-FILE
106700     END-IF.
106800
106900     MOVE SPACES TO GLJRNL-RECORD.
107000     SET GJ-HEADER TO TRUE.
107100     MOVE WS-GL-JOURNAL-ID TO GJ-JOURNAL-ID.
107200     MOVE WS-CURRENT-DATE TO GJ-POST-DATE.
107300     MOVE "ORDPOST" TO GJ-SOURCE.
107400     WRITE GLJRNL-RECORD.
107500
107600     PERFORM 6600-WRITE-GL-ROW-LINES THRU 6600-EXIT
107700         VARYING WS-GL-SUB FROM 1 BY 1
107800         UNTIL WS-GL-SUB > WS-GL-COUNT.
107900
108000     MOVE SPACES TO GLJRNL-RECORD.
108100     SET GJ-TRAILER TO TRUE.
108200     MOVE WS-GL-JOURNAL-ID TO GJ-JOURNAL-ID.
108300     MOVE WS-GL-LINE-SEQ TO GJ-LINE-COUNT.
108400     MOVE WS-GL-DEBIT-TOTAL TO GJ-DEBIT-TOTAL.
108500     MOVE WS-GL-CREDIT-TOTAL TO GJ-CREDIT-TOTAL.
108600     WRITE GLJRNL-RECORD.
108700     CLOSE GLJRNL-FILE.
108800
108900     OPEN EXTEND GLJREG-FILE.
109000     IF WS-GLJREG-STATUS = '05' OR WS-GLJREG-STATUS = '35'
109100         OPEN OUTPUT GLJREG-FILE
109200     END-IF.
109300     MOVE SPACES TO GLJREG-RECORD.
109400     MOVE WS-GL-JOURNAL-ID TO JR-JOURNAL-ID.
109500     MOVE WS-CURRENT-DATE TO JR-POST-DATE.
109600     MOVE WS-GL-LINE-SEQ TO JR-LINE-COUNT.
109700     MOVE WS-GL-DEBIT-TOTAL TO JR-DEBIT-TOTAL.
109800     MOVE WS-GL-CREDIT-TOTAL TO JR-CREDIT-TOTAL.
109900     MOVE 'S' TO JR-STATUS.
110000     WRITE GLJREG-RECORD.
110100     CLOSE GLJREG-FILE.
110200
110300     IF WS-GL-UNBOOKED-COUNT > ZERO
110400         DISPLAY "GL JOURNAL " WS-GL-JOURNAL-ID " INCOMPLETE, "
110500             WS-GL-UNBOOKED-COUNT " POSTINGS NOT JOURNALLED"
110600         MOVE 16 TO RETURN-CODE
110700     END-IF.
110800 6500-EXIT.
110900     EXIT.
111000
111100* EACH ROW IS ONE DEBIT AND ONE CREDIT LINE FOR THE SAME AMOUNT,
111200* SO THE JOURNAL BALANCES BY REGION AND CURRENCY AS WELL AS IN
111300* TOTAL.
111400 6600-WRITE-GL-ROW-LINES.
111500     MOVE WS-GL-TRANS-TYPE (WS-GL-SUB) TO WS-RULE-KEY.
111600     PERFORM 6460-FIND-POSTING-RULE THRU 6460-EXIT.
111650     MOVE WS-GL-AMOUNT (WS-GL-SUB) TO WS-GL-LINE-AMOUNT.
111700     MOVE WS-RULE-DEBIT-ACCT (WS-RULE-SUB) TO WS-GL-LINE-ACCOUNT.
111800     MOVE 'D' TO WS-GL-LINE-DC.
111900     PERFORM 6700-WRITE-JOURNAL-LINE THRU 6700-EXIT.
112000     MOVE WS-RULE-CREDIT-ACCT (WS-RULE-SUB)
112100         TO WS-GL-LINE-ACCOUNT.
112200     MOVE 'C' TO WS-GL-LINE-DC.
112300     PERFORM 6700-WRITE-JOURNAL-LINE THRU 6700-EXIT.
112307* THE TAX RIDES ON ITS OWN PAIR SO THE LIABILITY ACCOUNT IS
112314* NEVER NETTED INTO REVENUE. NO TAX, NO PAIR.
112321     IF WS-GL-TAX-AMOUNT (WS-GL-SUB) = ZERO
112328         GO TO 6600-EXIT
112335     END-IF.
112342     MOVE WS-GL-TAX-AMOUNT (WS-GL-SUB) TO WS-GL-LINE-AMOUNT.
112349     MOVE WS-RULE-TAX-DEBIT (WS-RULE-SUB) TO WS-GL-LINE-ACCOUNT.
112356     MOVE 'D' TO WS-GL-LINE-DC.
112363     PERFORM 6700-WRITE-JOURNAL-LINE THRU 6700-EXIT.
112370     MOVE WS-RULE-TAX-CREDIT (WS-RULE-SUB)
112377         TO WS-GL-LINE-ACCOUNT.
112384     MOVE 'C' TO WS-GL-LINE-DC.
112391     PERFORM 6700-WRITE-JOURNAL-LINE THRU 6700-EXIT.
112400 6600-EXIT.
112500     EXIT.
112600
112700 6700-WRITE-JOURNAL-LINE.
112800     ADD 1 TO WS-GL-LINE-SEQ.
112900     MOVE SPACES TO GLJRNL-RECORD.
113000     SET GJ-DETAIL TO TRUE.
113100     MOVE WS-GL-JOURNAL-ID TO GJ-JOURNAL-ID.
113200     MOVE WS-GL-LINE-SEQ TO GJ-LINE-SEQ.
113300     MOVE WS-GL-LINE-ACCOUNT TO GJ-ACCOUNT.
113400     MOVE WS-GL-LINE-DC TO GJ-DEBIT-CREDIT.
113500     MOVE WS-GL-REGION (WS-GL-SUB) TO GJ-REGION.
113600     MOVE WS-GL-CURRENCY (WS-GL-SUB) TO GJ-CURRENCY.
113700     MOVE WS-GL-LINE-AMOUNT TO GJ-AMOUNT.
113800     MOVE WS-RULE-DESC (WS-RULE-SUB) TO GJ-DESCRIPTION.
113900     WRITE GLJRNL-RECORD.
114000     IF WS-GL-LINE-DC = 'D'
114100         ADD WS-GL-LINE-AMOUNT TO WS-GL-DEBIT-TOTAL
114200     ELSE
114300         ADD WS-GL-LINE-AMOUNT TO WS-GL-CREDIT-TOTAL
114400     END-IF.
114500 6700-EXIT.
114600     EXIT.
114700
114800******************************************************************
114900* 7000-POST-LOYALTY-POINTS - A SALE EARNS POINTS AT THE LOYRATE
115000* RATE FOR THE CUSTOMER'S REGION (THE REGION 6000 HAS JUST BOOKED
115100* THE POSTING UNDER) AS OF THE ORDER DATE; A RETURN TAKES THEM
115200* BACK AT THE RATE IN FORCE ON ITS OWN DATE, THE SAME AS THE TAX
115300* - IT CARRIES NO LINK TO THE ORIGINAL SALE. A CREDIT ADJUSTMENT
115400* IS A PRICE CORRECTION, NOT A PURCHASE, AND LEAVES POINTS ALONE.
115500* ONLY AN ACTIVE CUSTOMER EARNS: A RELEASED ORDER FOR AN INACTIVE
115600* OR PENDING ONE POSTS WITHOUT POINTS, COUNTED. NO RATE FOR THE
115700* REGION MEANS NO POINTS, COUNTED SO A GAP IN LOYRATE SHOWS.
115800******************************************************************
115900 7000-POST-LOYALTY-POINTS.
116000     IF ORDER-ADJUSTMENT
116100         GO TO 7000-EXIT
116200     END-IF.
116300     IF ORDER-SALE AND WS-CUSTOMER-STATUS NOT = 'A'
116400         ADD 1 TO WS-NOT-EARNING-COUNT
116500         GO TO 7000-EXIT
116600     END-IF.
116700
116800     MOVE WS-GL-REGION-KEY TO LY-REGION.
116900     MOVE OR-ORDER-DATE TO LY-ASOF-DATE.
117000     PERFORM DERIVE-LOYALTY-RATE THRU DERIVE-LOYALTY-RATE-EXIT.
117100     IF NOT LOYALTY-RATE-FOUND
117200         ADD 1 TO WS-NO-POINTS-RATE-COUNT
117300         GO TO 7000-EXIT
117400     END-IF.
117500* WHOLE POINTS ONLY - THE FRACTION IS DROPPED, NEVER ROUNDED UP.
117600     COMPUTE WS-LOYALTY-POINTS = OR-ORDER-AMOUNT * LY-EARN-RATE.
117700     IF WS-LOYALTY-POINTS = ZERO
117800         GO TO 7000-EXIT
117900     END-IF.
118000
118100     PERFORM 7100-FETCH-POINTS-BALANCE THRU 7100-EXIT.
118200     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
118300         DISPLAY "WARNING: POINTS BALANCE NOT AVAILABLE FOR "
118400             OR-CUSTOMER-ID ", SQLCODE: " SQLCODE
118500         GO TO 7000-EXIT
118600     END-IF.
118700     IF ORDER-SALE
118800         PERFORM 7200-EARN-POINTS THRU 7200-EXIT
118900     ELSE
119000         PERFORM 7300-REVERSE-POINTS THRU 7300-EXIT
119100     END-IF.
119200 7000-EXIT.
119300     EXIT.
119400
119500* NO LOYALTY_BALANCE ROW (SQLCODE 100) IS A CUSTOMER WHO HAS
119600* NEVER EARNED - THEIR FIRST SALE CREATES IT.
119700 7100-FETCH-POINTS-BALANCE.
119800     MOVE ZERO TO WS-POINTS-BALANCE.
119900     MOVE SPACES TO WS-POINTS-ACTIVITY.
120000     MOVE 'N' TO WS-POINTS-ROW-SW.
120100     EXEC SQL
120200         SELECT points_balance, last_activity_date
120300         INTO :WS-POINTS-BALANCE, :WS-POINTS-ACTIVITY
120400         FROM loyalty_balance
120500         WHERE customer_id = :OR-CUSTOMER-ID
120600     END-EXEC.
120700     IF SQLCODE = 0
120800         SET POINTS-ROW-FOUND TO TRUE
120900     END-IF.
121000 7100-EXIT.
121100     EXIT.
121200
121300* A SALE IS ACTIVITY: THE LAST-ACTIVITY DATE MOVES UP TO THE
121400* ORDER DATE (A LATE-ARRIVING OLDER ORDER LEAVES IT ALONE), WHICH
121500* RESTARTS THE LOYEXPR INACTIVITY CLOCK.
121600 7200-EARN-POINTS.
121700     MOVE 'E' TO WS-POINTS-ENTRY-TYPE.
121800     PERFORM 7400-WRITE-POINTS-ENTRY THRU 7400-EXIT.
121900     IF SQLCODE NOT = 0
122000         GO TO 7200-EXIT
122100     END-IF.
122200     IF WS-POINTS-ACTIVITY = SPACES
122300             OR OR-ORDER-DATE > WS-POINTS-ACTIVITY
122400         MOVE OR-ORDER-DATE TO WS-POINTS-ACTIVITY
122500     END-IF.
122600     PERFORM 7500-STORE-POINTS-BALANCE THRU 7500-EXIT.
122700     ADD 1 TO WS-POINTS-EARN-COUNT.
122800     ADD WS-LOYALTY-POINTS TO WS-POINTS-NET.
122900 7200-EXIT.
123000     EXIT.
123100
123200* A RETURN NEVER TAKES THE BALANCE BELOW ZERO: POINTS ALREADY
123300* REDEEMED OR EXPIRED, OR A SALE FROM BEFORE THE PROGRAM BEGAN,
123400* LEAVE LESS TO TAKE BACK, AND ONLY WHAT IS LEFT IS TAKEN -
123500* COUNTED AS CUT SHORT. A RETURN IS NOT ACTIVITY AND DOES NOT
123600* MOVE THE LAST-ACTIVITY DATE.
123700 7300-REVERSE-POINTS.
123800     IF WS-POINTS-BALANCE NOT > ZERO
123900         ADD 1 TO WS-POINTS-SHORT-COUNT
124000         GO TO 7300-EXIT
124100     END-IF.
124200     IF WS-LOYALTY-POINTS > WS-POINTS-BALANCE
124300         MOVE WS-POINTS-BALANCE TO WS-LOYALTY-POINTS
124400         ADD 1 TO WS-POINTS-SHORT-COUNT
124500     END-IF.
124600     COMPUTE WS-LOYALTY-POINTS = ZERO - WS-LOYALTY-POINTS.
124700     MOVE 'R' TO WS-POINTS-ENTRY-TYPE.
124800     PERFORM 7400-WRITE-POINTS-ENTRY THRU 7400-EXIT.
124900     IF SQLCODE NOT = 0
125000         GO TO 7300-EXIT
125100     END-IF.
125200     PERFORM 7500-STORE-POINTS-BALANCE THRU 7500-EXIT.
125300     ADD 1 TO WS-POINTS-REVERSE-COUNT.
125400     ADD WS-LOYALTY-POINTS TO WS-POINTS-NET.
125500 7300-EXIT.
125600     EXIT.
125700
125800* ONE LEDGER ROW PER MOVEMENT, SIGNED, DATED WITH THE ORDER DATE
125900* AND CARRYING THE ORDER REFERENCE - THE STATEMENT AND THE
126000* LIABILITY REPORT ARE BOTH BUILT FROM THESE ROWS.
126100 7400-WRITE-POINTS-ENTRY.
126200     EXEC SQL
126300         INSERT INTO loyalty_points
126400             (customer_id, entry_date, entry_type, points,
126500              entry_ref)
126600         VALUES
126700             (:OR-CUSTOMER-ID, :OR-ORDER-DATE,
126800              :WS-POINTS-ENTRY-TYPE, :WS-LOYALTY-POINTS,
126900              :OR-ORDER-REF)
127000     END-EXEC.
127100     IF SQLCODE NOT = 0
127200         DISPLAY "WARNING: POINTS NOT POSTED FOR "
127300             OR-CUSTOMER-ID ", SQLCODE: " SQLCODE
127400     END-IF.
127500 7400-EXIT.
127600     EXIT.
127700
127800 7500-STORE-POINTS-BALANCE.
127900     IF POINTS-ROW-FOUND
128000         EXEC SQL
128100             UPDATE loyalty_balance
128200             SET points_balance =
128300                     points_balance + :WS-LOYALTY-POINTS,
128400                 last_activity_date = :WS-POINTS-ACTIVITY
128500             WHERE customer_id = :OR-CUSTOMER-ID
128600         END-EXEC
128700     ELSE
128800         EXEC SQL
128900             INSERT INTO loyalty_balance
129000                 (customer_id, points_balance,
129100                  last_activity_date)
129200             VALUES
129300                 (:OR-CUSTOMER-ID, :WS-LOYALTY-POINTS,
129400                  :WS-POINTS-ACTIVITY)
129500         END-EXEC
129600     END-IF.
129700     IF SQLCODE NOT = 0
129800         DISPLAY "WARNING: POINTS BALANCE NOT UPDATED FOR "
129900             OR-CUSTOMER-ID ", SQLCODE: " SQLCODE
130000     END-IF.
130100 7500-EXIT.
130200     EXIT.
130300
130400******************************************************************
130500* 7600-REPORT-LOYALTY-POINTS - THE POINTS SIDE OF THE RUN FOR THE
130600* ORDRPT SUMMARY.
130700******************************************************************
130800 7600-REPORT-LOYALTY-POINTS.
130900     MOVE "SALES EARNING POINTS:  " TO WS-SUM-LABEL.
131000     MOVE WS-POINTS-EARN-COUNT TO WS-SUM-VALUE.
131100     WRITE ORDRPT-LINE FROM WS-SUMMARY-LINE.
131200
131300     MOVE "RETURNS TAKING POINTS: " TO WS-SUM-LABEL.
131400     MOVE WS-POINTS-REVERSE-COUNT TO WS-SUM-VALUE.
131500     WRITE ORDRPT-LINE FROM WS-SUMMARY-LINE.
131600
131700     MOVE "POINT REVERSALS SHORT: " TO WS-SUM-LABEL.
131800     MOVE WS-POINTS-SHORT-COUNT TO WS-SUM-VALUE.
131900     WRITE ORDRPT-LINE FROM WS-SUMMARY-LINE.
132000
132100     MOVE "SALES WITH NO PTS RATE:" TO WS-SUM-LABEL.
132200     MOVE WS-NO-POINTS-RATE-COUNT TO WS-SUM-VALUE.
132300     WRITE ORDRPT-LINE FROM WS-SUMMARY-LINE.
132400
132500     MOVE "SALES NOT EARNING:     " TO WS-SUM-LABEL.
132600     MOVE WS-NOT-EARNING-COUNT TO WS-SUM-VALUE.
132700     WRITE ORDRPT-LINE FROM WS-SUMMARY-LINE.
132800
132900     MOVE SPACES TO WS-POINTS-LINE.
133000     MOVE "NET POINTS POSTED:     " TO WS-PTS-LABEL.
133100     MOVE WS-POINTS-NET TO WS-PTS-VALUE.
133200     WRITE ORDRPT-LINE FROM WS-POINTS-LINE.
133300 7600-EXIT.
133400     EXIT.
