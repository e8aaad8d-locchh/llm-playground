009300*                   TRUE CCYY-MM-DD - CURRENT-DATE(1:10) IS
009400*                   CCYYMMDDHH AND WAS LEAKING INTO DATE FIELDS
009500*                   AND COMPARES THAT EXPECT DASHED DATES.
009506* 2026-10-15  RDM   CAMPEXT NOW CARRIES ONE PIECE PER HOUSEHOLD:
009512*                   THE HOUSEHLD FILE CUSTMAINT'S 'H' TRANSACTION
009518*                   MAINTAINS IS LOADED AT STARTUP, AND ONCE ONE
009524*                   LINKED MEMBER OF A HOUSEHOLD IS EXTRACTED THE
009530*                   OTHERS STILL PRINT ON DORMRPT BUT ARE HELD OUT
009536*                   OF THE EXTRACT AND COUNTED SEPARATELY.
009542* 2026-10-15  RDM   THE CAMPAIGN CONTACT HOLD WINDOW IS NOW
009548*                   COUNTED IN BUSINESS DAYS OFF THE BUSCAL
009554*                   HOLIDAY CALENDAR (CHKCAL), DEFAULT 22 - ABOUT
009560*                   THE OLD 30 CALENDAR DAYS - SINCE A CAMPAIGN'S
009566*                   FULFILLMENT AND RESPONSE HANDLING ONLY MOVE
009572*                   ON WORKING DAYS. THE DORMANCY AND DEACTIVATION
009578*                   CUTOFFS MEASURE CUSTOMER INACTIVITY AND STAY
009584*                   IN CALENDAR DAYS.
009600******************************************************************
009700 ENVIRONMENT DIVISION.
009800 CONFIGURATION SECTION.
015400         ORGANIZATION IS SEQUENTIAL
015500         ACCESS MODE IS SEQUENTIAL
015600         FILE STATUS IS WS-RUNCTL-STATUS.
015616
015632     SELECT HOUSEHLD-FILE ASSIGN TO "HOUSEHLD"
015648         ORGANIZATION IS SEQUENTIAL
015664         ACCESS MODE IS SEQUENTIAL
015680         FILE STATUS IS WS-HOUSEHLD-STATUS.
015683
015686     SELECT BUSCAL-FILE ASSIGN TO "BUSCAL"
015689         ORGANIZATION IS SEQUENTIAL
015692         ACCESS MODE IS SEQUENTIAL
015695         FILE STATUS IS WS-BUSCAL-STATUS.
015700
015800 DATA DIVISION.
015900 FILE SECTION.
027400     05  DS-PARK-DATE          PIC X(10).
027500     05  FILLER                PIC X(14).
027600
027605* BUSINESS CALENDAR - COMPANY HOLIDAYS AND FISCAL PERIODS, KEPT
027610* BY FINANCE. SEE CALCHK.cpy.
027615 FD  BUSCAL-FILE
027620     RECORDING MODE IS F.
027625 01  BUSCAL-RECORD.
027630     05  BC-RECORD-TYPE        PIC X(01).
027635     05  BC-HOLIDAY-DATA.
027640         10  BC-HOL-DATE       PIC X(10).
027645         10  BC-HOL-DESC       PIC X(30).
027650         10  FILLER            PIC X(39).
027655     05  BC-PERIOD-DATA REDEFINES BC-HOLIDAY-DATA.
027660         10  BC-PERIOD-ID      PIC X(07).
027665         10  BC-FISCAL-YEAR    PIC X(04).
027670         10  BC-PERIOD-START   PIC X(10).
027675         10  BC-PERIOD-END     PIC X(10).
027680         10  FILLER            PIC X(48).
027685
027700* RUN-TIME PARAMETER CARD - OPTIONAL OVERRIDE OF THE DORMANCY
027800* CUTOFF, READ ONCE AT STARTUP. NOT PRESENT ON A NORMAL RUN.
027833* THE CONTACT HOLD WINDOW IS IN BUSINESS DAYS, THE TWO CUTOFFS
027866* IN CALENDAR DAYS.
027900 FD  PARMCARD-FILE
028000     RECORDING MODE IS F.
028100 01  PARMCARD-RECORD.
029600     05  RU-RETURN-CODE        PIC S9(04).
029700     05  FILLER                PIC X(37).
029800
029806* HOUSEHOLD MEMBERSHIP MAINTAINED BY CUSTMAINT'S 'H'
029812* TRANSACTION - L LINKED INTO HH-HOUSEHOLD-ID, X BROKEN OUT
029818* AND KEPT SEPARATE. READ AT STARTUP SO THE EXTRACT SENDS ONE
029824* PIECE PER HOUSEHOLD.
029830 FD  HOUSEHLD-FILE
029836     RECORDING MODE IS F.
029842 01  HOUSEHLD-RECORD.
029848     05  HH-CUSTOMER-ID        PIC 9(06).
029854     05  HH-HOUSEHOLD-ID       PIC 9(06).
029860     05  HH-LINK-STATUS        PIC X(01).
029866     05  HH-LINK-DATE          PIC X(10).
029872     05  HH-OPERATOR-ID        PIC X(08).
029878     05  FILLER                PIC X(09).
029884
029900 WORKING-STORAGE SECTION.
030000
030100* INCLUDE SHARED RUN-CONTROL WORKING STORAGE
030600
030700* INCLUDE SHARED DATE-VALIDATION WORKING STORAGE
030800     COPY DATECHK.
030825
030850* INCLUDE SHARED BUSINESS-CALENDAR WORKING STORAGE
030875     COPY CALCHK.
030900
031000
031100* INCLUDE SHARED CUSTREF CONTROL-RECORD WORKING STORAGE
034400         88  END-OF-CUSTREF    VALUE 'Y'.
034500     05  WS-PARMCARD-STATUS    PIC X(02) VALUE SPACES.
034600         88  PARMCARD-OK       VALUE '00'.
034620     05  WS-HOUSEHLD-STATUS    PIC X(02) VALUE SPACES.
034640         88  HOUSEHLD-OK       VALUE '00'.
034660     05  WS-HOUSEHLD-SW        PIC X(01) VALUE 'N'.
034680         88  END-OF-HOUSEHLD   VALUE 'Y'.
034700
034800 01  WS-DORMANT-FIELDS.
034900     05  WS-DORMANT-CUTOFF-DAYS PIC 9(05) VALUE 180.
035000     05  WS-CONTACT-HOLD-DAYS  PIC 9(05) VALUE 22.
035100* ZERO MEANS THE DEACTIVATION FEED IS OFF - IT ONLY RUNS WHEN
035200* THE CARD ASKS FOR IT, AND ONLY ABOVE THE CAMPAIGN CUTOFF.
035300     05  WS-DEACT-CUTOFF-DAYS  PIC 9(05) VALUE ZERO.
035900     05  WS-OPTOUT-COUNT       PIC 9(05) VALUE ZERO.
036000     05  WS-DEACT-FED-COUNT    PIC 9(05) VALUE ZERO.
036100     05  WS-ALREADY-PARKED-COUNT PIC 9(05) VALUE ZERO.
036150     05  WS-HHLD-MAILED-COUNT  PIC 9(05) VALUE ZERO.
036200
036300* TABLE OF CUSTOMER IDS WHOSE EMAIL OR PHONE FAILED TODAY'S
036400* SAMPLE VALIDATION, LOADED FROM VALEXCP AT STARTUP. A DORMANT
043000             INDEXED BY WS-PARK-IDX.
043100         10  WS-PARK-ID        PIC 9(06).
043200
043204* LINKED HOUSEHOLD MEMBERS FROM HOUSEHLD (CUSTOMER ID TO
043208* HOUSEHOLD ID), PLUS THE HOUSEHOLDS ALREADY GIVEN A PIECE
043212* TONIGHT. THE FIRST ELIGIBLE MEMBER REACHED IN CUSTREF ORDER
043216* CARRIES THE HOUSEHOLD'S PIECE; THE REST STILL PRINT ON
043220* DORMRPT. A CUSTOMER NOT LINKED IS A HOUSEHOLD OF ONE.
043224* OVERFLOWING THE MEMBER TABLE FAILS THE RUN RATHER THAN
043228* MAILING A HOUSEHOLD TWICE.
043232 01  WS-HOUSEHOLD-TABLE.
043236     05  WS-MAX-HHLD-TABLE     PIC 9(04) VALUE 5000 COMP.
043240     05  WS-HHLD-TABLE-COUNT   PIC 9(04) VALUE ZERO.
043244     05  WS-HHLD-OVERFLOW-SW   PIC X(01) VALUE 'N'.
043248         88  HHLD-TABLE-OVERFLOW VALUE 'Y'.
043252     05  WS-HHLD-SKIP-SW       PIC X(01) VALUE 'N'.
043256         88  HOUSEHOLD-ALREADY-MAILED VALUE 'Y'.
043260     05  WS-CUST-HOUSEHOLD-ID  PIC 9(06) VALUE ZERO.
043264     05  WS-HHLD-TABLE-ENTRY OCCURS 5000 TIMES
043268             INDEXED BY WS-HHLD-IDX.
043272         10  WS-HHLD-CUSTOMER-ID PIC 9(06).
043276         10  WS-HHLD-ID        PIC 9(06).
043280     05  WS-MAILED-COUNT       PIC 9(04) VALUE ZERO.
043284     05  WS-MAILED-ENTRY OCCURS 5000 TIMES
043288             INDEXED BY WS-MAILED-IDX.
043292         10  WS-MAILED-HHLD-ID PIC 9(06).
043296
043300 01  WS-DATE-WORK.
043400     05  WS-ORDER-CCYYMMDD     PIC 9(08) VALUE ZERO.
043500     05  WS-ORDER-INTEGER      PIC S9(09) COMP VALUE ZERO.
043600     05  WS-CURR-CCYYMMDD      PIC 9(08) VALUE ZERO.
043700     05  WS-CURR-INTEGER       PIC S9(09) COMP VALUE ZERO.
043800     05  WS-DAYS-SINCE-ORDER   PIC S9(09) COMP VALUE ZERO.
044100     05  WS-DAYS-SINCE-CONTACT PIC S9(09) COMP VALUE ZERO.
044200
044300 01  WS-REPORT-LINES.
049500         GO TO 1000-EXIT
049600     END-IF.
049700
049712     PERFORM LOAD-BUSINESS-CALENDAR
049724         THRU LOAD-BUSINESS-CALENDAR-EXIT.
049736     IF NOT BUSINESS-CALENDAR-LOADED
049748         DISPLAY "WARNING: NO BUSINESS CALENDAR, CONTACT HOLD "
049760             "SKIPS WEEKENDS ONLY"
049772     END-IF.
049784
049800     PERFORM 1400-LOAD-CONTACT-HOLD-TABLE THRU 1400-EXIT.
049900     IF RETURN-CODE NOT = ZERO
050000         GO TO 1000-EXIT
050100     END-IF.
050200
050300     PERFORM 1600-LOAD-PREFERENCE-TABLE THRU 1600-EXIT.
050316     IF RETURN-CODE NOT = ZERO
050332         GO TO 1000-EXIT
050348     END-IF.
050364
050380     PERFORM 1950-LOAD-HOUSEHOLD-TABLE THRU 1950-EXIT.
050400     IF RETURN-CODE NOT = ZERO
050500         GO TO 1000-EXIT
050600     END-IF.
064000******************************************************************
064100* 1400-LOAD-CONTACT-HOLD-TABLE - BUILD THE IN-FLIGHT-CAMPAIGN
064200* TABLE FROM CONTHIST: EVERY CUSTOMER WHOSE LAST CAMPAIGN
064300* CONTACT IS WITHIN WS-CONTACT-HOLD-DAYS BUSINESS DAYS OF
064350* TONIGHT GOES IN.
064400* NO HISTORY FILE MEANS NO CAMPAIGN HAS EVER RUN - NOTHING IS
064500* HELD AND THE EXTRACT COMES OUT WHOLE.
064600******************************************************************
068200     IF DATE-FORMAT-BAD
068300         GO TO 1500-NEXT
068400     END-IF.
068500     MOVE CN-CONTACT-DATE TO CL-FROM-DATE.
068600     MOVE WS-CURRENT-DATE TO CL-TO-DATE.
068700     PERFORM COUNT-BUSINESS-DAYS THRU COUNT-BUSINESS-DAYS-EXIT.
068800     IF CALENDAR-DATES-BAD
068900         GO TO 1500-NEXT
069000     END-IF.
069100     MOVE CL-DAY-COUNT TO WS-DAYS-SINCE-CONTACT.
069700     IF WS-DAYS-SINCE-CONTACT > WS-CONTACT-HOLD-DAYS
069800         GO TO 1500-NEXT
069900     END-IF.
080900     END-IF.
081000     PERFORM 1850-READ-DEASUSP-RECORD THRU 1850-EXIT.
081100 1900-EXIT.
081101     EXIT.
081102
081103******************************************************************
081104* 1950-LOAD-HOUSEHOLD-TABLE - LINKED MEMBERS ONLY; A CUSTOMER
081105* BROKEN OUT OF A HOUSEHOLD IS MAILED ON THEIR OWN. NO FILE
081106* MEANS NO HOUSEHOLDS HAVE BEEN LINKED YET.
081107******************************************************************
081108 1950-LOAD-HOUSEHOLD-TABLE.
081109     MOVE ZERO TO WS-HHLD-TABLE-COUNT.
081110     OPEN INPUT HOUSEHLD-FILE.
081111     IF NOT HOUSEHLD-OK
081112         DISPLAY "NO HOUSEHOLD FILE FOUND, STATUS: "
081113             WS-HOUSEHLD-STATUS
081114         GO TO 1950-EXIT
081115     END-IF.
081116     PERFORM 1960-READ-HOUSEHLD-RECORD THRU 1960-EXIT.
081117     PERFORM 1970-ADD-HOUSEHOLD-ENTRY THRU 1970-EXIT
081118         UNTIL END-OF-HOUSEHLD.
081119     CLOSE HOUSEHLD-FILE.
081120
081121     IF HHLD-TABLE-OVERFLOW
081122         DISPLAY "MORE THAN " WS-MAX-HHLD-TABLE
081123             " LINKED HOUSEHOLD MEMBERS, RUN ABORTED"
081124         MOVE 16 TO RETURN-CODE
081125     END-IF.
081126 1950-EXIT.
081127     EXIT.
081128
081129 1960-READ-HOUSEHLD-RECORD.
081130     READ HOUSEHLD-FILE
081131         AT END
081132             SET END-OF-HOUSEHLD TO TRUE
081133     END-READ.
081134 1960-EXIT.
081135     EXIT.
081136
081137 1970-ADD-HOUSEHOLD-ENTRY.
081138     IF HH-LINK-STATUS = 'L'
081139         IF WS-HHLD-TABLE-COUNT < WS-MAX-HHLD-TABLE
081140             ADD 1 TO WS-HHLD-TABLE-COUNT
081141             MOVE HH-CUSTOMER-ID
081142                 TO WS-HHLD-CUSTOMER-ID (WS-HHLD-TABLE-COUNT)
081143             MOVE HH-HOUSEHOLD-ID
081144                 TO WS-HHLD-ID (WS-HHLD-TABLE-COUNT)
081145         ELSE
081146             SET HHLD-TABLE-OVERFLOW TO TRUE
081147         END-IF
081148     END-IF.
081149     PERFORM 1960-READ-HOUSEHLD-RECORD THRU 1960-EXIT.
081150 1970-EXIT.
081200     EXIT.
081300
081400******************************************************************
094800* FLAGGED THEIR EMAIL OR PHONE AS BAD OR A CAMPAIGN CONTACT IS
094900* STILL IN FLIGHT (CONTHIST WITHIN THE HOLD WINDOW) - EITHER
095000* WAY THE CUSTOMER STILL PRINTS ON DORMRPT SO THE DORMANCY
095100* PICTURE STAYS WHOLE. ONLY THE FIRST ELIGIBLE MEMBER OF A
095150* LINKED HOUSEHOLD IS WRITTEN - ONE PIECE PER HOUSEHOLD.
095200******************************************************************
095300 2550-EXTRACT-FOR-CAMPAIGN.
095400     SET WS-SUPP-SKIP-SW TO 'N'.
097600     END-IF.
097700
097800     PERFORM 2570-LOOKUP-CONTACT-PREFS THRU 2570-EXIT.
097850     PERFORM 2590-CHECK-HOUSEHOLD-MAILED THRU 2590-EXIT.
097900
098000     EVALUATE TRUE
098100         WHEN SUPPRESS-THIS-CUSTOMER
098600                 AND WS-EFF-EMAIL-PREF = 'N'
098700                 AND WS-EFF-PHONE-PREF = 'N'
098800             ADD 1 TO WS-OPTOUT-COUNT
098833         WHEN HOUSEHOLD-ALREADY-MAILED
098866             ADD 1 TO WS-HHLD-MAILED-COUNT
098900         WHEN OTHER
099000             PERFORM 2560-WRITE-CAMPAIGN-RECORD THRU 2560-EXIT
099100     END-EVALUATE.
101600     END-IF.
101700     WRITE CAMPEXT-RECORD.
101800     ADD 1 TO WS-EXTRACTED-COUNT.
101816     IF WS-CUST-HOUSEHOLD-ID NOT = ZERO
101832         ADD 1 TO WS-MAILED-COUNT
101848         MOVE WS-CUST-HOUSEHOLD-ID
101864             TO WS-MAILED-HHLD-ID (WS-MAILED-COUNT)
101880     END-IF.
101900 2560-EXIT.
102000     EXIT.
102100
108300 2580-EXIT.
108400     EXIT.
108500
108502******************************************************************
108504* 2590-CHECK-HOUSEHOLD-MAILED - FIND THE CUSTOMER'S HOUSEHOLD
108506* (ZERO WHEN NOT LINKED) AND WHETHER ANOTHER MEMBER HAS ALREADY
108508* TAKEN TONIGHT'S PIECE FOR IT.
108510******************************************************************
108512 2590-CHECK-HOUSEHOLD-MAILED.
108514     SET WS-HHLD-SKIP-SW TO 'N'.
108516     MOVE ZERO TO WS-CUST-HOUSEHOLD-ID.
108518     IF WS-HHLD-TABLE-COUNT = ZERO
108520         GO TO 2590-EXIT
108522     END-IF.
108524     SET WS-HHLD-IDX TO 1.
108526     SEARCH WS-HHLD-TABLE-ENTRY
108528         AT END
108530             CONTINUE
108532         WHEN WS-HHLD-IDX > WS-HHLD-TABLE-COUNT
108534             CONTINUE
108536         WHEN WS-HHLD-CUSTOMER-ID (WS-HHLD-IDX) = CUSTOMER-ID
108538             MOVE WS-HHLD-ID (WS-HHLD-IDX)
108540                 TO WS-CUST-HOUSEHOLD-ID
108542     END-SEARCH.
108544     IF WS-CUST-HOUSEHOLD-ID = ZERO OR WS-MAILED-COUNT = ZERO
108546         GO TO 2590-EXIT
108548     END-IF.
108550     SET WS-MAILED-IDX TO 1.
108552     SEARCH WS-MAILED-ENTRY
108554         AT END
108556             CONTINUE
108558         WHEN WS-MAILED-IDX > WS-MAILED-COUNT
108560             CONTINUE
108562         WHEN WS-MAILED-HHLD-ID (WS-MAILED-IDX)
108564                 = WS-CUST-HOUSEHOLD-ID
108566             SET HOUSEHOLD-ALREADY-MAILED TO TRUE
108568     END-SEARCH.
108570 2590-EXIT.
108572     EXIT.
108574
108600* INCLUDE THE SHARED CHECK-DATE-FORMAT UTILITY PARAGRAPH
108700     COPY CHKDATE.
108800
112500         WRITE DORMANT-RPT-LINE FROM WS-SUMMARY-LINE
112600     END-IF.
112700
112720     MOVE "HOUSEHOLD MAILED:   " TO WS-SUM-LABEL.
112740     MOVE WS-HHLD-MAILED-COUNT TO WS-SUM-VALUE.
112760     WRITE DORMANT-RPT-LINE FROM WS-SUMMARY-LINE.
112780
112800     CLOSE CUSTREF-FILE.
112900     CLOSE CUSTMAST-FILE.
113000     CLOSE DORMANT-RPT-FILE.
114900
115000* INCLUDE THE SHARED CUSTREF CONTROL-VERIFICATION PARAGRAPHS
115100     COPY CHKREF.
115200
115300* INCLUDE THE SHARED BUSINESS-CALENDAR UTILITY PARAGRAPHS
115400     COPY CHKCAL.
