012800*                     GLTODAY MISSING, STARTUP FALLS BACK TO THE
012900*                     OLD FULL-LOG SCAN - SAME WARNING BEHAVIOR,
013000*                     JUST NOT AN EVERY-NIGHT FULL-HISTORY COST.
013002*    2026-10-15  DRO  THE PROCESSING DATE NOW COMES FROM THE
013004*                     CYCLDATE CONTROL RECORD (SEE CYCLDATE.CPY)
013006*                     INSTEAD OF THE SYSTEM CLOCK, SO A RUN THAT
013008*                     SLIPS PAST MIDNIGHT OR IS RERUN NEXT
013010*                     MORNING STILL DATES GREET-LOG, GREETEXT,
013012*                     THE DUE-DATE TEST, AND RUN-STATUS WITH THE
013014*                     BUSINESS DAY IT BELONGS TO.  A BATCH OR
013016*                     ANNIVERSARY RUN WITHOUT A USABLE CYCLE
013018*                     DATE PROCESSES NOTHING AND FAILS; A KEYED
013020*                     GREETING FALLS BACK TO THE CLOCK WITH A
013022*                     WARNING.  THE ANNIVERSARY RUN ALSO CATCHES
013024*                     UP: IT GREETS CUSTOMERS WHOSE OPEN DATE OR
013026*                     BIRTH DATE FELL ON ANY CYCLE DATE SINCE THE
013028*                     LAST ANNIVERSARY RUN (UP TO 31 DAYS), THEN
013030*                     RECORDS THIS CYCLE DATE AS THE LAST RUN.
013032*    2026-10-15  DRO  ADDRESS HOLD.  A CUSTOMER WHOSE ADDRESS THE
013034*                     CARD VENDOR HAS BOUNCED TOO OFTEN IS ON THE
013036*                     ADDRHOLD KSDS (KEPT BY HELLOVRT); WHILE
013038*                     CUSTMAS STILL CARRIES THAT SAME ADDRESS THE
013040*                     GREETEXT RECORD GOES OUT WITH NO ADDRESS,
013042*                     SO THE VENDOR SUPPRESSES IT.  THE FILE IS
013044*                     OPTIONAL, LIKE SUPPFILE.
013046*    2026-10-15  DRO  CONTACT-FREQUENCY CAP.  BEFORE GREETING A
013048*                     CUSTOMER THE RUN COUNTS THEIR GREETINGS ON
013050*                     THE CONTHIST KSDS WITHIN THE ROLLING WINDOW
013052*                     SET IN CAPPRM; ONE OVER THE LIMIT IS HELD
013054*                     BACK, WRITTEN TO CAPFILE, AND COUNTED AS
013056*                     CAPPED ON THE RUN-STATUS RECORD.  BIRTHDAYS
013058*                     ARE EXEMPT.  EVERY GREETING IS ADDED TO
013060*                     CONTHIST (A PARTITION ONLY READS IT -
013062*                     HELLOMRG ADDS THEM), AND GREET-LOG NOW
013064*                     CARRIES THE CUSTOMER ID AND OCCASION.
013066*    2026-10-15  DRO  PENDING IS NOW A KSDS (PENDREC.CPY) THE
013068*                     ONLINE HSCH DESK CAN READ.  DEFERRALS ARE
013070*                     WRITTEN TO THE PENDADD STAGING FILE WITH
013072*                     THEIR KEY ALREADY BUILT - CUSTOMER, GREET-ON
013074*                     DATE, AND THE CYCLE DATE, RUN, AND ROSTER
013076*                     POSITION THAT DEFERRED THEM - AND HELLOPND
013078*                     LOADS THEM ONTO PENDING AFTER THE RUN.
013080*    2026-10-15  DRO  GREETING CAMPAIGNS.  A ROSTER RECORD MAY
013082*                     NAME A CAMPAIGN (NI-CAMPAIGN-CODE); ONE
013084*                     NOT ON THE CAMPAIGN MASTER, OR WHOSE
013086*                     GREETING DATE IS BEFORE ITS START OR AFTER
013088*                     ITS END, IS REJECTED ("CU"/"CN"/"CX").  THE
013090*                     CODE IS CARRIED TO GREET-LOG, PENDING,
013092*                     GREETEXT, AND REJFILE, A CAMPAIGN TEMPLATE
013094*                     REPLACES THE ROSTER TEMPLATE, AND EACH
013096*                     CAMPAIGN'S COUNTS ARE APPENDED TO CAMPSTAT
013098*                     FOR THE HELLOCMP RESULTS REPORT.
013100*****************************************************************
013200 IDENTIFICATION DIVISION.
013300 PROGRAM-ID.    HELLO.
017300         ACCESS MODE IS RANDOM
017400         RECORD KEY IS SP-CUST-ID
017500         FILE STATUS IS WS-SUPPFILE-STATUS.
017510     SELECT ADDRESS-HOLD ASSIGN TO ADDRHOLD
017520         ORGANIZATION IS INDEXED
017530         ACCESS MODE IS RANDOM
017540         RECORD KEY IS AH-CUST-ID
017550         FILE STATUS IS WS-ADDRHOLD-STATUS.
017600     SELECT PARM-FILE ASSIGN TO HELLOPRM
017700         ORGANIZATION IS SEQUENTIAL
017800         FILE STATUS IS WS-PARM-STATUS.
018800     SELECT EXTRACT-OUT ASSIGN TO GREETEXT
018900         ORGANIZATION IS SEQUENTIAL
019000         FILE STATUS IS WS-GREETEXT-STATUS.
019010     SELECT CYCLE-CONTROL ASSIGN TO CYCLDATE
019020         ORGANIZATION IS SEQUENTIAL
019030         FILE STATUS IS WS-CYCLDATE-STATUS.
019040     SELECT CONTACT-HIST ASSIGN TO CONTHIST
019045         ORGANIZATION IS INDEXED
019050         ACCESS MODE IS RANDOM
019055         RECORD KEY IS CH-CUST-ID
019060         FILE STATUS IS WS-CONTHIST-STATUS.
019065     SELECT CAP-PARM ASSIGN TO CAPPRM
019070         ORGANIZATION IS SEQUENTIAL
019075         FILE STATUS IS WS-CAPPRM-STATUS.
019080     SELECT CAPPED-FILE ASSIGN TO CAPFILE
019085         ORGANIZATION IS SEQUENTIAL
019090         FILE STATUS IS WS-CAPFILE-STATUS.
019091     SELECT CAMPAIGN-MASTER ASSIGN TO CAMPAIGN
019092         ORGANIZATION IS INDEXED
019093         ACCESS MODE IS RANDOM
019094         RECORD KEY IS CN-CAMPAIGN-CODE
019095         FILE STATUS IS WS-CAMPAIGN-STATUS.
019096     SELECT CAMPAIGN-STATS ASSIGN TO CAMPSTAT
019097         ORGANIZATION IS SEQUENTIAL
019098         FILE STATUS IS WS-CAMPSTAT-STATUS.
019100
019200 DATA DIVISION.
019300 FILE SECTION.
021600                   ==GL-TIME==           BY ==GT-TIME==
021700                   ==GL-TERM-ID==        BY ==GT-TERM-ID==
021800                   ==GL-LANGUAGE-CODE==  BY ==GT-LANGUAGE-CODE==
021900                   ==GL-ACCOUNT-NO==     BY ==GT-ACCOUNT-NO==
021925                   ==GL-CUST-ID==        BY ==GT-CUST-ID==
021950                   ==GL-CAP-SW==         BY ==GT-CAP-SW==
021975                   ==GL-CONTACT-CAPPED== BY ==GT-CONTACT-CAPPED==
021987                   ==GL-OCCASION==       BY ==GT-OCCASION==
021993                   ==GL-CAMPAIGN-CODE==  BY ==GT-CAMPAIGN-CODE==.
022000
022100 FD  CHECKPOINT-FILE
022200     RECORDING MODE IS F
023100     LABEL RECORDS ARE STANDARD.
023200     COPY SUPPFILE.
023300
023310 FD  ADDRESS-HOLD
023320     LABEL RECORDS ARE STANDARD.
023330     COPY ADDRHOLD.
023340
023400 FD  PARM-FILE
023500     RECORDING MODE IS F
023600     LABEL RECORDS ARE STANDARD.
024400 FD  PENDING-FILE
024500     RECORDING MODE IS F
024600     LABEL RECORDS ARE STANDARD.
024700     COPY PENDREC.
025300
025400 FD  RUN-STATUS
025500     RECORDING MODE IS F
026000     RECORDING MODE IS F
026100     LABEL RECORDS ARE STANDARD.
026200     COPY GREETEXT.
026210
026220 FD  CYCLE-CONTROL
026230     RECORDING MODE IS F
026240     LABEL RECORDS ARE STANDARD.
026250     COPY CYCLDATE.
026253
026256 FD  CONTACT-HIST
026259     LABEL RECORDS ARE STANDARD.
026262     COPY CONTHIST.
026265
026268 FD  CAP-PARM
026271     RECORDING MODE IS F
026274     LABEL RECORDS ARE STANDARD.
026277     COPY CAPPRM.
026280
026283 FD  CAPPED-FILE
026286     RECORDING MODE IS F
026289     LABEL RECORDS ARE STANDARD.
026292     COPY CAPLOG.
026300
026310 FD  CAMPAIGN-MASTER
026320     LABEL RECORDS ARE STANDARD.
026330     COPY CAMPMAS.
026340
026350 FD  CAMPAIGN-STATS
026360     RECORDING MODE IS F
026370     LABEL RECORDS ARE STANDARD.
026380     COPY CAMPSTAT.
026390
026400 WORKING-STORAGE SECTION.
026500*****************************************************************
026600*    GREETING LANGUAGE LOOKUP TABLE
033200*    A BATCH ROSTER RECORD WHOSE NI-GREET-ON-DATE IS STILL IN
033300*    THE FUTURE IS WRITTEN TO THE PENDING FILE INSTEAD OF
033400*    GREETED.  THE DAILY RELEASE PASS (HELLOREL.JCL) FEEDS THE
033500*    DUE PENDING RECORDS BACK THROUGH THIS SAME BATCH PATH, SO
033600*    THEY GET THE FULL VALIDATION, CROSS-REFERENCE, GREET-LOG,
033700*    AND DUPLICATE-CHECK TREATMENT.  PENDOUT IS THE SEQUENTIAL
033710*    PENDADD STAGING FILE, NOT THE PENDING KSDS ITSELF - HELLOPND
033720*    LOADS IT AFTER THE RUN, SO PARTITIONS NEVER FIGHT OVER THE
033730*    KSDS.  WS-PEND-ORIGIN-ID AND THE ROSTER POSITION GO INTO
033740*    EACH RECORD'S KEY, SO A RESTARTED RUN DEFERS A RECORD
033750*    UNDER THE SAME KEY AND THE LOAD SEES IT ONLY ONCE.
033800*    IF THE PENDING FILE IS UNAVAILABLE, A FUTURE-DATED
033900*    RECORD GOES TO THE REJECT SUSPENSE FILE WITH REASON "PD"
034000*    RATHER THAN BEING GREETED EARLY OR LOST.
034100*****************************************************************
034500     88  WS-PENDOUT-READY        VALUE "Y".
034600 77  WS-DEFER-SW             PIC X(01) VALUE "N".
034700     88  WS-RECORD-DEFERRED      VALUE "Y".
034710 01  WS-PEND-ORIGIN-ID.
034720     05  FILLER                  PIC X(03) VALUE "BTC".
034730     05  WS-PEND-ORIGIN-PART     PIC X(01) VALUE "H".
034800
034900*****************************************************************
035000*    RUN-STATUS RECORD CONTROLS
045200 77  WS-OCCASION-CODE        PIC X(01) VALUE "R".
045300 77  WS-ADDR-LINE            PIC X(20) VALUE SPACES.
045400 77  WS-POSTAL-CODE          PIC X(06) VALUE SPACES.
045410
045420*****************************************************************
045430*    ADDRESS-HOLD CONTROLS
045440*    AN ADDRESS THE CARD VENDOR KEEPS BOUNCING IS HELD ON THE
045450*    ADDRHOLD KSDS (SEE ADDRHOLD.CPY).  THE GREETING STILL
045460*    HAPPENS AND IS STILL LOGGED AND EXTRACTED - ONLY THE
045470*    ADDRESS IS LEFT OFF THE GREETEXT RECORD, SO EXTRACT =
045480*    GREETED STILL HOLDS FOR HELLORCN.  OPTIONAL, LIKE SUPPFILE.
045490*****************************************************************
045491 77  WS-ADDRHOLD-STATUS      PIC X(02) VALUE SPACES.
045492     88  WS-ADDRHOLD-AVAILABLE   VALUE "00".
045493 77  WS-ADDRHOLD-OPEN-SW     PIC X(01) VALUE "N".
045494     88  WS-ADDRHOLD-READY       VALUE "Y".
045495 77  WS-ADDR-HELD-COUNT      PIC 9(08) VALUE ZERO COMP.
045500
045600*****************************************************************
045700*    ANNIVERSARY RUN CONTROLS - THE "A" RUN MODE BROWSES THE
046800 77  WS-TODAY-YEAR           PIC 9(04) VALUE ZERO.
046900 77  WS-LEAP-QUOTIENT        PIC 9(04) VALUE ZERO COMP.
047000 77  WS-LEAP-REMAINDER       PIC 9(04) VALUE ZERO COMP.
047001
047002*****************************************************************
047003*    ANNIVERSARY CATCH-UP WINDOW - ONE ENTRY PER CYCLE DATE THE
047004*    "A" RUN IS COVERING: EVERY DATE AFTER CD-LAST-ANNIV-DATE UP
047005*    TO AND INCLUDING THE CYCLE DATE, OR JUST THE CYCLE DATE WHEN
047006*    NO EARLIER RUN IS RECORDED (OR THIS IS A RERUN OF THE SAME
047007*    CYCLE).  EACH ENTRY CARRIES ITS OWN FEB-29 DUE DAY, SINCE A
047008*    CATCH-UP CAN SPAN A YEAR END.  A GAP LONGER THAN THE TABLE
047009*    IS CUT TO THE MOST RECENT DATES AND REPORTED AS A WARNING.
047010*****************************************************************
047011 01  WS-WIN-WORK-DATE        PIC 9(08) VALUE ZERO.
047012 01  WS-WIN-WORK-PARTS REDEFINES WS-WIN-WORK-DATE.
047013     05  WS-WIN-WORK-YYYY        PIC 9(04).
047014     05  WS-WIN-WORK-MM          PIC 9(02).
047015     05  WS-WIN-WORK-DD          PIC 9(02).
047016 77  WS-WIN-MAX-ENTRIES      PIC 9(04) VALUE 31 COMP.
047017 77  WS-WIN-CAP-SW           PIC X(01) VALUE "N".
047018     88  WS-WIN-CAPPED           VALUE "Y".
047019 77  WS-WIN-OPEN-SW          PIC X(01) VALUE "N".
047020     88  WS-WIN-OPEN-MATCHED     VALUE "Y".
047021 77  WS-WIN-BIRTH-SW         PIC X(01) VALUE "N".
047022     88  WS-WIN-BIRTH-MATCHED    VALUE "Y".
047023 01  WS-MONTH-DAYS-DATA      PIC X(24)
047024                             VALUE "312831303130313130313031".
047025 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
047026     05  WS-MD-DAYS              PIC 9(02) OCCURS 12 TIMES.
047027 01  WS-ANNIV-WINDOW.
047028     05  WS-WIN-COUNT            PIC 9(04) VALUE ZERO COMP.
047029     05  WS-WIN-ENTRY            OCCURS 1 TO 31 TIMES
047030                                 DEPENDING ON WS-WIN-COUNT
047031                                 INDEXED BY WS-WIN-IDX.
047032         10  WS-WIN-DATE             PIC 9(08).
047033         10  WS-WIN-MMDD             PIC X(04).
047034         10  WS-WIN-FEB29-MMDD       PIC X(04).
047035
047036*****************************************************************
047037*    CYCLE-DATE CONTROLS - WS-TODAY-DATE IS LOADED FROM THE
047038*    CYCLDATE CONTROL RECORD AT STARTUP (SEE
047039*    1005-READ-CYCLE-DATE) AND IS THE PROCESSING DATE FOR THE
047040*    WHOLE RUN.
047041*****************************************************************
047042 77  WS-CYCLDATE-STATUS      PIC X(02) VALUE SPACES.
047043 77  WS-CYCLE-DATE-SW        PIC X(01) VALUE "N".
047044     88  WS-CYCLE-DATE-SET       VALUE "Y".
047045 77  WS-LAST-ANNIV-DATE      PIC 9(08) VALUE ZERO.
047046 77  WS-CYCLDATE-UPDATE-SW   PIC X(01) VALUE "N".
047047     88  WS-CYCLDATE-NOT-UPDATED VALUE "Y".
047050
047051*****************************************************************
047052*    CONTACT-FREQUENCY CAP CONTROLS
047053*    A CUSTOMER ALREADY GREETED WS-CAP-LIMIT TIMES IN THE LAST
047054*    WS-CAP-WINDOW-DAYS DAYS, BY ANY CHANNEL, IS NOT GREETED
047055*    AGAIN: THE GREETING IS HELD BACK, WRITTEN TO CAPFILE FOR THE
047056*    CAPPED-GREETINGS REPORT, AND COUNTED AS CAPPED, SO THE
047057*    RECONCILIATION RULE BECOMES READ = GREETED + REJECTED +
047058*    DEFERRED + SUPPRESSED + CAPPED.  BIRTHDAYS ARE NEVER HELD
047059*    BACK.  THE COUNT COMES FROM THE CONTHIST KSDS, WHICH EVERY
047060*    GREETING IS ADDED TO - EXCEPT IN A PARTITIONED RUN, WHERE
047061*    THE PARTITIONS ONLY READ IT AND HELLOMRG ADDS THE NIGHT'S
047062*    GREETINGS AFTER THE MERGE.  A MISSING OR INVALID CAPPRM, OR
047063*    A CONTHIST THAT WILL NOT OPEN, TURNS THE CAP OFF WITH A
047064*    WARNING, THE SAME DEGRADATION AS SUPPFILE.
047065*****************************************************************
047066 77  WS-CAPPRM-STATUS        PIC X(02) VALUE SPACES.
047067 77  WS-CAPPRM-VALID-SW      PIC X(01) VALUE "N".
047068     88  WS-CAPPRM-VALID         VALUE "Y".
047069 77  WS-CAP-LIMIT            PIC 9(02) VALUE ZERO.
047070 77  WS-CAP-WINDOW-DAYS      PIC 9(03) VALUE ZERO.
047071 77  WS-CAP-ACTIVE-SW        PIC X(01) VALUE "N".
047072     88  WS-CAP-ACTIVE           VALUE "Y".
047073 77  WS-CONTHIST-STATUS      PIC X(02) VALUE SPACES.
047074     88  WS-CONTHIST-AVAILABLE   VALUE "00" "02" "97".
047075 77  WS-CONTHIST-OPEN-SW     PIC X(01) VALUE "N".
047076     88  WS-CONTHIST-READY       VALUE "Y".
047077 77  WS-CONTHIST-UPDATE-SW   PIC X(01) VALUE "N".
047078     88  WS-CONTHIST-UPDATABLE   VALUE "Y".
047079 77  WS-CH-FOUND-SW          PIC X(01) VALUE "N".
047080     88  WS-CH-WAS-FOUND         VALUE "Y".
047081 77  WS-CONTHIST-ERROR-COUNT PIC 9(08) VALUE ZERO COMP.
047082 77  WS-CAPFILE-STATUS       PIC X(02) VALUE SPACES.
047083 77  WS-CAPFILE-OPEN-SW      PIC X(01) VALUE "N".
047084     88  WS-CAPFILE-READY        VALUE "Y".
047085 77  WS-CAPPED-COUNT         PIC 9(08) VALUE ZERO COMP.
047086 77  WS-CAP-HIT-SW           PIC X(01) VALUE "N".
047087     88  WS-GREETING-CAPPED      VALUE "Y".
047088 77  WS-CHANNEL-CODE         PIC X(01) VALUE "B".
047100
047101*****************************************************************
047103*    GREETING CAMPAIGN CONTROLS
047105*    WS-CAMPAIGN-CODE IS THE CURRENT ROSTER RECORD'S CAMPAIGN
047107*    (BLANK FOR NONE, AND ALWAYS BLANK FOR A KEYED OR
047109*    ANNIVERSARY GREETING) AND RIDES ALONG TO GREET-LOG AND
047111*    GREETEXT.  WS-CAMP-TEMPLATE HOLDS THE CAMPAIGN'S OWN
047113*    MESSAGE TEMPLATE, IF IT HAS ONE.  THE CAMPAIGN MASTER IS
047115*    OPTIONAL: WITHOUT IT THE CODES ARE CARRIED AND TALLIED BUT
047117*    NOT CHECKED, AND THE RUN ENDS WITH A WARNING IF ANY RECORD
047119*    NAMED A CAMPAIGN.
047121*    WS-CAMP-STATS-TABLE KEEPS ONE ENTRY PER CAMPAIGN SEEN THIS
047123*    RUN, WS-CS-SUB POINTING AT THE CURRENT RECORD'S (ZERO FOR
047125*    NONE).  EVERY OUTCOME THE RUN-STATUS RECORD COUNTS IS ALSO
047127*    COUNTED HERE, AND THE TABLE IS WRITTEN TO CAMPSTAT AT THE
047129*    END OF THE RUN.  A CAMPAIGN PAST THE TABLE'S SIZE IS STILL
047131*    CHECKED AND GREETED, JUST NOT TALLIED, WITH A WARNING.
047133*****************************************************************
047135 77  WS-CAMPAIGN-STATUS      PIC X(02) VALUE SPACES.
047137     88  WS-CAMPAIGN-AVAILABLE   VALUE "00".
047139 77  WS-CAMPAIGN-OPEN-SW     PIC X(01) VALUE "N".
047141     88  WS-CAMPAIGN-READY       VALUE "Y".
047143 77  WS-CAMPAIGN-CODE        PIC X(06) VALUE SPACES.
047145 77  WS-CAMP-TEMPLATE        PIC X(57) VALUE SPACES.
047147 77  WS-CAMP-GREET-DATE      PIC 9(08) VALUE ZERO.
047149 77  WS-CAMP-REJECT-SW       PIC X(01) VALUE "N".
047150     88  WS-CAMP-REJECTED        VALUE "Y".
047152 77  WS-CAMP-UNCHECKED-COUNT PIC 9(08) VALUE ZERO COMP.
047154 77  WS-CAMPSTAT-STATUS      PIC X(02) VALUE SPACES.
047156 77  WS-CAMPSTAT-FAIL-SW     PIC X(01) VALUE "N".
047158     88  WS-CAMPSTAT-FAILED      VALUE "Y".
047160 77  WS-CS-PROGRAM           PIC X(08) VALUE SPACES.
047162 77  WS-CS-SUB               PIC 9(04) VALUE ZERO COMP.
047164 77  WS-CS-MAX-ENTRIES       PIC 9(04) VALUE 50 COMP.
047166 77  WS-CS-FULL-SW           PIC X(01) VALUE "N".
047168     88  WS-CS-TABLE-FULL        VALUE "Y".
047170 01  WS-CAMP-STATS-TABLE.
047172     05  WS-CS-COUNT             PIC 9(04) VALUE ZERO COMP.
047174     05  WS-CS-ENTRY             OCCURS 1 TO 50 TIMES
047176                                 DEPENDING ON WS-CS-COUNT
047178                                 INDEXED BY WS-CS-IDX.
047180         10  WS-CS-CODE              PIC X(06).
047182         10  WS-CS-SUBMITTED         PIC 9(07) COMP.
047184         10  WS-CS-RELEASED          PIC 9(07) COMP.
047186         10  WS-CS-REJECTED          PIC 9(07) COMP.
047188         10  WS-CS-DEFERRED          PIC 9(07) COMP.
047190         10  WS-CS-SUPPRESSED        PIC 9(07) COMP.
047192         10  WS-CS-CAPPED            PIC 9(07) COMP.
047194         10  WS-CS-GREETED           PIC 9(07) COMP.
047196         10  WS-CS-EXTRACTED         PIC 9(07) COMP.
047198
047200*****************************************************************
047300*    SAME-DAY DUPLICATE-GREETING CHECK CONTROLS
047400*    WS-DUP-CHECK-TABLE IS LOADED ONCE AT STARTUP FROM WHATEVER
055013*    SUBPROGRAM - SEE 4050-STANDARDIZE-NAME.
055014*****************************************************************
055015     COPY NAMESTD.
055020
055025*****************************************************************
055030*    PARAMETER AREA FOR THE HELLOCNT CONTACT-HISTORY SUBPROGRAM
055035*    - SEE 4740-CHECK-CONTACT-CAP AND 4770-RECORD-CONTACT.
055040*****************************************************************
055045     COPY CONTCAP.
055100
055200 PROCEDURE DIVISION.
055300*****************************************************************
056700*****************************************************************
056800 1000-INITIALIZE.
056900     PERFORM 1010-READ-PARM-FILE THRU 1010-EXIT.
056910     PERFORM 1005-READ-CYCLE-DATE THRU 1005-EXIT.
057000     PERFORM 1015-LOAD-GREETING-TABLE THRU 1015-EXIT.
057100     IF WS-MODE-BATCH
057110         IF NOT WS-CYCLE-DATE-SET
057120             DISPLAY "HELLO - NO CYCLE DATE, ROSTER NOT OPENED"
057130             MOVE "Y" TO WS-EOF-SW
057140         ELSE
057200             OPEN INPUT NAME-IN
057300             IF WS-NAMEIN-STATUS NOT = "00"
057400                 DISPLAY "HELLO - UNABLE TO OPEN NAME-IN, "
057410                     "STATUS = " WS-NAMEIN-STATUS
057600                 MOVE "Y" TO WS-EOF-SW
057700             ELSE
057800                 SET WS-NAMEIN-OPENED TO TRUE
057900             END-IF
057910         END-IF
058000         PERFORM 1050-CHECK-RESTART THRU 1050-EXIT
058100         PERFORM 1060-OPEN-REJECT-FILE THRU 1060-EXIT
058200         PERFORM 1070-OPEN-PENDING-FILE THRU 1070-EXIT
058300         PERFORM 1075-OPEN-CAMPAIGN-MASTER THRU 1075-EXIT
058350     END-IF.
058400     PERFORM 1020-LOAD-DUP-CHECK-TABLE THRU 1020-EXIT.
058500     PERFORM 1040-OPEN-TODAY-FILE THRU 1040-EXIT.
058600     OPEN EXTEND GREET-LOG.
062600     ELSE
062700         SET WS-SUPPFILE-READY TO TRUE
062800     END-IF.
062810     OPEN INPUT ADDRESS-HOLD.
062820     IF NOT WS-ADDRHOLD-AVAILABLE
062830         DISPLAY "HELLO - ADDRESS HOLD FILE NOT AVAILABLE, "
062840             "STATUS = " WS-ADDRHOLD-STATUS
062850         DISPLAY "HELLO - CONTINUING WITHOUT ADDRESS HOLD CHECK"
062860     ELSE
062870         SET WS-ADDRHOLD-READY TO TRUE
062880     END-IF.
062890     PERFORM 1120-OPEN-CONTACT-FILES THRU 1120-EXIT.
062900     IF WS-MODE-ANNIVERSARY
062910         IF WS-CYCLE-DATE-SET
062915             PERFORM 1085-BUILD-ANNIV-WINDOW THRU 1085-EXIT
062920         ELSE
062930             DISPLAY "HELLO - NO CYCLE DATE, NOTHING BROWSED"
062940             MOVE "Y" TO WS-CUSTMAS-EOF-SW
062950         END-IF
063000     END-IF.
063200 1000-EXIT.
063300     EXIT.
063301*****************************************************************
063302*    1005-READ-CYCLE-DATE
063303*    LOADS THE PROCESSING DATE FROM THE ONE-RECORD CYCLDATE
063304*    CONTROL FILE INTO WS-TODAY-DATE, WITH THE LAST ANNIVERSARY
063305*    RUN DATE FOR THE CATCH-UP WINDOW.  A MISSING FILE OR A
063306*    ZERO OR NON-NUMERIC CYCLE DATE LEAVES WS-CYCLE-DATE-SET OFF:
063307*    THE BATCH AND ANNIVERSARY RUNS THEN PROCESS NOTHING AND
063308*    FAIL RATHER THAN GUESS, AND A KEYED GREETING AT A TERMINAL
063309*    FALLS BACK TO THE SYSTEM CLOCK WITH A WARNING.
063310*****************************************************************
063311 1005-READ-CYCLE-DATE.
063312     OPEN INPUT CYCLE-CONTROL.
063313     IF WS-CYCLDATE-STATUS NOT = "00"
063314         DISPLAY "HELLO - CYCLDATE NOT AVAILABLE, STATUS = "
063315             WS-CYCLDATE-STATUS
063316         GO TO 1005-NO-CYCLE-DATE
063317     END-IF.
063318     READ CYCLE-CONTROL
063319         AT END
063320             MOVE ZERO TO CD-CYCLE-DATE
063321     END-READ.
063322     CLOSE CYCLE-CONTROL.
063323     IF CD-CYCLE-DATE IS NOT NUMERIC
063324         OR CD-CYCLE-DATE = ZERO
063325         DISPLAY "HELLO - CYCLDATE RECORD MISSING OR INVALID"
063326         GO TO 1005-NO-CYCLE-DATE
063327     END-IF.
063328     MOVE CD-CYCLE-DATE TO WS-TODAY-DATE.
063329     IF CD-LAST-ANNIV-DATE IS NUMERIC
063330         MOVE CD-LAST-ANNIV-DATE TO WS-LAST-ANNIV-DATE
063331     END-IF.
063332     SET WS-CYCLE-DATE-SET TO TRUE.
063333     DISPLAY "HELLO - PROCESSING CYCLE DATE " WS-TODAY-DATE.
063334     GO TO 1005-EXIT.
063335 1005-NO-CYCLE-DATE.
063336     IF WS-MODE-INTERACTIVE
063337         ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
063338         DISPLAY "HELLO - USING THE SYSTEM DATE " WS-TODAY-DATE
063339     END-IF.
063340 1005-EXIT.
063341     EXIT.
063400*****************************************************************
063500*    1010-READ-PARM-FILE
063600*    READS THE ONE-RECORD STARTUP PARAMETER FILE, IF PRESENT, AND
065700             IF PM-PARTITION-ID NOT = SPACE
065800                 AND PM-PARTITION-ID NOT = "0"
065900                 MOVE PM-PARTITION-ID TO WS-PARTITION-ID
065950                 MOVE PM-PARTITION-ID TO WS-PEND-ORIGIN-PART
066000                 SET WS-PARTITIONED-RUN TO TRUE
066100                 DISPLAY "HELLO - RUNNING AS PARTITION "
066200                     WS-PARTITION-ID
080200*    COVERAGE IS NEVER SILENTLY LOST.
080300*****************************************************************
080400 1020-LOAD-DUP-CHECK-TABLE.
080600     MOVE ZERO TO WS-DUP-COUNT.
080700     MOVE "N" TO WS-GLTODAY-EOF-SW.
080800     OPEN INPUT GREET-TODAY.
096900     EXIT.
097000*****************************************************************
097100*    1070-OPEN-PENDING-FILE
097200*    OPENS THE PENDADD STAGING FILE FOR THE BATCH RUN, EXTEND
097300*    WITH AN OUTPUT FALLBACK LIKE GREET-LOG - PENDOUT IS
097400*    DISP=MOD SO TONIGHT'S DEFERRALS APPEND TO ANY NOT YET
097500*    LOADED ONTO PENDING.  IF IT STILL WILL NOT OPEN, FUTURE-DATED
097600*    RECORDS GO TO THE REJECT SUSPENSE FILE WITH REASON "PD"
097700*    INSTEAD - SEE 2110-DEFER-IF-NOT-DUE.
097800*****************************************************************
099000             "SUSPENSE"
099100     END-IF.
099200 1070-EXIT.
099205     EXIT.
099211*****************************************************************
099216*    1075-OPEN-CAMPAIGN-MASTER
099222*    OPENS THE CAMPAIGN MASTER FOR THE BATCH RUN'S CAMPAIGN
099227*    CHECK.  IF IT WILL NOT OPEN THE RUN GOES ON WITHOUT THE
099233*    CHECK - SEE 2105-CHECK-CAMPAIGN.
099238*****************************************************************
099244 1075-OPEN-CAMPAIGN-MASTER.
099250     OPEN INPUT CAMPAIGN-MASTER.
099255     IF NOT WS-CAMPAIGN-AVAILABLE
099261         DISPLAY "HELLO - CAMPAIGN MASTER NOT AVAILABLE, "
099266             "STATUS = " WS-CAMPAIGN-STATUS
099272         DISPLAY "HELLO - CAMPAIGN CODES WILL NOT BE CHECKED"
099277     ELSE
099283         SET WS-CAMPAIGN-READY TO TRUE
099288     END-IF.
099294 1075-EXIT.
099300     EXIT.
099400*****************************************************************
099500*    1080-SET-FEB29-DUE-DATE
099600*    SETS THE MONTH-AND-DAY ON WHICH A FEBRUARY 29TH ANNIVERSARY
099700*    OR BIRTHDAY IS DUE IN THE YEAR OF WS-WIN-WORK-DATE: 0229 IN
099800*    A LEAP YEAR, 0228 OTHERWISE - A CUSTOMER OPENED OR BORN ON A
099900*    LEAP DAY MUST STILL BE GREETED EVERY YEAR, NOT ONE YEAR IN
100000*    FOUR.  LEAP RULE: DIVISIBLE BY 4, EXCEPT CENTURIES, EXCEPT
100100*    EVERY FOURTH CENTURY.
100200*****************************************************************
100300 1080-SET-FEB29-DUE-DATE.
100400     MOVE "0229" TO WS-FEB29-DUE-MMDD.
100500     MOVE WS-WIN-WORK-YYYY TO WS-TODAY-YEAR.
100600     DIVIDE WS-TODAY-YEAR BY 4
100700         GIVING WS-LEAP-QUOTIENT
100800         REMAINDER WS-LEAP-REMAINDER.
102400     END-IF.
102500 1080-EXIT.
102600     EXIT.
102601*****************************************************************
102602*    1085-BUILD-ANNIV-WINDOW
102603*    LISTS THE CYCLE DATES THIS ANNIVERSARY RUN COVERS, WORKING
102604*    BACK FROM THE CYCLE DATE TO THE DAY AFTER THE LAST RECORDED
102605*    ANNIVERSARY RUN, SO A NIGHT THE RUN DID NOT HAPPEN (OR
102606*    FAILED) IS CAUGHT UP BY THE NEXT ONE INSTEAD OF SILENTLY
102607*    SKIPPING THOSE CUSTOMERS FOR A YEAR.  NO RECORDED RUN, OR A
102608*    RERUN OF A CYCLE ALREADY COVERED, MEANS THE CYCLE DATE ONLY.
102609*****************************************************************
102610 1085-BUILD-ANNIV-WINDOW.
102611     MOVE ZERO TO WS-WIN-COUNT.
102612     MOVE WS-TODAY-DATE TO WS-WIN-WORK-DATE.
102613     PERFORM 1086-ADD-WINDOW-DATE THRU 1086-EXIT.
102614     IF WS-LAST-ANNIV-DATE = ZERO
102615         OR WS-LAST-ANNIV-DATE NOT < WS-TODAY-DATE
102616         GO TO 1085-EXIT
102617     END-IF.
102618     PERFORM 1086-ADD-WINDOW-DATE THRU 1086-EXIT
102619         UNTIL WS-WIN-WORK-DATE NOT > WS-LAST-ANNIV-DATE
102620         OR WS-WIN-COUNT = WS-WIN-MAX-ENTRIES.
102621     IF WS-WIN-WORK-DATE > WS-LAST-ANNIV-DATE
102622         SET WS-WIN-CAPPED TO TRUE
102623         DISPLAY "HELLO - WARNING: LAST ANNIVERSARY RUN WAS "
102624             WS-LAST-ANNIV-DATE
102625         DISPLAY "HELLO - CATCH-UP LIMITED TO THE LAST "
102626             WS-WIN-MAX-ENTRIES " CYCLE DATES"
102627     END-IF.
102628     IF WS-WIN-COUNT > 1
102629         DISPLAY "HELLO - CATCHING UP " WS-WIN-COUNT
102630             " CYCLE DATE(S) SINCE " WS-LAST-ANNIV-DATE
102631     END-IF.
102632 1085-EXIT.
102633     EXIT.
102634*****************************************************************
102635*    1086-ADD-WINDOW-DATE
102636*    ADDS WS-WIN-WORK-DATE TO THE CATCH-UP WINDOW WITH ITS
102637*    MONTH-AND-DAY AND ITS YEAR'S FEB-29 DUE DAY, THEN STEPS THE
102638*    WORK DATE BACK ONE CALENDAR DAY FOR THE NEXT ENTRY.
102639*****************************************************************
102640 1086-ADD-WINDOW-DATE.
102641     ADD 1 TO WS-WIN-COUNT.
102642     SET WS-WIN-IDX TO WS-WIN-COUNT.
102643     MOVE WS-WIN-WORK-DATE TO WS-WIN-DATE (WS-WIN-IDX).
102644     MOVE WS-WIN-WORK-DATE(5:4) TO WS-WIN-MMDD (WS-WIN-IDX).
102645     PERFORM 1080-SET-FEB29-DUE-DATE THRU 1080-EXIT.
102646     MOVE WS-FEB29-DUE-MMDD TO WS-WIN-FEB29-MMDD (WS-WIN-IDX).
102647     PERFORM 1087-STEP-BACK-ONE-DAY THRU 1087-EXIT.
102648 1086-EXIT.
102649     EXIT.
102650*****************************************************************
102651*    1087-STEP-BACK-ONE-DAY
102652*    MOVES WS-WIN-WORK-DATE BACK ONE CALENDAR DAY, ACROSS MONTH
102653*    AND YEAR ENDS, WITH FEBRUARY'S LENGTH FROM THE SAME LEAP
102654*    RULE AS 1080-SET-FEB29-DUE-DATE.
102655*****************************************************************
102656 1087-STEP-BACK-ONE-DAY.
102657     IF WS-WIN-WORK-DD > 1
102658         SUBTRACT 1 FROM WS-WIN-WORK-DD
102659         GO TO 1087-EXIT
102660     END-IF.
102661     IF WS-WIN-WORK-MM > 1
102662         SUBTRACT 1 FROM WS-WIN-WORK-MM
102663     ELSE
102664         MOVE 12 TO WS-WIN-WORK-MM
102665         SUBTRACT 1 FROM WS-WIN-WORK-YYYY
102666     END-IF.
102667     MOVE WS-MD-DAYS (WS-WIN-WORK-MM) TO WS-WIN-WORK-DD.
102668     IF WS-WIN-WORK-MM = 2
102669         PERFORM 1080-SET-FEB29-DUE-DATE THRU 1080-EXIT
102670         IF WS-FEB29-DUE-MMDD = "0229"
102671             MOVE 29 TO WS-WIN-WORK-DD
102672         END-IF
102673     END-IF.
102674 1087-EXIT.
102675     EXIT.
102700*****************************************************************
102800*    1100-SKIP-TO-RESTART-POINT
102900*    RE-READS AND DISCARDS THE NAME-IN RECORDS THAT WERE ALREADY
104900     END-READ.
105000 1110-EXIT.
105100     EXIT.
105101*****************************************************************
105102*    1120-OPEN-CONTACT-FILES
105103*    READS THE CAP PARAMETERS AND OPENS THE CONTACT HISTORY AND
105104*    THE CAPPED-GREETINGS FILE.  CONTHIST IS OPENED FOR UPDATE
105105*    UNLESS THIS IS ONE PARTITION OF A PARALLEL RUN - THE
105106*    PARTITIONS SHARE THE ONE KSDS, SO THEY ONLY READ IT AND
105107*    HELLOMRG RECORDS THEIR GREETINGS AFTER THE MERGE.  THE CAP
105108*    IS APPLIED ONLY WITH VALID PARAMETERS AND A CONTACT HISTORY
105109*    TO COUNT FROM; CAPFILE IS OPENED THE SAME EXTEND-THEN-OUTPUT
105110*    WAY AS GREET-LOG.
105111*****************************************************************
105112 1120-OPEN-CONTACT-FILES.
105113     IF WS-MODE-BATCH
105114         MOVE "B" TO WS-CHANNEL-CODE
105115     ELSE
105116         IF WS-MODE-ANNIVERSARY
105117             MOVE "A" TO WS-CHANNEL-CODE
105118         ELSE
105119             MOVE "I" TO WS-CHANNEL-CODE
105120         END-IF
105121     END-IF.
105122     OPEN INPUT CAP-PARM.
105123     IF WS-CAPPRM-STATUS = "00"
105124         READ CAP-PARM
105125             AT END
105126                 MOVE SPACES TO CP-RECORD
105127         END-READ
105128         CLOSE CAP-PARM
105129         IF CP-CAP-LIMIT IS NUMERIC
105130             AND CP-WINDOW-DAYS IS NUMERIC
105131             AND CP-CAP-LIMIT > ZERO
105132             AND CP-CAP-LIMIT NOT > 10
105133             AND CP-WINDOW-DAYS > ZERO
105134             MOVE CP-CAP-LIMIT TO WS-CAP-LIMIT
105135             MOVE CP-WINDOW-DAYS TO WS-CAP-WINDOW-DAYS
105136             SET WS-CAPPRM-VALID TO TRUE
105137         END-IF
105138     END-IF.
105139     IF NOT WS-CAPPRM-VALID
105140         DISPLAY "HELLO - CAPPRM MISSING OR INVALID, STATUS = "
105141             WS-CAPPRM-STATUS
105142     END-IF.
105143     IF WS-PARTITIONED-RUN
105144         OPEN INPUT CONTACT-HIST
105145     ELSE
105146         OPEN I-O CONTACT-HIST
105147     END-IF.
105148     IF NOT WS-CONTHIST-AVAILABLE
105149         DISPLAY "HELLO - CONTACT HISTORY NOT AVAILABLE, "
105150             "STATUS = " WS-CONTHIST-STATUS
105151     ELSE
105152         SET WS-CONTHIST-READY TO TRUE
105153         IF NOT WS-PARTITIONED-RUN
105154             SET WS-CONTHIST-UPDATABLE TO TRUE
105155         END-IF
105156     END-IF.
105157     IF WS-CAPPRM-VALID AND WS-CONTHIST-READY
105158         SET WS-CAP-ACTIVE TO TRUE
105159         DISPLAY "HELLO - CONTACT CAP IS " WS-CAP-LIMIT
105160             " GREETING(S) IN " WS-CAP-WINDOW-DAYS " DAY(S)"
105161     ELSE
105162         DISPLAY "HELLO - CONTINUING WITHOUT CONTACT CAP CHECK"
105163     END-IF.
105164     OPEN EXTEND CAPPED-FILE.
105165     IF WS-CAPFILE-STATUS NOT = "00"
105166         OPEN OUTPUT CAPPED-FILE
105167     END-IF.
105168     IF WS-CAPFILE-STATUS = "00"
105169         SET WS-CAPFILE-READY TO TRUE
105170     ELSE
105171         DISPLAY "HELLO - CAPFILE NOT AVAILABLE, STATUS = "
105172             WS-CAPFILE-STATUS
105173     END-IF.
105174 1120-EXIT.
105175     EXIT.
105200
105300*****************************************************************
105400*    2000-PROCESS
108200         NOT AT END
108300             ADD 1 TO WS-NAMEIN-POSITION
108400             ADD 1 TO WS-READ-COUNT
108500             MOVE "N" TO WS-DEFER-SW
108600             PERFORM 2105-CHECK-CAMPAIGN THRU 2105-EXIT
108616             IF NOT WS-CAMP-REJECTED
108633                 PERFORM 2110-DEFER-IF-NOT-DUE THRU 2110-EXIT
108650             END-IF
108666             IF NOT WS-RECORD-DEFERRED
108683                 AND NOT WS-CAMP-REJECTED
108700                 MOVE NI-NAME TO MY-NAME
108800                 MOVE NI-CUST-ID TO WS-CUST-ID
108900                 MOVE SPACES TO WS-ACCOUNT-NO
109600                 PERFORM 4720-CHECK-SUPPRESSION THRU 4720-EXIT
109700                 IF WS-CUST-SUPPRESSED
109800                     ADD 1 TO WS-SUPPRESS-COUNT
109900                     IF WS-CS-SUB > ZERO
110000                         ADD 1 TO WS-CS-SUPPRESSED (WS-CS-SUB)
110025                     END-IF
110050                     DISPLAY "HELLO - SUPPRESSED DO-NOT-GREET "
110075                         "CUSTOMER " WS-CUST-ID
110100                 ELSE
110200                     MOVE NI-LANGUAGE-CODE TO WS-LANGUAGE-CODE
110300                     IF WS-LANGUAGE-CODE = SPACES
110600                     PERFORM 4000-VALIDATE-NAME THRU 4000-EXIT
110700                     IF WS-NAME-IS-INVALID
110800                         ADD 1 TO WS-REJECT-COUNT
110900                         IF WS-CS-SUB > ZERO
110925                             ADD 1 TO WS-CS-REJECTED (WS-CS-SUB)
110950                         END-IF
110975                         DISPLAY "HELLO - REJECTED INVALID "
111000                             "NAME RECORD: " MY-NAME
111100                         PERFORM 4550-WRITE-REJECT-RECORD
111200                             THRU 4550-EXIT
111900     END-READ.
112000 2100-EXIT.
112100     EXIT.
112101*****************************************************************
112102*    2105-CHECK-CAMPAIGN
112104*    PICKS UP THE ROSTER RECORD'S CAMPAIGN CODE, TALLIES THE
112105*    RECORD AGAINST ITS CAMPAIGN, AND REJECTS IT WHEN THE CODE
112106*    IS NOT ON THE CAMPAIGN MASTER ("CU"), OR WHEN ITS GREETING
112108*    DATE - THE GREET-ON DATE WHILE THAT IS STILL IN THE FUTURE,
112109*    OTHERWISE THE CYCLE DATE - FALLS BEFORE THE CAMPAIGN'S
112110*    START ("CN") OR AFTER ITS END ("CX").  A ZERO START OR END
112112*    DATE LEAVES THAT SIDE OPEN.  A FUTURE-DATED RECORD IS
112113*    CHECKED AGAINST ITS OWN DATE BEFORE IT IS DEFERRED, SO A
112114*    GREETING THAT COULD NEVER GO OUT IS NOT HELD ON PENDING,
112116*    AND AGAIN WHEN IT IS RELEASED, IN CASE THE CAMPAIGN HAS
112117*    CHANGED MEANWHILE.  THE CAMPAIGN'S TEMPLATE IS KEPT FOR
112118*    4650-BUILD-GREETING-MESSAGE.  A BLANK CODE MEANS NO
112120*    CAMPAIGN.
112121*****************************************************************
112122 2105-CHECK-CAMPAIGN.
112124     MOVE "N" TO WS-CAMP-REJECT-SW.
112125     MOVE NI-CAMPAIGN-CODE TO WS-CAMPAIGN-CODE.
112126     MOVE SPACES TO WS-CAMP-TEMPLATE.
112128     MOVE ZERO TO WS-CS-SUB.
112129     IF WS-CAMPAIGN-CODE = SPACES
112130         GO TO 2105-EXIT
112132     END-IF.
112133     PERFORM 2107-FIND-CAMPAIGN-ENTRY THRU 2107-EXIT.
112134     IF WS-CS-SUB > ZERO
112136         IF NI-RELEASED-FROM-PENDING
112137             ADD 1 TO WS-CS-RELEASED (WS-CS-SUB)
112138         ELSE
112140             ADD 1 TO WS-CS-SUBMITTED (WS-CS-SUB)
112141         END-IF
112142     END-IF.
112144     IF NOT WS-CAMPAIGN-READY
112145         ADD 1 TO WS-CAMP-UNCHECKED-COUNT
112146         GO TO 2105-EXIT
112148     END-IF.
112149     MOVE WS-CAMPAIGN-CODE TO CN-CAMPAIGN-CODE.
112150     READ CAMPAIGN-MASTER
112152         INVALID KEY
112153             CONTINUE
112154     END-READ.
112156     IF WS-CAMPAIGN-STATUS NOT = "00"
112157         MOVE "CU" TO WS-REJECT-REASON
112158         GO TO 2105-REJECT
112160     END-IF.
112161     MOVE CN-TEMPLATE TO WS-CAMP-TEMPLATE.
112162     MOVE WS-TODAY-DATE TO WS-CAMP-GREET-DATE.
112164     IF NI-GREET-ON-DATE IS NUMERIC
112165         AND NI-GREET-ON-DATE > WS-TODAY-DATE
112166         MOVE NI-GREET-ON-DATE TO WS-CAMP-GREET-DATE
112168     END-IF.
112169     IF CN-START-DATE IS NUMERIC
112170         AND WS-CAMP-GREET-DATE < CN-START-DATE
112172         MOVE "CN" TO WS-REJECT-REASON
112173         GO TO 2105-REJECT
112174     END-IF.
112176     IF CN-END-DATE IS NUMERIC
112177         AND CN-END-DATE NOT = ZERO
112178         AND WS-CAMP-GREET-DATE > CN-END-DATE
112180         MOVE "CX" TO WS-REJECT-REASON
112181         GO TO 2105-REJECT
112182     END-IF.
112184     GO TO 2105-EXIT.
112185 2105-REJECT.
112186     SET WS-CAMP-REJECTED TO TRUE.
112188     ADD 1 TO WS-REJECT-COUNT.
112189     IF WS-CS-SUB > ZERO
112190         ADD 1 TO WS-CS-REJECTED (WS-CS-SUB)
112192     END-IF.
112193     DISPLAY "HELLO - REJECTED FOR CAMPAIGN " WS-CAMPAIGN-CODE
112194         ", REASON " WS-REJECT-REASON ": " NI-NAME.
112196     PERFORM 4550-WRITE-REJECT-RECORD THRU 4550-EXIT.
112197 2105-EXIT.
112198     EXIT.
115002*****************************************************************
115004*    2107-FIND-CAMPAIGN-ENTRY
115006*    POINTS WS-CS-SUB AT WS-CAMPAIGN-CODE'S ENTRY IN THE
115009*    CAMPAIGN TALLY TABLE, ADDING THE ENTRY THE FIRST TIME THE
115011*    CAMPAIGN IS SEEN.  WHEN THE TABLE IS FULL A NEW CAMPAIGN IS
115013*    LEFT UNTALLIED (WS-CS-SUB ZERO), WITH A ONE-TIME WARNING.
115015*****************************************************************
115018 2107-FIND-CAMPAIGN-ENTRY.
115020     IF WS-CS-COUNT > ZERO
115022         SET WS-CS-IDX TO 1
115025         SEARCH WS-CS-ENTRY
115027             AT END
115029                 CONTINUE
115031             WHEN WS-CS-CODE (WS-CS-IDX) = WS-CAMPAIGN-CODE
115034                 SET WS-CS-SUB TO WS-CS-IDX
115036         END-SEARCH
115038     END-IF.
115040     IF WS-CS-SUB > ZERO
115043         GO TO 2107-EXIT
115045     END-IF.
115047     IF WS-CS-COUNT = WS-CS-MAX-ENTRIES
115050         IF NOT WS-CS-TABLE-FULL
115052             SET WS-CS-TABLE-FULL TO TRUE
115054             DISPLAY "HELLO - CAMPAIGN TALLY TABLE FULL AT "
115056                 WS-CS-MAX-ENTRIES " CAMPAIGNS"
115059             DISPLAY "HELLO - LATER CAMPAIGNS WILL NOT BE ON "
115061                 "CAMPSTAT"
115063         END-IF
115065         GO TO 2107-EXIT
115068     END-IF.
115070     ADD 1 TO WS-CS-COUNT.
115072     MOVE WS-CS-COUNT TO WS-CS-SUB.
115075     MOVE WS-CAMPAIGN-CODE TO WS-CS-CODE (WS-CS-SUB).
115077     MOVE ZERO TO WS-CS-SUBMITTED (WS-CS-SUB)
115079                  WS-CS-RELEASED (WS-CS-SUB)
115081                  WS-CS-REJECTED (WS-CS-SUB)
115084                  WS-CS-DEFERRED (WS-CS-SUB)
115086                  WS-CS-SUPPRESSED (WS-CS-SUB)
115088                  WS-CS-CAPPED (WS-CS-SUB)
115090                  WS-CS-GREETED (WS-CS-SUB)
115093                  WS-CS-EXTRACTED (WS-CS-SUB).
115095 2107-EXIT.
115097     EXIT.
112200*****************************************************************
112300*    2110-DEFER-IF-NOT-DUE
112400*    HOLDS A ROSTER RECORD WHOSE GREET-ON DATE IS STILL IN THE
112500*    FUTURE: IT IS WRITTEN, UNCHANGED, BEHIND ITS PENDING KEY TO
112600*    THE PENDADD STAGING FILE, FOR THE DAILY RELEASE PASS TO PICK
112610*    UP ONCE HELLOPND HAS LOADED IT AND ITS DATE ARRIVES.  THE
112620*    KEY IS THE CUSTOMER, THE GREET-ON DATE, AND THIS RUN'S
112630*    CYCLE DATE, ORIGIN ID, AND ROSTER POSITION.
112700*    A BLANK, ZERO, OR UNREADABLE DATE - AND ANY DATE
112800*    TODAY OR EARLIER - MEANS GREET NOW.  IF THE PENDING FILE
112900*    NEVER OPENED, THE RECORD GOES TO THE REJECT SUSPENSE FILE
113000*    WITH REASON "PD" INSTEAD, SO IT IS NEITHER GREETED EARLY
113800     END-IF.
113900     SET WS-RECORD-DEFERRED TO TRUE.
114000     IF WS-PENDOUT-READY
114100         MOVE SPACES TO PR-RECORD
114110         MOVE NI-CUST-ID TO PR-CUST-ID
114120         MOVE NI-GREET-ON-DATE TO PR-GREET-ON-DATE
114130         MOVE WS-TODAY-DATE TO PR-ORIGIN-DATE
114140         MOVE WS-PEND-ORIGIN-ID TO PR-ORIGIN-ID
114150         MOVE WS-NAMEIN-POSITION TO PR-ORIGIN-SEQ
114160         MOVE NI-RECORD TO PR-ROSTER-IMAGE
114200         WRITE PR-RECORD
114300         ADD 1 TO WS-DEFERRED-COUNT
114400         IF WS-CS-SUB > ZERO
114500             ADD 1 TO WS-CS-DEFERRED (WS-CS-SUB)
114600         END-IF
114614     ELSE
114628         ADD 1 TO WS-REJECT-COUNT
114642         IF WS-CS-SUB > ZERO
114657             ADD 1 TO WS-CS-REJECTED (WS-CS-SUB)
114671         END-IF
114685         MOVE "PD" TO WS-REJECT-REASON
114700         PERFORM 4550-WRITE-REJECT-RECORD THRU 4550-EXIT
114800     END-IF.
114900 2110-EXIT.
125200     EXIT.
125300*****************************************************************
125400*    2310-SELECT-AND-GREET
125500*    GREETS THE CUSTOMER JUST READ WHEN ANY CYCLE DATE IN THE
125600*    CATCH-UP WINDOW IS THE MONTH AND DAY OF THEIR ACCOUNT-OPENING
125700*    DATE OR BIRTH DATE (SEE 2320-MATCH-ONE-WINDOW-DATE) - ONCE,
125800*    AS A BIRTHDAY IF BOTH FELL IN THE WINDOW.  A FEBRUARY 29TH
125900*    DATE IS DUE ON THE DAY 1080-SET-FEB29-DUE-DATE WORKED OUT
126000*    (0229 IN LEAP YEARS, 0228 OTHERWISE), SO LEAP-DAY
126010*    CUSTOMERS ARE GREETED EVERY YEAR.  THE
126100*    GREETING GOES THROUGH THE SAME 3000-GREET-ONE PATH AS EVERY
126200*    OTHER CHANNEL, SO GREET-LOG, THE VOLUME REPORT, AND THE
126300*    SAME-DAY DUPLICATE CHECK ALL APPLY.  A BAD NAME ON FILE IS
126900*****************************************************************
127000 2310-SELECT-AND-GREET.
127100     MOVE "N" TO WS-ANNIV-DUE-SW.
127110     MOVE "N" TO WS-WIN-OPEN-SW.
127120     MOVE "N" TO WS-WIN-BIRTH-SW.
127200     PERFORM 2320-MATCH-ONE-WINDOW-DATE THRU 2320-EXIT
127300         VARYING WS-WIN-IDX FROM 1 BY 1
127400         UNTIL WS-WIN-IDX > WS-WIN-COUNT.
127500     IF WS-WIN-OPEN-MATCHED
127800         SET WS-ANNIV-IS-DUE TO TRUE
127900         MOVE "A" TO WS-OCCASION-CODE
128000     END-IF.
128100     IF WS-WIN-BIRTH-MATCHED
128600         SET WS-ANNIV-IS-DUE TO TRUE
128700         MOVE "B" TO WS-OCCASION-CODE
128800     END-IF.
131400     END-IF.
131500 2310-EXIT.
131600     EXIT.
131601*****************************************************************
131602*    2320-MATCH-ONE-WINDOW-DATE
131603*    TESTS THE CUSTOMER JUST READ AGAINST ONE CYCLE DATE OF THE
131604*    CATCH-UP WINDOW.  A ZERO OR NON-NUMERIC DATE MEANS NOT ON
131605*    FILE AND NEVER MATCHES; A FEBRUARY 29TH DATE MATCHES ON THAT
131606*    WINDOW DATE'S OWN FEB-29 DUE DAY.
131607*****************************************************************
131608 2320-MATCH-ONE-WINDOW-DATE.
131609     MOVE WS-WIN-MMDD (WS-WIN-IDX) TO WS-TODAY-MMDD.
131610     MOVE WS-WIN-FEB29-MMDD (WS-WIN-IDX) TO WS-FEB29-DUE-MMDD.
131611     IF CM-OPEN-DATE IS NUMERIC
131612         AND CM-OPEN-DATE NOT = ZERO
131613         AND (CM-OPEN-DATE(5:4) = WS-TODAY-MMDD
131614             OR (CM-OPEN-DATE(5:4) = "0229"
131615                 AND WS-TODAY-MMDD = WS-FEB29-DUE-MMDD))
131616         SET WS-WIN-OPEN-MATCHED TO TRUE
131617     END-IF.
131618     IF CM-BIRTH-DATE IS NUMERIC
131619         AND CM-BIRTH-DATE NOT = ZERO
131620         AND (CM-BIRTH-DATE(5:4) = WS-TODAY-MMDD
131621             OR (CM-BIRTH-DATE(5:4) = "0229"
131622                 AND WS-TODAY-MMDD = WS-FEB29-DUE-MMDD))
131623         SET WS-WIN-BIRTH-MATCHED TO TRUE
131624     END-IF.
131625 2320-EXIT.
131626     EXIT.
131700
131800*****************************************************************
131900*    3000-GREET-ONE
132000*    THE ORIGINAL GREETING LOGIC, NOW SHARED BY BOTH RUN MODES.
132010*    A CUSTOMER OVER THE CONTACT-FREQUENCY CAP IS HELD BACK
132020*    BEFORE ANY GREETING, GREET-LOG, OR EXTRACT WRITE; EVERY
132030*    GREETING MADE IS ADDED TO THE CONTACT HISTORY.
132100*****************************************************************
132200 3000-GREET-ONE.
132205     PERFORM 4740-CHECK-CONTACT-CAP THRU 4740-EXIT.
132210     IF WS-GREETING-CAPPED
132215         ADD 1 TO WS-CAPPED-COUNT
132216         IF WS-CS-SUB > ZERO
132217             ADD 1 TO WS-CS-CAPPED (WS-CS-SUB)
132218         END-IF
132220         PERFORM 4745-WRITE-CAPPED-RECORD THRU 4745-EXIT
132225         IF WS-MODE-INTERACTIVE
132230             DISPLAY "HELLO - THIS CUSTOMER HAS REACHED THE "
132235                 "CONTACT LIMIT - NOT GREETED"
132240         ELSE
132245             DISPLAY "HELLO - CAPPED (CONTACT LIMIT) "
132250                 "CUSTOMER " WS-CUST-ID
132255         END-IF
132260         GO TO 3000-EXIT
132265     END-IF.
132300     PERFORM 4600-LOOKUP-GREETING THRU 4600-EXIT.
132400     PERFORM 4650-BUILD-GREETING-MESSAGE THRU 4650-EXIT.
132500     DISPLAY WS-MESSAGE-TEXT.
132800     END-IF.
132900     PERFORM 4750-CHECK-DUPLICATE-GREETING THRU 4750-EXIT.
133000     ADD 1 TO WS-RECORD-COUNT.
133100     IF WS-CS-SUB > ZERO
133125         ADD 1 TO WS-CS-GREETED (WS-CS-SUB)
133150     END-IF.
133175     PERFORM 4500-WRITE-GREET-LOG THRU 4500-EXIT.
133200     PERFORM 4520-WRITE-EXTRACT-RECORD THRU 4520-EXIT.
133300     PERFORM 4760-ADD-DUP-ENTRY THRU 4760-EXIT.
133310     PERFORM 4770-RECORD-CONTACT THRU 4770-EXIT.
133400 3000-EXIT.
133500     EXIT.
133510
136100*    GREETED - WHO WAS GREETED, WHEN, AND FROM WHERE.
136200*****************************************************************
136300 4500-WRITE-GREET-LOG.
136310     MOVE SPACES TO GL-RECORD.
136400     MOVE MY-NAME TO GL-NAME.
136500     MOVE WS-TODAY-DATE TO GL-DATE.
136600     ACCEPT GL-TIME FROM TIME.
136700     ACCEPT GL-TERM-ID FROM ENVIRONMENT "USER".
136800     IF GL-TERM-ID = SPACES
137000     END-IF.
137100     MOVE WS-LANGUAGE-CODE TO GL-LANGUAGE-CODE.
137200     MOVE WS-ACCOUNT-NO TO GL-ACCOUNT-NO.
137210     MOVE WS-CUST-ID TO GL-CUST-ID.
137220     MOVE WS-OCCASION-CODE TO GL-OCCASION.
137260     MOVE WS-CAMPAIGN-CODE TO GL-CAMPAIGN-CODE.
137300     MOVE GL-RECORD TO GT-RECORD.
137400     WRITE GL-RECORD.
137500     IF WS-GLTODAY-READY
138700*    WAS PICKED, AND THE ADDRESS RIDES ALONG FROM THE CUSTMAS
138800*    MATCH (BLANK MEANS THE VENDOR SUPPRESSES IT AS
138900*    UNDELIVERABLE).  ONE RECORD PER GREET-LOG WRITE, SO
139000*    HELLORCN CAN PROVE EXTRACT = GREETED.  AN ADDRESS ON HOLD
139010*    IS LEFT OFF (4730-CHECK-ADDRESS-HOLD).
139100*****************************************************************
139200 4520-WRITE-EXTRACT-RECORD.
139300     IF NOT WS-GREETEXT-READY
140300     MOVE WS-MESSAGE-TEXT TO GX-GREETING-TEXT.
140400     MOVE WS-ADDR-LINE TO GX-ADDR-LINE.
140500     MOVE WS-POSTAL-CODE TO GX-POSTAL-CODE.
140505     MOVE WS-CAMPAIGN-CODE TO GX-CAMPAIGN-CODE.
140510     PERFORM 4730-CHECK-ADDRESS-HOLD THRU 4730-EXIT.
140600     WRITE GX-RECORD.
140700     ADD 1 TO WS-EXTRACT-COUNT.
140725     IF WS-CS-SUB > ZERO
140750         ADD 1 TO WS-CS-EXTRACTED (WS-CS-SUB)
140775     END-IF.
140800 4520-EXIT.
140900     EXIT.
141000
141500*    SO THE MORNING CORRECTION PASS CAN SEE EXACTLY WHICH
141600*    RECORDS FAILED AND WHY.  THE ORIGINAL NAME, CUSTOMER ID,
141700*    AND LANGUAGE CODE ARE CARRIED UNCHANGED SO THE CORRECTED
141800*    SUSPENSE DATASET CAN GO STRAIGHT BACK ONTO NAMEIN - THE
141850*    CAMPAIGN CODE TOO.
141900*****************************************************************
142000 4550-WRITE-REJECT-RECORD.
142100     IF NOT WS-REJFILE-READY
142600     MOVE NI-CUST-ID TO RJ-CUST-ID.
142700     MOVE NI-LANGUAGE-CODE TO RJ-LANGUAGE-CODE.
142800     MOVE NI-GREET-ON-DATE TO RJ-GREET-ON-DATE.
142850     MOVE NI-CAMPAIGN-CODE TO RJ-CAMPAIGN-CODE.
142900     MOVE WS-REJECT-REASON TO RJ-REASON-CODE.
143000     WRITE RJ-RECORD.
143100 4550-EXIT.
145600*    TRIMMED NAME AT THE "&NAME" MARKER.  A TEMPLATE WITH NO
145700*    MARKER GETS THE NAME APPENDED AFTER IT, SO A BADLY KEYED
145800*    TEMPLATE STILL GREETS SOMEBODY BY NAME.  RELIES ON
145900*    WS-GT-IDX STILL SITTING ON THE ENTRY 4600 MATCHED.  A
145933*    ROSTER GREETING FOR A CAMPAIGN WITH ITS OWN TEMPLATE USES
145966*    THAT INSTEAD OF THE LANGUAGE'S ROSTER TEMPLATE.
146000*****************************************************************
146100 4650-BUILD-GREETING-MESSAGE.
146200     IF WS-OCCASION-CODE = "A"
146600             MOVE WS-GT-TMPL-BDAY (WS-GT-IDX)
146700                 TO WS-TEMPLATE-TEXT
146800         ELSE
146900             IF WS-CAMP-TEMPLATE NOT = SPACES
147000                 MOVE WS-CAMP-TEMPLATE TO WS-TEMPLATE-TEXT
147100             ELSE
147200                 MOVE WS-GT-TMPL-ROSTER (WS-GT-IDX)
147220                     TO WS-TEMPLATE-TEXT
147240             END-IF
147260         END-IF
147280     END-IF.
147300     MOVE 20 TO WS-NAME-LEN.
147400     PERFORM 4660-TRIM-NAME-LENGTH THRU 4660-EXIT
147500         UNTIL WS-NAME-LEN = ZERO
159800     END-READ.
159900 4720-EXIT.
160000     EXIT.
160010
160020*****************************************************************
160030*    4730-CHECK-ADDRESS-HOLD
160040*    BLANKS THE ADDRESS ON THE GREETEXT RECORD BEING BUILT WHEN
160050*    THE CUSTOMER'S ADDRESS IS ON HOLD.  THE HOLD COVERS ONLY THE
160060*    ADDRESS THAT BOUNCED - ONCE THE BRANCH CORRECTS CUSTMAS THE
160070*    ADDRESSES NO LONGER MATCH AND THE NEW ONE GOES OUT.
160080*****************************************************************
160090 4730-CHECK-ADDRESS-HOLD.
160091     IF NOT WS-ADDRHOLD-READY
160092         OR WS-CUST-ID = SPACES
160093         OR (WS-ADDR-LINE = SPACES AND WS-POSTAL-CODE = SPACES)
160094         GO TO 4730-EXIT
160095     END-IF.
160096     MOVE WS-CUST-ID TO AH-CUST-ID.
160097     READ ADDRESS-HOLD
160098         INVALID KEY
160099             GO TO 4730-EXIT
160100     END-READ.
160101     IF AH-ADDRESS-HELD
160102         AND AH-ADDR-LINE = WS-ADDR-LINE
160103         AND AH-POSTAL-CODE = WS-POSTAL-CODE
160104         MOVE SPACES TO GX-ADDR-LINE
160105         MOVE SPACES TO GX-POSTAL-CODE
160106         ADD 1 TO WS-ADDR-HELD-COUNT
160107     END-IF.
160108 4730-EXIT.
160109     EXIT.
160110
160111*****************************************************************
160112*    4740-CHECK-CONTACT-CAP
160113*    READS THE CUSTOMER'S CONTACT HISTORY (LEFT IN CH-RECORD FOR
160114*    4770-RECORD-CONTACT) AND, WITH THE CAP IN FORCE, HOLDS THE
160115*    GREETING BACK WHEN THE CUSTOMER ALREADY HAS WS-CAP-LIMIT OR
160116*    MORE GREETINGS IN THE WINDOW.  A BIRTHDAY IS NEVER HELD
160117*    BACK, AND A RECORD WITH NO CUSTOMER ID CANNOT BE CAPPED -
160118*    THE HISTORY IS KEYED BY CUSTOMER ID.
160119*****************************************************************
160120 4740-CHECK-CONTACT-CAP.
160121     MOVE "N" TO WS-CAP-HIT-SW.
160122     MOVE "N" TO WS-CH-FOUND-SW.
160123     MOVE ZERO TO CC-WINDOW-COUNT.
160124     IF NOT WS-CONTHIST-READY
160125         OR WS-CUST-ID = SPACES
160126         GO TO 4740-EXIT
160127     END-IF.
160128     MOVE WS-CUST-ID TO CH-CUST-ID.
160129     READ CONTACT-HIST
160130         INVALID KEY
160131             GO TO 4740-EXIT
160132     END-READ.
160133     SET WS-CH-WAS-FOUND TO TRUE.
160134     IF NOT WS-CAP-ACTIVE
160135         OR WS-OCCASION-CODE = "B"
160136         GO TO 4740-EXIT
160137     END-IF.
160138     SET CC-COUNT-CONTACTS TO TRUE.
160139     MOVE WS-TODAY-DATE TO CC-TODAY-DATE.
160140     MOVE WS-CAP-WINDOW-DAYS TO CC-WINDOW-DAYS.
160141     CALL "HELLOCNT" USING CC-PARM CH-RECORD.
160142     IF CC-WINDOW-COUNT NOT < WS-CAP-LIMIT
160143         SET WS-GREETING-CAPPED TO TRUE
160144     END-IF.
160145 4740-EXIT.
160146     EXIT.
160147
160148*****************************************************************
160149*    4745-WRITE-CAPPED-RECORD
160150*    APPENDS ONE CG-RECORD TO CAPFILE FOR THE GREETING JUST HELD
160151*    BACK, FOR THE HELLOCAP CAPPED-GREETINGS REPORT.
160152*****************************************************************
160153 4745-WRITE-CAPPED-RECORD.
160154     IF NOT WS-CAPFILE-READY
160155         GO TO 4745-EXIT
160156     END-IF.
160157     MOVE SPACES TO CG-RECORD.
160158     MOVE WS-CUST-ID TO CG-CUST-ID.
160159     MOVE WS-TODAY-DATE TO CG-DATE.
160160     ACCEPT CG-TIME FROM TIME.
160161     ACCEPT CG-TERM-ID FROM ENVIRONMENT "USER".
160162     IF CG-TERM-ID = SPACES
160163         MOVE "BATCH" TO CG-TERM-ID
160164     END-IF.
160165     MOVE MY-NAME TO CG-NAME.
160166     MOVE WS-ACCOUNT-NO TO CG-ACCOUNT-NO.
160167     MOVE WS-OCCASION-CODE TO CG-OCCASION.
160168     MOVE WS-CHANNEL-CODE TO CG-CHANNEL.
160169     MOVE WS-LANGUAGE-CODE TO CG-LANGUAGE-CODE.
160170     MOVE CC-WINDOW-COUNT TO CG-WINDOW-COUNT.
160171     MOVE CH-LAST-CONTACT-DATE TO CG-LAST-CONTACT-DATE.
160172     WRITE CG-RECORD.
160173 4745-EXIT.
160174     EXIT.
160175
160200*****************************************************************
160300*    4750-CHECK-DUPLICATE-GREETING
160400*    WARNS THE OPERATOR WHEN MY-NAME EXACTLY MATCHES, OR SOUNDS
166500         "FOR THE REST OF THIS RUN".
166600 4765-EXIT.
166700     EXIT.
166701
166702*****************************************************************
166703*    4770-RECORD-CONTACT
166704*    ADDS THE GREETING JUST MADE TO THE CUSTOMER'S CONTACT
166705*    HISTORY - REWRITING THE RECORD 4740-CHECK-CONTACT-CAP READ,
166706*    OR WRITING A NEW ONE FOR A CUSTOMER NOT YET ON FILE.
166707*    BIRTHDAYS ARE RECORDED TOO (HELLOCNT LEAVES THEM OUT OF THE
166708*    COUNT).  A PARTITION LEAVES THIS TO HELLOMRG.  A FAILED
166709*    WRITE IS REPORTED AND MAKES THE RUN A WARNING - THE
166710*    GREETING HAS ALREADY GONE OUT.
166711*****************************************************************
166712 4770-RECORD-CONTACT.
166713     IF NOT WS-CONTHIST-UPDATABLE
166714         OR WS-CUST-ID = SPACES
166715         GO TO 4770-EXIT
166716     END-IF.
166717     IF NOT WS-CH-WAS-FOUND
166718         MOVE SPACES TO CH-RECORD
166719         MOVE WS-CUST-ID TO CH-CUST-ID
166720         MOVE ZERO TO CH-LAST-CONTACT-DATE
166721         MOVE ZERO TO CH-ENTRY-COUNT
166722     END-IF.
166723     SET CC-ADD-CONTACT TO TRUE.
166724     MOVE WS-TODAY-DATE TO CC-TODAY-DATE.
166725     MOVE WS-OCCASION-CODE TO CC-OCCASION.
166726     MOVE WS-CHANNEL-CODE TO CC-CHANNEL.
166727     CALL "HELLOCNT" USING CC-PARM CH-RECORD.
166728     IF WS-CH-WAS-FOUND
166729         REWRITE CH-RECORD
166730             INVALID KEY
166731                 CONTINUE
166732         END-REWRITE
166733     ELSE
166734         WRITE CH-RECORD
166735             INVALID KEY
166736                 CONTINUE
166737         END-WRITE
166738     END-IF.
166739     IF NOT WS-CONTHIST-AVAILABLE
166740         ADD 1 TO WS-CONTHIST-ERROR-COUNT
166741         DISPLAY "HELLO - CONTACT HISTORY NOT UPDATED FOR "
166742             "CUSTOMER " WS-CUST-ID ", STATUS = "
166743             WS-CONTHIST-STATUS
166744     END-IF.
166745 4770-EXIT.
166746     EXIT.
166800
166900*****************************************************************
167000*    4800-COMPUTE-SOUNDEX
174600         IF WS-PENDOUT-READY
174700             CLOSE PENDING-FILE
174800         END-IF
174825         IF WS-CAMPAIGN-READY
174850             CLOSE CAMPAIGN-MASTER
174875         END-IF
174900         DISPLAY "HELLO - " WS-RECORD-COUNT " NAME(S) GREETED."
175000         DISPLAY "HELLO - " WS-REJECT-COUNT " RECORD(S) REJECTED."
175100         DISPLAY "HELLO - " WS-DEFERRED-COUNT
175400             " RECORD(S) SUPPRESSED (DO-NOT-GREET)."
175500         DISPLAY "HELLO - " WS-EXTRACT-COUNT
175600             " FULFILLMENT RECORD(S) EXTRACTED."
175610         DISPLAY "HELLO - " WS-ADDR-HELD-COUNT
175620             " EXTRACTED WITH ADDRESS ON HOLD."
175630         DISPLAY "HELLO - " WS-CAPPED-COUNT
175640             " RECORD(S) CAPPED (CONTACT LIMIT)."
175655         DISPLAY "HELLO - " WS-CS-COUNT
175670             " CAMPAIGN(S) ON THE ROSTER."
175685         PERFORM 9065-WRITE-CAMPAIGN-STATS THRU 9065-EXIT
175700         IF WS-NAMEIN-OPENED
175800             PERFORM 9050-CLEAR-CHECKPOINT THRU 9050-EXIT
175900         ELSE
177000             " CUSTOMER(S) SUPPRESSED (DO-NOT-GREET)."
177100         DISPLAY "HELLO - " WS-EXTRACT-COUNT
177200             " FULFILLMENT RECORD(S) EXTRACTED."
177205         DISPLAY "HELLO - " WS-ADDR-HELD-COUNT
177207             " EXTRACTED WITH ADDRESS ON HOLD."
177208         DISPLAY "HELLO - " WS-CAPPED-COUNT
177209             " CUSTOMER(S) CAPPED (CONTACT LIMIT)."
177210         IF WS-CUSTMAS-READY AND WS-CYCLE-DATE-SET
177220             PERFORM 9080-MARK-ANNIV-RUN THRU 9080-EXIT
177230         END-IF
177300     END-IF.
177400     IF WS-CUSTMAS-READY
177500         CLOSE CUSTOMER-MASTER
177700     IF WS-SUPPFILE-READY
177800         CLOSE SUPPRESS-FILE
177900     END-IF.
177910     IF WS-ADDRHOLD-READY
177920         CLOSE ADDRESS-HOLD
177930     END-IF.
177940     IF WS-CONTHIST-READY
177945         CLOSE CONTACT-HIST
177950     END-IF.
177955     IF WS-CAPFILE-READY
177960         CLOSE CAPPED-FILE
177965     END-IF.
178000     IF WS-GREETEXT-READY
178100         CLOSE EXTRACT-OUT
178200     END-IF.
183000                INTO RS-PROGRAM
183100         END-STRING
183200     END-IF.
183300     MOVE WS-TODAY-DATE TO RS-RUN-DATE.
183310     IF RS-RUN-DATE = ZERO
183320         ACCEPT RS-RUN-DATE FROM DATE YYYYMMDD
183330     END-IF.
183400     ACCEPT RS-RUN-TIME FROM TIME.
183500     IF WS-MODE-BATCH
183600         MOVE WS-READ-COUNT TO RS-RECORDS-IN
183800         COMPUTE RS-RECORDS-IN =
183900             WS-RECORD-COUNT + WS-REJECT-COUNT
184000                 + WS-SUPPRESS-COUNT
184010                 + WS-CAPPED-COUNT
184100     END-IF.
184200     MOVE WS-RECORD-COUNT TO RS-GREETED.
184300     MOVE WS-REJECT-COUNT TO RS-REJECTED.
184400     MOVE WS-DEFERRED-COUNT TO RS-DEFERRED.
184500     MOVE WS-SUPPRESS-COUNT TO RS-SUPPRESSED.
184510     MOVE WS-CAPPED-COUNT TO RS-CAPPED.
184600     MOVE SPACES TO RS-FILES-UNAVAIL.
184700     MOVE 1 TO WS-UNAVAIL-PTR.
184800     SET RS-STATUS-CLEAN TO TRUE.
184810     IF NOT WS-CYCLE-DATE-SET
184820         MOVE "CYCLDATE" TO WS-UNAVAIL-NAME
184830         PERFORM 9070-NOTE-UNAVAIL-FILE THRU 9070-EXIT
184840         SET RS-STATUS-WARNING TO TRUE
184890     END-IF.
184891     IF WS-WIN-CAPPED OR WS-CYCLDATE-NOT-UPDATED
184892         SET RS-STATUS-WARNING TO TRUE
184893     END-IF.
184900     IF NOT WS-CUSTMAS-READY
185000         MOVE "CUSTMAS" TO WS-UNAVAIL-NAME
185100         PERFORM 9070-NOTE-UNAVAIL-FILE THRU 9070-EXIT
186100         PERFORM 9070-NOTE-UNAVAIL-FILE THRU 9070-EXIT
186200         SET RS-STATUS-WARNING TO TRUE
186300     END-IF.
186310     IF NOT WS-ADDRHOLD-READY
186320         MOVE "ADDRHOLD" TO WS-UNAVAIL-NAME
186330         PERFORM 9070-NOTE-UNAVAIL-FILE THRU 9070-EXIT
186340         SET RS-STATUS-WARNING TO TRUE
186350     END-IF.
186351     IF NOT WS-CAPPRM-VALID
186353         MOVE "CAPPRM" TO WS-UNAVAIL-NAME
186355         PERFORM 9070-NOTE-UNAVAIL-FILE THRU 9070-EXIT
186357         SET RS-STATUS-WARNING TO TRUE
186359     END-IF.
186361     IF NOT WS-CONTHIST-READY
186363         OR WS-CONTHIST-ERROR-COUNT > ZERO
186365         MOVE "CONTHIST" TO WS-UNAVAIL-NAME
186367         PERFORM 9070-NOTE-UNAVAIL-FILE THRU 9070-EXIT
186369         SET RS-STATUS-WARNING TO TRUE
186371     END-IF.
186373     IF NOT WS-CAPFILE-READY
186375         MOVE "CAPFILE" TO WS-UNAVAIL-NAME
186377         PERFORM 9070-NOTE-UNAVAIL-FILE THRU 9070-EXIT
186379         SET RS-STATUS-WARNING TO TRUE
186381     END-IF.
186400     IF NOT WS-GREETEXT-READY
186500         MOVE "GREETEXT" TO WS-UNAVAIL-NAME
186600         PERFORM 9070-NOTE-UNAVAIL-FILE THRU 9070-EXIT
187100         PERFORM 9070-NOTE-UNAVAIL-FILE THRU 9070-EXIT
187200         SET RS-STATUS-WARNING TO TRUE
187300     END-IF.
187400     IF WS-CAMP-UNCHECKED-COUNT > ZERO
187409         MOVE "CAMPAIGN" TO WS-UNAVAIL-NAME
187418         PERFORM 9070-NOTE-UNAVAIL-FILE THRU 9070-EXIT
187427         SET RS-STATUS-WARNING TO TRUE
187436     END-IF.
187445     IF WS-CAMPSTAT-FAILED OR WS-CS-TABLE-FULL
187454         MOVE "CAMPSTAT" TO WS-UNAVAIL-NAME
187463         PERFORM 9070-NOTE-UNAVAIL-FILE THRU 9070-EXIT
187472         SET RS-STATUS-WARNING TO TRUE
187481     END-IF.
187490     IF WS-MODE-BATCH AND NOT WS-REJFILE-READY
187500         MOVE "REJFILE" TO WS-UNAVAIL-NAME
187600         PERFORM 9070-NOTE-UNAVAIL-FILE THRU 9070-EXIT
187700         SET RS-STATUS-WARNING TO TRUE
188800     IF WS-MODE-ANNIVERSARY AND NOT WS-CUSTMAS-READY
188900         SET RS-STATUS-FAILED TO TRUE
189000     END-IF.
189010*    WITHOUT A CYCLE DATE THE BATCH AND ANNIVERSARY RUNS PROCESS
189020*    NOTHING RATHER THAN DATE THEIR WORK FROM THE CLOCK.
189030     IF NOT WS-CYCLE-DATE-SET AND NOT WS-MODE-INTERACTIVE
189040         SET RS-STATUS-FAILED TO TRUE
189050     END-IF.
189100     IF RS-STATUS-FAILED
189200         MOVE 8 TO WS-RETURN-CODE
189300     ELSE
191400 9060-EXIT.
191500     EXIT.
191600
191601*****************************************************************
191603*    9065-WRITE-CAMPAIGN-STATS
191605*    APPENDS ONE CAMPSTAT RECORD PER CAMPAIGN THIS BATCH RUN SAW
191606*    - WHAT BECAME OF ITS ROSTER RECORDS - FOR THE HELLOCMP
191608*    CAMPAIGN RESULTS REPORT.  CAMPSTAT IS DISP=MOD AND OPENED
191610*    THE SAME EXTEND-THEN-OUTPUT WAY AS RUNSTAT; ONE THAT WILL
191611*    NOT OPEN IS A WARNING ON THE RUN-STATUS RECORD.  A RUN WITH
191613*    NO CAMPAIGN ON ITS ROSTER WRITES NOTHING.
191615*****************************************************************
191616 9065-WRITE-CAMPAIGN-STATS.
191618     IF WS-CS-COUNT = ZERO
191620         GO TO 9065-EXIT
191621     END-IF.
191623     MOVE "HELLO" TO WS-CS-PROGRAM.
191625     IF WS-PARTITIONED-RUN
191626         MOVE SPACES TO WS-CS-PROGRAM
191628         STRING "HELLO-" DELIMITED BY SIZE
191630                WS-PARTITION-ID DELIMITED BY SIZE
191631                INTO WS-CS-PROGRAM
191633         END-STRING
191635     END-IF.
191636     OPEN EXTEND CAMPAIGN-STATS.
191638     IF WS-CAMPSTAT-STATUS NOT = "00"
191640         OPEN OUTPUT CAMPAIGN-STATS
191641     END-IF.
191643     IF WS-CAMPSTAT-STATUS NOT = "00"
191645         DISPLAY "HELLO - CAMPSTAT NOT AVAILABLE, STATUS = "
191646             WS-CAMPSTAT-STATUS
191648         SET WS-CAMPSTAT-FAILED TO TRUE
191650         GO TO 9065-EXIT
191651     END-IF.
191653     MOVE 1 TO WS-CS-SUB.
191655     PERFORM 9067-WRITE-ONE-CAMP-STAT THRU 9067-EXIT
191656         UNTIL WS-CS-SUB > WS-CS-COUNT.
191658     CLOSE CAMPAIGN-STATS.
191660 9065-EXIT.
191661     EXIT.
191663*****************************************************************
191665*    9067-WRITE-ONE-CAMP-STAT
191666*    WRITES THE CAMPSTAT RECORD FOR TALLY ENTRY WS-CS-SUB.
191668*****************************************************************
191670 9067-WRITE-ONE-CAMP-STAT.
191671     MOVE SPACES TO CS-RECORD.
191673     MOVE WS-TODAY-DATE TO CS-RUN-DATE.
191675     MOVE WS-CS-PROGRAM TO CS-PROGRAM.
191676     MOVE WS-CS-CODE (WS-CS-SUB) TO CS-CAMPAIGN-CODE.
191678     MOVE WS-CS-SUBMITTED (WS-CS-SUB) TO CS-SUBMITTED.
191680     MOVE WS-CS-RELEASED (WS-CS-SUB) TO CS-RELEASED.
191681     MOVE WS-CS-REJECTED (WS-CS-SUB) TO CS-REJECTED.
191683     MOVE WS-CS-DEFERRED (WS-CS-SUB) TO CS-DEFERRED.
191685     MOVE WS-CS-SUPPRESSED (WS-CS-SUB) TO CS-SUPPRESSED.
191686     MOVE WS-CS-CAPPED (WS-CS-SUB) TO CS-CAPPED.
191688     MOVE WS-CS-GREETED (WS-CS-SUB) TO CS-GREETED.
191690     MOVE WS-CS-EXTRACTED (WS-CS-SUB) TO CS-EXTRACTED.
191691     WRITE CS-RECORD.
191693     ADD 1 TO WS-CS-SUB.
191695 9067-EXIT.
191696     EXIT.
191698
191700*****************************************************************
191800*    9070-NOTE-UNAVAIL-FILE
191900*    APPENDS ONE FILE NAME (IN WS-UNAVAIL-NAME) TO THE RUN-STATUS
192000*    RECORD'S UNAVAILABLE-FILES LIST.  THE LIST IS A FIXED 9
192100*    BYTES, SO ANYTHING PAST WHAT FITS IS QUIETLY DROPPED - THE
192200*    STATUS CODE, NOT THE LIST, IS WHAT AUTOMATION KEYS ON.
192300*****************************************************************
193100     END-STRING.
193200 9070-EXIT.
193300     EXIT.
193301*****************************************************************
193302*    9080-MARK-ANNIV-RUN
193303*    THE ANNIVERSARY RUN BROWSED THE WHOLE CUSTOMER MASTER FOR
193304*    EVERY DATE IN ITS CATCH-UP WINDOW, SO THE CYCLE DATE IS
193305*    RECORDED ON THE CYCLDATE CONTROL RECORD AS THE LAST
193306*    ANNIVERSARY RUN - THE NEXT RUN CATCHES UP FROM THE DAY
193307*    AFTER.  A CONTROL RECORD THAT CANNOT BE REWRITTEN IS A
193308*    WARNING: THE GREETINGS ARE DONE, BUT THE NEXT RUN WILL
193309*    REPEAT THIS WINDOW (AND THE DUPLICATE CHECK WILL SAY SO).
193310*****************************************************************
193311 9080-MARK-ANNIV-RUN.
193312     OPEN I-O CYCLE-CONTROL.
193313     IF WS-CYCLDATE-STATUS NOT = "00"
193314         GO TO 9080-NOT-MARKED
193315     END-IF.
193316     READ CYCLE-CONTROL
193317         AT END
193318             CLOSE CYCLE-CONTROL
193319             GO TO 9080-NOT-MARKED
193320     END-READ.
193321     MOVE WS-TODAY-DATE TO CD-LAST-ANNIV-DATE.
193322     REWRITE CD-RECORD.
193323     IF WS-CYCLDATE-STATUS NOT = "00"
193324         CLOSE CYCLE-CONTROL
193325         GO TO 9080-NOT-MARKED
193326     END-IF.
193327     CLOSE CYCLE-CONTROL.
193328     DISPLAY "HELLO - LAST ANNIVERSARY RUN SET TO "
193329         WS-TODAY-DATE.
193330     GO TO 9080-EXIT.
193331 9080-NOT-MARKED.
193332     DISPLAY "HELLO - CYCLDATE NOT UPDATED, STATUS = "
193333         WS-CYCLDATE-STATUS.
193334     SET WS-CYCLDATE-NOT-UPDATED TO TRUE.
193335 9080-EXIT.
193336     EXIT.
193400
193500*****************************************************************
193600*    9100-CLOSING-MESSAGE
