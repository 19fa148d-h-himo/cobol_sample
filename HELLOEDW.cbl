000100*****************************************************************
000200*    MODIFICATION HISTORY
000300*    2026-10-15  DRO  INITIAL VERSION.  NIGHTLY DATA-WAREHOUSE
000400*                     EXPORT.  WRITES THE GREETINGS, THE
000500*                     CUSTOMER-MASTER CHANGES, AND THE RUN-STATUS
000600*                     RECORDS FOR EVERY CYCLE DATE CLOSED SINCE
000700*                     THE LAST EXPORT AS THREE DELIMITED FEEDS,
000800*                     EACH WITH A HEADER AND A COUNT AND
000900*                     HASH-TOTAL TRAILER, AND BALANCES THEM
001000*                     AGAINST THE HELLORCN VERDICT FOR EACH DAY
001100*                     BEFORE ANY IS WRITTEN.
001200*****************************************************************
001300 IDENTIFICATION DIVISION.
001400 PROGRAM-ID.    HELLOEDW.
001500 AUTHOR.        D. OKAFOR.
001600 INSTALLATION.  RETAIL BANKING SYSTEMS.
001700 DATE-WRITTEN.  2026-10-15.
001800 DATE-COMPILED.
001900*****************************************************************
002000*    HELLOEDW EXPORTS TO THE ENTERPRISE DATA WAREHOUSE EVERY
002100*    CYCLE DATE AFTER DW-LAST-DATE ON THE DWCTL CONTROL RECORD
002200*    (DWCTL.CPY) AND BEFORE THE CURRENT CYCLE DATE ON CYCLDATE -
002300*    THAT IS, EVERY DAY HELLOCYC HAS ROLLED PAST, WHICH IT ONLY
002400*    DOES AFTER A CLEAN HELLORCN.  A MISSED NIGHT IS CAUGHT UP BY
002500*    THE NEXT ONE; A RERUN AFTER A GOOD EXPORT FINDS NOTHING NEW.
002600*
002700*    THREE FEEDS, ONE PIPE-DELIMITED RECORD PER LINE:
002800*      DWGREET - EVERY GREET-LOG RECORD DATED IN THE WINDOW:
002900*        D|DATE|TIME|CUST ID|ACCOUNT|NAME|LANGUAGE|OCCASION|
003000*        CAMPAIGN|TERMINAL
003100*      DWMAST  - EVERY CUSTAUD ADD, CHANGE, AND DELETE AUDITED
003200*        SINCE THE LAST EXPORT RAN (NOT THE GREETING-DESK
003300*        ACTIONS) - SEE MASTER CHANGES BELOW:
003400*        D|DATE|TIME|ACTION|CUST ID|ACCOUNT|OLD NAME|NEW NAME|
003500*        TERMINAL
003600*      DWRUNS  - EVERY RUNSTAT RECORD DATED IN THE WINDOW:
003700*        D|RUN DATE|RUN TIME|PROGRAM|STATUS|RECORDS IN|GREETED|
003800*        REJECTED|DEFERRED|SUPPRESSED|CAPPED|FILES UNAVAILABLE
003900*    EACH STARTS WITH A HEADER
004000*        H|FEED NAME|HELLO|EXPORT NO|FROM DATE|THROUGH DATE|
004100*        CREATED DATE|CREATED TIME
004200*    AND ENDS WITH A TRAILER
004300*        T|FEED NAME|DETAIL RECORD COUNT|HASH TOTAL
004400*    WHERE THE HASH TOTAL IS THE SUM OF THE TIME FIELD OF EVERY
004500*    DETAIL RECORD.  THE ONLINE TRANSACTIONS SET ONLY HHMMSS OF
004600*    A TIME, SO EVERY TIME IS SENT, TOTALLED, AND COMPARED AS
004700*    HHMMSS PLUS THE HUNDREDTHS WHEN THEY ARE THERE, "00" WHEN
004800*    THEY ARE NOT (ZERO WHEN THERE IS NO TIME AT ALL).  CODES
004900*    ARE CUT AT THE FIRST SPACE AND NAMES AT THE FIRST DOUBLE
005000*    SPACE; A "|" IN THE DATA BECOMES A SPACE.
005100*
005200*    BALANCING - FOR EACH DAY IN THE WINDOW THE LATEST HELLORCN
005300*    RECORD ON RUNSTAT MUST BE THERE AND CLEAN, ITS GREET-LOG
005400*    COUNT MUST EQUAL THE GREETINGS EXPORTED FOR THE DAY, AND ITS
005500*    RECORDS-IN MUST EQUAL THE RECORDS-IN OF THE DAY'S HELLO AND
005600*    HELLOTDQ RUN-STATUS RECORDS EXPORTED.  THE FEEDS ARE BUILT ON
005700*    THE DWWORK WORK FILE FIRST AND ONLY COPIED TO DWGREET,
005800*    DWMAST, AND DWRUNS WHEN EVERY DAY BALANCES AND EVERY INPUT
005900*    WAS READ TO THE END, SO THE WAREHOUSE IS NEVER SENT A
006000*    PARTIAL DAY.
006100*
006200*    MASTER CHANGES - HELLOLOD STAMPS CUSTAUD WITH THE CLOCK, NOT
006300*    THE CYCLE DATE, AND CAN RUN AFTER THE EXPORT ON THE SAME
006400*    DAY, SO THEY ARE NOT PICKED BY CYCLE DATE.  DWMAST CARRIES
006500*    EVERY ONE WHOSE CA-DATE/CA-TIME IS LATER THAN THE LAST
006600*    EXPORT'S CLOCK DATE AND TIME (DW-RUN-DATE/DW-RUN-TIME) AND
006700*    NOT LATER THAN THIS RUN'S - EACH EXPORT TAKES UP EXACTLY
006800*    WHERE THE LAST ONE STOPPED.  A HAND-SEEDED DWCTL WITH NO RUN
006900*    DATE STARTS FROM THE DAY AFTER DW-LAST-DATE.  THEY ARE NOT
007000*    PART OF A DAY'S BALANCING.
007100*
007200*    DWCTL IS ONLY READ.  A GOOD EXPORT WRITES THE NEXT CONTROL
007300*    RECORD TO DWCNEW, AND THE JOB COPIES IT OVER DWCTL ONLY AFTER
007400*    THE FEEDS ARE CATALOGED - SEE HELLOEDW.JCL.
007500*
007600*    CONDITION CODES: 0 EXPORTED, 4 NOTHING NEW TO EXPORT (NO
007700*    FEEDS WRITTEN), 8 HELD (A FILE WOULD NOT OPEN OR READ TO THE
007800*    END, DWCTL OR CYCLDATE INVALID, MORE THAN A YEAR TO CATCH UP,
007900*    THE LAST EXPORT DATED LATER THAN THE CLOCK, OR A DAY DID NOT
008000*    BALANCE - NOTHING SENT, DWCTL UNCHANGED).
008100*****************************************************************
008200 ENVIRONMENT DIVISION.
008300 CONFIGURATION SECTION.
008400 SOURCE-COMPUTER.   IBM-370.
008500 OBJECT-COMPUTER.   IBM-370.
008600 INPUT-OUTPUT SECTION.
008700 FILE-CONTROL.
008800     SELECT EXPORT-CONTROL ASSIGN TO DWCTL
008900         ORGANIZATION IS SEQUENTIAL
009000         FILE STATUS IS WS-DWCTL-STATUS.
009100     SELECT CYCLE-CONTROL ASSIGN TO CYCLDATE
009200         ORGANIZATION IS SEQUENTIAL
009300         FILE STATUS IS WS-CYCLDATE-STATUS.
009400     SELECT GREET-LOG ASSIGN TO GREETLOG
009500         ORGANIZATION IS SEQUENTIAL
009600         FILE STATUS IS WS-GREETLOG-STATUS.
009700     SELECT AUDIT-IN ASSIGN TO CUSTAUD
009800         ORGANIZATION IS SEQUENTIAL
009900         FILE STATUS IS WS-CUSTAUD-STATUS.
010000     SELECT RUN-STATUS ASSIGN TO RUNSTAT
010100         ORGANIZATION IS SEQUENTIAL
010200         FILE STATUS IS WS-RUNSTAT-STATUS.
010300     SELECT EXPORT-WORK ASSIGN TO DWWORK
010400         ORGANIZATION IS SEQUENTIAL
010500         FILE STATUS IS WS-DWWORK-STATUS.
010600     SELECT GREET-FEED ASSIGN TO DWGREET
010700         ORGANIZATION IS SEQUENTIAL
010800         FILE STATUS IS WS-DWGREET-STATUS.
010900     SELECT MASTER-FEED ASSIGN TO DWMAST
011000         ORGANIZATION IS SEQUENTIAL
011100         FILE STATUS IS WS-DWMAST-STATUS.
011200     SELECT RUNSTAT-FEED ASSIGN TO DWRUNS
011300         ORGANIZATION IS SEQUENTIAL
011400         FILE STATUS IS WS-DWRUNS-STATUS.
011500     SELECT NEW-CONTROL ASSIGN TO DWCNEW
011600         ORGANIZATION IS SEQUENTIAL
011700         FILE STATUS IS WS-DWCNEW-STATUS.
011800     SELECT EXPORT-REPORT ASSIGN TO DWRPT
011900         ORGANIZATION IS SEQUENTIAL
012000         FILE STATUS IS WS-DWRPT-STATUS.
012100
012200 DATA DIVISION.
012300 FILE SECTION.
012400 FD  EXPORT-CONTROL
012500     RECORDING MODE IS F
012600     LABEL RECORDS ARE STANDARD.
012700     COPY DWCTL.
012800
012900 FD  CYCLE-CONTROL
013000     RECORDING MODE IS F
013100     LABEL RECORDS ARE STANDARD.
013200     COPY CYCLDATE.
013300
013400 FD  GREET-LOG
013500     RECORDING MODE IS F
013600     LABEL RECORDS ARE STANDARD.
013700     COPY GREETLOG.
013800
013900 FD  AUDIT-IN
014000     RECORDING MODE IS F
014100     LABEL RECORDS ARE STANDARD.
014200     COPY CUSTAUD.
014300
014400 FD  RUN-STATUS
014500     RECORDING MODE IS F
014600     LABEL RECORDS ARE STANDARD.
014700     COPY RUNSTAT.
014800
014900*****************************************************************
015000*    DWWORK - ONE FEED LINE PER RECORD, TAGGED WITH ITS FEED.
015100*****************************************************************
015200 FD  EXPORT-WORK
015300     RECORDING MODE IS F
015400     LABEL RECORDS ARE STANDARD.
015500 01  EW-RECORD.
015600     05  EW-FEED                 PIC X(01).
015700         88  EW-FEED-GREET           VALUE "G".
015800         88  EW-FEED-MAST            VALUE "M".
015900         88  EW-FEED-RUNS            VALUE "R".
016000     05  EW-LINE                 PIC X(199).
016100
016200 FD  GREET-FEED
016300     RECORDING MODE IS F
016400     LABEL RECORDS ARE STANDARD.
016500 01  GF-LINE                 PIC X(200).
016600
016700 FD  MASTER-FEED
016800     RECORDING MODE IS F
016900     LABEL RECORDS ARE STANDARD.
017000 01  MF-LINE                 PIC X(200).
017100
017200 FD  RUNSTAT-FEED
017300     RECORDING MODE IS F
017400     LABEL RECORDS ARE STANDARD.
017500 01  RF-LINE                 PIC X(200).
017600
017700 FD  NEW-CONTROL
017800     RECORDING MODE IS F
017900     LABEL RECORDS ARE STANDARD.
018000     COPY DWCTL
018100         REPLACING ==DW-RECORD==         BY ==NC-RECORD==
018200                   ==DW-LAST-DATE==      BY ==NC-LAST-DATE==
018300                   ==DW-EXPORT-NO==      BY ==NC-EXPORT-NO==
018400                   ==DW-RUN-DATE==       BY ==NC-RUN-DATE==
018500                   ==DW-RUN-TIME==       BY ==NC-RUN-TIME==
018600                   ==DW-GREET-COUNT==    BY ==NC-GREET-COUNT==
018700                   ==DW-MAST-COUNT==     BY ==NC-MAST-COUNT==
018800                   ==DW-RUNS-COUNT==     BY ==NC-RUNS-COUNT==.
018900
019000 FD  EXPORT-REPORT
019100     RECORDING MODE IS F
019200     LABEL RECORDS ARE STANDARD.
019300 01  RP-LINE                 PIC X(132).
019400
019500 WORKING-STORAGE SECTION.
019600*****************************************************************
019700*    RUN CONTROL SWITCHES
019800*****************************************************************
019900 77  WS-DWCTL-STATUS         PIC X(02) VALUE SPACES.
020000 77  WS-CYCLDATE-STATUS      PIC X(02) VALUE SPACES.
020100 77  WS-GREETLOG-STATUS      PIC X(02) VALUE SPACES.
020200 77  WS-CUSTAUD-STATUS       PIC X(02) VALUE SPACES.
020300 77  WS-RUNSTAT-STATUS       PIC X(02) VALUE SPACES.
020400 77  WS-DWWORK-STATUS        PIC X(02) VALUE SPACES.
020500 77  WS-DWGREET-STATUS       PIC X(02) VALUE SPACES.
020600 77  WS-DWMAST-STATUS        PIC X(02) VALUE SPACES.
020700 77  WS-DWRUNS-STATUS        PIC X(02) VALUE SPACES.
020800 77  WS-DWCNEW-STATUS        PIC X(02) VALUE SPACES.
020900 77  WS-DWRPT-STATUS         PIC X(02) VALUE SPACES.
021000 77  WS-INPUT-EOF-SW         PIC X(01) VALUE "N".
021100     88  WS-END-OF-INPUT         VALUE "Y".
021200 77  WS-ABORT-SW             PIC X(01) VALUE "N".
021300     88  WS-RUN-ABORTED          VALUE "Y".
021400 77  WS-NOTHING-NEW-SW       PIC X(01) VALUE "N".
021500     88  WS-NOTHING-NEW          VALUE "Y".
021600 77  WS-DWRPT-OPEN-SW        PIC X(01) VALUE "N".
021700     88  WS-DWRPT-OK             VALUE "Y".
021800 77  WS-DWWORK-OPEN-SW       PIC X(01) VALUE "N".
021900     88  WS-DWWORK-OPENED        VALUE "Y".
022000 77  WS-FEEDS-OPEN-SW        PIC X(01) VALUE "N".
022100     88  WS-FEEDS-OPENED         VALUE "Y".
022200 77  WS-RETURN-CODE          PIC 9(01) VALUE ZERO.
022300
022400*****************************************************************
022500*    THE EXPORT WINDOW - THE DAYS AFTER WS-LAST-DATE AND BEFORE
022600*    WS-CYCLE-DATE.  DAY 1 IN THE DAY TABLE IS WS-FROM-DATE.
022700*****************************************************************
022800 77  WS-LAST-DATE            PIC 9(08) VALUE ZERO.
022900 77  WS-CYCLE-DATE           PIC 9(08) VALUE ZERO.
023000 77  WS-FROM-DATE            PIC 9(08) VALUE ZERO.
023100 77  WS-THRU-DATE            PIC 9(08) VALUE ZERO.
023200 77  WS-DAY-DATE             PIC 9(08) VALUE ZERO.
023300 77  WS-REC-DATE             PIC 9(08) VALUE ZERO.
023400 77  WS-LAST-INT             PIC S9(08) VALUE ZERO COMP.
023500 77  WS-CYCLE-INT            PIC S9(08) VALUE ZERO COMP.
023600 77  WS-DAY-COUNT            PIC S9(08) VALUE ZERO COMP.
023700 77  WS-DAY-SUB              PIC S9(08) VALUE ZERO COMP.
023800 77  WS-MAX-DAYS             PIC S9(08) VALUE 366 COMP.
023900 77  WS-EXPORT-NO            PIC 9(06) VALUE ZERO.
024000 77  WS-CLOCK-DATE           PIC 9(08) VALUE ZERO.
024100 77  WS-CLOCK-TIME           PIC 9(08) VALUE ZERO.
024200
024300*****************************************************************
024400*    THE MASTER-CHANGE WINDOW - CUSTAUD RECORDS STAMPED LATER THAN
024500*    WS-AUDIT-FROM AND NOT LATER THAN WS-AUDIT-THRU.  COMPARED AS
024600*    WHOLE DATE-AND-TIME STAMPS.
024700*****************************************************************
024800 01  WS-AUDIT-FROM.
024900     05  WS-AF-DATE              PIC 9(08) VALUE ZERO.
025000     05  WS-AF-TIME              PIC 9(08) VALUE ZERO.
025100 01  WS-AUDIT-THRU.
025200     05  WS-AT-DATE              PIC 9(08) VALUE ZERO.
025300     05  WS-AT-TIME              PIC 9(08) VALUE ZERO.
025400 01  WS-AUDIT-STAMP.
025500     05  WS-AS-DATE              PIC 9(08) VALUE ZERO.
025600     05  WS-AS-TIME              PIC 9(08) VALUE ZERO.
025700
025800*****************************************************************
025900*    TIME NORMALISATION - SEE 7050-NORMALISE-TIME.
026000*****************************************************************
026100 01  WS-RAW-TIME.
026200     05  WS-RW-HHMMSS            PIC X(06).
026300     05  WS-RW-HUNDREDTHS        PIC X(02).
026400 01  WS-NORM-TIME                PIC 9(08) VALUE ZERO.
026500 01  FILLER REDEFINES WS-NORM-TIME.
026600     05  WS-NT-HHMMSS            PIC 9(06).
026700     05  WS-NT-HUNDREDTHS        PIC 9(02).
026800
026900*****************************************************************
027000*    ONE ENTRY PER DAY IN THE WINDOW: THE LATEST HELLORCN VERDICT
027100*    AND ITS FIGURES, AND WHAT THIS RUN FOUND FOR THE SAME DAY.
027200*****************************************************************
027300 01  WS-DAY-TABLE.
027400     05  WS-DAY-ENTRY OCCURS 366 TIMES.
027500         10  WS-DY-RCN-STATUS        PIC X(01) VALUE SPACE.
027600         10  WS-DY-RCN-GREETED       PIC 9(08) VALUE ZERO COMP.
027700         10  WS-DY-RCN-IN            PIC 9(08) VALUE ZERO COMP.
027800         10  WS-DY-GREETINGS         PIC 9(08) VALUE ZERO COMP.
027900         10  WS-DY-FEED-IN           PIC 9(08) VALUE ZERO COMP.
028000         10  WS-DY-RUNS              PIC 9(08) VALUE ZERO COMP.
028100
028200*****************************************************************
028300*    RUN COUNTERS AND FEED TOTALS
028400*****************************************************************
028500 77  WS-GL-READ-COUNT        PIC 9(08) VALUE ZERO COMP.
028600 77  WS-CA-READ-COUNT        PIC 9(08) VALUE ZERO COMP.
028700 77  WS-RS-READ-COUNT        PIC 9(08) VALUE ZERO COMP.
028800 77  WS-BAD-DATE-COUNT       PIC 9(08) VALUE ZERO COMP.
028900 77  WS-GREET-COUNT          PIC 9(08) VALUE ZERO COMP.
029000 77  WS-MAST-COUNT           PIC 9(08) VALUE ZERO COMP.
029100 77  WS-RUNS-COUNT           PIC 9(08) VALUE ZERO COMP.
029200 77  WS-GREET-HASH           PIC 9(15) VALUE ZERO COMP.
029300 77  WS-MAST-HASH            PIC 9(15) VALUE ZERO COMP.
029400 77  WS-RUNS-HASH            PIC 9(15) VALUE ZERO COMP.
029500 77  WS-GREET-WRITTEN        PIC 9(08) VALUE ZERO COMP.
029600 77  WS-MAST-WRITTEN         PIC 9(08) VALUE ZERO COMP.
029700 77  WS-RUNS-WRITTEN         PIC 9(08) VALUE ZERO COMP.
029800 77  WS-UNBALANCED-COUNT     PIC 9(08) VALUE ZERO COMP.
029900
030000*****************************************************************
030100*    FEED-LINE BUILD AREAS
030200*****************************************************************
030300 77  WS-OUT-LINE             PIC X(200) VALUE SPACES.
030400 77  WS-OUT-PTR              PIC 9(04) VALUE 1 COMP.
030500 77  WS-FEED-NAME            PIC X(09) VALUE SPACES.
030600 77  WS-TRL-COUNT            PIC 9(09) VALUE ZERO.
030700 77  WS-TRL-HASH             PIC 9(15) VALUE ZERO.
030800 01  WS-RS-NUMBERS.
030900     05  WS-RN-IN                PIC 9(08).
031000     05  WS-RN-GREETED           PIC 9(08).
031100     05  WS-RN-REJECTED          PIC 9(08).
031200     05  WS-RN-DEFERRED          PIC 9(08).
031300     05  WS-RN-SUPPRESSED        PIC 9(07).
031400     05  WS-RN-CAPPED            PIC 9(07).
031500
031600*****************************************************************
031700*    PRINT-LINE WORK AREAS
031800*****************************************************************
031900 77  WS-EDIT-DATE            PIC 9999/99/99.
032000 01  WS-HEADING-LINE.
032100     05  FILLER                  PIC X(42)
032200             VALUE "HELLO DATA-WAREHOUSE EXPORT - CYCLE DATES ".
032300     05  WS-HD-FROM              PIC X(10).
032400     05  FILLER                  PIC X(04) VALUE " TO ".
032500     05  WS-HD-THRU              PIC X(10).
032600 01  WS-COLUMN-LINE.
032700     05  FILLER              PIC X(16) VALUE "CYCLE DATE  RCN".
032800     05  FILLER                  PIC X(09) VALUE " GREETING".
032900     05  FILLER                  PIC X(09) VALUE "  RCN GRT".
033000     05  FILLER                  PIC X(09) VALUE "  RUNS IN".
033100     05  FILLER                  PIC X(09) VALUE "   RCN IN".
033200     05  FILLER                  PIC X(09) VALUE " RUNSTATS".
033300     05  FILLER                  PIC X(08) VALUE "  RESULT".
033400 01  WS-DAY-LINE.
033500     05  WS-DL-DATE              PIC X(10).
033600     05  FILLER                  PIC X(03) VALUE SPACES.
033700     05  WS-DL-RCN               PIC X(01).
033800     05  FILLER                  PIC X(02) VALUE SPACES.
033900     05  WS-DL-GREETINGS         PIC Z(08)9.
034000     05  WS-DL-RCN-GREETED       PIC Z(08)9.
034100     05  WS-DL-FEED-IN           PIC Z(08)9.
034200     05  WS-DL-RCN-IN            PIC Z(08)9.
034300     05  WS-DL-RUNS              PIC Z(08)9.
034400     05  FILLER                  PIC X(02) VALUE SPACES.
034500     05  WS-DL-RESULT            PIC X(40).
034600 01  WS-COUNT-LINE.
034700     05  WS-CL-LABEL             PIC X(44).
034800     05  WS-CL-COUNT             PIC ZZ,ZZZ,ZZ9.
034900
035000 PROCEDURE DIVISION.
035100*****************************************************************
035200*    0000-MAINLINE
035300*    EXTRACT TO DWWORK, BALANCE EACH DAY, AND ONLY THEN WRITE THE
035400*    FEEDS AND THE NEXT CONTROL RECORD.
035500*****************************************************************
035600 0000-MAINLINE.
035700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
035800     PERFORM 2000-EXTRACT-GREETINGS THRU 2000-EXIT.
035900     PERFORM 3000-EXTRACT-MASTER-CHANGES THRU 3000-EXIT.
036000     PERFORM 4000-EXTRACT-RUN-STATUS THRU 4000-EXIT.
036100     PERFORM 5000-BALANCE THRU 5000-EXIT.
036200     PERFORM 6000-WRITE-FEEDS THRU 6000-EXIT.
036300     PERFORM 6500-WRITE-NEW-CONTROL THRU 6500-EXIT.
036400     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
036500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
036600     MOVE WS-RETURN-CODE TO RETURN-CODE.
036700     STOP RUN.
036800
036900*****************************************************************
037000*    1000-INITIALIZE
037100*    READS WHERE THE LAST EXPORT STOPPED AND THE CYCLE DATE AND
037200*    WORKS OUT THE WINDOW.  AN EMPTY WINDOW IS NOTHING NEW (CODE
037300*    4); ANYTHING UNREADABLE HOLDS THE EXPORT (CODE 8).
037400*****************************************************************
037500 1000-INITIALIZE.
037600     ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
037700     ACCEPT WS-CLOCK-TIME FROM TIME.
037800     MOVE WS-CLOCK-DATE TO WS-AT-DATE.
037900     MOVE WS-CLOCK-TIME TO WS-AT-TIME.
038000     OPEN OUTPUT EXPORT-REPORT.
038100     IF WS-DWRPT-STATUS NOT = "00"
038200         DISPLAY "HELLOEDW - UNABLE TO OPEN DWRPT, STATUS = "
038300             WS-DWRPT-STATUS
038400         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
038500         GO TO 1000-EXIT
038600     END-IF.
038700     SET WS-DWRPT-OK TO TRUE.
038800     PERFORM 1010-READ-CONTROL THRU 1010-EXIT.
038900     IF WS-RUN-ABORTED
039000         GO TO 1000-EXIT
039100     END-IF.
039200     IF WS-AUDIT-FROM > WS-AUDIT-THRU
039300         DISPLAY "HELLOEDW - LAST EXPORT RAN " WS-AF-DATE " "
039400             WS-AF-TIME " - LATER THAN THE CLOCK"
039500         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
039600         GO TO 1000-EXIT
039700     END-IF.
039800     PERFORM 1020-READ-CYCLE-DATE THRU 1020-EXIT.
039900     IF WS-RUN-ABORTED
040000         GO TO 1000-EXIT
040100     END-IF.
040200     COMPUTE WS-LAST-INT = FUNCTION INTEGER-OF-DATE(WS-LAST-DATE).
040300     COMPUTE WS-CYCLE-INT =
040400         FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE).
040500     IF WS-LAST-INT NOT > ZERO OR WS-CYCLE-INT NOT > ZERO
040600         DISPLAY "HELLOEDW - DWCTL " WS-LAST-DATE " OR CYCLDATE "
040700             WS-CYCLE-DATE " IS NOT A CALENDAR DATE"
040800         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
040900         GO TO 1000-EXIT
041000     END-IF.
041100     COMPUTE WS-DAY-COUNT = WS-CYCLE-INT - WS-LAST-INT - 1.
041200     IF WS-DAY-COUNT NOT > ZERO
041300         SET WS-NOTHING-NEW TO TRUE
041400         MOVE 4 TO WS-RETURN-CODE
041500         DISPLAY "HELLOEDW - NOTHING NEW: EXPORTED THROUGH "
041600             WS-LAST-DATE ", CYCLE DATE " WS-CYCLE-DATE
041700         DISPLAY "HELLOEDW - NO FEEDS WRITTEN, DWCTL UNCHANGED"
041800         GO TO 1000-EXIT
041900     END-IF.
042000     IF WS-DAY-COUNT > WS-MAX-DAYS
042100         DISPLAY "HELLOEDW - " WS-DAY-COUNT " DAYS TO CATCH UP "
042200             "SINCE " WS-LAST-DATE " - MORE THAN " WS-MAX-DAYS
042300         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
042400         GO TO 1000-EXIT
042500     END-IF.
042600     COMPUTE WS-FROM-DATE =
042700         FUNCTION DATE-OF-INTEGER(WS-LAST-INT + 1).
042800     COMPUTE WS-THRU-DATE =
042900         FUNCTION DATE-OF-INTEGER(WS-CYCLE-INT - 1).
043000     DISPLAY "HELLOEDW - EXPORT " WS-EXPORT-NO " FOR CYCLE DATES "
043100         WS-FROM-DATE " THROUGH " WS-THRU-DATE.
043200     DISPLAY "HELLOEDW - MASTER CHANGES AUDITED AFTER "
043300         WS-AF-DATE " " WS-AF-TIME " THROUGH " WS-AT-DATE " "
043400         WS-AT-TIME.
043500     MOVE WS-FROM-DATE TO WS-EDIT-DATE.
043600     MOVE WS-EDIT-DATE TO WS-HD-FROM.
043700     MOVE WS-THRU-DATE TO WS-EDIT-DATE.
043800     MOVE WS-EDIT-DATE TO WS-HD-THRU.
043900     MOVE SPACES TO RP-LINE.
044000     MOVE WS-HEADING-LINE TO RP-LINE.
044100     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
044200     MOVE SPACES TO RP-LINE.
044300     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
044400     OPEN OUTPUT EXPORT-WORK.
044500     IF WS-DWWORK-STATUS NOT = "00"
044600         DISPLAY "HELLOEDW - UNABLE TO OPEN DWWORK, STATUS = "
044700             WS-DWWORK-STATUS
044800         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
044900         GO TO 1000-EXIT
045000     END-IF.
045100     SET WS-DWWORK-OPENED TO TRUE.
045200 1000-EXIT.
045300     EXIT.
045400
045500*****************************************************************
045600*    1010-READ-CONTROL
045700*    THE LAST EXPORTED CYCLE DATE, EXPORT NUMBER, AND CLOCK DATE
045800*    AND TIME FROM DWCTL.  A HAND-SEEDED RECORD HAS NEITHER AN
045900*    EXPORT NUMBER NOR A RUN DATE: THE NUMBERING STARTS AT 1, AND
046000*    THE MASTER CHANGES START WITH ANY STAMPED AFTER DW-LAST-DATE.
046100*****************************************************************
046200 1010-READ-CONTROL.
046300     OPEN INPUT EXPORT-CONTROL.
046400     IF WS-DWCTL-STATUS NOT = "00"
046500         DISPLAY "HELLOEDW - UNABLE TO OPEN DWCTL, STATUS = "
046600             WS-DWCTL-STATUS
046700         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
046800         GO TO 1010-EXIT
046900     END-IF.
047000     READ EXPORT-CONTROL
047100         AT END
047200             MOVE ZERO TO DW-LAST-DATE
047300     END-READ.
047400     CLOSE EXPORT-CONTROL.
047500     IF DW-LAST-DATE IS NOT NUMERIC
047600         OR DW-LAST-DATE = ZERO
047700         DISPLAY "HELLOEDW - DWCTL RECORD MISSING OR INVALID"
047800         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
047900         GO TO 1010-EXIT
048000     END-IF.
048100     MOVE DW-LAST-DATE TO WS-LAST-DATE.
048200     MOVE 1 TO WS-EXPORT-NO.
048300     IF DW-EXPORT-NO IS NUMERIC
048400         AND DW-EXPORT-NO < 999999
048500         COMPUTE WS-EXPORT-NO = DW-EXPORT-NO + 1
048600     END-IF.
048700     IF DW-RUN-DATE IS NUMERIC
048800         AND DW-RUN-DATE NOT = ZERO
048900         AND DW-RUN-TIME IS NUMERIC
049000         MOVE DW-RUN-DATE TO WS-AF-DATE
049100         MOVE DW-RUN-TIME TO WS-AF-TIME
049200     ELSE
049300         MOVE WS-LAST-DATE TO WS-AF-DATE
049400         MOVE 99999999 TO WS-AF-TIME
049500     END-IF.
049600 1010-EXIT.
049700     EXIT.
049800
049900*****************************************************************
050000*    1020-READ-CYCLE-DATE
050100*    THE CYCLE DATE FROM CYCLDATE - THE FIRST DAY NOT YET CLOSED.
050200*****************************************************************
050300 1020-READ-CYCLE-DATE.
050400     OPEN INPUT CYCLE-CONTROL.
050500     IF WS-CYCLDATE-STATUS NOT = "00"
050600         DISPLAY "HELLOEDW - UNABLE TO OPEN CYCLDATE, STATUS = "
050700             WS-CYCLDATE-STATUS
050800         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
050900         GO TO 1020-EXIT
051000     END-IF.
051100     READ CYCLE-CONTROL
051200         AT END
051300             MOVE ZERO TO CD-CYCLE-DATE
051400     END-READ.
051500     CLOSE CYCLE-CONTROL.
051600     IF CD-CYCLE-DATE IS NOT NUMERIC
051700         OR CD-CYCLE-DATE = ZERO
051800         DISPLAY "HELLOEDW - CYCLDATE RECORD MISSING OR INVALID"
051900         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
052000         GO TO 1020-EXIT
052100     END-IF.
052200     MOVE CD-CYCLE-DATE TO WS-CYCLE-DATE.
052300 1020-EXIT.
052400     EXIT.
052500
052600*****************************************************************
052700*    1900-ABORT-RUN
052800*    CODE 8 - NOTHING FURTHER IS EXTRACTED OR WRITTEN TO THE
052900*    FEEDS, AND NO NEW CONTROL RECORD IS WRITTEN.
053000*****************************************************************
053100 1900-ABORT-RUN.
053200     SET WS-RUN-ABORTED TO TRUE.
053300     MOVE 8 TO WS-RETURN-CODE.
053400     DISPLAY "HELLOEDW - EXPORT HELD, NOTHING SENT, DWCTL "
053500         "UNCHANGED".
053600 1900-EXIT.
053700     EXIT.
053800
053900*****************************************************************
054000*    2000-EXTRACT-GREETINGS
054100*    GREET-LOG RECORDS DATED IN THE WINDOW, COUNTED BY DAY.
054200*****************************************************************
054300 2000-EXTRACT-GREETINGS.
054400     IF WS-RUN-ABORTED OR WS-NOTHING-NEW
054500         GO TO 2000-EXIT
054600     END-IF.
054700     OPEN INPUT GREET-LOG.
054800     IF WS-GREETLOG-STATUS NOT = "00"
054900         DISPLAY "HELLOEDW - UNABLE TO OPEN GREETLOG, STATUS = "
055000             WS-GREETLOG-STATUS
055100         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
055200         GO TO 2000-EXIT
055300     END-IF.
055400     MOVE "N" TO WS-INPUT-EOF-SW.
055500     PERFORM 2100-EXTRACT-ONE-GREETING THRU 2100-EXIT
055600         UNTIL WS-END-OF-INPUT.
055700     CLOSE GREET-LOG.
055800 2000-EXIT.
055900     EXIT.
056000
056100*****************************************************************
056200*    2100-EXTRACT-ONE-GREETING
056300*****************************************************************
056400 2100-EXTRACT-ONE-GREETING.
056500     READ GREET-LOG
056600         AT END
056700             MOVE "Y" TO WS-INPUT-EOF-SW
056800             GO TO 2100-EXIT
056900     END-READ.
057000     IF WS-GREETLOG-STATUS NOT = "00"
057100         DISPLAY "HELLOEDW - GREETLOG READ FAILED, STATUS = "
057200             WS-GREETLOG-STATUS
057300         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
057400         MOVE "Y" TO WS-INPUT-EOF-SW
057500         GO TO 2100-EXIT
057600     END-IF.
057700     ADD 1 TO WS-GL-READ-COUNT.
057800     IF GL-DATE IS NOT NUMERIC
057900         GO TO 2100-EXIT
058000     END-IF.
058100     MOVE GL-DATE TO WS-REC-DATE.
058200     PERFORM 7000-FIND-DAY THRU 7000-EXIT.
058300     IF WS-DAY-SUB = ZERO
058400         GO TO 2100-EXIT
058500     END-IF.
058600     ADD 1 TO WS-DY-GREETINGS (WS-DAY-SUB).
058700     ADD 1 TO WS-GREET-COUNT.
058800     MOVE GL-TIME TO WS-RAW-TIME.
058900     PERFORM 7050-NORMALISE-TIME THRU 7050-EXIT.
059000     ADD WS-NORM-TIME TO WS-GREET-HASH.
059100     INSPECT GL-RECORD REPLACING ALL "|" BY SPACE.
059200     MOVE SPACES TO EW-RECORD.
059300     SET EW-FEED-GREET TO TRUE.
059400     MOVE 1 TO WS-OUT-PTR.
059500     STRING "D|"               DELIMITED BY SIZE
059600            GL-DATE            DELIMITED BY SIZE
059700            "|"                DELIMITED BY SIZE
059800            WS-NORM-TIME       DELIMITED BY SIZE
059900            "|"                DELIMITED BY SIZE
060000            GL-CUST-ID         DELIMITED BY SPACE
060100            "|"                DELIMITED BY SIZE
060200            GL-ACCOUNT-NO      DELIMITED BY SPACE
060300            "|"                DELIMITED BY SIZE
060400            GL-NAME            DELIMITED BY "  "
060500            "|"                DELIMITED BY SIZE
060600            GL-LANGUAGE-CODE   DELIMITED BY SPACE
060700            "|"                DELIMITED BY SIZE
060800            GL-OCCASION        DELIMITED BY SPACE
060900            "|"                DELIMITED BY SIZE
061000            GL-CAMPAIGN-CODE   DELIMITED BY SPACE
061100            "|"                DELIMITED BY SIZE
061200            GL-TERM-ID         DELIMITED BY SPACE
061300         INTO EW-LINE
061400         WITH POINTER WS-OUT-PTR
061500     END-STRING.
061600     PERFORM 7200-WRITE-WORK THRU 7200-EXIT.
061700 2100-EXIT.
061800     EXIT.
061900
062000*****************************************************************
062100*    3000-EXTRACT-MASTER-CHANGES
062200*    CUSTAUD ADDS, CHANGES, AND DELETES STAMPED IN THE MASTER-
062300*    CHANGE WINDOW.  THE GREETING-DESK ACTIONS ON THE SAME FILE
062400*    ARE NOT MASTER CHANGES AND ARE LEFT OUT.
062500*****************************************************************
062600 3000-EXTRACT-MASTER-CHANGES.
062700     IF WS-RUN-ABORTED OR WS-NOTHING-NEW
062800         GO TO 3000-EXIT
062900     END-IF.
063000     OPEN INPUT AUDIT-IN.
063100     IF WS-CUSTAUD-STATUS NOT = "00"
063200         DISPLAY "HELLOEDW - UNABLE TO OPEN CUSTAUD, STATUS = "
063300             WS-CUSTAUD-STATUS
063400         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
063500         GO TO 3000-EXIT
063600     END-IF.
063700     MOVE "N" TO WS-INPUT-EOF-SW.
063800     PERFORM 3100-EXTRACT-ONE-CHANGE THRU 3100-EXIT
063900         UNTIL WS-END-OF-INPUT.
064000     CLOSE AUDIT-IN.
064100 3000-EXIT.
064200     EXIT.
064300
064400*****************************************************************
064500*    3100-EXTRACT-ONE-CHANGE
064600*****************************************************************
064700 3100-EXTRACT-ONE-CHANGE.
064800     READ AUDIT-IN
064900         AT END
065000             MOVE "Y" TO WS-INPUT-EOF-SW
065100             GO TO 3100-EXIT
065200     END-READ.
065300     IF WS-CUSTAUD-STATUS NOT = "00"
065400         DISPLAY "HELLOEDW - CUSTAUD READ FAILED, STATUS = "
065500             WS-CUSTAUD-STATUS
065600         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
065700         MOVE "Y" TO WS-INPUT-EOF-SW
065800         GO TO 3100-EXIT
065900     END-IF.
066000     ADD 1 TO WS-CA-READ-COUNT.
066100     IF NOT CA-ACTION-ADD
066200         AND NOT CA-ACTION-CHANGE
066300         AND NOT CA-ACTION-DELETE
066400         GO TO 3100-EXIT
066500     END-IF.
066600     IF CA-DATE IS NOT NUMERIC
066700         GO TO 3100-EXIT
066800     END-IF.
066900     MOVE CA-DATE TO WS-AS-DATE.
067000     MOVE CA-TIME TO WS-RAW-TIME.
067100     PERFORM 7050-NORMALISE-TIME THRU 7050-EXIT.
067200     MOVE WS-NORM-TIME TO WS-AS-TIME.
067300     IF WS-AUDIT-STAMP NOT > WS-AUDIT-FROM
067400         OR WS-AUDIT-STAMP > WS-AUDIT-THRU
067500         GO TO 3100-EXIT
067600     END-IF.
067700     ADD 1 TO WS-MAST-COUNT.
067800     ADD WS-NORM-TIME TO WS-MAST-HASH.
067900     INSPECT CA-RECORD REPLACING ALL "|" BY SPACE.
068000     MOVE SPACES TO EW-RECORD.
068100     SET EW-FEED-MAST TO TRUE.
068200     MOVE 1 TO WS-OUT-PTR.
068300     STRING "D|"               DELIMITED BY SIZE
068400            CA-DATE            DELIMITED BY SIZE
068500            "|"                DELIMITED BY SIZE
068600            WS-NORM-TIME       DELIMITED BY SIZE
068700            "|"                DELIMITED BY SIZE
068800            CA-ACTION          DELIMITED BY SIZE
068900            "|"                DELIMITED BY SIZE
069000            CA-CUST-ID         DELIMITED BY SPACE
069100            "|"                DELIMITED BY SIZE
069200            CA-ACCOUNT-NO      DELIMITED BY SPACE
069300            "|"                DELIMITED BY SIZE
069400            CA-OLD-NAME        DELIMITED BY "  "
069500            "|"                DELIMITED BY SIZE
069600            CA-NEW-NAME        DELIMITED BY "  "
069700            "|"                DELIMITED BY SIZE
069800            CA-TERM-ID         DELIMITED BY SPACE
069900         INTO EW-LINE
070000         WITH POINTER WS-OUT-PTR
070100     END-STRING.
070200     PERFORM 7200-WRITE-WORK THRU 7200-EXIT.
070300 3100-EXIT.
070400     EXIT.
070500
070600*****************************************************************
070700*    4000-EXTRACT-RUN-STATUS
070800*    RUNSTAT RECORDS DATED IN THE WINDOW.  ON THE WAY PAST, THE
070900*    LATEST HELLORCN RECORD FOR EACH DAY IS KEPT, AND THE
071000*    RECORDS-IN OF THE HELLO AND HELLOTDQ RUNS HELLORCN ROLLS UP
071100*    ARE ADDED UP BY DAY, FOR 5000-BALANCE.
071200*****************************************************************
071300 4000-EXTRACT-RUN-STATUS.
071400     IF WS-RUN-ABORTED OR WS-NOTHING-NEW
071500         GO TO 4000-EXIT
071600     END-IF.
071700     OPEN INPUT RUN-STATUS.
071800     IF WS-RUNSTAT-STATUS NOT = "00"
071900         DISPLAY "HELLOEDW - UNABLE TO OPEN RUNSTAT, STATUS = "
072000             WS-RUNSTAT-STATUS
072100         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
072200         GO TO 4000-EXIT
072300     END-IF.
072400     MOVE "N" TO WS-INPUT-EOF-SW.
072500     PERFORM 4100-EXTRACT-ONE-STATUS THRU 4100-EXIT
072600         UNTIL WS-END-OF-INPUT.
072700     CLOSE RUN-STATUS.
072800 4000-EXIT.
072900     EXIT.
073000
073100*****************************************************************
073200*    4100-EXTRACT-ONE-STATUS
073300*    OLDER RECORDS HOLD SPACES IN THE LATER COUNT FIELDS - THEY
073400*    GO OUT AS ZERO, AS HELLORCN TREATS THEM.
073500*****************************************************************
073600 4100-EXTRACT-ONE-STATUS.
073700     READ RUN-STATUS
073800         AT END
073900             MOVE "Y" TO WS-INPUT-EOF-SW
074000             GO TO 4100-EXIT
074100     END-READ.
074200     IF WS-RUNSTAT-STATUS NOT = "00"
074300         DISPLAY "HELLOEDW - RUNSTAT READ FAILED, STATUS = "
074400             WS-RUNSTAT-STATUS
074500         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
074600         MOVE "Y" TO WS-INPUT-EOF-SW
074700         GO TO 4100-EXIT
074800     END-IF.
074900     ADD 1 TO WS-RS-READ-COUNT.
075000     IF RS-RUN-DATE IS NOT NUMERIC
075100         GO TO 4100-EXIT
075200     END-IF.
075300     MOVE RS-RUN-DATE TO WS-REC-DATE.
075400     PERFORM 7000-FIND-DAY THRU 7000-EXIT.
075500     IF WS-DAY-SUB = ZERO
075600         GO TO 4100-EXIT
075700     END-IF.
075800     MOVE ZERO TO WS-RN-IN WS-RN-GREETED WS-RN-REJECTED
075900                  WS-RN-DEFERRED WS-RN-SUPPRESSED WS-RN-CAPPED.
076000     IF RS-RECORDS-IN IS NUMERIC
076100         MOVE RS-RECORDS-IN TO WS-RN-IN
076200     END-IF.
076300     IF RS-GREETED IS NUMERIC
076400         MOVE RS-GREETED TO WS-RN-GREETED
076500     END-IF.
076600     IF RS-REJECTED IS NUMERIC
076700         MOVE RS-REJECTED TO WS-RN-REJECTED
076800     END-IF.
076900     IF RS-DEFERRED IS NUMERIC
077000         MOVE RS-DEFERRED TO WS-RN-DEFERRED
077100     END-IF.
077200     IF RS-SUPPRESSED IS NUMERIC
077300         MOVE RS-SUPPRESSED TO WS-RN-SUPPRESSED
077400     END-IF.
077500     IF RS-CAPPED IS NUMERIC
077600         MOVE RS-CAPPED TO WS-RN-CAPPED
077700     END-IF.
077800     IF RS-PROGRAM = "HELLORCN"
077900         MOVE RS-STATUS TO WS-DY-RCN-STATUS (WS-DAY-SUB)
078000         MOVE WS-RN-GREETED TO WS-DY-RCN-GREETED (WS-DAY-SUB)
078100         MOVE WS-RN-IN TO WS-DY-RCN-IN (WS-DAY-SUB)
078200     END-IF.
078300     IF RS-PROGRAM = "HELLO"
078400         OR RS-PROGRAM (1:6) = "HELLO-"
078500         OR RS-PROGRAM = "HELLOTDQ"
078600         ADD WS-RN-IN TO WS-DY-FEED-IN (WS-DAY-SUB)
078700     END-IF.
078800     ADD 1 TO WS-DY-RUNS (WS-DAY-SUB).
078900     ADD 1 TO WS-RUNS-COUNT.
079000     IF RS-RUN-TIME IS NUMERIC
079100         ADD RS-RUN-TIME TO WS-RUNS-HASH
079200     END-IF.
079300     INSPECT RS-RECORD REPLACING ALL "|" BY SPACE.
079400     MOVE SPACES TO EW-RECORD.
079500     SET EW-FEED-RUNS TO TRUE.
079600     MOVE 1 TO WS-OUT-PTR.
079700     STRING "D|"               DELIMITED BY SIZE
079800            RS-RUN-DATE        DELIMITED BY SIZE
079900            "|"                DELIMITED BY SIZE
080000            RS-RUN-TIME        DELIMITED BY SIZE
080100            "|"                DELIMITED BY SIZE
080200            RS-PROGRAM         DELIMITED BY SPACE
080300            "|"                DELIMITED BY SIZE
080400            RS-STATUS          DELIMITED BY SIZE
080500            "|"                DELIMITED BY SIZE
080600            WS-RN-IN           DELIMITED BY SIZE
080700            "|"                DELIMITED BY SIZE
080800            WS-RN-GREETED      DELIMITED BY SIZE
080900            "|"                DELIMITED BY SIZE
081000            WS-RN-REJECTED     DELIMITED BY SIZE
081100            "|"                DELIMITED BY SIZE
081200            WS-RN-DEFERRED     DELIMITED BY SIZE
081300            "|"                DELIMITED BY SIZE
081400            WS-RN-SUPPRESSED   DELIMITED BY SIZE
081500            "|"                DELIMITED BY SIZE
081600            WS-RN-CAPPED       DELIMITED BY SIZE
081700            "|"                DELIMITED BY SIZE
081800            RS-FILES-UNAVAIL   DELIMITED BY "  "
081900         INTO EW-LINE
082000         WITH POINTER WS-OUT-PTR
082100     END-STRING.
082200     PERFORM 7200-WRITE-WORK THRU 7200-EXIT.
082300 4100-EXIT.
082400     EXIT.
082500
082600*****************************************************************
082700*    5000-BALANCE
082800*    ONE REPORT LINE PER DAY IN THE WINDOW.  ANY DAY THAT DOES
082900*    NOT BALANCE HOLDS THE WHOLE EXPORT - THE WAREHOUSE LOADS
083000*    WHOLE DAYS OR NOTHING.
083100*****************************************************************
083200 5000-BALANCE.
083300     IF WS-RUN-ABORTED OR WS-NOTHING-NEW
083400         GO TO 5000-EXIT
083500     END-IF.
083600     MOVE WS-COLUMN-LINE TO RP-LINE.
083700     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
083800     MOVE 1 TO WS-DAY-SUB.
083900     PERFORM 5100-BALANCE-ONE-DAY THRU 5100-EXIT
084000         UNTIL WS-DAY-SUB > WS-DAY-COUNT.
084100     MOVE SPACES TO RP-LINE.
084200     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
084300     IF WS-UNBALANCED-COUNT > ZERO
084400         DISPLAY "HELLOEDW - " WS-UNBALANCED-COUNT
084500             " DAY(S) DO NOT BALANCE TO HELLORCN - SEE DWRPT"
084600         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
084700     END-IF.
084800 5000-EXIT.
084900     EXIT.
085000
085100*****************************************************************
085200*    5100-BALANCE-ONE-DAY
085300*    THE FIRST RULE BROKEN IS THE ONE REPORTED FOR THE DAY.
085400*****************************************************************
085500 5100-BALANCE-ONE-DAY.
085600     COMPUTE WS-DAY-DATE =
085700         FUNCTION DATE-OF-INTEGER(WS-LAST-INT + WS-DAY-SUB).
085800     MOVE WS-DAY-DATE TO WS-EDIT-DATE.
085900     MOVE WS-EDIT-DATE TO WS-DL-DATE.
086000     MOVE WS-DY-RCN-STATUS (WS-DAY-SUB) TO WS-DL-RCN.
086100     MOVE WS-DY-GREETINGS (WS-DAY-SUB) TO WS-DL-GREETINGS.
086200     MOVE WS-DY-RCN-GREETED (WS-DAY-SUB) TO WS-DL-RCN-GREETED.
086300     MOVE WS-DY-FEED-IN (WS-DAY-SUB) TO WS-DL-FEED-IN.
086400     MOVE WS-DY-RCN-IN (WS-DAY-SUB) TO WS-DL-RCN-IN.
086500     MOVE WS-DY-RUNS (WS-DAY-SUB) TO WS-DL-RUNS.
086600     MOVE "BALANCED" TO WS-DL-RESULT.
086700     IF WS-DY-RCN-STATUS (WS-DAY-SUB) = SPACE
086800         MOVE "*** NO HELLORCN RECORD FOR THE DAY"
086900             TO WS-DL-RESULT
087000         GO TO 5100-UNBALANCED
087100     END-IF.
087200     IF WS-DY-RCN-STATUS (WS-DAY-SUB) NOT = "C"
087300         MOVE "*** LATEST HELLORCN VERDICT NOT CLEAN"
087400             TO WS-DL-RESULT
087500         GO TO 5100-UNBALANCED
087600     END-IF.
087700     IF WS-DY-GREETINGS (WS-DAY-SUB)
087800         NOT = WS-DY-RCN-GREETED (WS-DAY-SUB)
087900         MOVE "*** GREETINGS <> HELLORCN GREET-LOG"
088000             TO WS-DL-RESULT
088100         GO TO 5100-UNBALANCED
088200     END-IF.
088300     IF WS-DY-FEED-IN (WS-DAY-SUB)
088400         NOT = WS-DY-RCN-IN (WS-DAY-SUB)
088500         MOVE "*** RUNS IN <> HELLORCN RECORDS IN"
088600             TO WS-DL-RESULT
088700         GO TO 5100-UNBALANCED
088800     END-IF.
088900     GO TO 5100-PRINT.
089000 5100-UNBALANCED.
089100     ADD 1 TO WS-UNBALANCED-COUNT.
089200     DISPLAY "HELLOEDW - CYCLE DATE " WS-DAY-DATE " "
089300         WS-DL-RESULT.
089400 5100-PRINT.
089500     MOVE SPACES TO RP-LINE.
089600     MOVE WS-DAY-LINE TO RP-LINE.
089700     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
089800     ADD 1 TO WS-DAY-SUB.
089900 5100-EXIT.
090000     EXIT.
090100
090200*****************************************************************
090300*    6000-WRITE-FEEDS
090400*    THE EXPORT BALANCES - COPY DWWORK TO THE THREE FEEDS BETWEEN
090500*    THEIR HEADERS AND TRAILERS.  THE RECORDS COPIED TO EACH FEED
090600*    MUST COME TO THE COUNT EXTRACTED FOR IT.
090700*****************************************************************
090800 6000-WRITE-FEEDS.
090900     IF WS-RUN-ABORTED OR WS-NOTHING-NEW
091000         GO TO 6000-EXIT
091100     END-IF.
091200     CLOSE EXPORT-WORK.
091300     MOVE "N" TO WS-DWWORK-OPEN-SW.
091400     OPEN INPUT EXPORT-WORK.
091500     IF WS-DWWORK-STATUS NOT = "00"
091600         DISPLAY "HELLOEDW - DWWORK WOULD NOT REOPEN, STATUS = "
091700             WS-DWWORK-STATUS
091800         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
091900         GO TO 6000-EXIT
092000     END-IF.
092100     SET WS-DWWORK-OPENED TO TRUE.
092200     OPEN OUTPUT GREET-FEED MASTER-FEED RUNSTAT-FEED.
092300     IF WS-DWGREET-STATUS NOT = "00"
092400         OR WS-DWMAST-STATUS NOT = "00"
092500         OR WS-DWRUNS-STATUS NOT = "00"
092600         DISPLAY "HELLOEDW - UNABLE TO OPEN THE FEEDS, STATUS = "
092700             WS-DWGREET-STATUS " " WS-DWMAST-STATUS " "
092800             WS-DWRUNS-STATUS
092900         CLOSE GREET-FEED MASTER-FEED RUNSTAT-FEED
093000         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
093100         GO TO 6000-EXIT
093200     END-IF.
093300     SET WS-FEEDS-OPENED TO TRUE.
093400     MOVE "GREETINGS" TO WS-FEED-NAME.
093500     PERFORM 6100-BUILD-HEADER THRU 6100-EXIT.
093600     MOVE WS-OUT-LINE TO GF-LINE.
093700     WRITE GF-LINE.
093800     MOVE "MASTCHG" TO WS-FEED-NAME.
093900     PERFORM 6100-BUILD-HEADER THRU 6100-EXIT.
094000     MOVE WS-OUT-LINE TO MF-LINE.
094100     WRITE MF-LINE.
094200     MOVE "RUNSTATUS" TO WS-FEED-NAME.
094300     PERFORM 6100-BUILD-HEADER THRU 6100-EXIT.
094400     MOVE WS-OUT-LINE TO RF-LINE.
094500     WRITE RF-LINE.
094600     MOVE "N" TO WS-INPUT-EOF-SW.
094700     PERFORM 6200-COPY-ONE-RECORD THRU 6200-EXIT
094800         UNTIL WS-END-OF-INPUT.
094900     IF WS-RUN-ABORTED
095000         GO TO 6000-EXIT
095100     END-IF.
095200     IF WS-GREET-WRITTEN NOT = WS-GREET-COUNT
095300         OR WS-MAST-WRITTEN NOT = WS-MAST-COUNT
095400         OR WS-RUNS-WRITTEN NOT = WS-RUNS-COUNT
095500         DISPLAY "HELLOEDW - FEED COUNTS DO NOT MATCH THE "
095600             "EXTRACT: " WS-GREET-WRITTEN "/" WS-GREET-COUNT " "
095700             WS-MAST-WRITTEN "/" WS-MAST-COUNT " "
095800             WS-RUNS-WRITTEN "/" WS-RUNS-COUNT
095900         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
096000         GO TO 6000-EXIT
096100     END-IF.
096200     MOVE "GREETINGS" TO WS-FEED-NAME.
096300     MOVE WS-GREET-COUNT TO WS-TRL-COUNT.
096400     MOVE WS-GREET-HASH TO WS-TRL-HASH.
096500     PERFORM 6300-BUILD-TRAILER THRU 6300-EXIT.
096600     MOVE WS-OUT-LINE TO GF-LINE.
096700     WRITE GF-LINE.
096800     MOVE "MASTCHG" TO WS-FEED-NAME.
096900     MOVE WS-MAST-COUNT TO WS-TRL-COUNT.
097000     MOVE WS-MAST-HASH TO WS-TRL-HASH.
097100     PERFORM 6300-BUILD-TRAILER THRU 6300-EXIT.
097200     MOVE WS-OUT-LINE TO MF-LINE.
097300     WRITE MF-LINE.
097400     MOVE "RUNSTATUS" TO WS-FEED-NAME.
097500     MOVE WS-RUNS-COUNT TO WS-TRL-COUNT.
097600     MOVE WS-RUNS-HASH TO WS-TRL-HASH.
097700     PERFORM 6300-BUILD-TRAILER THRU 6300-EXIT.
097800     MOVE WS-OUT-LINE TO RF-LINE.
097900     WRITE RF-LINE.
098000     IF WS-DWGREET-STATUS NOT = "00"
098100         OR WS-DWMAST-STATUS NOT = "00"
098200         OR WS-DWRUNS-STATUS NOT = "00"
098300         DISPLAY "HELLOEDW - FEED TRAILER WRITE FAILED, STATUS = "
098400             WS-DWGREET-STATUS " " WS-DWMAST-STATUS " "
098500             WS-DWRUNS-STATUS
098600         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
098700     END-IF.
098800 6000-EXIT.
098900     EXIT.
099000
099100*****************************************************************
099200*    6100-BUILD-HEADER
099300*    H|FEED|HELLO|EXPORT NO|FROM|THROUGH|CREATED DATE|TIME
099400*****************************************************************
099500 6100-BUILD-HEADER.
099600     MOVE SPACES TO WS-OUT-LINE.
099700     MOVE 1 TO WS-OUT-PTR.
099800     STRING "H|"               DELIMITED BY SIZE
099900            WS-FEED-NAME       DELIMITED BY SPACE
100000            "|HELLO|"          DELIMITED BY SIZE
100100            WS-EXPORT-NO       DELIMITED BY SIZE
100200            "|"                DELIMITED BY SIZE
100300            WS-FROM-DATE       DELIMITED BY SIZE
100400            "|"                DELIMITED BY SIZE
100500            WS-THRU-DATE       DELIMITED BY SIZE
100600            "|"                DELIMITED BY SIZE
100700            WS-CLOCK-DATE      DELIMITED BY SIZE
100800            "|"                DELIMITED BY SIZE
100900            WS-CLOCK-TIME      DELIMITED BY SIZE
101000         INTO WS-OUT-LINE
101100         WITH POINTER WS-OUT-PTR
101200     END-STRING.
101300 6100-EXIT.
101400     EXIT.
101500
101600*****************************************************************
101700*    6200-COPY-ONE-RECORD
101800*    ROUTES ONE DWWORK RECORD TO ITS FEED.  A FAILED WRITE HOLDS
101900*    THE EXPORT AND STOPS THE COPY.
102000*****************************************************************
102100 6200-COPY-ONE-RECORD.
102200     READ EXPORT-WORK
102300         AT END
102400             MOVE "Y" TO WS-INPUT-EOF-SW
102500             GO TO 6200-EXIT
102600     END-READ.
102700     IF WS-DWWORK-STATUS NOT = "00"
102800         DISPLAY "HELLOEDW - DWWORK READ FAILED, STATUS = "
102900             WS-DWWORK-STATUS
103000         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
103100         MOVE "Y" TO WS-INPUT-EOF-SW
103200         GO TO 6200-EXIT
103300     END-IF.
103400     IF EW-FEED-GREET
103500         MOVE EW-LINE TO GF-LINE
103600         WRITE GF-LINE
103700         ADD 1 TO WS-GREET-WRITTEN
103800     END-IF.
103900     IF EW-FEED-MAST
104000         MOVE EW-LINE TO MF-LINE
104100         WRITE MF-LINE
104200         ADD 1 TO WS-MAST-WRITTEN
104300     END-IF.
104400     IF EW-FEED-RUNS
104500         MOVE EW-LINE TO RF-LINE
104600         WRITE RF-LINE
104700         ADD 1 TO WS-RUNS-WRITTEN
104800     END-IF.
104900     IF WS-DWGREET-STATUS NOT = "00"
105000         OR WS-DWMAST-STATUS NOT = "00"
105100         OR WS-DWRUNS-STATUS NOT = "00"
105200         DISPLAY "HELLOEDW - FEED WRITE FAILED, STATUS = "
105300             WS-DWGREET-STATUS " " WS-DWMAST-STATUS " "
105400             WS-DWRUNS-STATUS
105500         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
105600         MOVE "Y" TO WS-INPUT-EOF-SW
105700     END-IF.
105800 6200-EXIT.
105900     EXIT.
106000
106100*****************************************************************
106200*    6300-BUILD-TRAILER
106300*    T|FEED|DETAIL RECORD COUNT|HASH TOTAL
106400*****************************************************************
106500 6300-BUILD-TRAILER.
106600     MOVE SPACES TO WS-OUT-LINE.
106700     MOVE 1 TO WS-OUT-PTR.
106800     STRING "T|"               DELIMITED BY SIZE
106900            WS-FEED-NAME       DELIMITED BY SPACE
107000            "|"                DELIMITED BY SIZE
107100            WS-TRL-COUNT       DELIMITED BY SIZE
107200            "|"                DELIMITED BY SIZE
107300            WS-TRL-HASH        DELIMITED BY SIZE
107400         INTO WS-OUT-LINE
107500         WITH POINTER WS-OUT-PTR
107600     END-STRING.
107700 6300-EXIT.
107800     EXIT.
107900
108000*****************************************************************
108100*    6500-WRITE-NEW-CONTROL
108200*    THE CONTROL RECORD THE JOB PUTS ON DWCTL ONCE THE FEEDS ARE
108300*    SAFELY CATALOGED: EXPORTED THROUGH THE DAY BEFORE THE CYCLE
108400*    DATE.
108500*****************************************************************
108600 6500-WRITE-NEW-CONTROL.
108700     IF WS-RUN-ABORTED OR WS-NOTHING-NEW
108800         GO TO 6500-EXIT
108900     END-IF.
109000     OPEN OUTPUT NEW-CONTROL.
109100     IF WS-DWCNEW-STATUS NOT = "00"
109200         DISPLAY "HELLOEDW - UNABLE TO OPEN DWCNEW, STATUS = "
109300             WS-DWCNEW-STATUS
109400         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
109500         GO TO 6500-EXIT
109600     END-IF.
109700     MOVE SPACES TO NC-RECORD.
109800     MOVE WS-THRU-DATE TO NC-LAST-DATE.
109900     MOVE WS-EXPORT-NO TO NC-EXPORT-NO.
110000     MOVE WS-CLOCK-DATE TO NC-RUN-DATE.
110100     MOVE WS-CLOCK-TIME TO NC-RUN-TIME.
110200     MOVE WS-GREET-COUNT TO NC-GREET-COUNT.
110300     MOVE WS-MAST-COUNT TO NC-MAST-COUNT.
110400     MOVE WS-RUNS-COUNT TO NC-RUNS-COUNT.
110500     WRITE NC-RECORD.
110600     IF WS-DWCNEW-STATUS NOT = "00"
110700         DISPLAY "HELLOEDW - DWCNEW WRITE FAILED, STATUS = "
110800             WS-DWCNEW-STATUS
110900         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
111000     END-IF.
111100     CLOSE NEW-CONTROL.
111200 6500-EXIT.
111300     EXIT.
111400
111500*****************************************************************
111600*    7000-FIND-DAY
111700*    SETS WS-DAY-SUB TO WS-REC-DATE'S DAY IN THE WINDOW, OR ZERO
111800*    WHEN IT IS OUTSIDE THE WINDOW (ALREADY EXPORTED, OR A DAY
111900*    NOT YET CLOSED).  A DATE INSIDE THE WINDOW THAT IS NOT A
112000*    CALENDAR DATE IS COUNTED AND LEFT OUT.
112100*****************************************************************
112200 7000-FIND-DAY.
112300     MOVE ZERO TO WS-DAY-SUB.
112400     IF WS-REC-DATE NOT > WS-LAST-DATE
112500         OR WS-REC-DATE NOT < WS-CYCLE-DATE
112600         GO TO 7000-EXIT
112700     END-IF.
112800     COMPUTE WS-DAY-SUB =
112900         FUNCTION INTEGER-OF-DATE(WS-REC-DATE) - WS-LAST-INT.
113000     IF WS-DAY-SUB < 1 OR WS-DAY-SUB > WS-DAY-COUNT
113100         ADD 1 TO WS-BAD-DATE-COUNT
113200         DISPLAY "HELLOEDW - RECORD DATED " WS-REC-DATE
113300             " IS NOT A CALENDAR DATE - LEFT OUT"
113400         MOVE ZERO TO WS-DAY-SUB
113500     END-IF.
113600 7000-EXIT.
113700     EXIT.
113800
113900*****************************************************************
114000*    7050-NORMALISE-TIME
114100*    WS-RAW-TIME TO WS-NORM-TIME.  THE ONLINE TRANSACTIONS SET
114200*    ONLY THE FIRST SIX BYTES (HHMMSS) AND LEAVE THE HUNDREDTHS
114300*    AS THEY FOUND THEM, SO THOSE ARE TAKEN AS "00" UNLESS THEY
114400*    ARE NUMERIC.  NO NUMERIC HHMMSS AT ALL GIVES ZERO.
114500*****************************************************************
114600 7050-NORMALISE-TIME.
114700     MOVE ZERO TO WS-NORM-TIME.
114800     IF WS-RW-HHMMSS IS NOT NUMERIC
114900         GO TO 7050-EXIT
115000     END-IF.
115100     MOVE WS-RW-HHMMSS TO WS-NT-HHMMSS.
115200     IF WS-RW-HUNDREDTHS IS NUMERIC
115300         MOVE WS-RW-HUNDREDTHS TO WS-NT-HUNDREDTHS
115400     END-IF.
115500 7050-EXIT.
115600     EXIT.
115700
115800*****************************************************************
115900*    7100-WRITE-REPORT-LINE
116000*****************************************************************
116100 7100-WRITE-REPORT-LINE.
116200     IF WS-DWRPT-OK
116300         WRITE RP-LINE
116400     END-IF.
116500 7100-EXIT.
116600     EXIT.
116700
116800*****************************************************************
116900*    7200-WRITE-WORK
117000*****************************************************************
117100 7200-WRITE-WORK.
117200     WRITE EW-RECORD.
117300     IF WS-DWWORK-STATUS NOT = "00"
117400         DISPLAY "HELLOEDW - DWWORK WRITE FAILED, STATUS = "
117500             WS-DWWORK-STATUS
117600         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
117700         MOVE "Y" TO WS-INPUT-EOF-SW
117800     END-IF.
117900 7200-EXIT.
118000     EXIT.
118100
118200*****************************************************************
118300*    8000-PRINT-SUMMARY
118400*    THE RUN COUNTS AT THE FOOT OF DWRPT AND THE FINAL WORD TO
118500*    THE CONSOLE.
118600*****************************************************************
118700 8000-PRINT-SUMMARY.
118800     IF NOT WS-DWRPT-OK
118900         GO TO 8000-CONSOLE
119000     END-IF.
119100     MOVE "GREET-LOG RECORDS READ" TO WS-CL-LABEL.
119200     MOVE WS-GL-READ-COUNT TO WS-CL-COUNT.
119300     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
119400     MOVE "CUSTAUD RECORDS READ" TO WS-CL-LABEL.
119500     MOVE WS-CA-READ-COUNT TO WS-CL-COUNT.
119600     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
119700     MOVE "RUNSTAT RECORDS READ" TO WS-CL-LABEL.
119800     MOVE WS-RS-READ-COUNT TO WS-CL-COUNT.
119900     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
120000     MOVE "GREETINGS EXPORTED" TO WS-CL-LABEL.
120100     MOVE WS-GREET-COUNT TO WS-CL-COUNT.
120200     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
120300     MOVE "MASTER CHANGES EXPORTED" TO WS-CL-LABEL.
120400     MOVE WS-MAST-COUNT TO WS-CL-COUNT.
120500     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
120600     MOVE "RUN-STATUS RECORDS EXPORTED" TO WS-CL-LABEL.
120700     MOVE WS-RUNS-COUNT TO WS-CL-COUNT.
120800     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
120900     MOVE "RECORDS LEFT OUT - NOT A CALENDAR DATE"
121000         TO WS-CL-LABEL.
121100     MOVE WS-BAD-DATE-COUNT TO WS-CL-COUNT.
121200     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
121300     MOVE "DAYS NOT BALANCED TO HELLORCN" TO WS-CL-LABEL.
121400     MOVE WS-UNBALANCED-COUNT TO WS-CL-COUNT.
121500     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
121600     MOVE SPACES TO RP-LINE.
121700     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
121800     IF WS-RUN-ABORTED
121900         MOVE "*** EXPORT HELD - NOTHING SENT, DWCTL UNCHANGED"
122000             TO RP-LINE
122100     ELSE
122200         IF WS-NOTHING-NEW
122300             MOVE "NOTHING NEW SINCE THE LAST EXPORT" TO RP-LINE
122400         ELSE
122500             MOVE "EXPORT COMPLETE - ALL DAYS BALANCE" TO RP-LINE
122600         END-IF
122700     END-IF.
122800     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
122900 8000-CONSOLE.
123000     DISPLAY "HELLOEDW - " WS-GREET-COUNT " GREETING(S), "
123100         WS-MAST-COUNT " MASTER CHANGE(S), " WS-RUNS-COUNT
123200         " RUN-STATUS RECORD(S)".
123300     DISPLAY "HELLOEDW - ENDING WITH CONDITION CODE "
123400         WS-RETURN-CODE.
123500 8000-EXIT.
123600     EXIT.
123700
123800*****************************************************************
123900*    8100-PRINT-ONE-COUNT
124000*****************************************************************
124100 8100-PRINT-ONE-COUNT.
124200     MOVE SPACES TO RP-LINE.
124300     MOVE WS-COUNT-LINE TO RP-LINE.
124400     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
124500 8100-EXIT.
124600     EXIT.
124700
124800*****************************************************************
124900*    9000-TERMINATE
125000*****************************************************************
125100 9000-TERMINATE.
125200     IF WS-DWWORK-OPENED
125300         CLOSE EXPORT-WORK
125400     END-IF.
125500     IF WS-FEEDS-OPENED
125600         CLOSE GREET-FEED MASTER-FEED RUNSTAT-FEED
125700     END-IF.
125800     IF WS-DWRPT-OK
125900         CLOSE EXPORT-REPORT
126000     END-IF.
126100 9000-EXIT.
126200     EXIT.
