000100*****************************************************************
000200*    MODIFICATION HISTORY
000300*    2026-10-15  DRO  INITIAL VERSION.  CUSTOMER-MASTER CHANGE
000400*                     AUDIT REVIEW.  HMNT AND HELLOLOD HAVE
000500*                     WRITTEN A CA-RECORD FOR EVERY MASTER CHANGE
000600*                     SINCE THE AUDIT FILE WENT IN, BUT ONLY
000700*                     HELLOSWP AND HELLOPRE EVER READ IT, AND ONLY
000800*                     FOR DELETES.  INTERNAL AUDIT NOW GETS A
000900*                     PERIODIC REVIEW OF WHO CHANGED THE MASTER,
001000*                     WITH THE PATTERNS THEY ASKED TO HAVE PICKED
001100*                     OUT FOR THEM.
001200*    2026-10-15  DRO  CUSTAUD ALSO CARRIES THE HSCH SCHEDULED-
001300*                     GREETING DESK'S SCHEDULES AND CANCELS.
001400*                     THEY ARE NOT MASTER CHANGES, SO THEY ARE
001500*                     COUNTED ON THEIR OWN AND LEFT OUT OF THE
001600*                     REVIEW.
001700*****************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID.    HELLOAUD.
002000 AUTHOR.        D. OKAFOR.
002100 INSTALLATION.  RETAIL BANKING SYSTEMS.
002200 DATE-WRITTEN.  2026-10-15.
002300 DATE-COMPILED.
002400*****************************************************************
002500*    HELLOAUD READS THE CUSTAUD AUDIT DATASET (CUSTAUD.CPY -
002600*    WRITTEN BY THE HMNT ONLINE QUEUE AND THE HELLOLOD BULK LOAD)
002700*    FOR THE PERIOD ON THE AUDPRM CONTROL CARD AND PRINTS AUDRPT:
002800*
002900*        1. EXCEPTIONS, IN CUSTOMER ORDER, EACH WITH ITS REASON:
003000*           N  A CUSTOMER WHOSE NAME WAS CHANGED MORE THAN ONCE IN
003100*              THE PERIOD (EVERY ONE OF ITS NAME CHANGES IS
003200*              SHOWN).
003300*           R  A DELETE FOLLOWED BY A RE-ADD OF THE SAME CUSTOMER
003400*              ID (BOTH RECORDS ARE SHOWN).
003500*           H  ONLINE MAINTENANCE OUTSIDE BUSINESS HOURS.
003600*           THEN EVERY ONLINE TERMINAL WHOSE DAILY VOLUME IN THE
003700*           PERIOD IS FAR ABOVE ITS OWN NORM - ITS AVERAGE DAILY
003800*           VOLUME OVER THE AP-NORM-DAYS BEFORE THE PERIOD.
003900*        2. EVERY ADD, CHANGE, AND DELETE, BY TERMINAL AND DATE,
004000*           WITH THE NAME BEFORE AND AFTER AND ITS EXCEPTION
004100*           LETTERS.  ONLINE HMNT ACTIVITY COMES FIRST; THE
004200*           HELLOLOD BULK LOAD (TERMINAL "BTCH") IS LISTED IN A
004300*           SECTION OF ITS OWN.  EACH TERMINAL AND EACH SECTION
004400*           ENDS WITH ITS COUNT BY ACTION.
004500*        3. TOTALS BY ACTION FOR HMNT, HELLOLOD, AND BOTH, AND THE
004600*           EXCEPTION COUNTS.
004700*
004800*    THE BULK LOAD RUNS IN THE BATCH WINDOW BY DESIGN AND ITS
004900*    VOLUME IS WHATEVER THE BRANCHES SENT, SO "BTCH" IS NEVER AN
005000*    OUT-OF-HOURS OR A VOLUME EXCEPTION.  IT IS STILL CHECKED FOR
005100*    REPEATED NAME CHANGES AND DELETE/RE-ADD PAIRS, TOGETHER WITH
005200*    THE ONLINE CHANGES TO THE SAME CUSTOMER.
005300*
005400*    THE RECORDS ARE SORTED TWICE: BY CUSTOMER TO FIND THE
005500*    EXCEPTIONS, AND THEN FROM THE AUDWORK WORK FILE BY TERMINAL
005600*    FOR THE LISTING - THE SAME TWO-PASS SHAPE AS HELLOVRT.
005700*
005800*    CONDITION CODES: 0 CLEAN, 4 EXCEPTIONS REPORTED FOR REVIEW,
005900*    8 FAILED (AUDPRM INVALID, OR CUSTAUD, AUDWORK, OR AUDRPT
006000*    WOULD NOT OPEN - THE REPORT IS THE ONLY OUTPUT, SO THERE IS
006100*    NOTHING TO SALVAGE).
006200*****************************************************************
006300 ENVIRONMENT DIVISION.
006400 CONFIGURATION SECTION.
006500 SOURCE-COMPUTER.   IBM-370.
006600 OBJECT-COMPUTER.   IBM-370.
006700 INPUT-OUTPUT SECTION.
006800 FILE-CONTROL.
006900     SELECT PARM-FILE ASSIGN TO AUDPRM
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-PARM-STATUS.
007200     SELECT AUDIT-IN ASSIGN TO CUSTAUD
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS WS-CUSTAUD-STATUS.
007500     SELECT AUDIT-WORK ASSIGN TO AUDWORK
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS WS-AUDWORK-STATUS.
007800     SELECT SORT-WORK ASSIGN TO SORTWK01.
007900     SELECT AUDIT-SORT ASSIGN TO SORTWK01.
008000     SELECT AUDIT-REPORT ASSIGN TO AUDRPT
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS WS-AUDRPT-STATUS.
008300
008400 DATA DIVISION.
008500 FILE SECTION.
008600 FD  PARM-FILE
008700     RECORDING MODE IS F
008800     LABEL RECORDS ARE STANDARD.
008900     COPY AUDPRM.
009000
009100 FD  AUDIT-IN
009200     RECORDING MODE IS F
009300     LABEL RECORDS ARE STANDARD.
009400     COPY CUSTAUD.
009500
009600*****************************************************************
009700*    ONE AUDIT RECORD IN THE PERIOD, WITH ITS EXCEPTION FLAGS.
009800*    THE SAME LAYOUT SERVES THE WORK FILE AND BOTH SORTS.
009900*    THE SEQUENCE NUMBER KEEPS CUSTAUD ORDER FOR CHANGES MADE IN
010000*    THE SAME SECOND.  THE TIME IS CARRIED AS CHARACTERS - ONLY
010100*    ITS FIRST SIX DIGITS (HHMMSS) ARE SET BY THE HMNT QUEUE.
010200*****************************************************************
010300 FD  AUDIT-WORK
010400     RECORDING MODE IS F
010500     LABEL RECORDS ARE STANDARD.
010600 01  AW-RECORD.
010700     05  AW-SOURCE               PIC X(01).
010800     05  AW-TERM-ID              PIC X(04).
010900     05  AW-CUST-ID              PIC X(06).
011000     05  AW-DATE                 PIC 9(08).
011100     05  AW-TIME                 PIC X(08).
011200     05  AW-SEQ                  PIC 9(08).
011300     05  AW-ACTION               PIC X(01).
011400     05  AW-OLD-NAME             PIC X(20).
011500     05  AW-NEW-NAME             PIC X(20).
011600     05  AW-ACCOUNT-NO           PIC X(10).
011700     05  AW-EXC-FLAGS            PIC X(03).
011800     05  FILLER                  PIC X(11).
011900
012000 SD  SORT-WORK.
012100 01  SR-RECORD.
012200     05  SR-SOURCE               PIC X(01).
012300         88  SR-SOURCE-ONLINE        VALUE "1".
012400         88  SR-SOURCE-BULK          VALUE "2".
012500     05  SR-TERM-ID              PIC X(04).
012600     05  SR-CUST-ID              PIC X(06).
012700     05  SR-DATE                 PIC 9(08).
012800     05  SR-TIME                 PIC X(08).
012900     05  SR-SEQ                  PIC 9(08).
013000     05  SR-ACTION               PIC X(01).
013100     05  SR-OLD-NAME             PIC X(20).
013200     05  SR-NEW-NAME             PIC X(20).
013300     05  SR-ACCOUNT-NO           PIC X(10).
013400     05  SR-EXC-FLAGS.
013500         10  SR-EXC-FLAG             PIC X(01) OCCURS 3 TIMES.
013600     05  FILLER                  PIC X(11).
013700
013800 SD  AUDIT-SORT.
013900 01  AS-RECORD.
014000     05  AS-SOURCE               PIC X(01).
014100     05  AS-TERM-ID              PIC X(04).
014200     05  AS-CUST-ID              PIC X(06).
014300     05  AS-DATE                 PIC 9(08).
014400     05  AS-TIME                 PIC X(08).
014500     05  AS-SEQ                  PIC 9(08).
014600     05  AS-ACTION               PIC X(01).
014700     05  AS-OLD-NAME             PIC X(20).
014800     05  AS-NEW-NAME             PIC X(20).
014900     05  AS-ACCOUNT-NO           PIC X(10).
015000     05  AS-EXC-FLAGS.
015100         10  AS-EXC-FLAG             PIC X(01) OCCURS 3 TIMES.
015200     05  FILLER                  PIC X(11).
015300
015400 FD  AUDIT-REPORT
015500     RECORDING MODE IS F
015600     LABEL RECORDS ARE STANDARD.
015700 01  AR-LINE                 PIC X(132).
015800
015900 WORKING-STORAGE SECTION.
016000*****************************************************************
016100*    RUN CONTROL SWITCHES
016200*****************************************************************
016300 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
016400 77  WS-CUSTAUD-STATUS       PIC X(02) VALUE SPACES.
016500 77  WS-AUDWORK-STATUS       PIC X(02) VALUE SPACES.
016600 77  WS-AUDRPT-STATUS        PIC X(02) VALUE SPACES.
016700 77  WS-CUSTAUD-EOF-SW       PIC X(01) VALUE "N".
016800     88  WS-END-OF-CUSTAUD       VALUE "Y".
016900 77  WS-SORT-EOF-SW          PIC X(01) VALUE "N".
017000     88  WS-SORT-AT-END          VALUE "Y".
017100 77  WS-ABORT-SW             PIC X(01) VALUE "N".
017200     88  WS-RUN-ABORTED          VALUE "Y".
017300 77  WS-CUSTAUD-OPEN-SW      PIC X(01) VALUE "N".
017400     88  WS-CUSTAUD-READY        VALUE "Y".
017500 77  WS-AUDWORK-OPEN-SW      PIC X(01) VALUE "N".
017600     88  WS-AUDWORK-READY        VALUE "Y".
017700 77  WS-AUDRPT-OPEN-SW       PIC X(01) VALUE "N".
017800     88  WS-AUDRPT-OK            VALUE "Y".
017900 77  WS-RETURN-CODE          PIC 9(01) VALUE ZERO.
018000
018100*****************************************************************
018200*    PERIOD AND NORM WINDOW
018300*****************************************************************
018400 77  WS-FROM-INTEGER         PIC 9(08) VALUE ZERO COMP.
018500 77  WS-PERIOD-DAYS          PIC 9(08) VALUE ZERO COMP.
018600 77  WS-NORM-FROM-DATE       PIC 9(08) VALUE ZERO.
018700 01  WS-PARM-DATE                PIC 9(08) VALUE ZERO.
018800 01  WS-PARM-DATE-PARTS REDEFINES WS-PARM-DATE.
018900     05  WS-PD-YYYY              PIC 9(04).
019000     05  WS-PD-MM                PIC 9(02).
019100     05  WS-PD-DD                PIC 9(02).
019200 77  WS-DATE-VALID-SW        PIC X(01) VALUE "N".
019300     88  WS-DATE-IS-VALID        VALUE "Y".
019400
019500*****************************************************************
019600*    BUSINESS-HOURS CHECK.  DAY 1 OF THE INTEGER-OF-DATE COUNT
019700*    (1601-01-01) WAS A MONDAY, SO THE REMAINDER AFTER DIVIDING
019800*    BY 7 IS 6 FOR A SATURDAY AND 0 FOR A SUNDAY.
019900*****************************************************************
020000 01  WS-CHK-TIME                 PIC X(08) VALUE SPACES.
020100 01  WS-CHK-TIME-PARTS REDEFINES WS-CHK-TIME.
020200     05  WS-CHK-HHMM             PIC 9(04).
020300     05  FILLER                  PIC X(04).
020400 77  WS-DAY-NUMBER           PIC 9(08) VALUE ZERO COMP.
020500 77  WS-WEEK-NUMBER          PIC 9(08) VALUE ZERO COMP.
020600 77  WS-WEEKDAY              PIC 9(01) VALUE ZERO.
020700     88  WS-WEEKEND-DAY          VALUE 6 0.
020800
020900*****************************************************************
021000*    EXCEPTION KINDS.  THE SUBSCRIPT OF EACH KIND IS THE SAME IN
021100*    THE FLAGS ON THE WORK RECORD AND IN THE COUNT TABLE.
021200*****************************************************************
021300 77  WS-EXC-NAME             PIC 9(01) VALUE 1.
021400 77  WS-EXC-READD            PIC 9(01) VALUE 2.
021500 77  WS-EXC-HOURS            PIC 9(01) VALUE 3.
021600 01  WS-EXC-TAB-DATA.
021700     05  FILLER                  PIC X(31)
021800             VALUE "NNAME CHANGED MORE THAN ONCE   ".
021900     05  FILLER                  PIC X(31)
022000             VALUE "RDELETED AND RE-ADDED          ".
022100     05  FILLER                  PIC X(31)
022200             VALUE "HOUTSIDE BUSINESS HOURS        ".
022300 01  WS-EXC-TABLE REDEFINES WS-EXC-TAB-DATA.
022400     05  WS-EXC-ENTRY            OCCURS 3 TIMES.
022500         10  WS-EXC-LETTER           PIC X(01).
022600         10  WS-EXC-DESC             PIC X(30).
022700 77  WS-EXC-SUB              PIC 9(02) VALUE ZERO COMP.
022800 01  WS-EXC-COUNT-TABLE.
022900     05  WS-EXC-COUNT            PIC 9(08) VALUE ZERO COMP
023000                                 OCCURS 3 TIMES.
023100 77  WS-EXC-LINES-PRINTED    PIC 9(08) VALUE ZERO COMP.
023200 77  WS-VOLUME-EXC-COUNT     PIC 9(08) VALUE ZERO COMP.
023300
023400*****************************************************************
023500*    ONE CUSTOMER'S RECORDS IN THE PERIOD, HELD UNTIL THE NEXT
023600*    CUSTOMER ARRIVES.  A CUSTOMER WITH MORE RECORDS THAN THE
023700*    TABLE HOLDS IS REVIEWED IN TABLE-SIZED PIECES.
023800*****************************************************************
023900 77  WS-GRP-MAX-ENTRIES      PIC 9(04) VALUE 500 COMP.
024000 77  WS-GRP-CUST-ID          PIC X(06) VALUE SPACES.
024100 77  WS-GRP-ACTIVE-SW        PIC X(01) VALUE "N".
024200     88  WS-GRP-ACTIVE           VALUE "Y".
024300 77  WS-GRP-SUB              PIC 9(04) VALUE ZERO COMP.
024400 77  WS-GRP-NAME-CHANGES     PIC 9(04) VALUE ZERO COMP.
024500 77  WS-GRP-DELETE-SUB       PIC 9(04) VALUE ZERO COMP.
024600 01  WS-GRP-TABLE.
024700     05  WS-GRP-COUNT            PIC 9(04) VALUE ZERO COMP.
024800     05  WS-GRP-ENTRY            OCCURS 1 TO 500 TIMES
024900                                 DEPENDING ON WS-GRP-COUNT.
025000         10  WS-GE-SOURCE            PIC X(01).
025100         10  WS-GE-TERM-ID           PIC X(04).
025200         10  WS-GE-CUST-ID           PIC X(06).
025300         10  WS-GE-DATE              PIC 9(08).
025400         10  WS-GE-TIME              PIC X(08).
025500         10  WS-GE-SEQ               PIC 9(08).
025600         10  WS-GE-ACTION            PIC X(01).
025700         10  WS-GE-OLD-NAME          PIC X(20).
025800         10  WS-GE-NEW-NAME          PIC X(20).
025900         10  WS-GE-ACCOUNT-NO        PIC X(10).
026000         10  WS-GE-EXC-FLAG          PIC X(01) OCCURS 3 TIMES.
026100         10  FILLER                  PIC X(11).
026200
026300*****************************************************************
026400*    ONLINE TERMINALS - VOLUME BEFORE AND IN THE PERIOD.  A
026500*    TERMINAL BEYOND THE TABLE IS STILL LISTED, BUT NOT CHECKED
026600*    AGAINST A NORM.
026700*****************************************************************
026800 77  WS-TT-MAX-ENTRIES       PIC 9(04) VALUE 300 COMP.
026900 77  WS-TT-FOUND-SW          PIC X(01) VALUE "N".
027000     88  WS-TT-WAS-FOUND         VALUE "Y".
027100 77  WS-TT-CAP-SW            PIC X(01) VALUE "N".
027200     88  WS-TT-CAPPED            VALUE "Y".
027300 77  WS-TT-SEARCH-ID         PIC X(04) VALUE SPACES.
027400 01  WS-TERMINAL-TABLE.
027500     05  WS-TT-COUNT             PIC 9(04) VALUE ZERO COMP.
027600     05  WS-TT-ENTRY             OCCURS 1 TO 300 TIMES
027700                                 DEPENDING ON WS-TT-COUNT
027800                                 INDEXED BY WS-TT-IDX.
027900         10  WS-TT-TERM-ID           PIC X(04).
028000         10  WS-TT-NORM-COUNT        PIC 9(08) COMP.
028100         10  WS-TT-PERIOD-COUNT      PIC 9(08) COMP.
028200         10  WS-TT-VOLUME-SW         PIC X(01).
028300             88  WS-TT-ABOVE-NORM        VALUE "Y".
028400 77  WS-PERIOD-RATE          PIC 9(06)V9(01) VALUE ZERO.
028500 77  WS-NORM-RATE            PIC 9(06)V9(01) VALUE ZERO.
028600 77  WS-NORM-PCT             PIC 9(08) VALUE ZERO.
028700 77  WS-VOLUME-HEADED-SW     PIC X(01) VALUE "N".
028800     88  WS-VOLUME-HEADED        VALUE "Y".
028900
029000*****************************************************************
029100*    LISTING CONTROL BREAKS AND TOTALS.  ACTION SUBSCRIPTS ARE
029200*    1 ADD, 2 CHANGE, 3 DELETE, 4 ANYTHING ELSE; SOURCE
029300*    SUBSCRIPTS ARE 1 HMNT, 2 HELLOLOD.
029400*****************************************************************
029500 77  WS-CURR-SOURCE          PIC X(01) VALUE SPACE.
029600 77  WS-CURR-TERM-ID         PIC X(04) VALUE SPACES.
029700 77  WS-SOURCE-ACTIVE-SW     PIC X(01) VALUE "N".
029800     88  WS-SOURCE-ACTIVE        VALUE "Y".
029900 77  WS-TERM-ACTIVE-SW       PIC X(01) VALUE "N".
030000     88  WS-TERM-ACTIVE          VALUE "Y".
030100 77  WS-SRC-SUB              PIC 9(01) VALUE ZERO.
030200 77  WS-ACT-SUB              PIC 9(01) VALUE ZERO.
030300 77  WS-ACTION-CODE          PIC X(01) VALUE SPACE.
030400 77  WS-ACTION-TEXT          PIC X(07) VALUE SPACES.
030500 01  WS-TERM-ACT-TABLE.
030600     05  WS-TERM-ACT-COUNT       PIC 9(08) VALUE ZERO COMP
030700                                 OCCURS 4 TIMES.
030800 01  WS-SRC-ACT-TABLE.
030900     05  WS-SRC-ACT-COUNT        PIC 9(08) VALUE ZERO COMP
031000                                 OCCURS 4 TIMES.
031100 01  WS-TOTAL-ACT-TABLE.
031200     05  WS-TOTAL-SOURCE         OCCURS 2 TIMES.
031300         10  WS-TOTAL-ACT-COUNT      PIC 9(08) VALUE ZERO COMP
031400                                     OCCURS 4 TIMES.
031500 77  WS-LINE-TOTAL           PIC 9(08) VALUE ZERO COMP.
031600 77  WS-GRAND-ONLINE         PIC 9(08) VALUE ZERO COMP.
031700 77  WS-GRAND-BULK           PIC 9(08) VALUE ZERO COMP.
031800 01  WS-ACTION-NAME-DATA.
031900     05  FILLER                  PIC X(07) VALUE "ADD".
032000     05  FILLER                  PIC X(07) VALUE "CHANGE".
032100     05  FILLER                  PIC X(07) VALUE "DELETE".
032200     05  FILLER                  PIC X(07) VALUE "OTHER".
032300 01  WS-ACTION-NAME-TABLE REDEFINES WS-ACTION-NAME-DATA.
032400     05  WS-ACTION-NAME          PIC X(07) OCCURS 4 TIMES.
032500
032600*****************************************************************
032700*    RUN COUNTERS FOR THE TOTALS AND THE CONSOLE
032800*****************************************************************
032900 77  WS-CUSTAUD-READ-COUNT   PIC 9(08) VALUE ZERO COMP.
033000 77  WS-PERIOD-COUNT         PIC 9(08) VALUE ZERO COMP.
033100 77  WS-NORM-WINDOW-COUNT    PIC 9(08) VALUE ZERO COMP.
033200 77  WS-BAD-DATE-COUNT       PIC 9(08) VALUE ZERO COMP.
033300 77  WS-GREETING-DESK-COUNT  PIC 9(08) VALUE ZERO COMP.
033400 77  WS-AUDWORK-COUNT        PIC 9(08) VALUE ZERO COMP.
033500 77  WS-LISTED-COUNT         PIC 9(08) VALUE ZERO COMP.
033600 77  WS-SEQ-NUMBER           PIC 9(08) VALUE ZERO.
033700
033800*****************************************************************
033900*    PRINT-LINE WORK AREAS
034000*****************************************************************
034100 01  WS-ED-TIME.
034200     05  WS-ET-HH                PIC X(02).
034300     05  FILLER                  PIC X(01) VALUE ":".
034400     05  WS-ET-MI                PIC X(02).
034500     05  FILLER                  PIC X(01) VALUE ":".
034600     05  WS-ET-SS                PIC X(02).
034700 01  WS-AR-HEADING-LINE.
034800     05  FILLER                  PIC X(40)
034900             VALUE "CUSTOMER-MASTER CHANGE AUDIT REVIEW FROM".
035000     05  FILLER                  PIC X(01) VALUE SPACE.
035100     05  WS-AH-FROM-DATE         PIC 9999/99/99.
035200     05  FILLER                  PIC X(04) VALUE " TO ".
035300     05  WS-AH-TO-DATE           PIC 9999/99/99.
035400 01  WS-AR-HOURS-LINE.
035500     05  FILLER                  PIC X(16)
035600             VALUE "BUSINESS HOURS ".
035700     05  WS-AH-DAY-START         PIC 99B99.
035800     05  FILLER                  PIC X(03) VALUE " - ".
035900     05  WS-AH-DAY-END           PIC 99B99.
036000     05  FILLER                  PIC X(02) VALUE SPACES.
036100     05  WS-AH-DAYS              PIC X(20).
036200     05  FILLER                  PIC X(21)
036300             VALUE "  TERMINAL NORM FROM ".
036400     05  WS-AH-NORM-FROM         PIC 9999/99/99.
036500     05  FILLER                  PIC X(14)
036600             VALUE ", LIMIT (PCT) ".
036700     05  WS-AH-VOLUME-PCT        PIC ZZ9.
036800 01  WS-AR-SECTION-LINE.
036900     05  FILLER                  PIC X(04) VALUE "*** ".
037000     05  WS-AS-TITLE             PIC X(50).
037100 01  WS-AR-EXC-COLUMN-LINE.
037200     05  FILLER                  PIC X(32) VALUE "REASON".
037300     05  FILLER                  PIC X(08) VALUE "CUST ID".
037400     05  FILLER                  PIC X(12) VALUE "DATE".
037500     05  FILLER                  PIC X(10) VALUE "TIME".
037600     05  FILLER                  PIC X(06) VALUE "TERM".
037700     05  FILLER                  PIC X(09) VALUE "ACTION".
037800     05  FILLER                  PIC X(22) VALUE "NAME BEFORE".
037900     05  FILLER                  PIC X(20) VALUE "NAME AFTER".
038000 01  WS-AR-EXC-LINE.
038100     05  WS-AE-REASON            PIC X(30).
038200     05  FILLER                  PIC X(02) VALUE SPACES.
038300     05  WS-AE-CUST-ID           PIC X(06).
038400     05  FILLER                  PIC X(02) VALUE SPACES.
038500     05  WS-AE-DATE              PIC 9999/99/99.
038600     05  FILLER                  PIC X(02) VALUE SPACES.
038700     05  WS-AE-TIME              PIC X(08).
038800     05  FILLER                  PIC X(02) VALUE SPACES.
038900     05  WS-AE-TERM-ID           PIC X(04).
039000     05  FILLER                  PIC X(02) VALUE SPACES.
039100     05  WS-AE-ACTION            PIC X(07).
039200     05  FILLER                  PIC X(02) VALUE SPACES.
039300     05  WS-AE-OLD-NAME          PIC X(20).
039400     05  FILLER                  PIC X(02) VALUE SPACES.
039500     05  WS-AE-NEW-NAME          PIC X(20).
039600 01  WS-AR-VOLUME-COLUMN-LINE.
039700     05  FILLER                  PIC X(10) VALUE "TERMINAL".
039800     05  FILLER                  PIC X(12) VALUE "   CHANGES".
039900     05  FILLER                  PIC X(12) VALUE "   PER DAY".
040000     05  FILLER                  PIC X(12) VALUE "  NORM/DAY".
040100     05  FILLER                  PIC X(12) VALUE "  PCT NORM".
040200 01  WS-AR-VOLUME-LINE.
040300     05  WS-AV-TERM-ID           PIC X(04).
040400     05  FILLER                  PIC X(06) VALUE SPACES.
040500     05  WS-AV-CHANGES           PIC ZZ,ZZZ,ZZ9.
040600     05  FILLER                  PIC X(04) VALUE SPACES.
040700     05  WS-AV-PERIOD-RATE       PIC ZZZZZ9.9.
040800     05  FILLER                  PIC X(04) VALUE SPACES.
040900     05  WS-AV-NORM-RATE         PIC ZZZZZ9.9.
041000     05  FILLER                  PIC X(02) VALUE SPACES.
041100     05  WS-AV-NORM-PCT          PIC ZZZZZZZZ9.
041200     05  FILLER                  PIC X(02) VALUE SPACES.
041300     05  WS-AV-NOTE              PIC X(30).
041400 01  WS-AR-TERMINAL-LINE.
041500     05  FILLER                  PIC X(09) VALUE "TERMINAL ".
041600     05  WS-AT-TERM-ID           PIC X(04).
041700 01  WS-AR-DETAIL-COLUMN-LINE.
041800     05  FILLER                  PIC X(12) VALUE "DATE".
041900     05  FILLER                  PIC X(10) VALUE "TIME".
042000     05  FILLER                  PIC X(09) VALUE "ACTION".
042100     05  FILLER                  PIC X(08) VALUE "CUST ID".
042200     05  FILLER                  PIC X(12) VALUE "ACCOUNT".
042300     05  FILLER                  PIC X(22) VALUE "NAME BEFORE".
042400     05  FILLER                  PIC X(22) VALUE "NAME AFTER".
042500     05  FILLER                  PIC X(10) VALUE "EXCEPTION".
042600 01  WS-AR-DETAIL-LINE.
042700     05  WS-AD-DATE              PIC 9999/99/99.
042800     05  FILLER                  PIC X(02) VALUE SPACES.
042900     05  WS-AD-TIME              PIC X(08).
043000     05  FILLER                  PIC X(02) VALUE SPACES.
043100     05  WS-AD-ACTION            PIC X(07).
043200     05  FILLER                  PIC X(02) VALUE SPACES.
043300     05  WS-AD-CUST-ID           PIC X(06).
043400     05  FILLER                  PIC X(02) VALUE SPACES.
043500     05  WS-AD-ACCOUNT           PIC X(10).
043600     05  FILLER                  PIC X(02) VALUE SPACES.
043700     05  WS-AD-OLD-NAME          PIC X(20).
043800     05  FILLER                  PIC X(02) VALUE SPACES.
043900     05  WS-AD-NEW-NAME          PIC X(20).
044000     05  FILLER                  PIC X(02) VALUE SPACES.
044100     05  WS-AD-FLAG-ENTRY        OCCURS 3 TIMES.
044200         10  WS-AD-FLAG              PIC X(01).
044300         10  WS-AD-FLAG-GAP          PIC X(01).
044400 01  WS-AR-ACTION-COUNT-LINE.
044500     05  WS-AA-LABEL             PIC X(20).
044600     05  WS-AA-ENTRY             OCCURS 4 TIMES.
044700         10  WS-AA-NAME              PIC X(07).
044800         10  WS-AA-COUNT             PIC ZZ,ZZZ,ZZ9.
044900         10  WS-AA-GAP               PIC X(01).
045000     05  FILLER                  PIC X(06) VALUE "TOTAL".
045100     05  WS-AA-TOTAL             PIC ZZ,ZZZ,ZZ9.
045200     05  FILLER                  PIC X(02) VALUE SPACES.
045300     05  WS-AA-NOTE              PIC X(12).
045400 01  WS-AR-TOTAL-COLUMN-LINE.
045500     05  FILLER                  PIC X(12) VALUE "ACTION".
045600     05  FILLER                  PIC X(12) VALUE "      HMNT".
045700     05  FILLER                  PIC X(12) VALUE "  HELLOLOD".
045800     05  FILLER                  PIC X(12) VALUE "     TOTAL".
045900 01  WS-AR-TOTAL-LINE.
046000     05  WS-AO-ACTION            PIC X(10).
046100     05  FILLER                  PIC X(02) VALUE SPACES.
046200     05  WS-AO-ONLINE            PIC ZZ,ZZZ,ZZ9.
046300     05  FILLER                  PIC X(02) VALUE SPACES.
046400     05  WS-AO-BULK              PIC ZZ,ZZZ,ZZ9.
046500     05  FILLER                  PIC X(02) VALUE SPACES.
046600     05  WS-AO-TOTAL             PIC ZZ,ZZZ,ZZ9.
046700 01  WS-COUNT-LINE.
046800     05  WS-CL-LABEL             PIC X(44).
046900     05  WS-CL-COUNT             PIC ZZ,ZZZ,ZZ9.
047000
047100 PROCEDURE DIVISION.
047200*****************************************************************
047300*    0000-MAINLINE
047400*****************************************************************
047500 0000-MAINLINE.
047600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
047700     IF NOT WS-RUN-ABORTED
047800         SORT SORT-WORK
047900             ON ASCENDING KEY SR-CUST-ID SR-DATE SR-TIME SR-SEQ
048000             INPUT PROCEDURE IS 2000-SELECT-AUDIT-RECORDS
048100                 THRU 2000-EXIT
048200             OUTPUT PROCEDURE IS 3000-REVIEW-CUSTOMERS
048300                 THRU 3000-EXIT
048400         PERFORM 4000-CHECK-TERMINAL-VOLUME THRU 4000-EXIT
048500         PERFORM 5000-LIST-ACTIVITY THRU 5000-EXIT
048600         PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
048700     END-IF.
048800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
048900     MOVE WS-RETURN-CODE TO RETURN-CODE.
049000     STOP RUN.
049100
049200*****************************************************************
049300*    1000-INITIALIZE
049400*    EVERY FILE IS OPENED BEFORE THE SORT STARTS - A SORT WHOSE
049500*    INPUT PROCEDURE CANNOT OPEN ITS FILE WOULD JUST ABEND.
049600*****************************************************************
049700 1000-INITIALIZE.
049800     PERFORM 1010-READ-PARM-FILE THRU 1010-EXIT.
049900     IF WS-RUN-ABORTED
050000         GO TO 1000-EXIT
050100     END-IF.
050200     OPEN INPUT AUDIT-IN.
050300     IF WS-CUSTAUD-STATUS NOT = "00"
050400         DISPLAY "HELLOAUD - UNABLE TO OPEN CUSTAUD, STATUS = "
050500             WS-CUSTAUD-STATUS
050600         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
050700         GO TO 1000-EXIT
050800     END-IF.
050900     SET WS-CUSTAUD-READY TO TRUE.
051000     OPEN OUTPUT AUDIT-WORK.
051100     IF WS-AUDWORK-STATUS NOT = "00"
051200         DISPLAY "HELLOAUD - UNABLE TO OPEN AUDWORK, STATUS = "
051300             WS-AUDWORK-STATUS
051400         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
051500         GO TO 1000-EXIT
051600     END-IF.
051700     SET WS-AUDWORK-READY TO TRUE.
051800     OPEN OUTPUT AUDIT-REPORT.
051900     IF WS-AUDRPT-STATUS NOT = "00"
052000         DISPLAY "HELLOAUD - UNABLE TO OPEN AUDRPT, STATUS = "
052100             WS-AUDRPT-STATUS
052200         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
052300         GO TO 1000-EXIT
052400     END-IF.
052500     SET WS-AUDRPT-OK TO TRUE.
052600     PERFORM 1040-PRINT-HEADING THRU 1040-EXIT.
052700 1000-EXIT.
052800     EXIT.
052900
053000*****************************************************************
053100*    1010-READ-PARM-FILE
053200*    THE PERIOD, THE BUSINESS HOURS, AND THE NORM SETTINGS MUST
053300*    ALL BE PRESENT AND SENSIBLE - NO DEFAULTS ARE GUESSED.
053400*****************************************************************
053500 1010-READ-PARM-FILE.
053600     OPEN INPUT PARM-FILE.
053700     IF WS-PARM-STATUS NOT = "00"
053800         DISPLAY "HELLOAUD - UNABLE TO OPEN AUDPRM, STATUS = "
053900             WS-PARM-STATUS
054000         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
054100         GO TO 1010-EXIT
054200     END-IF.
054300     READ PARM-FILE
054400         AT END
054500             MOVE SPACES TO AP-RECORD
054600     END-READ.
054700     CLOSE PARM-FILE.
054800     IF AP-VALUES IS NOT NUMERIC
054900         OR AP-LIMITS IS NOT NUMERIC
055000         DISPLAY "HELLOAUD - AUDPRM MISSING OR NOT NUMERIC"
055100         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
055200         GO TO 1010-EXIT
055300     END-IF.
055400     MOVE AP-FROM-DATE TO WS-PARM-DATE.
055500     PERFORM 1020-CHECK-PARM-DATE THRU 1020-EXIT.
055600     IF WS-DATE-IS-VALID
055700         MOVE AP-TO-DATE TO WS-PARM-DATE
055800         PERFORM 1020-CHECK-PARM-DATE THRU 1020-EXIT
055900     END-IF.
056000     IF NOT WS-DATE-IS-VALID
056100         OR AP-TO-DATE < AP-FROM-DATE
056200         DISPLAY "HELLOAUD - AUDPRM PERIOD " AP-FROM-DATE
056300             " TO " AP-TO-DATE " IS NOT A VALID DATE RANGE"
056400         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
056500         GO TO 1010-EXIT
056600     END-IF.
056700     IF AP-DAY-START NOT < AP-DAY-END
056800         OR AP-DAY-END > 2400
056900         OR AP-NORM-DAYS = ZERO
057000         OR AP-VOLUME-PCT = ZERO
057100         DISPLAY "HELLOAUD - AUDPRM BUSINESS HOURS OR NORM "
057200             "SETTINGS INVALID"
057300         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
057400         GO TO 1010-EXIT
057500     END-IF.
057600     COMPUTE WS-FROM-INTEGER =
057700         FUNCTION INTEGER-OF-DATE(AP-FROM-DATE).
057800     COMPUTE WS-PERIOD-DAYS =
057900         FUNCTION INTEGER-OF-DATE(AP-TO-DATE)
058000         - WS-FROM-INTEGER + 1.
058100     COMPUTE WS-NORM-FROM-DATE =
058200         FUNCTION DATE-OF-INTEGER
058300             (WS-FROM-INTEGER - AP-NORM-DAYS).
058400     DISPLAY "HELLOAUD - REVIEWING " AP-FROM-DATE " TO "
058500         AP-TO-DATE ", TERMINAL NORM FROM " WS-NORM-FROM-DATE.
058600 1010-EXIT.
058700     EXIT.
058800
058900*****************************************************************
059000*    1020-CHECK-PARM-DATE
059100*    A PLAUSIBLE YYYYMMDD - THE MONTH AND DAY IN RANGE.
059200*****************************************************************
059300 1020-CHECK-PARM-DATE.
059400     MOVE "N" TO WS-DATE-VALID-SW.
059500     IF WS-PD-YYYY < 1601
059600         OR WS-PD-MM < 1
059700         OR WS-PD-MM > 12
059800         OR WS-PD-DD < 1
059900         OR WS-PD-DD > 31
060000         GO TO 1020-EXIT
060100     END-IF.
060200     SET WS-DATE-IS-VALID TO TRUE.
060300 1020-EXIT.
060400     EXIT.
060500
060600*****************************************************************
060700*    1040-PRINT-HEADING
060800*****************************************************************
060900 1040-PRINT-HEADING.
061000     MOVE AP-FROM-DATE TO WS-AH-FROM-DATE.
061100     MOVE AP-TO-DATE TO WS-AH-TO-DATE.
061200     MOVE AP-DAY-START TO WS-AH-DAY-START.
061300     MOVE AP-DAY-END TO WS-AH-DAY-END.
061400     IF AP-WEEKEND-IS-BUSINESS
061500         MOVE "SEVEN DAYS A WEEK" TO WS-AH-DAYS
061600     ELSE
061700         MOVE "MONDAY TO FRIDAY" TO WS-AH-DAYS
061800     END-IF.
061900     MOVE WS-NORM-FROM-DATE TO WS-AH-NORM-FROM.
062000     MOVE AP-VOLUME-PCT TO WS-AH-VOLUME-PCT.
062100     MOVE SPACES TO AR-LINE.
062200     MOVE WS-AR-HEADING-LINE TO AR-LINE.
062300     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
062400     MOVE WS-AR-HOURS-LINE TO AR-LINE.
062500     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
062600     MOVE SPACES TO AR-LINE.
062700     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
062800     MOVE "EXCEPTIONS" TO WS-AS-TITLE.
062900     MOVE WS-AR-SECTION-LINE TO AR-LINE.
063000     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
063100     MOVE WS-AR-EXC-COLUMN-LINE TO AR-LINE.
063200     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
063300 1040-EXIT.
063400     EXIT.
063500
063600*****************************************************************
063700*    1900-ABORT-RUN
063800*****************************************************************
063900 1900-ABORT-RUN.
064000     SET WS-RUN-ABORTED TO TRUE.
064100     MOVE 8 TO WS-RETURN-CODE.
064200     DISPLAY "HELLOAUD - RUN ABORTED, NO REVIEW PRODUCED".
064300 1900-EXIT.
064400     EXIT.
064500
064600*****************************************************************
064700*    2000-SELECT-AUDIT-RECORDS
064800*    SORT INPUT PROCEDURE - EVERY RECORD IN THE PERIOD, AND THE
064900*    ONLINE TERMINALS' VOLUME IN THE NORM WINDOW BEFORE IT.
065000*****************************************************************
065100 2000-SELECT-AUDIT-RECORDS.
065200     PERFORM 2100-SELECT-ONE-RECORD THRU 2100-EXIT
065300         UNTIL WS-END-OF-CUSTAUD.
065400 2000-EXIT.
065500     EXIT.
065600
065700*****************************************************************
065800*    2100-SELECT-ONE-RECORD
065900*    A SCHEDULE OR CANCEL FROM THE HSCH GREETING DESK DOES NOT
066000*    CHANGE THE MASTER; IT IS COUNTED AND PASSED OVER, AND DOES
066100*    NOT ADD TO ANY TERMINAL'S NORM OR PERIOD VOLUME EITHER.
066200*****************************************************************
066300 2100-SELECT-ONE-RECORD.
066400     READ AUDIT-IN
066500         AT END
066600             MOVE "Y" TO WS-CUSTAUD-EOF-SW
066700             GO TO 2100-EXIT
066800     END-READ.
066900     IF WS-CUSTAUD-STATUS NOT = "00"
067000         DISPLAY "HELLOAUD - CUSTAUD READ FAILED, STATUS = "
067100             WS-CUSTAUD-STATUS
067200         MOVE "Y" TO WS-CUSTAUD-EOF-SW
067300         MOVE 8 TO WS-RETURN-CODE
067400         GO TO 2100-EXIT
067500     END-IF.
067600     ADD 1 TO WS-CUSTAUD-READ-COUNT.
067700     IF CA-DATE IS NOT NUMERIC
067800         ADD 1 TO WS-BAD-DATE-COUNT
067900         GO TO 2100-EXIT
068000     END-IF.
068100     IF CA-ACTION-GREETING-DESK
068200         ADD 1 TO WS-GREETING-DESK-COUNT
068300         GO TO 2100-EXIT
068400     END-IF.
068500     IF CA-DATE NOT < WS-NORM-FROM-DATE
068600         AND CA-DATE < AP-FROM-DATE
068700         PERFORM 2200-COUNT-NORM-ACTIVITY THRU 2200-EXIT
068800         GO TO 2100-EXIT
068900     END-IF.
069000     IF CA-DATE < AP-FROM-DATE
069100         OR CA-DATE > AP-TO-DATE
069200         GO TO 2100-EXIT
069300     END-IF.
069400     ADD 1 TO WS-PERIOD-COUNT.
069500     ADD 1 TO WS-SEQ-NUMBER.
069600     MOVE SPACES TO SR-RECORD.
069700     IF CA-TERM-ID = "BTCH"
069800         SET SR-SOURCE-BULK TO TRUE
069900     ELSE
070000         SET SR-SOURCE-ONLINE TO TRUE
070100     END-IF.
070200     MOVE CA-TERM-ID TO SR-TERM-ID.
070300     MOVE CA-CUST-ID TO SR-CUST-ID.
070400     MOVE CA-DATE TO SR-DATE.
070500     MOVE CA-TIME TO SR-TIME.
070600     MOVE WS-SEQ-NUMBER TO SR-SEQ.
070700     MOVE CA-ACTION TO SR-ACTION.
070800     MOVE CA-OLD-NAME TO SR-OLD-NAME.
070900     MOVE CA-NEW-NAME TO SR-NEW-NAME.
071000     MOVE CA-ACCOUNT-NO TO SR-ACCOUNT-NO.
071100     MOVE "NNN" TO SR-EXC-FLAGS.
071200     IF SR-SOURCE-ONLINE
071300         MOVE CA-TERM-ID TO WS-TT-SEARCH-ID
071400         PERFORM 2400-FIND-TERMINAL THRU 2400-EXIT
071500         IF WS-TT-WAS-FOUND
071600             ADD 1 TO WS-TT-PERIOD-COUNT (WS-TT-IDX)
071700         END-IF
071800         PERFORM 2300-CHECK-BUSINESS-HOURS THRU 2300-EXIT
071900     END-IF.
072000     RELEASE SR-RECORD.
072100 2100-EXIT.
072200     EXIT.
072300
072400*****************************************************************
072500*    2200-COUNT-NORM-ACTIVITY
072600*    ONLINE VOLUME BEFORE THE PERIOD, FOR EACH TERMINAL'S NORM.
072700*****************************************************************
072800 2200-COUNT-NORM-ACTIVITY.
072900     IF CA-TERM-ID = "BTCH"
073000         GO TO 2200-EXIT
073100     END-IF.
073200     ADD 1 TO WS-NORM-WINDOW-COUNT.
073300     MOVE CA-TERM-ID TO WS-TT-SEARCH-ID.
073400     PERFORM 2400-FIND-TERMINAL THRU 2400-EXIT.
073500     IF WS-TT-WAS-FOUND
073600         ADD 1 TO WS-TT-NORM-COUNT (WS-TT-IDX)
073700     END-IF.
073800 2200-EXIT.
073900     EXIT.
074000
074100*****************************************************************
074200*    2300-CHECK-BUSINESS-HOURS
074300*    ONLY THE HOUR AND MINUTE ARE COMPARED.  A TIME THAT IS NOT
074400*    NUMERIC CANNOT BE JUDGED AND IS LEFT ALONE.
074500*****************************************************************
074600 2300-CHECK-BUSINESS-HOURS.
074700     MOVE SR-TIME TO WS-CHK-TIME.
074800     IF WS-CHK-HHMM IS NOT NUMERIC
074900         GO TO 2300-EXIT
075000     END-IF.
075100     IF WS-CHK-HHMM < AP-DAY-START
075200         OR WS-CHK-HHMM NOT < AP-DAY-END
075300         MOVE "Y" TO SR-EXC-FLAG (WS-EXC-HOURS)
075400         GO TO 2300-EXIT
075500     END-IF.
075600     IF AP-WEEKEND-IS-BUSINESS
075700         GO TO 2300-EXIT
075800     END-IF.
075900     COMPUTE WS-DAY-NUMBER = FUNCTION INTEGER-OF-DATE(SR-DATE).
076000     DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-WEEK-NUMBER
076100         REMAINDER WS-WEEKDAY.
076200     IF WS-WEEKEND-DAY
076300         MOVE "Y" TO SR-EXC-FLAG (WS-EXC-HOURS)
076400     END-IF.
076500 2300-EXIT.
076600     EXIT.
076700
076800*****************************************************************
076900*    2400-FIND-TERMINAL
077000*    LEAVES WS-TT-IDX ON THE ENTRY FOR WS-TT-SEARCH-ID, ADDING
077100*    ONE IF THERE IS ROOM.
077200*****************************************************************
077300 2400-FIND-TERMINAL.
077400     PERFORM 2450-LOOKUP-TERMINAL THRU 2450-EXIT.
077500     IF WS-TT-WAS-FOUND
077600         GO TO 2400-EXIT
077700     END-IF.
077800     IF WS-TT-COUNT = WS-TT-MAX-ENTRIES
077900         IF NOT WS-TT-CAPPED
078000             SET WS-TT-CAPPED TO TRUE
078100             DISPLAY "HELLOAUD - WARNING: TERMINAL TABLE FULL AT "
078200                 WS-TT-MAX-ENTRIES ", LATER TERMINALS NOT CHECKED"
078300         END-IF
078400         GO TO 2400-EXIT
078500     END-IF.
078600     ADD 1 TO WS-TT-COUNT.
078700     SET WS-TT-IDX TO WS-TT-COUNT.
078800     MOVE WS-TT-SEARCH-ID TO WS-TT-TERM-ID (WS-TT-IDX).
078900     MOVE ZERO TO WS-TT-NORM-COUNT (WS-TT-IDX).
079000     MOVE ZERO TO WS-TT-PERIOD-COUNT (WS-TT-IDX).
079100     MOVE "N" TO WS-TT-VOLUME-SW (WS-TT-IDX).
079200     SET WS-TT-WAS-FOUND TO TRUE.
079300 2400-EXIT.
079400     EXIT.
079500
079600*****************************************************************
079700*    2450-LOOKUP-TERMINAL
079800*****************************************************************
079900 2450-LOOKUP-TERMINAL.
080000     MOVE "N" TO WS-TT-FOUND-SW.
080100     IF WS-TT-COUNT = ZERO
080200         GO TO 2450-EXIT
080300     END-IF.
080400     SET WS-TT-IDX TO 1.
080500     SEARCH WS-TT-ENTRY
080600         AT END
080700             CONTINUE
080800         WHEN WS-TT-TERM-ID (WS-TT-IDX) = WS-TT-SEARCH-ID
080900             SET WS-TT-WAS-FOUND TO TRUE
081000     END-SEARCH.
081100 2450-EXIT.
081200     EXIT.
081300
081400*****************************************************************
081500*    3000-REVIEW-CUSTOMERS
081600*    SORT OUTPUT PROCEDURE - EACH CUSTOMER'S RECORDS IN TIME
081700*    ORDER, CHECKED TOGETHER, THEN WRITTEN TO AUDWORK FOR THE
081800*    LISTING.
081900*****************************************************************
082000 3000-REVIEW-CUSTOMERS.
082100     PERFORM 3100-RETURN-ONE-RECORD THRU 3100-EXIT
082200         UNTIL WS-SORT-AT-END.
082300     IF WS-GRP-ACTIVE
082400         PERFORM 3200-FLUSH-CUSTOMER THRU 3200-EXIT
082500     END-IF.
082600 3000-EXIT.
082700     EXIT.
082800
082900*****************************************************************
083000*    3100-RETURN-ONE-RECORD
083100*****************************************************************
083200 3100-RETURN-ONE-RECORD.
083300     RETURN SORT-WORK
083400         AT END
083500             MOVE "Y" TO WS-SORT-EOF-SW
083600             GO TO 3100-EXIT
083700     END-RETURN.
083800     IF WS-GRP-ACTIVE
083900         AND SR-CUST-ID NOT = WS-GRP-CUST-ID
084000         PERFORM 3200-FLUSH-CUSTOMER THRU 3200-EXIT
084100         MOVE "N" TO WS-GRP-ACTIVE-SW
084200     END-IF.
084300     IF NOT WS-GRP-ACTIVE
084400         SET WS-GRP-ACTIVE TO TRUE
084500         MOVE SR-CUST-ID TO WS-GRP-CUST-ID
084600     END-IF.
084700     IF WS-GRP-COUNT = WS-GRP-MAX-ENTRIES
084800         PERFORM 3200-FLUSH-CUSTOMER THRU 3200-EXIT
084900     END-IF.
085000     ADD 1 TO WS-GRP-COUNT.
085100     MOVE SR-RECORD TO WS-GRP-ENTRY (WS-GRP-COUNT).
085200 3100-EXIT.
085300     EXIT.
085400
085500*****************************************************************
085600*    3200-FLUSH-CUSTOMER
085700*    A NAME CHANGE IS A CHANGE WHOSE NAME BEFORE AND AFTER
085800*    DIFFER.  A RE-ADD IS PAIRED WITH THE LATEST DELETE BEFORE
085900*    IT, SO DELETE, ADD, DELETE, ADD IS TWO PAIRS.
086000*****************************************************************
086100 3200-FLUSH-CUSTOMER.
086200     MOVE ZERO TO WS-GRP-NAME-CHANGES.
086300     PERFORM 3210-COUNT-NAME-CHANGE THRU 3210-EXIT
086400         VARYING WS-GRP-SUB FROM 1 BY 1
086500         UNTIL WS-GRP-SUB > WS-GRP-COUNT.
086600     IF WS-GRP-NAME-CHANGES > 1
086700         PERFORM 3220-FLAG-NAME-CHANGE THRU 3220-EXIT
086800             VARYING WS-GRP-SUB FROM 1 BY 1
086900             UNTIL WS-GRP-SUB > WS-GRP-COUNT
087000     END-IF.
087100     MOVE ZERO TO WS-GRP-DELETE-SUB.
087200     PERFORM 3230-MATCH-READD THRU 3230-EXIT
087300         VARYING WS-GRP-SUB FROM 1 BY 1
087400         UNTIL WS-GRP-SUB > WS-GRP-COUNT.
087500     PERFORM 3300-WRITE-ONE-RECORD THRU 3300-EXIT
087600         VARYING WS-GRP-SUB FROM 1 BY 1
087700         UNTIL WS-GRP-SUB > WS-GRP-COUNT.
087800     MOVE ZERO TO WS-GRP-COUNT.
087900 3200-EXIT.
088000     EXIT.
088100
088200*****************************************************************
088300*    3210-COUNT-NAME-CHANGE
088400*****************************************************************
088500 3210-COUNT-NAME-CHANGE.
088600     IF WS-GE-ACTION (WS-GRP-SUB) = "C"
088700         AND WS-GE-OLD-NAME (WS-GRP-SUB)
088800             NOT = WS-GE-NEW-NAME (WS-GRP-SUB)
088900         ADD 1 TO WS-GRP-NAME-CHANGES
089000     END-IF.
089100 3210-EXIT.
089200     EXIT.
089300
089400*****************************************************************
089500*    3220-FLAG-NAME-CHANGE
089600*****************************************************************
089700 3220-FLAG-NAME-CHANGE.
089800     IF WS-GE-ACTION (WS-GRP-SUB) = "C"
089900         AND WS-GE-OLD-NAME (WS-GRP-SUB)
090000             NOT = WS-GE-NEW-NAME (WS-GRP-SUB)
090100         MOVE "Y" TO WS-GE-EXC-FLAG (WS-GRP-SUB, WS-EXC-NAME)
090200     END-IF.
090300 3220-EXIT.
090400     EXIT.
090500
090600*****************************************************************
090700*    3230-MATCH-READD
090800*****************************************************************
090900 3230-MATCH-READD.
091000     IF WS-GE-ACTION (WS-GRP-SUB) = "D"
091100         MOVE WS-GRP-SUB TO WS-GRP-DELETE-SUB
091200         GO TO 3230-EXIT
091300     END-IF.
091400     IF WS-GE-ACTION (WS-GRP-SUB) NOT = "A"
091500         OR WS-GRP-DELETE-SUB = ZERO
091600         GO TO 3230-EXIT
091700     END-IF.
091800     MOVE "Y" TO WS-GE-EXC-FLAG (WS-GRP-SUB, WS-EXC-READD).
091900     MOVE "Y" TO WS-GE-EXC-FLAG (WS-GRP-DELETE-SUB, WS-EXC-READD).
092000     MOVE ZERO TO WS-GRP-DELETE-SUB.
092100 3230-EXIT.
092200     EXIT.
092300
092400*****************************************************************
092500*    3300-WRITE-ONE-RECORD
092600*    EVERY RECORD GOES TO AUDWORK FOR THE LISTING; ONE WITH AN
092700*    EXCEPTION IS ALSO PRINTED ONCE PER REASON HERE.
092800*****************************************************************
092900 3300-WRITE-ONE-RECORD.
093000     MOVE WS-GRP-ENTRY (WS-GRP-SUB) TO AW-RECORD.
093100     WRITE AW-RECORD.
093200     ADD 1 TO WS-AUDWORK-COUNT.
093300     PERFORM 3400-PRINT-EXCEPTION THRU 3400-EXIT
093400         VARYING WS-EXC-SUB FROM 1 BY 1
093500         UNTIL WS-EXC-SUB > 3.
093600 3300-EXIT.
093700     EXIT.
093800
093900*****************************************************************
094000*    3400-PRINT-EXCEPTION
094100*****************************************************************
094200 3400-PRINT-EXCEPTION.
094300     IF WS-GE-EXC-FLAG (WS-GRP-SUB, WS-EXC-SUB) NOT = "Y"
094400         GO TO 3400-EXIT
094500     END-IF.
094600     ADD 1 TO WS-EXC-COUNT (WS-EXC-SUB).
094700     ADD 1 TO WS-EXC-LINES-PRINTED.
094800     MOVE WS-EXC-DESC (WS-EXC-SUB) TO WS-AE-REASON.
094900     MOVE WS-GE-CUST-ID (WS-GRP-SUB) TO WS-AE-CUST-ID.
095000     MOVE WS-GE-DATE (WS-GRP-SUB) TO WS-AE-DATE.
095100     MOVE WS-GE-TIME (WS-GRP-SUB) TO WS-CHK-TIME.
095200     PERFORM 7300-EDIT-TIME THRU 7300-EXIT.
095300     MOVE WS-ED-TIME TO WS-AE-TIME.
095400     MOVE WS-GE-TERM-ID (WS-GRP-SUB) TO WS-AE-TERM-ID.
095500     MOVE WS-GE-ACTION (WS-GRP-SUB) TO WS-ACTION-CODE.
095600     PERFORM 7400-SET-ACTION THRU 7400-EXIT.
095700     MOVE WS-ACTION-TEXT TO WS-AE-ACTION.
095800     MOVE WS-GE-OLD-NAME (WS-GRP-SUB) TO WS-AE-OLD-NAME.
095900     MOVE WS-GE-NEW-NAME (WS-GRP-SUB) TO WS-AE-NEW-NAME.
096000     MOVE SPACES TO AR-LINE.
096100     MOVE WS-AR-EXC-LINE TO AR-LINE.
096200     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
096300 3400-EXIT.
096400     EXIT.
096500
096600*****************************************************************
096700*    4000-CHECK-TERMINAL-VOLUME
096800*    CLOSES THE WORK FILE FOR THE LISTING SORT, THEN COMPARES
096900*    EACH ONLINE TERMINAL'S DAILY VOLUME IN THE PERIOD WITH ITS
097000*    DAILY VOLUME IN THE NORM WINDOW.
097100*****************************************************************
097200 4000-CHECK-TERMINAL-VOLUME.
097300     CLOSE AUDIT-WORK.
097400     MOVE "N" TO WS-AUDWORK-OPEN-SW.
097500     IF WS-TT-COUNT > ZERO
097600         PERFORM 4100-CHECK-ONE-TERMINAL THRU 4100-EXIT
097700             VARYING WS-TT-IDX FROM 1 BY 1
097800             UNTIL WS-TT-IDX > WS-TT-COUNT
097900     END-IF.
098000     IF WS-EXC-LINES-PRINTED = ZERO
098100         AND WS-VOLUME-EXC-COUNT = ZERO
098200         MOVE SPACES TO AR-LINE
098300         MOVE "NO EXCEPTIONS IN THE PERIOD" TO AR-LINE
098400         PERFORM 7100-WRITE-LINE THRU 7100-EXIT
098500     END-IF.
098600 4000-EXIT.
098700     EXIT.
098800
098900*****************************************************************
099000*    4100-CHECK-ONE-TERMINAL
099100*    A BUSY TERMINAL WITH NO ACTIVITY AT ALL IN THE NORM WINDOW
099200*    IS REPORTED TOO - IT HAS NO NORM TO BE WITHIN.  THE PERCENT
099300*    OF NORM IS (PERIOD COUNT / PERIOD DAYS) OVER (NORM COUNT /
099400*    NORM DAYS), WORKED WITHOUT DIVIDING TWICE.
099500*****************************************************************
099600 4100-CHECK-ONE-TERMINAL.
099700     IF WS-TT-PERIOD-COUNT (WS-TT-IDX) = ZERO
099800         OR WS-TT-PERIOD-COUNT (WS-TT-IDX) < AP-MIN-VOLUME
099900         GO TO 4100-EXIT
100000     END-IF.
100100     MOVE SPACES TO WS-AR-VOLUME-LINE.
100200     IF WS-TT-NORM-COUNT (WS-TT-IDX) = ZERO
100300         MOVE "NO ACTIVITY IN NORM WINDOW" TO WS-AV-NOTE
100400     ELSE
100500         COMPUTE WS-NORM-PCT ROUNDED =
100600             WS-TT-PERIOD-COUNT (WS-TT-IDX) * AP-NORM-DAYS * 100
100700             / (WS-TT-NORM-COUNT (WS-TT-IDX) * WS-PERIOD-DAYS)
100800         IF WS-NORM-PCT NOT > AP-VOLUME-PCT
100900             GO TO 4100-EXIT
101000         END-IF
101100         MOVE WS-NORM-PCT TO WS-AV-NORM-PCT
101200     END-IF.
101300     SET WS-TT-ABOVE-NORM (WS-TT-IDX) TO TRUE.
101400     ADD 1 TO WS-VOLUME-EXC-COUNT.
101500     IF NOT WS-VOLUME-HEADED
101600         SET WS-VOLUME-HEADED TO TRUE
101700         MOVE SPACES TO AR-LINE
101800         PERFORM 7100-WRITE-LINE THRU 7100-EXIT
101900         MOVE "TERMINAL VOLUME FAR ABOVE ITS NORM" TO WS-AS-TITLE
102000         MOVE WS-AR-SECTION-LINE TO AR-LINE
102100         PERFORM 7100-WRITE-LINE THRU 7100-EXIT
102200         MOVE WS-AR-VOLUME-COLUMN-LINE TO AR-LINE
102300         PERFORM 7100-WRITE-LINE THRU 7100-EXIT
102400     END-IF.
102500     COMPUTE WS-PERIOD-RATE ROUNDED =
102600         WS-TT-PERIOD-COUNT (WS-TT-IDX) / WS-PERIOD-DAYS.
102700     COMPUTE WS-NORM-RATE ROUNDED =
102800         WS-TT-NORM-COUNT (WS-TT-IDX) / AP-NORM-DAYS.
102900     MOVE WS-TT-TERM-ID (WS-TT-IDX) TO WS-AV-TERM-ID.
103000     MOVE WS-TT-PERIOD-COUNT (WS-TT-IDX) TO WS-AV-CHANGES.
103100     MOVE WS-PERIOD-RATE TO WS-AV-PERIOD-RATE.
103200     MOVE WS-NORM-RATE TO WS-AV-NORM-RATE.
103300     MOVE WS-AR-VOLUME-LINE TO AR-LINE.
103400     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
103500 4100-EXIT.
103600     EXIT.
103700
103800*****************************************************************
103900*    5000-LIST-ACTIVITY
104000*    RE-SORTS THE PERIOD'S RECORDS BY SOURCE, TERMINAL, AND TIME.
104100*    WITH NOTHING IN THE PERIOD THE LISTING JUST SAYS SO.
104200*****************************************************************
104300 5000-LIST-ACTIVITY.
104400     MOVE SPACES TO AR-LINE.
104500     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
104600     IF WS-AUDWORK-COUNT = ZERO
104700         MOVE "NO MASTER-FILE MAINTENANCE IN THE PERIOD"
104800             TO AR-LINE
104900         PERFORM 7100-WRITE-LINE THRU 7100-EXIT
105000         GO TO 5000-EXIT
105100     END-IF.
105200     SORT AUDIT-SORT
105300         ON ASCENDING KEY AS-SOURCE AS-TERM-ID AS-DATE AS-TIME
105400             AS-SEQ
105500         USING AUDIT-WORK
105600         OUTPUT PROCEDURE IS 6000-PRINT-ACTIVITY
105700             THRU 6000-EXIT.
105800 5000-EXIT.
105900     EXIT.
106000
106100*****************************************************************
106200*    6000-PRINT-ACTIVITY
106300*    SORT OUTPUT PROCEDURE - A SECTION FOR HMNT AND ONE FOR THE
106400*    HELLOLOD BULK LOAD, EACH BROKEN BY TERMINAL.
106500*****************************************************************
106600 6000-PRINT-ACTIVITY.
106700     MOVE "N" TO WS-SORT-EOF-SW.
106800     PERFORM 6100-PRINT-ONE-RECORD THRU 6100-EXIT
106900         UNTIL WS-SORT-AT-END.
107000     IF WS-TERM-ACTIVE
107100         PERFORM 6350-END-TERMINAL THRU 6350-EXIT
107200     END-IF.
107300     IF WS-SOURCE-ACTIVE
107400         PERFORM 6250-END-SOURCE THRU 6250-EXIT
107500     END-IF.
107600 6000-EXIT.
107700     EXIT.
107800
107900*****************************************************************
108000*    6100-PRINT-ONE-RECORD
108100*****************************************************************
108200 6100-PRINT-ONE-RECORD.
108300     RETURN AUDIT-SORT
108400         AT END
108500             MOVE "Y" TO WS-SORT-EOF-SW
108600             GO TO 6100-EXIT
108700     END-RETURN.
108800     IF WS-SOURCE-ACTIVE
108900         AND AS-SOURCE NOT = WS-CURR-SOURCE
109000         PERFORM 6350-END-TERMINAL THRU 6350-EXIT
109100         PERFORM 6250-END-SOURCE THRU 6250-EXIT
109200     END-IF.
109300     IF WS-TERM-ACTIVE
109400         AND AS-TERM-ID NOT = WS-CURR-TERM-ID
109500         PERFORM 6350-END-TERMINAL THRU 6350-EXIT
109600     END-IF.
109700     IF NOT WS-SOURCE-ACTIVE
109800         PERFORM 6200-START-SOURCE THRU 6200-EXIT
109900     END-IF.
110000     IF NOT WS-TERM-ACTIVE
110100         PERFORM 6300-START-TERMINAL THRU 6300-EXIT
110200     END-IF.
110300     ADD 1 TO WS-LISTED-COUNT.
110400     MOVE AS-ACTION TO WS-ACTION-CODE.
110500     PERFORM 7400-SET-ACTION THRU 7400-EXIT.
110600     ADD 1 TO WS-TERM-ACT-COUNT (WS-ACT-SUB).
110700     ADD 1 TO WS-SRC-ACT-COUNT (WS-ACT-SUB).
110800     ADD 1 TO WS-TOTAL-ACT-COUNT (WS-SRC-SUB, WS-ACT-SUB).
110900     MOVE SPACES TO WS-AR-DETAIL-LINE.
111000     MOVE AS-DATE TO WS-AD-DATE.
111100     MOVE AS-TIME TO WS-CHK-TIME.
111200     PERFORM 7300-EDIT-TIME THRU 7300-EXIT.
111300     MOVE WS-ED-TIME TO WS-AD-TIME.
111400     MOVE WS-ACTION-TEXT TO WS-AD-ACTION.
111500     MOVE AS-CUST-ID TO WS-AD-CUST-ID.
111600     MOVE AS-ACCOUNT-NO TO WS-AD-ACCOUNT.
111700     MOVE AS-OLD-NAME TO WS-AD-OLD-NAME.
111800     MOVE AS-NEW-NAME TO WS-AD-NEW-NAME.
111900     PERFORM 6110-SHOW-ONE-FLAG THRU 6110-EXIT
112000         VARYING WS-EXC-SUB FROM 1 BY 1
112100         UNTIL WS-EXC-SUB > 3.
112200     MOVE WS-AR-DETAIL-LINE TO AR-LINE.
112300     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
112400 6100-EXIT.
112500     EXIT.
112600
112700*****************************************************************
112800*    6110-SHOW-ONE-FLAG
112900*****************************************************************
113000 6110-SHOW-ONE-FLAG.
113100     IF AS-EXC-FLAG (WS-EXC-SUB) = "Y"
113200         MOVE WS-EXC-LETTER (WS-EXC-SUB)
113300             TO WS-AD-FLAG (WS-EXC-SUB)
113400     END-IF.
113500 6110-EXIT.
113600     EXIT.
113700
113800*****************************************************************
113900*    6200-START-SOURCE
114000*****************************************************************
114100 6200-START-SOURCE.
114200     SET WS-SOURCE-ACTIVE TO TRUE.
114300     MOVE AS-SOURCE TO WS-CURR-SOURCE.
114400     IF AS-SOURCE = "2"
114500         MOVE 2 TO WS-SRC-SUB
114600         MOVE "BULK LOAD - HELLOLOD (TERMINAL BTCH)"
114700             TO WS-AS-TITLE
114800     ELSE
114900         MOVE 1 TO WS-SRC-SUB
115000         MOVE "ONLINE MAINTENANCE - HMNT" TO WS-AS-TITLE
115100     END-IF.
115200     PERFORM 6210-CLEAR-SOURCE-COUNT THRU 6210-EXIT
115300         VARYING WS-ACT-SUB FROM 1 BY 1
115400         UNTIL WS-ACT-SUB > 4.
115500     MOVE SPACES TO AR-LINE.
115600     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
115700     MOVE WS-AR-SECTION-LINE TO AR-LINE.
115800     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
115900 6200-EXIT.
116000     EXIT.
116100
116200*****************************************************************
116300*    6210-CLEAR-SOURCE-COUNT
116400*****************************************************************
116500 6210-CLEAR-SOURCE-COUNT.
116600     MOVE ZERO TO WS-SRC-ACT-COUNT (WS-ACT-SUB).
116700 6210-EXIT.
116800     EXIT.
116900
117000*****************************************************************
117100*    6250-END-SOURCE
117200*****************************************************************
117300 6250-END-SOURCE.
117400     IF WS-SRC-SUB = 2
117500         MOVE "HELLOLOD TOTAL" TO WS-AA-LABEL
117600     ELSE
117700         MOVE "HMNT TOTAL" TO WS-AA-LABEL
117800     END-IF.
117900     MOVE SPACES TO WS-AA-NOTE.
118000     MOVE ZERO TO WS-LINE-TOTAL.
118100     PERFORM 6260-EDIT-SOURCE-COUNT THRU 6260-EXIT
118200         VARYING WS-ACT-SUB FROM 1 BY 1
118300         UNTIL WS-ACT-SUB > 4.
118400     PERFORM 6400-PRINT-ACTION-COUNTS THRU 6400-EXIT.
118500     MOVE "N" TO WS-SOURCE-ACTIVE-SW.
118600 6250-EXIT.
118700     EXIT.
118800
118900*****************************************************************
119000*    6260-EDIT-SOURCE-COUNT
119100*****************************************************************
119200 6260-EDIT-SOURCE-COUNT.
119300     MOVE WS-SRC-ACT-COUNT (WS-ACT-SUB)
119400         TO WS-AA-COUNT (WS-ACT-SUB).
119500     ADD WS-SRC-ACT-COUNT (WS-ACT-SUB) TO WS-LINE-TOTAL.
119600 6260-EXIT.
119700     EXIT.
119800
119900*****************************************************************
120000*    6300-START-TERMINAL
120100*****************************************************************
120200 6300-START-TERMINAL.
120300     SET WS-TERM-ACTIVE TO TRUE.
120400     MOVE AS-TERM-ID TO WS-CURR-TERM-ID.
120500     PERFORM 6310-CLEAR-TERM-COUNT THRU 6310-EXIT
120600         VARYING WS-ACT-SUB FROM 1 BY 1
120700         UNTIL WS-ACT-SUB > 4.
120800     MOVE AS-TERM-ID TO WS-AT-TERM-ID.
120900     MOVE SPACES TO AR-LINE.
121000     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
121100     MOVE WS-AR-TERMINAL-LINE TO AR-LINE.
121200     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
121300     MOVE WS-AR-DETAIL-COLUMN-LINE TO AR-LINE.
121400     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
121500 6300-EXIT.
121600     EXIT.
121700
121800*****************************************************************
121900*    6310-CLEAR-TERM-COUNT
122000*****************************************************************
122100 6310-CLEAR-TERM-COUNT.
122200     MOVE ZERO TO WS-TERM-ACT-COUNT (WS-ACT-SUB).
122300 6310-EXIT.
122400     EXIT.
122500
122600*****************************************************************
122700*    6350-END-TERMINAL
122800*    AN ONLINE TERMINAL ALREADY REPORTED FOR ITS VOLUME IS MARKED
122900*    ON ITS TOTAL LINE TOO.
123000*****************************************************************
123100 6350-END-TERMINAL.
123200     MOVE SPACES TO WS-AA-LABEL.
123300     STRING "TERMINAL " WS-CURR-TERM-ID " TOTAL"
123400         DELIMITED BY SIZE INTO WS-AA-LABEL.
123500     MOVE SPACES TO WS-AA-NOTE.
123600     IF WS-SRC-SUB = 1
123700         MOVE WS-CURR-TERM-ID TO WS-TT-SEARCH-ID
123800         PERFORM 2450-LOOKUP-TERMINAL THRU 2450-EXIT
123900         IF WS-TT-WAS-FOUND
124000             AND WS-TT-ABOVE-NORM (WS-TT-IDX)
124100             MOVE "*ABOVE NORM*" TO WS-AA-NOTE
124200         END-IF
124300     END-IF.
124400     MOVE ZERO TO WS-LINE-TOTAL.
124500     PERFORM 6360-EDIT-TERM-COUNT THRU 6360-EXIT
124600         VARYING WS-ACT-SUB FROM 1 BY 1
124700         UNTIL WS-ACT-SUB > 4.
124800     PERFORM 6400-PRINT-ACTION-COUNTS THRU 6400-EXIT.
124900     MOVE "N" TO WS-TERM-ACTIVE-SW.
125000 6350-EXIT.
125100     EXIT.
125200
125300*****************************************************************
125400*    6360-EDIT-TERM-COUNT
125500*****************************************************************
125600 6360-EDIT-TERM-COUNT.
125700     MOVE WS-TERM-ACT-COUNT (WS-ACT-SUB)
125800         TO WS-AA-COUNT (WS-ACT-SUB).
125900     ADD WS-TERM-ACT-COUNT (WS-ACT-SUB) TO WS-LINE-TOTAL.
126000 6360-EXIT.
126100     EXIT.
126200
126300*****************************************************************
126400*    6400-PRINT-ACTION-COUNTS
126500*    PRINTS WS-AR-ACTION-COUNT-LINE ONCE ITS LABEL, NOTE, FOUR
126600*    COUNTS, AND WS-LINE-TOTAL ARE IN PLACE.
126700*****************************************************************
126800 6400-PRINT-ACTION-COUNTS.
126900     PERFORM 6410-NAME-ONE-COUNT THRU 6410-EXIT
127000         VARYING WS-ACT-SUB FROM 1 BY 1
127100         UNTIL WS-ACT-SUB > 4.
127200     MOVE WS-LINE-TOTAL TO WS-AA-TOTAL.
127300     MOVE SPACES TO AR-LINE.
127400     MOVE WS-AR-ACTION-COUNT-LINE TO AR-LINE.
127500     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
127600 6400-EXIT.
127700     EXIT.
127800
127900*****************************************************************
128000*    6410-NAME-ONE-COUNT
128100*****************************************************************
128200 6410-NAME-ONE-COUNT.
128300     MOVE WS-ACTION-NAME (WS-ACT-SUB) TO WS-AA-NAME (WS-ACT-SUB).
128400     MOVE SPACES TO WS-AA-GAP (WS-ACT-SUB).
128500 6410-EXIT.
128600     EXIT.
128700
128800*****************************************************************
128900*    7100-WRITE-LINE
129000*****************************************************************
129100 7100-WRITE-LINE.
129200     IF WS-AUDRPT-OK
129300         WRITE AR-LINE
129400     END-IF.
129500 7100-EXIT.
129600     EXIT.
129700
129800*****************************************************************
129900*    7300-EDIT-TIME
130000*    WS-CHK-TIME (HHMMSS...) TO HH:MM:SS.
130100*****************************************************************
130200 7300-EDIT-TIME.
130300     MOVE WS-CHK-TIME (1:2) TO WS-ET-HH.
130400     MOVE WS-CHK-TIME (3:2) TO WS-ET-MI.
130500     MOVE WS-CHK-TIME (5:2) TO WS-ET-SS.
130600 7300-EXIT.
130700     EXIT.
130800
130900*****************************************************************
131000*    7400-SET-ACTION
131100*    SETS WS-ACT-SUB AND WS-ACTION-TEXT FOR WS-ACTION-CODE.
131200*****************************************************************
131300 7400-SET-ACTION.
131400     MOVE 4 TO WS-ACT-SUB.
131500     IF WS-ACTION-CODE = "A"
131600         MOVE 1 TO WS-ACT-SUB
131700     END-IF.
131800     IF WS-ACTION-CODE = "C"
131900         MOVE 2 TO WS-ACT-SUB
132000     END-IF.
132100     IF WS-ACTION-CODE = "D"
132200         MOVE 3 TO WS-ACT-SUB
132300     END-IF.
132400     MOVE WS-ACTION-NAME (WS-ACT-SUB) TO WS-ACTION-TEXT.
132500 7400-EXIT.
132600     EXIT.
132700
132800*****************************************************************
132900*    8000-PRINT-TOTALS
133000*    TOTALS BY ACTION FOR EACH SOURCE, THE EXCEPTION COUNTS, AND
133100*    THE CONDITION CODE.
133200*****************************************************************
133300 8000-PRINT-TOTALS.
133400     MOVE SPACES TO AR-LINE.
133500     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
133600     MOVE "TOTALS FOR THE PERIOD" TO WS-AS-TITLE.
133700     MOVE WS-AR-SECTION-LINE TO AR-LINE.
133800     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
133900     MOVE WS-AR-TOTAL-COLUMN-LINE TO AR-LINE.
134000     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
134100     PERFORM 8100-PRINT-ACTION-ROW THRU 8100-EXIT
134200         VARYING WS-ACT-SUB FROM 1 BY 1
134300         UNTIL WS-ACT-SUB > 4.
134400     MOVE "TOTAL" TO WS-AO-ACTION.
134500     MOVE WS-GRAND-ONLINE TO WS-AO-ONLINE.
134600     MOVE WS-GRAND-BULK TO WS-AO-BULK.
134700     COMPUTE WS-LINE-TOTAL = WS-GRAND-ONLINE + WS-GRAND-BULK.
134800     MOVE WS-LINE-TOTAL TO WS-AO-TOTAL.
134900     MOVE WS-AR-TOTAL-LINE TO AR-LINE.
135000     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
135100     MOVE SPACES TO AR-LINE.
135200     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
135300     MOVE "CUSTAUD RECORDS READ" TO WS-CL-LABEL.
135400     MOVE WS-CUSTAUD-READ-COUNT TO WS-CL-COUNT.
135500     PERFORM 8200-PRINT-ONE-COUNT THRU 8200-EXIT.
135600     MOVE "RECORDS IN THE PERIOD" TO WS-CL-LABEL.
135700     MOVE WS-PERIOD-COUNT TO WS-CL-COUNT.
135800     PERFORM 8200-PRINT-ONE-COUNT THRU 8200-EXIT.
135900     MOVE "ONLINE RECORDS IN THE NORM WINDOW" TO WS-CL-LABEL.
136000     MOVE WS-NORM-WINDOW-COUNT TO WS-CL-COUNT.
136100     PERFORM 8200-PRINT-ONE-COUNT THRU 8200-EXIT.
136200     MOVE "RECORDS WITH AN UNREADABLE DATE" TO WS-CL-LABEL.
136300     MOVE WS-BAD-DATE-COUNT TO WS-CL-COUNT.
136400     PERFORM 8200-PRINT-ONE-COUNT THRU 8200-EXIT.
136500     MOVE "GREETING-DESK RECORDS NOT REVIEWED" TO WS-CL-LABEL.
136600     MOVE WS-GREETING-DESK-COUNT TO WS-CL-COUNT.
136700     PERFORM 8200-PRINT-ONE-COUNT THRU 8200-EXIT.
136800     PERFORM 8300-PRINT-EXC-COUNT THRU 8300-EXIT
136900         VARYING WS-EXC-SUB FROM 1 BY 1
137000         UNTIL WS-EXC-SUB > 3.
137100     MOVE "TERMINALS FAR ABOVE THEIR NORM" TO WS-CL-LABEL.
137200     MOVE WS-VOLUME-EXC-COUNT TO WS-CL-COUNT.
137300     PERFORM 8200-PRINT-ONE-COUNT THRU 8200-EXIT.
137400     DISPLAY "HELLOAUD - " WS-PERIOD-COUNT
137500         " RECORD(S) IN PERIOD, " WS-EXC-LINES-PRINTED
137600         " EXCEPTION LINE(S), " WS-VOLUME-EXC-COUNT
137700         " TERMINAL(S) ABOVE NORM.".
137800     IF WS-LISTED-COUNT NOT = WS-PERIOD-COUNT
137900         DISPLAY "HELLOAUD - " WS-LISTED-COUNT
138000             " RECORD(S) LISTED - DOES NOT MATCH THE PERIOD"
138100         MOVE 8 TO WS-RETURN-CODE
138200     END-IF.
138300     IF WS-BAD-DATE-COUNT > ZERO
138400         DISPLAY "HELLOAUD - " WS-BAD-DATE-COUNT
138500             " CUSTAUD RECORD(S) SKIPPED, DATE NOT NUMERIC"
138600     END-IF.
138700     IF (WS-EXC-LINES-PRINTED > ZERO
138800         OR WS-VOLUME-EXC-COUNT > ZERO)
138900         AND WS-RETURN-CODE < 4
139000         MOVE 4 TO WS-RETURN-CODE
139100     END-IF.
139200 8000-EXIT.
139300     EXIT.
139400
139500*****************************************************************
139600*    8100-PRINT-ACTION-ROW
139700*****************************************************************
139800 8100-PRINT-ACTION-ROW.
139900     MOVE WS-ACTION-NAME (WS-ACT-SUB) TO WS-AO-ACTION.
140000     MOVE WS-TOTAL-ACT-COUNT (1, WS-ACT-SUB) TO WS-AO-ONLINE.
140100     MOVE WS-TOTAL-ACT-COUNT (2, WS-ACT-SUB) TO WS-AO-BULK.
140200     COMPUTE WS-LINE-TOTAL = WS-TOTAL-ACT-COUNT (1, WS-ACT-SUB)
140300         + WS-TOTAL-ACT-COUNT (2, WS-ACT-SUB).
140400     MOVE WS-LINE-TOTAL TO WS-AO-TOTAL.
140500     ADD WS-TOTAL-ACT-COUNT (1, WS-ACT-SUB) TO WS-GRAND-ONLINE.
140600     ADD WS-TOTAL-ACT-COUNT (2, WS-ACT-SUB) TO WS-GRAND-BULK.
140700     MOVE SPACES TO AR-LINE.
140800     MOVE WS-AR-TOTAL-LINE TO AR-LINE.
140900     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
141000 8100-EXIT.
141100     EXIT.
141200
141300*****************************************************************
141400*    8200-PRINT-ONE-COUNT
141500*****************************************************************
141600 8200-PRINT-ONE-COUNT.
141700     MOVE SPACES TO AR-LINE.
141800     MOVE WS-COUNT-LINE TO AR-LINE.
141900     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
142000 8200-EXIT.
142100     EXIT.
142200
142300*****************************************************************
142400*    8300-PRINT-EXC-COUNT
142500*****************************************************************
142600 8300-PRINT-EXC-COUNT.
142700     MOVE SPACES TO WS-CL-LABEL.
142800     STRING "EXCEPTION " WS-EXC-LETTER (WS-EXC-SUB) " - "
142900         WS-EXC-DESC (WS-EXC-SUB)
143000         DELIMITED BY SIZE INTO WS-CL-LABEL.
143100     MOVE WS-EXC-COUNT (WS-EXC-SUB) TO WS-CL-COUNT.
143200     PERFORM 8200-PRINT-ONE-COUNT THRU 8200-EXIT.
143300 8300-EXIT.
143400     EXIT.
143500
143600*****************************************************************
143700*    9000-TERMINATE
143800*****************************************************************
143900 9000-TERMINATE.
144000     IF WS-CUSTAUD-READY
144100         CLOSE AUDIT-IN
144200     END-IF.
144300     IF WS-AUDWORK-READY
144400         CLOSE AUDIT-WORK
144500     END-IF.
144600     IF WS-AUDRPT-OK
144700         CLOSE AUDIT-REPORT
144800     END-IF.
144900 9000-EXIT.
145000     EXIT.
