000100*****************************************************************
000200*    MODIFICATION HISTORY
000300*    2026-10-15  DRO  INITIAL VERSION.  ANNIVERSARY AND BIRTHDAY
000400*                     COVERAGE EXCEPTIONS.  HELLORCN PROVES THE
000500*                     DAY'S COUNTS TIE OUT BUT CANNOT SAY WHETHER
000600*                     EVERY CUSTOMER WHO WAS DUE WAS GREETED.
000700*                     THIS WORKS OUT FROM CUSTMAS WHO WAS DUE ON
000800*                     EACH DAY OF A PERIOD, MATCHES THEM TO THE
000900*                     GREETINGS ON GREET-LOG AND GREETEXT, AND
001000*                     LISTS BY BRANCH EVERY DUE CUSTOMER WITH NO
001100*                     CARD (WITH THE LIKELY REASON) AND EVERY
001200*                     GREETING SENT TO A CUSTOMER WHO WAS NOT DUE.
001300*****************************************************************
001400 IDENTIFICATION DIVISION.
001500 PROGRAM-ID.    HELLOCOV.
001600 AUTHOR.        D. OKAFOR.
001700 INSTALLATION.  RETAIL BANKING SYSTEMS.
001800 DATE-WRITTEN.  2026-10-15.
001900 DATE-COMPILED.
002000*****************************************************************
002100*    HELLOCOV SORTS TOGETHER BY CUSTOMER ID AND DATE: CUSTMAS,
002200*    THE ANNIVERSARY AND BIRTHDAY GREETINGS ON GREET-LOG (THE
002300*    LIVE LOG PLUS ANY HELLOARC ARCHIVES CONCATENATED BEHIND IT)
002400*    AND ON GREETEXT, THE CUSTAUD ADDS AND DELETES, AND THE
002500*    ANNIVERSARY GREETINGS HELD BACK ON CAPFILE.
002600*
002700*    FOR EACH CUSTOMER ON CUSTMAS IT WORKS OUT EVERY DAY THE
002800*    OPEN-DATE ANNIVERSARY OR BIRTHDAY FELL ON, EXACTLY AS THE
002900*    HELLO "A" RUN DOES (MONTH AND DAY, A FEBRUARY 29TH DATE DUE
003000*    ON THE 28TH OUTSIDE LEAP YEARS).  A GREETING COVERS THE DUE
003100*    DAYS ITS RUN COVERED: THE RUN DAY ITSELF AND ANY DAYS SINCE
003200*    THE PREVIOUS ANNIVERSARY RUN, UP TO HELLO'S 31-DAY CATCH-UP.
003300*    A DAY IS AN ANNIVERSARY RUN DAY WHEN ANY CUSTOMER WAS GREETED
003400*    OR CAPPED BY THAT RUN ON IT.
003500*
003600*    A DUE CUSTOMER IS GREETED WHEN A CARD WITH AN ADDRESS WENT
003700*    TO THE FULFILLMENT EXTRACT FOR IT.  ANY OTHER DUE CUSTOMER IS
003800*    LISTED WITH THE FIRST LIKELY REASON THAT FITS:
003900*
004000*      - ON SUPPFILE (ASKED NOT TO BE GREETED);
004100*      - DELETED PER CUSTAUD (OFF CUSTMAS ON THE DUE DAY);
004200*      - CAPPED (HELD BACK BY THE CONTACT-FREQUENCY CAP);
004300*      - NO ADDRESS ON FILE (OR THE CARD WENT WITH NO ADDRESS);
004400*      - ANNIVERSARY RUN MISSED (NO RUN ON THE DUE DAY OR IN THE
004500*        CATCH-UP DAYS AFTER IT);
004600*      - UNEXPLAINED.
004700*
004800*    THE REVERSE CASE IS LISTED TOO: AN ANNIVERSARY OR BIRTHDAY
004900*    GREETING THAT COVERED NO DUE DAY - THE CUSTOMER IS NOT ON
005000*    CUSTMAS, WAS ALREADY GREETED FOR THAT DAY, OR HAS NO DATE
005100*    ON FILE FALLING IN THE RUN'S WINDOW.
005200*
005300*    DUE DAYS COME FROM CUSTMAS AS IT STANDS TODAY - A CUSTOMER
005400*    SINCE DELETED FOR GOOD HAS NO DATES TO CHECK, AND A DATE
005500*    CORRECTED SINCE THE GREETING SHOWS AS ONE DAY MISSED AND ONE
005600*    GREETING NOT DUE.  COVRPT IS SORTED AND SUBTOTALED BY
005700*    BRANCH (THE FIRST THREE CHARACTERS OF THE ACCOUNT NUMBER, AS
005800*    IN HELLOVRT) SO A BRANCH'S COMPLAINT CAN BE ANSWERED FROM ITS
005900*    OWN PAGE.
006000*
006100*    CONDITION CODES: 0 CLEAN, 4 WARNING (EXCEPTIONS LISTED, OR
006200*    SUPPFILE, CUSTAUD, OR CAPFILE UNAVAILABLE SO SOME REASONS
006300*    COULD NOT BE TOLD APART), 8 FAILED (COVPRM INVALID, OR
006400*    CUSTMAS, GREETLOG, GREETEXT, COVWORK, OR COVRPT WOULD NOT
006500*    OPEN OR READ TO THE END).
006600*****************************************************************
006700 ENVIRONMENT DIVISION.
006800 CONFIGURATION SECTION.
006900 SOURCE-COMPUTER.   IBM-370.
007000 OBJECT-COMPUTER.   IBM-370.
007100 INPUT-OUTPUT SECTION.
007200 FILE-CONTROL.
007300     SELECT PARM-FILE ASSIGN TO COVPRM
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WS-PARM-STATUS.
007600     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAS
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS SEQUENTIAL
007900         RECORD KEY IS CM-CUST-ID
008000         FILE STATUS IS WS-CUSTMAS-STATUS.
008100     SELECT GREET-LOG ASSIGN TO GREETLOG
008200         ORGANIZATION IS SEQUENTIAL
008300         FILE STATUS IS WS-GREETLOG-STATUS.
008400     SELECT EXTRACT-IN ASSIGN TO GREETEXT
008500         ORGANIZATION IS SEQUENTIAL
008600         FILE STATUS IS WS-GREETEXT-STATUS.
008700     SELECT AUDIT-FILE ASSIGN TO CUSTAUD
008800         ORGANIZATION IS SEQUENTIAL
008900         FILE STATUS IS WS-CUSTAUD-STATUS.
009000     SELECT CAPPED-FILE ASSIGN TO CAPFILE
009100         ORGANIZATION IS SEQUENTIAL
009200         FILE STATUS IS WS-CAPFILE-STATUS.
009300     SELECT SUPPRESS-FILE ASSIGN TO SUPPFILE
009400         ORGANIZATION IS INDEXED
009500         ACCESS MODE IS RANDOM
009600         RECORD KEY IS SP-CUST-ID
009700         FILE STATUS IS WS-SUPPFILE-STATUS.
009800     SELECT EXCEPTION-WORK ASSIGN TO COVWORK
009900         ORGANIZATION IS SEQUENTIAL
010000         FILE STATUS IS WS-COVWORK-STATUS.
010100     SELECT SORT-WORK ASSIGN TO SORTWK01.
010200     SELECT EXCEPTION-SORT ASSIGN TO SORTWK01.
010300     SELECT COVERAGE-REPORT ASSIGN TO COVRPT
010400         ORGANIZATION IS SEQUENTIAL
010500         FILE STATUS IS WS-COVRPT-STATUS.
010600
010700 DATA DIVISION.
010800 FILE SECTION.
010900 FD  PARM-FILE
011000     RECORDING MODE IS F
011100     LABEL RECORDS ARE STANDARD.
011200     COPY COVPRM.
011300
011400 FD  CUSTOMER-MASTER
011500     LABEL RECORDS ARE STANDARD.
011600     COPY CUSTMAS.
011700
011800 FD  GREET-LOG
011900     RECORDING MODE IS F
012000     LABEL RECORDS ARE STANDARD.
012100     COPY GREETLOG.
012200
012300 FD  EXTRACT-IN
012400     RECORDING MODE IS F
012500     LABEL RECORDS ARE STANDARD.
012600     COPY GREETEXT.
012700
012800 FD  AUDIT-FILE
012900     RECORDING MODE IS F
013000     LABEL RECORDS ARE STANDARD.
013100     COPY CUSTAUD.
013200
013300 FD  CAPPED-FILE
013400     RECORDING MODE IS F
013500     LABEL RECORDS ARE STANDARD.
013600     COPY CAPLOG.
013700
013800 FD  SUPPRESS-FILE
013900     LABEL RECORDS ARE STANDARD.
014000     COPY SUPPFILE.
014100
014200*****************************************************************
014300*    ONE RECORD PER EXCEPTION, RE-SORTED BY SECTION (M = DUE BUT
014400*    NOT GREETED, N = GREETED BUT NOT DUE), BRANCH, AND DATE FOR
014500*    THE REPORT.
014600*****************************************************************
014700 FD  EXCEPTION-WORK
014800     RECORDING MODE IS F
014900     LABEL RECORDS ARE STANDARD.
015000 01  EW-RECORD.
015100     05  EW-SECTION              PIC X(01).
015200     05  EW-BRANCH               PIC X(03).
015300     05  EW-DATE                 PIC 9(08).
015400     05  EW-CUST-ID              PIC X(06).
015500     05  EW-OCCASION             PIC X(01).
015600     05  EW-NAME                 PIC X(20).
015700     05  EW-ACCOUNT-NO           PIC X(10).
015800     05  EW-REASON               PIC X(22).
015900     05  EW-DETAIL               PIC X(40).
016000     05  FILLER                  PIC X(09).
016100
016200*****************************************************************
016300*    SORT RECORD - CUSTMAS (TYPE 1, DATE ZERO SO IT LEADS ITS
016400*    CUSTOMER), THEN BY DATE THE CUSTAUD ADDS AND DELETES (2), THE
016500*    GREET-LOG GREETINGS (3), THE GREETEXT CARDS (4), AND THE
016600*    CAPPED ANNIVERSARY GREETINGS (5).
016700*****************************************************************
016800 SD  SORT-WORK.
016900 01  SW-RECORD.
017000     05  SW-CUST-ID              PIC X(06).
017100     05  SW-DATE                 PIC 9(08).
017200     05  SW-TYPE                 PIC X(01).
017300         88  SW-TYPE-MASTER          VALUE "1".
017400         88  SW-TYPE-AUDIT           VALUE "2".
017500         88  SW-TYPE-LOG             VALUE "3".
017600         88  SW-TYPE-CARD            VALUE "4".
017700         88  SW-TYPE-CAPPED          VALUE "5".
017800     05  SW-OCCASION             PIC X(01).
017900     05  SW-ACTION               PIC X(01).
018000     05  SW-ADDR-SW              PIC X(01).
018100     05  SW-NAME                 PIC X(20).
018200     05  SW-ACCOUNT-NO           PIC X(10).
018300     05  SW-OPEN-DATE            PIC X(08).
018400     05  SW-BIRTH-DATE           PIC X(08).
018500     05  FILLER                  PIC X(16).
018600
018700 SD  EXCEPTION-SORT.
018800 01  ES-RECORD.
018900     05  ES-SECTION              PIC X(01).
019000     05  ES-BRANCH               PIC X(03).
019100     05  ES-DATE                 PIC 9(08).
019200     05  ES-CUST-ID              PIC X(06).
019300     05  ES-OCCASION             PIC X(01).
019400     05  ES-NAME                 PIC X(20).
019500     05  ES-ACCOUNT-NO           PIC X(10).
019600     05  ES-REASON               PIC X(22).
019700     05  ES-DETAIL               PIC X(40).
019800     05  FILLER                  PIC X(09).
019900
020000 FD  COVERAGE-REPORT
020100     RECORDING MODE IS F
020200     LABEL RECORDS ARE STANDARD.
020300 01  CR-LINE                 PIC X(132).
020400
020500 WORKING-STORAGE SECTION.
020600*****************************************************************
020700*    RUN CONTROL SWITCHES
020800*****************************************************************
020900 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
021000 77  WS-CUSTMAS-STATUS       PIC X(02) VALUE SPACES.
021100 77  WS-GREETLOG-STATUS      PIC X(02) VALUE SPACES.
021200 77  WS-GREETEXT-STATUS      PIC X(02) VALUE SPACES.
021300 77  WS-CUSTAUD-STATUS       PIC X(02) VALUE SPACES.
021400 77  WS-CAPFILE-STATUS       PIC X(02) VALUE SPACES.
021500 77  WS-SUPPFILE-STATUS      PIC X(02) VALUE SPACES.
021600 77  WS-COVWORK-STATUS       PIC X(02) VALUE SPACES.
021700 77  WS-COVRPT-STATUS        PIC X(02) VALUE SPACES.
021800 77  WS-CUSTAUD-OPEN-SW      PIC X(01) VALUE "N".
021900     88  WS-CUSTAUD-READY        VALUE "Y".
022000 77  WS-CAPFILE-OPEN-SW      PIC X(01) VALUE "N".
022100     88  WS-CAPFILE-READY        VALUE "Y".
022200 77  WS-SUPPFILE-OPEN-SW     PIC X(01) VALUE "N".
022300     88  WS-SUPPFILE-READY       VALUE "Y".
022400 77  WS-COVRPT-OPEN-SW       PIC X(01) VALUE "N".
022500     88  WS-COVRPT-OK            VALUE "Y".
022600 77  WS-INPUT-EOF-SW         PIC X(01) VALUE "N".
022700     88  WS-END-OF-INPUT         VALUE "Y".
022800 77  WS-SORT-EOF-SW          PIC X(01) VALUE "N".
022900     88  WS-SORT-AT-END          VALUE "Y".
023000 77  WS-ABORT-SW             PIC X(01) VALUE "N".
023100     88  WS-RUN-ABORTED          VALUE "Y".
023200 77  WS-INPUT-FAILED-SW      PIC X(01) VALUE "N".
023300     88  WS-INPUT-FAILED         VALUE "Y".
023400 77  WS-RETURN-CODE          PIC 9(01) VALUE ZERO.
023500
023600*****************************************************************
023700*    THE PERIOD AND THE DATES AROUND IT.  GREETINGS ARE READ FROM
023800*    30 DAYS BEFORE THE PERIOD (SO A GREETING EARLY IN IT CAN BE
023900*    MATCHED TO A DUE DAY JUST BEFORE IT) TO 30 DAYS AFTER IT (SO
024000*    A DUE DAY LATE IN IT CAN BE FOUND IN A CATCH-UP RUN).  30
024100*    DAYS BACK PLUS THE RUN DAY ITSELF IS HELLO'S 31-DATE WINDOW.
024200*****************************************************************
024300 77  WS-CATCHUP-DAYS         PIC 9(04) VALUE 30 COMP.
024400 77  WS-MAX-PERIOD-DAYS      PIC 9(04) VALUE 366 COMP.
024500 77  WS-PERIOD-DAYS          PIC 9(07) VALUE ZERO COMP.
024600 77  WS-FROM-INTEGER         PIC 9(07) VALUE ZERO COMP.
024700 77  WS-TO-INTEGER           PIC 9(07) VALUE ZERO COMP.
024800 77  WS-LOW-INTEGER          PIC 9(07) VALUE ZERO COMP.
024900 77  WS-HIGH-INTEGER         PIC 9(07) VALUE ZERO COMP.
025000 77  WS-HIGH-DATE            PIC 9(08) VALUE ZERO.
025100 01  WS-LOW-DATE             PIC 9(08) VALUE ZERO.
025200 01  WS-LOW-DATE-PARTS REDEFINES WS-LOW-DATE.
025300     05  WS-LOW-YYYY             PIC 9(04).
025400     05  FILLER                  PIC 9(04).
025500 01  WS-PARM-DATE            PIC 9(08) VALUE ZERO.
025600 01  WS-PARM-DATE-PARTS REDEFINES WS-PARM-DATE.
025700     05  WS-PD-YYYY              PIC 9(04).
025800     05  WS-PD-MM                PIC 9(02).
025900     05  WS-PD-DD                PIC 9(02).
026000 77  WS-DATE-VALID-SW        PIC X(01) VALUE "N".
026100     88  WS-DATE-IS-VALID        VALUE "Y".
026200
026300*****************************************************************
026400*    ANNIVERSARY RUN DAYS - ONE FLAG PER DAY FROM WS-LOW-INTEGER,
026500*    SET WHEN ANY ANNIVERSARY OR BIRTHDAY GREETING (OR CAPPED
026600*    ANNIVERSARY GREETING) IS DATED THAT DAY.  366 DAYS PLUS 30
026700*    EITHER SIDE.
026800*****************************************************************
026900 77  WS-RUN-DAY-MAX          PIC 9(04) VALUE 430 COMP.
027000 77  WS-RUN-DAY-SUB          PIC 9(04) VALUE ZERO COMP.
027100 77  WS-RUN-DAY-LIMIT        PIC 9(04) VALUE ZERO COMP.
027200 77  WS-RUN-DAY-FOUND-SW     PIC X(01) VALUE "N".
027300     88  WS-RUN-DAY-FOUND        VALUE "Y".
027400 01  WS-RUN-DAY-TABLE.
027500     05  WS-RUN-DAY              PIC X(01) OCCURS 430 TIMES.
027600 77  WS-WORK-INTEGER         PIC 9(07) VALUE ZERO COMP.
027700 77  WS-PREV-RUN-INTEGER     PIC 9(07) VALUE ZERO COMP.
027800 77  WS-COVER-FROM-INTEGER   PIC 9(07) VALUE ZERO COMP.
027900
028000*****************************************************************
028100*    DUE-DAY WORK.  THE MONTH LENGTHS ALLOW FEBRUARY 29TH - A
028200*    LEAP-DAY DATE IS ALREADY MOVED TO THE 28TH FOR A NON-LEAP
028300*    YEAR BEFORE IT IS CHECKED.  LEAP RULE AS IN HELLO.
028400*****************************************************************
028500 01  WS-MONTH-DAYS-DATA      PIC X(24)
028600                             VALUE "312931303130313130313031".
028700 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
028800     05  WS-MD-DAYS              PIC 9(02) OCCURS 12 TIMES.
028900 77  WS-DUE-YEAR             PIC 9(04) VALUE ZERO.
029000 77  WS-LEAP-QUOTIENT        PIC 9(04) VALUE ZERO COMP.
029100 77  WS-LEAP-REMAINDER       PIC 9(04) VALUE ZERO COMP.
029200 77  WS-FEB29-DUE-MMDD       PIC X(04) VALUE "0229".
029300 77  WS-DUE-SOURCE-DATE      PIC X(08) VALUE SPACES.
029400 77  WS-DUE-SOURCE-OCCASION  PIC X(01) VALUE SPACES.
029500 01  WS-DUE-WORK-DATE        PIC 9(08) VALUE ZERO.
029600 01  WS-DUE-WORK-PARTS REDEFINES WS-DUE-WORK-DATE.
029700     05  WS-DW-YYYY              PIC 9(04).
029800     05  WS-DW-MMDD              PIC X(04).
029900 01  WS-DUE-WORK-MD REDEFINES WS-DUE-WORK-DATE.
030000     05  FILLER                  PIC 9(04).
030100     05  WS-DW-MM                PIC 9(02).
030200     05  WS-DW-DD                PIC 9(02).
030300
030400*****************************************************************
030500*    CURRENT CUSTOMER GROUP - EVERYTHING KNOWN ABOUT ONE CUSTOMER
030600*    ID, HELD UNTIL THE LAST OF ITS SORTED RECORDS HAS ARRIVED.
030700*****************************************************************
030800 77  WS-GRP-CUST-ID          PIC X(06) VALUE SPACES.
030900 77  WS-GRP-ACTIVE-SW        PIC X(01) VALUE "N".
031000     88  WS-GRP-ACTIVE           VALUE "Y".
031100 77  WS-GRP-MASTER-SW        PIC X(01) VALUE "N".
031200     88  WS-GRP-ON-MASTER        VALUE "Y".
031300 77  WS-GRP-SUPP-SW          PIC X(01) VALUE " ".
031400     88  WS-GRP-SUPP-CHECKED     VALUE "Y" "N".
031500     88  WS-GRP-SUPPRESSED       VALUE "Y".
031600 77  WS-GRP-SUPP-DATE        PIC 9(08) VALUE ZERO.
031700 77  WS-GRP-SUPP-REASON      PIC X(30) VALUE SPACES.
031800 01  WS-GRP-MASTER.
031900     05  WS-GM-NAME              PIC X(20).
032000     05  WS-GM-ACCOUNT-NO        PIC X(10).
032100     05  WS-GM-ADDR-SW           PIC X(01).
032200         88  WS-GM-HAS-ADDRESS       VALUE "Y".
032300     05  WS-GM-OPEN-DATE         PIC X(08).
032400     05  WS-GM-BIRTH-DATE        PIC X(08).
032500
032600*    THE DAYS THE CUSTOMER WAS DUE, EACH WITH THE GREETING THAT
032700*    COVERED IT (ZERO UNTIL ONE DOES).
032800 77  WS-DUE-COUNT            PIC 9(04) VALUE ZERO COMP.
032900 77  WS-DUE-MAX              PIC 9(04) VALUE 12 COMP.
033000 77  WS-DUE-SUB              PIC 9(04) VALUE ZERO COMP.
033100 01  WS-DUE-TABLE.
033200     05  WS-DUE-ENTRY            OCCURS 12 TIMES.
033300         10  WS-DUE-DATE             PIC 9(08).
033400         10  WS-DUE-INTEGER          PIC 9(07) COMP.
033500         10  WS-DUE-OCCASION         PIC X(01).
033600         10  WS-DUE-COVER            PIC 9(04) COMP.
033700
033800*    THE CUSTOMER'S ANNIVERSARY AND BIRTHDAY GREETINGS, ONE ENTRY
033900*    PER DAY - THE GREET-LOG RECORD AND THE GREETEXT CARD OF THE
034000*    SAME GREETING SHARE IT.
034100 77  WS-GRT-COUNT            PIC 9(04) VALUE ZERO COMP.
034200 77  WS-GRT-MAX              PIC 9(04) VALUE 60 COMP.
034300 77  WS-GRT-SUB              PIC 9(04) VALUE ZERO COMP.
034400 01  WS-GRT-TABLE.
034500     05  WS-GRT-ENTRY            OCCURS 60 TIMES.
034600         10  WS-GRT-DATE             PIC 9(08).
034700         10  WS-GRT-INTEGER          PIC 9(07) COMP.
034800         10  WS-GRT-OCCASION         PIC X(01).
034900         10  WS-GRT-LOG-SW           PIC X(01).
035000             88  WS-GRT-ON-LOG           VALUE "Y".
035100         10  WS-GRT-CARD-SW          PIC X(01).
035200             88  WS-GRT-CARD-ADDRESSED   VALUE "A".
035300             88  WS-GRT-CARD-NO-ADDRESS  VALUE "U".
035400         10  WS-GRT-COVERED          PIC 9(04) COMP.
035500
035600*    THE CUSTOMER'S CUSTAUD ADDS AND DELETES, IN DATE ORDER.
035700 77  WS-ACT-COUNT            PIC 9(04) VALUE ZERO COMP.
035800 77  WS-ACT-MAX              PIC 9(04) VALUE 20 COMP.
035900 77  WS-ACT-SUB              PIC 9(04) VALUE ZERO COMP.
036000 01  WS-ACT-TABLE.
036100     05  WS-ACT-ENTRY            OCCURS 20 TIMES.
036200         10  WS-ACT-DATE             PIC 9(08).
036300         10  WS-ACT-ACTION           PIC X(01).
036400
036500*    THE CUSTOMER'S ANNIVERSARY GREETINGS HELD BACK BY THE CAP.
036600 77  WS-CAP-COUNT            PIC 9(04) VALUE ZERO COMP.
036700 77  WS-CAP-MAX              PIC 9(04) VALUE 20 COMP.
036800 77  WS-CAP-SUB              PIC 9(04) VALUE ZERO COMP.
036900 01  WS-CAP-TABLE.
037000     05  WS-CAP-ENTRY            OCCURS 20 TIMES.
037100         10  WS-CAP-DATE             PIC 9(08).
037200         10  WS-CAP-INTEGER          PIC 9(07) COMP.
037300
037400*    WORK FIELDS FOR ONE DUE DAY OR GREETING BEING DECIDED.
037500 77  WS-ON-MASTER-SW         PIC X(01) VALUE "Y".
037600     88  WS-WAS-ON-MASTER        VALUE "Y".
037700 77  WS-FOUND-SUB            PIC 9(04) VALUE ZERO COMP.
037800 77  WS-FIRST-GRT-SUB        PIC 9(04) VALUE ZERO COMP.
037900 77  WS-REASON-SW            PIC X(01) VALUE SPACES.
038000     88  WS-REASON-SUPPRESSED    VALUE "S".
038100     88  WS-REASON-DELETED       VALUE "D".
038200     88  WS-REASON-CAPPED        VALUE "C".
038300     88  WS-REASON-NO-ADDRESS    VALUE "A".
038400     88  WS-REASON-RUN-MISSED    VALUE "R".
038500     88  WS-REASON-UNEXPLAINED   VALUE "U".
038600 01  WS-EDIT-DATE-1          PIC 9999/99/99.
038700 01  WS-EDIT-DATE-2          PIC 9999/99/99.
038800
038900*****************************************************************
039000*    RUN COUNTERS FOR THE SUMMARY AND THE CONSOLE.  EVERY DUE DAY
039100*    IN THE PERIOD IS EITHER GREETED OR COUNTED UNDER ONE REASON.
039200*****************************************************************
039300 77  WS-MASTER-READ-COUNT    PIC 9(08) VALUE ZERO COMP.
039400 77  WS-LOG-USED-COUNT       PIC 9(08) VALUE ZERO COMP.
039500 77  WS-CARD-USED-COUNT      PIC 9(08) VALUE ZERO COMP.
039600 77  WS-AUDIT-USED-COUNT     PIC 9(08) VALUE ZERO COMP.
039700 77  WS-CAPPED-USED-COUNT    PIC 9(08) VALUE ZERO COMP.
039800 77  WS-DUE-PERIOD-COUNT     PIC 9(08) VALUE ZERO COMP.
039900 77  WS-GREETED-COUNT        PIC 9(08) VALUE ZERO COMP.
040000 77  WS-MISS-SUPP-COUNT      PIC 9(08) VALUE ZERO COMP.
040100 77  WS-MISS-DELETED-COUNT   PIC 9(08) VALUE ZERO COMP.
040200 77  WS-MISS-CAPPED-COUNT    PIC 9(08) VALUE ZERO COMP.
040300 77  WS-MISS-NO-ADDR-COUNT   PIC 9(08) VALUE ZERO COMP.
040400 77  WS-MISS-RUN-COUNT       PIC 9(08) VALUE ZERO COMP.
040500 77  WS-MISS-UNEXPL-COUNT    PIC 9(08) VALUE ZERO COMP.
040600 77  WS-MISSED-COUNT         PIC 9(08) VALUE ZERO COMP.
040700 77  WS-GRT-PERIOD-COUNT     PIC 9(08) VALUE ZERO COMP.
040800 77  WS-NOT-DUE-COUNT        PIC 9(08) VALUE ZERO COMP.
040900 77  WS-OVERFLOW-COUNT       PIC 9(08) VALUE ZERO COMP.
041000 77  WS-EXCEPTION-COUNT      PIC 9(08) VALUE ZERO COMP.
041100 77  WS-BRANCH-COUNT         PIC 9(08) VALUE ZERO COMP.
041200 77  WS-SECTION-COUNT        PIC 9(08) VALUE ZERO COMP.
041300 77  WS-CURR-SECTION         PIC X(01) VALUE SPACES.
041400 77  WS-CURR-BRANCH          PIC X(03) VALUE SPACES.
041500
041600*****************************************************************
041700*    PRINT-LINE WORK AREAS
041800*****************************************************************
041900 01  WS-HEADING-LINE.
042000     05  FILLER                  PIC X(36)
042100             VALUE "ANNIVERSARY AND BIRTHDAY COVERAGE - ".
042200     05  WS-HD-FROM-DATE         PIC 9999/99/99.
042300     05  FILLER                  PIC X(04) VALUE " TO ".
042400     05  WS-HD-TO-DATE           PIC 9999/99/99.
042500 01  WS-SECTION-LINE.
042600     05  FILLER                  PIC X(04) VALUE "*** ".
042700     05  WS-SL-TITLE             PIC X(50).
042800 01  WS-BRANCH-LINE.
042900     05  FILLER                  PIC X(07) VALUE "BRANCH ".
043000     05  WS-BL-BRANCH            PIC X(03).
043100 01  WS-COLUMN-LINE.
043200     05  WS-CH-DATE              PIC X(12).
043300     05  FILLER                  PIC X(13) VALUE "OCCASION".
043400     05  FILLER                  PIC X(08) VALUE "CUST ID".
043500     05  FILLER                  PIC X(22) VALUE "NAME".
043600     05  FILLER                  PIC X(12) VALUE "ACCOUNT".
043700     05  FILLER                  PIC X(24) VALUE "REASON".
043800     05  FILLER                  PIC X(40) VALUE "DETAIL".
043900 01  WS-DETAIL-LINE.
044000     05  WS-DT-DATE              PIC 9999/99/99.
044100     05  FILLER                  PIC X(02) VALUE SPACES.
044200     05  WS-DT-OCCASION          PIC X(11).
044300     05  FILLER                  PIC X(02) VALUE SPACES.
044400     05  WS-DT-CUST-ID           PIC X(06).
044500     05  FILLER                  PIC X(02) VALUE SPACES.
044600     05  WS-DT-NAME              PIC X(20).
044700     05  FILLER                  PIC X(02) VALUE SPACES.
044800     05  WS-DT-ACCOUNT           PIC X(10).
044900     05  FILLER                  PIC X(02) VALUE SPACES.
045000     05  WS-DT-REASON            PIC X(22).
045100     05  FILLER                  PIC X(02) VALUE SPACES.
045200     05  WS-DT-DETAIL            PIC X(40).
045300 01  WS-TOTAL-LINE.
045400     05  FILLER                  PIC X(07) VALUE "BRANCH ".
045500     05  WS-TL-BRANCH            PIC X(03).
045600     05  FILLER                  PIC X(08) VALUE " TOTAL: ".
045700     05  WS-TL-COUNT             PIC ZZ,ZZZ,ZZ9.
045800 01  WS-COUNT-LINE.
045900     05  WS-CL-LABEL             PIC X(44).
046000     05  WS-CL-COUNT             PIC ZZ,ZZZ,ZZ9.
046100
046200 PROCEDURE DIVISION.
046300*****************************************************************
046400*    0000-MAINLINE
046500*    MATCHES DUE DAYS TO GREETINGS IN ONE SORT, THEN RE-SORTS THE
046600*    EXCEPTIONS BY BRANCH FOR THE REPORT - THE SAME TWO-SORT SHAPE
046700*    AS HELLOVRT.
046800*****************************************************************
046900 0000-MAINLINE.
047000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
047100     IF NOT WS-RUN-ABORTED
047200         SORT SORT-WORK
047300             ON ASCENDING KEY SW-CUST-ID SW-DATE SW-TYPE
047400             INPUT PROCEDURE IS 2000-RELEASE-RECORDS
047500                 THRU 2000-EXIT
047600             OUTPUT PROCEDURE IS 3000-MATCH-COVERAGE
047700                 THRU 3000-EXIT
047800         CLOSE EXCEPTION-WORK
047900         PERFORM 5000-REPORT-EXCEPTIONS THRU 5000-EXIT
048000         PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT
048100     END-IF.
048200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
048300     MOVE WS-RETURN-CODE TO RETURN-CODE.
048400     STOP RUN.
048500
048600*****************************************************************
048700*    1000-INITIALIZE
048800*    READS THE PARAMETER AND OPENS OR PROBES EVERY FILE BEFORE THE
048900*    SORT STARTS - A SORT WHOSE INPUT PROCEDURE CANNOT OPEN A FILE
049000*    WOULD JUST ABEND, AND A MISSING FILE MUST BE A CLEAN CC 8.
049100*****************************************************************
049200 1000-INITIALIZE.
049300     PERFORM 1010-READ-PARM-FILE THRU 1010-EXIT.
049400     IF WS-RUN-ABORTED
049500         GO TO 1000-EXIT
049600     END-IF.
049700     OPEN INPUT CUSTOMER-MASTER.
049800     IF WS-CUSTMAS-STATUS NOT = "00"
049900         DISPLAY "HELLOCOV - UNABLE TO OPEN CUSTMAS, STATUS = "
050000             WS-CUSTMAS-STATUS
050100         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
050200         GO TO 1000-EXIT
050300     END-IF.
050400     CLOSE CUSTOMER-MASTER.
050500     OPEN INPUT GREET-LOG.
050600     IF WS-GREETLOG-STATUS NOT = "00"
050700         DISPLAY "HELLOCOV - UNABLE TO OPEN GREETLOG, STATUS = "
050800             WS-GREETLOG-STATUS
050900         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
051000         GO TO 1000-EXIT
051100     END-IF.
051200     CLOSE GREET-LOG.
051300     OPEN INPUT EXTRACT-IN.
051400     IF WS-GREETEXT-STATUS NOT = "00"
051500         DISPLAY "HELLOCOV - UNABLE TO OPEN GREETEXT, STATUS = "
051600             WS-GREETEXT-STATUS
051700         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
051800         GO TO 1000-EXIT
051900     END-IF.
052000     CLOSE EXTRACT-IN.
052100     OPEN OUTPUT EXCEPTION-WORK.
052200     IF WS-COVWORK-STATUS NOT = "00"
052300         DISPLAY "HELLOCOV - UNABLE TO OPEN COVWORK, STATUS = "
052400             WS-COVWORK-STATUS
052500         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
052600         GO TO 1000-EXIT
052700     END-IF.
052800     OPEN OUTPUT COVERAGE-REPORT.
052900     IF WS-COVRPT-STATUS NOT = "00"
053000         DISPLAY "HELLOCOV - UNABLE TO OPEN COVRPT, STATUS = "
053100             WS-COVRPT-STATUS
053200         CLOSE EXCEPTION-WORK
053300         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
053400         GO TO 1000-EXIT
053500     END-IF.
053600     SET WS-COVRPT-OK TO TRUE.
053700     PERFORM 1030-OPEN-OPTIONAL-FILES THRU 1030-EXIT.
053800     MOVE ALL "N" TO WS-RUN-DAY-TABLE.
053900     MOVE CV-FROM-DATE TO WS-HD-FROM-DATE.
054000     MOVE CV-TO-DATE TO WS-HD-TO-DATE.
054100     MOVE SPACES TO CR-LINE.
054200     MOVE WS-HEADING-LINE TO CR-LINE.
054300     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
054400 1000-EXIT.
054500     EXIT.
054600
054700*****************************************************************
054800*    1010-READ-PARM-FILE
054900*    THE PERIOD MUST BE TWO PLAUSIBLE DATES IN ORDER, NO MORE
055000*    THAN 366 DAYS APART.  THE GREETING AND DUE-DAY LIMITS AROUND
055100*    IT ARE WORKED OUT HERE.
055200*****************************************************************
055300 1010-READ-PARM-FILE.
055400     OPEN INPUT PARM-FILE.
055500     IF WS-PARM-STATUS NOT = "00"
055600         DISPLAY "HELLOCOV - UNABLE TO OPEN COVPRM, STATUS = "
055700             WS-PARM-STATUS
055800         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
055900         GO TO 1010-EXIT
056000     END-IF.
056100     READ PARM-FILE
056200         AT END
056300             MOVE SPACES TO CV-RECORD
056400     END-READ.
056500     CLOSE PARM-FILE.
056600     IF CV-PERIOD IS NOT NUMERIC
056700         DISPLAY "HELLOCOV - COVPRM MISSING OR NOT NUMERIC"
056800         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
056900         GO TO 1010-EXIT
057000     END-IF.
057100     MOVE CV-FROM-DATE TO WS-PARM-DATE.
057200     PERFORM 1020-CHECK-PARM-DATE THRU 1020-EXIT.
057300     IF WS-DATE-IS-VALID
057400         MOVE CV-TO-DATE TO WS-PARM-DATE
057500         PERFORM 1020-CHECK-PARM-DATE THRU 1020-EXIT
057600     END-IF.
057700     IF NOT WS-DATE-IS-VALID
057800         OR CV-TO-DATE < CV-FROM-DATE
057900         DISPLAY "HELLOCOV - COVPRM PERIOD " CV-FROM-DATE
058000             " TO " CV-TO-DATE " IS NOT A VALID DATE RANGE"
058100         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
058200         GO TO 1010-EXIT
058300     END-IF.
058400     COMPUTE WS-FROM-INTEGER =
058500         FUNCTION INTEGER-OF-DATE(CV-FROM-DATE).
058600     COMPUTE WS-TO-INTEGER =
058700         FUNCTION INTEGER-OF-DATE(CV-TO-DATE).
058800     COMPUTE WS-PERIOD-DAYS = WS-TO-INTEGER - WS-FROM-INTEGER + 1.
058900     IF WS-PERIOD-DAYS > WS-MAX-PERIOD-DAYS
059000         DISPLAY "HELLOCOV - COVPRM PERIOD IS OVER "
059100             WS-MAX-PERIOD-DAYS " DAYS - SPLIT IT"
059200         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
059300         GO TO 1010-EXIT
059400     END-IF.
059500     COMPUTE WS-LOW-INTEGER = WS-FROM-INTEGER - WS-CATCHUP-DAYS.
059600     COMPUTE WS-HIGH-INTEGER = WS-TO-INTEGER + WS-CATCHUP-DAYS.
059700     COMPUTE WS-LOW-DATE =
059800         FUNCTION DATE-OF-INTEGER(WS-LOW-INTEGER).
059900     COMPUTE WS-HIGH-DATE =
060000         FUNCTION DATE-OF-INTEGER(WS-HIGH-INTEGER).
060100     DISPLAY "HELLOCOV - CHECKING " CV-FROM-DATE " TO "
060200         CV-TO-DATE ", GREETINGS FROM " WS-LOW-DATE " TO "
060300         WS-HIGH-DATE.
060400 1010-EXIT.
060500     EXIT.
060600
060700*****************************************************************
060800*    1020-CHECK-PARM-DATE
060900*    A REAL CALENDAR DAY - THE MONTH AND DAY IN RANGE, AND
061000*    FEBRUARY 29TH ONLY IN A LEAP YEAR.
061100*****************************************************************
061200 1020-CHECK-PARM-DATE.
061300     MOVE "N" TO WS-DATE-VALID-SW.
061400     IF WS-PD-YYYY < 1601
061500         OR WS-PD-MM < 1
061600         OR WS-PD-MM > 12
061700         OR WS-PD-DD < 1
061800         OR WS-PD-DD > WS-MD-DAYS (WS-PD-MM)
061900         GO TO 1020-EXIT
062000     END-IF.
062100     IF WS-PD-MM = 2 AND WS-PD-DD = 29
062200         MOVE WS-PD-YYYY TO WS-DUE-YEAR
062300         PERFORM 3320-SET-FEB29-DUE-DATE THRU 3320-EXIT
062400         IF WS-FEB29-DUE-MMDD NOT = "0229"
062500             GO TO 1020-EXIT
062600         END-IF
062700     END-IF.
062800     SET WS-DATE-IS-VALID TO TRUE.
062900 1020-EXIT.
063000     EXIT.
063100
063200*****************************************************************
063300*    1030-OPEN-OPTIONAL-FILES
063400*    SUPPFILE, CUSTAUD, AND CAPFILE ONLY SUPPLY REASONS.  WITHOUT
063500*    ONE THE REPORT STILL RUNS; ITS CUSTOMERS FALL TO A LATER
063600*    REASON AND THE RUN ENDS WITH A WARNING.
063700*****************************************************************
063800 1030-OPEN-OPTIONAL-FILES.
063900     OPEN INPUT SUPPRESS-FILE.
064000     IF WS-SUPPFILE-STATUS NOT = "00"
064100         DISPLAY "HELLOCOV - SUPPFILE NOT AVAILABLE, STATUS = "
064200             WS-SUPPFILE-STATUS
064300         MOVE 4 TO WS-RETURN-CODE
064400     ELSE
064500         SET WS-SUPPFILE-READY TO TRUE
064600     END-IF.
064700     OPEN INPUT AUDIT-FILE.
064800     IF WS-CUSTAUD-STATUS NOT = "00"
064900         DISPLAY "HELLOCOV - CUSTAUD NOT AVAILABLE, STATUS = "
065000             WS-CUSTAUD-STATUS
065100         MOVE 4 TO WS-RETURN-CODE
065200     ELSE
065300         SET WS-CUSTAUD-READY TO TRUE
065400         CLOSE AUDIT-FILE
065500     END-IF.
065600     OPEN INPUT CAPPED-FILE.
065700     IF WS-CAPFILE-STATUS NOT = "00"
065800         DISPLAY "HELLOCOV - CAPFILE NOT AVAILABLE, STATUS = "
065900             WS-CAPFILE-STATUS
066000         MOVE 4 TO WS-RETURN-CODE
066100     ELSE
066200         SET WS-CAPFILE-READY TO TRUE
066300         CLOSE CAPPED-FILE
066400     END-IF.
066500 1030-EXIT.
066600     EXIT.
066700
066800*****************************************************************
066900*    1900-ABORT-RUN
067000*****************************************************************
067100 1900-ABORT-RUN.
067200     SET WS-RUN-ABORTED TO TRUE.
067300     MOVE 8 TO WS-RETURN-CODE.
067400     DISPLAY "HELLOCOV - RUN ABORTED, NO COVERAGE REPORTED".
067500 1900-EXIT.
067600     EXIT.
067700
067800*****************************************************************
067900*    2000-RELEASE-RECORDS
068000*    SORT INPUT PROCEDURE - CUSTMAS, GREET-LOG, GREETEXT, THEN THE
068100*    OPTIONAL CUSTAUD AND CAPFILE.  A READ THAT FAILS PART WAY
068200*    STOPS THAT FILE AND FAILS THE RUN - HALF A FILE WOULD LIST
068300*    CUSTOMERS AS MISSED WHO WERE GREETED.
068400*****************************************************************
068500 2000-RELEASE-RECORDS.
068600     OPEN INPUT CUSTOMER-MASTER.
068700     MOVE "N" TO WS-INPUT-EOF-SW.
068800     PERFORM 2100-RELEASE-ONE-MASTER THRU 2100-EXIT
068900         UNTIL WS-END-OF-INPUT.
069000     CLOSE CUSTOMER-MASTER.
069100     OPEN INPUT GREET-LOG.
069200     MOVE "N" TO WS-INPUT-EOF-SW.
069300     PERFORM 2200-RELEASE-ONE-LOG THRU 2200-EXIT
069400         UNTIL WS-END-OF-INPUT.
069500     CLOSE GREET-LOG.
069600     OPEN INPUT EXTRACT-IN.
069700     MOVE "N" TO WS-INPUT-EOF-SW.
069800     PERFORM 2300-RELEASE-ONE-CARD THRU 2300-EXIT
069900         UNTIL WS-END-OF-INPUT.
070000     CLOSE EXTRACT-IN.
070100     IF WS-CUSTAUD-READY
070200         OPEN INPUT AUDIT-FILE
070300         MOVE "N" TO WS-INPUT-EOF-SW
070400         PERFORM 2400-RELEASE-ONE-AUDIT THRU 2400-EXIT
070500             UNTIL WS-END-OF-INPUT
070600         CLOSE AUDIT-FILE
070700     END-IF.
070800     IF WS-CAPFILE-READY
070900         OPEN INPUT CAPPED-FILE
071000         MOVE "N" TO WS-INPUT-EOF-SW
071100         PERFORM 2500-RELEASE-ONE-CAPPED THRU 2500-EXIT
071200             UNTIL WS-END-OF-INPUT
071300         CLOSE CAPPED-FILE
071400     END-IF.
071500 2000-EXIT.
071600     EXIT.
071700
071800*****************************************************************
071900*    2100-RELEASE-ONE-MASTER
072000*****************************************************************
072100 2100-RELEASE-ONE-MASTER.
072200     READ CUSTOMER-MASTER NEXT RECORD
072300         AT END
072400             MOVE "Y" TO WS-INPUT-EOF-SW
072500             GO TO 2100-EXIT
072600     END-READ.
072700     IF WS-CUSTMAS-STATUS NOT = "00"
072800         DISPLAY "HELLOCOV - CUSTMAS READ FAILED, STATUS = "
072900             WS-CUSTMAS-STATUS
073000         SET WS-INPUT-FAILED TO TRUE
073100         MOVE "Y" TO WS-INPUT-EOF-SW
073200         GO TO 2100-EXIT
073300     END-IF.
073400     ADD 1 TO WS-MASTER-READ-COUNT.
073500     MOVE SPACES TO SW-RECORD.
073600     MOVE CM-CUST-ID TO SW-CUST-ID.
073700     MOVE ZERO TO SW-DATE.
073800     SET SW-TYPE-MASTER TO TRUE.
073900     MOVE CM-CUST-NAME TO SW-NAME.
074000     MOVE CM-ACCOUNT-NO TO SW-ACCOUNT-NO.
074100     MOVE CM-OPEN-DATE TO SW-OPEN-DATE.
074200     MOVE CM-BIRTH-DATE TO SW-BIRTH-DATE.
074300     IF CM-ADDR-LINE = SPACES
074400         MOVE "N" TO SW-ADDR-SW
074500     ELSE
074600         MOVE "Y" TO SW-ADDR-SW
074700     END-IF.
074800     RELEASE SW-RECORD.
074900 2100-EXIT.
075000     EXIT.
075100
075200*****************************************************************
075300*    2200-RELEASE-ONE-LOG
075400*    ONLY ANNIVERSARY AND BIRTHDAY GREETINGS WITH A CUSTOMER ID,
075500*    DATED WITHIN 30 DAYS OF THE PERIOD, TAKE PART.
075600*****************************************************************
075700 2200-RELEASE-ONE-LOG.
075800     READ GREET-LOG
075900         AT END
076000             MOVE "Y" TO WS-INPUT-EOF-SW
076100             GO TO 2200-EXIT
076200     END-READ.
076300     IF WS-GREETLOG-STATUS NOT = "00"
076400         DISPLAY "HELLOCOV - GREETLOG READ FAILED, STATUS = "
076500             WS-GREETLOG-STATUS
076600         SET WS-INPUT-FAILED TO TRUE
076700         MOVE "Y" TO WS-INPUT-EOF-SW
076800         GO TO 2200-EXIT
076900     END-IF.
077000     IF GL-OCCASION NOT = "A" AND GL-OCCASION NOT = "B"
077100         GO TO 2200-EXIT
077200     END-IF.
077300     IF GL-CUST-ID = SPACES
077400         OR GL-DATE IS NOT NUMERIC
077500         OR GL-DATE < WS-LOW-DATE
077600         OR GL-DATE > WS-HIGH-DATE
077700         GO TO 2200-EXIT
077800     END-IF.
077900     ADD 1 TO WS-LOG-USED-COUNT.
078000     MOVE GL-DATE TO WS-DUE-WORK-DATE.
078100     PERFORM 2900-NOTE-RUN-DAY THRU 2900-EXIT.
078200     MOVE SPACES TO SW-RECORD.
078300     MOVE GL-CUST-ID TO SW-CUST-ID.
078400     MOVE GL-DATE TO SW-DATE.
078500     SET SW-TYPE-LOG TO TRUE.
078600     MOVE GL-OCCASION TO SW-OCCASION.
078700     MOVE GL-NAME TO SW-NAME.
078800     MOVE GL-ACCOUNT-NO TO SW-ACCOUNT-NO.
078900     RELEASE SW-RECORD.
079000 2200-EXIT.
079100     EXIT.
079200
079300*****************************************************************
079400*    2300-RELEASE-ONE-CARD
079500*    THE SAME TEST FOR THE FULFILLMENT EXTRACT.  A CARD WITH NO
079600*    ADDRESS (NONE ON FILE, OR THE ADDRESS ON HOLD) IS NEVER
079700*    MAILED BY THE VENDOR.
079800*****************************************************************
079900 2300-RELEASE-ONE-CARD.
080000     READ EXTRACT-IN
080100         AT END
080200             MOVE "Y" TO WS-INPUT-EOF-SW
080300             GO TO 2300-EXIT
080400     END-READ.
080500     IF WS-GREETEXT-STATUS NOT = "00"
080600         DISPLAY "HELLOCOV - GREETEXT READ FAILED, STATUS = "
080700             WS-GREETEXT-STATUS
080800         SET WS-INPUT-FAILED TO TRUE
080900         MOVE "Y" TO WS-INPUT-EOF-SW
081000         GO TO 2300-EXIT
081100     END-IF.
081200     IF GX-OCCASION NOT = "A" AND GX-OCCASION NOT = "B"
081300         GO TO 2300-EXIT
081400     END-IF.
081500     IF GX-CUST-ID = SPACES
081600         OR GX-DATE IS NOT NUMERIC
081700         OR GX-DATE < WS-LOW-DATE
081800         OR GX-DATE > WS-HIGH-DATE
081900         GO TO 2300-EXIT
082000     END-IF.
082100     ADD 1 TO WS-CARD-USED-COUNT.
082200     MOVE GX-DATE TO WS-DUE-WORK-DATE.
082300     PERFORM 2900-NOTE-RUN-DAY THRU 2900-EXIT.
082400     MOVE SPACES TO SW-RECORD.
082500     MOVE GX-CUST-ID TO SW-CUST-ID.
082600     MOVE GX-DATE TO SW-DATE.
082700     SET SW-TYPE-CARD TO TRUE.
082800     MOVE GX-OCCASION TO SW-OCCASION.
082900     MOVE GX-NAME TO SW-NAME.
083000     MOVE GX-ACCOUNT-NO TO SW-ACCOUNT-NO.
083100     IF GX-ADDR-LINE = SPACES
083200         MOVE "N" TO SW-ADDR-SW
083300     ELSE
083400         MOVE "Y" TO SW-ADDR-SW
083500     END-IF.
083600     RELEASE SW-RECORD.
083700 2300-EXIT.
083800     EXIT.
083900
084000*****************************************************************
084100*    2400-RELEASE-ONE-AUDIT
084200*    EVERY ADD AND DELETE, WHATEVER ITS DATE - THE FIRST ONE ON
084300*    FILE SAYS WHETHER THE CUSTOMER WAS ON CUSTMAS BEFORE IT.
084400*    CHANGES AND GREETING-DESK RECORDS DO NOT MOVE A CUSTOMER ON
084500*    OR OFF THE MASTER.
084600*****************************************************************
084700 2400-RELEASE-ONE-AUDIT.
084800     READ AUDIT-FILE
084900         AT END
085000             MOVE "Y" TO WS-INPUT-EOF-SW
085100             GO TO 2400-EXIT
085200     END-READ.
085300     IF WS-CUSTAUD-STATUS NOT = "00"
085400         DISPLAY "HELLOCOV - CUSTAUD READ FAILED, STATUS = "
085500             WS-CUSTAUD-STATUS
085600         SET WS-INPUT-FAILED TO TRUE
085700         MOVE "Y" TO WS-INPUT-EOF-SW
085800         GO TO 2400-EXIT
085900     END-IF.
086000     IF NOT CA-ACTION-ADD AND NOT CA-ACTION-DELETE
086100         GO TO 2400-EXIT
086200     END-IF.
086300     IF CA-CUST-ID = SPACES
086400         OR CA-DATE IS NOT NUMERIC
086500         GO TO 2400-EXIT
086600     END-IF.
086700     ADD 1 TO WS-AUDIT-USED-COUNT.
086800     MOVE SPACES TO SW-RECORD.
086900     MOVE CA-CUST-ID TO SW-CUST-ID.
087000     MOVE CA-DATE TO SW-DATE.
087100     SET SW-TYPE-AUDIT TO TRUE.
087200     MOVE CA-ACTION TO SW-ACTION.
087300     MOVE CA-ACCOUNT-NO TO SW-ACCOUNT-NO.
087400     RELEASE SW-RECORD.
087500 2400-EXIT.
087600     EXIT.
087700
087800*****************************************************************
087900*    2500-RELEASE-ONE-CAPPED
088000*    ANNIVERSARY-CHANNEL GREETINGS HELD BACK BY THE CAP.  THE
088100*    RUN THAT CAPPED THEM STILL RAN THAT DAY.
088200*****************************************************************
088300 2500-RELEASE-ONE-CAPPED.
088400     READ CAPPED-FILE
088500         AT END
088600             MOVE "Y" TO WS-INPUT-EOF-SW
088700             GO TO 2500-EXIT
088800     END-READ.
088900     IF WS-CAPFILE-STATUS NOT = "00"
089000         DISPLAY "HELLOCOV - CAPFILE READ FAILED, STATUS = "
089100             WS-CAPFILE-STATUS
089200         SET WS-INPUT-FAILED TO TRUE
089300         MOVE "Y" TO WS-INPUT-EOF-SW
089400         GO TO 2500-EXIT
089500     END-IF.
089600     IF NOT CG-CHANNEL-ANNIVERSARY
089700         OR CG-CUST-ID = SPACES
089800         OR CG-DATE IS NOT NUMERIC
089900         OR CG-DATE < WS-LOW-DATE
090000         OR CG-DATE > WS-HIGH-DATE
090100         GO TO 2500-EXIT
090200     END-IF.
090300     ADD 1 TO WS-CAPPED-USED-COUNT.
090400     MOVE CG-DATE TO WS-DUE-WORK-DATE.
090500     PERFORM 2900-NOTE-RUN-DAY THRU 2900-EXIT.
090600     MOVE SPACES TO SW-RECORD.
090700     MOVE CG-CUST-ID TO SW-CUST-ID.
090800     MOVE CG-DATE TO SW-DATE.
090900     SET SW-TYPE-CAPPED TO TRUE.
091000     MOVE CG-OCCASION TO SW-OCCASION.
091100     MOVE CG-NAME TO SW-NAME.
091200     MOVE CG-ACCOUNT-NO TO SW-ACCOUNT-NO.
091300     RELEASE SW-RECORD.
091400 2500-EXIT.
091500     EXIT.
091600
091700*****************************************************************
091800*    2900-NOTE-RUN-DAY
091900*    MARKS WS-DUE-WORK-DATE (ALREADY KNOWN TO BE WITHIN THE READ
092000*    LIMITS) AS A DAY THE ANNIVERSARY RUN RAN.
092100*****************************************************************
092200 2900-NOTE-RUN-DAY.
092300     COMPUTE WS-RUN-DAY-SUB =
092400         FUNCTION INTEGER-OF-DATE(WS-DUE-WORK-DATE)
092500         - WS-LOW-INTEGER + 1.
092600     IF WS-RUN-DAY-SUB > ZERO
092700         AND WS-RUN-DAY-SUB NOT > WS-RUN-DAY-MAX
092800         MOVE "Y" TO WS-RUN-DAY (WS-RUN-DAY-SUB)
092900     END-IF.
093000 2900-EXIT.
093100     EXIT.
093200
093300*****************************************************************
093400*    3000-MATCH-COVERAGE
093500*    SORT OUTPUT PROCEDURE - WALKS THE SORTED RECORDS ONE
093600*    CUSTOMER AT A TIME AND WRITES ITS EXCEPTIONS TO COVWORK.
093700*****************************************************************
093800 3000-MATCH-COVERAGE.
093900     MOVE "N" TO WS-SORT-EOF-SW.
094000     PERFORM 3100-RETURN-ONE-RECORD THRU 3100-EXIT
094100         UNTIL WS-SORT-AT-END.
094200 3000-EXIT.
094300     EXIT.
094400
094500*****************************************************************
094600*    3100-RETURN-ONE-RECORD
094700*****************************************************************
094800 3100-RETURN-ONE-RECORD.
094900     RETURN SORT-WORK
095000         AT END
095100             MOVE "Y" TO WS-SORT-EOF-SW
095200             IF WS-GRP-ACTIVE
095300                 PERFORM 3500-END-GROUP THRU 3500-EXIT
095400             END-IF
095500             GO TO 3100-EXIT
095600     END-RETURN.
095700     IF WS-GRP-ACTIVE
095800         AND SW-CUST-ID NOT = WS-GRP-CUST-ID
095900         PERFORM 3500-END-GROUP THRU 3500-EXIT
096000     END-IF.
096100     IF NOT WS-GRP-ACTIVE
096200         PERFORM 3200-START-GROUP THRU 3200-EXIT
096300     END-IF.
096400     IF SW-TYPE-MASTER
096500         PERFORM 3300-NOTE-MASTER THRU 3300-EXIT
096600         GO TO 3100-EXIT
096700     END-IF.
096800     IF SW-TYPE-AUDIT
096900         PERFORM 3400-NOTE-AUDIT THRU 3400-EXIT
097000         GO TO 3100-EXIT
097100     END-IF.
097200     IF SW-TYPE-CAPPED
097300         PERFORM 3450-NOTE-CAPPED THRU 3450-EXIT
097400         GO TO 3100-EXIT
097500     END-IF.
097600     PERFORM 3420-NOTE-GREETING THRU 3420-EXIT.
097700 3100-EXIT.
097800     EXIT.
097900
098000*****************************************************************
098100*    3200-START-GROUP
098200*****************************************************************
098300 3200-START-GROUP.
098400     MOVE SW-CUST-ID TO WS-GRP-CUST-ID.
098500     SET WS-GRP-ACTIVE TO TRUE.
098600     MOVE "N" TO WS-GRP-MASTER-SW.
098700     MOVE SPACES TO WS-GRP-SUPP-SW.
098800     MOVE ZERO TO WS-GRP-SUPP-DATE.
098900     MOVE SPACES TO WS-GRP-SUPP-REASON.
099000     MOVE SPACES TO WS-GRP-MASTER.
099100     MOVE ZERO TO WS-DUE-COUNT.
099200     MOVE ZERO TO WS-GRT-COUNT.
099300     MOVE ZERO TO WS-ACT-COUNT.
099400     MOVE ZERO TO WS-CAP-COUNT.
099500 3200-EXIT.
099600     EXIT.
099700
099800*****************************************************************
099900*    3300-NOTE-MASTER
100000*    KEEPS THE CUSTOMER'S DETAILS AND WORKS OUT EVERY DAY FROM 30
100100*    DAYS BEFORE THE PERIOD TO ITS END THAT THE OPEN-DATE
100200*    ANNIVERSARY OR BIRTHDAY FELL ON, ONE CALENDAR YEAR AT A TIME.
100300*****************************************************************
100400 3300-NOTE-MASTER.
100500     SET WS-GRP-ON-MASTER TO TRUE.
100600     MOVE SW-NAME TO WS-GM-NAME.
100700     MOVE SW-ACCOUNT-NO TO WS-GM-ACCOUNT-NO.
100800     MOVE SW-ADDR-SW TO WS-GM-ADDR-SW.
100900     MOVE SW-OPEN-DATE TO WS-GM-OPEN-DATE.
101000     MOVE SW-BIRTH-DATE TO WS-GM-BIRTH-DATE.
101100     PERFORM 3310-DUE-DAYS-FOR-YEAR THRU 3310-EXIT
101200         VARYING WS-DUE-YEAR FROM WS-LOW-YYYY BY 1
101300         UNTIL WS-DUE-YEAR > CV-TO-DATE (1:4).
101400 3300-EXIT.
101500     EXIT.
101600
101700*****************************************************************
101800*    3310-DUE-DAYS-FOR-YEAR
101900*    THE OPEN-DATE ANNIVERSARY AND THE BIRTHDAY IN WS-DUE-YEAR.
102000*    A ZERO OR NON-NUMERIC DATE IS NOT ON FILE AND IS NEVER DUE.
102100*****************************************************************
102200 3310-DUE-DAYS-FOR-YEAR.
102300     PERFORM 3320-SET-FEB29-DUE-DATE THRU 3320-EXIT.
102400     MOVE WS-GM-OPEN-DATE TO WS-DUE-SOURCE-DATE.
102500     MOVE "A" TO WS-DUE-SOURCE-OCCASION.
102600     PERFORM 3330-ADD-DUE-DAY THRU 3330-EXIT.
102700     MOVE WS-GM-BIRTH-DATE TO WS-DUE-SOURCE-DATE.
102800     MOVE "B" TO WS-DUE-SOURCE-OCCASION.
102900     PERFORM 3330-ADD-DUE-DAY THRU 3330-EXIT.
103000 3310-EXIT.
103100     EXIT.
103200
103300*****************************************************************
103400*    3320-SET-FEB29-DUE-DATE
103500*    0229 IN A LEAP WS-DUE-YEAR, 0228 OTHERWISE - THE SAME RULE
103600*    HELLO'S 1080-SET-FEB29-DUE-DATE APPLIES.
103700*****************************************************************
103800 3320-SET-FEB29-DUE-DATE.
103900     MOVE "0229" TO WS-FEB29-DUE-MMDD.
104000     DIVIDE WS-DUE-YEAR BY 4
104100         GIVING WS-LEAP-QUOTIENT
104200         REMAINDER WS-LEAP-REMAINDER.
104300     IF WS-LEAP-REMAINDER NOT = ZERO
104400         MOVE "0228" TO WS-FEB29-DUE-MMDD
104500         GO TO 3320-EXIT
104600     END-IF.
104700     DIVIDE WS-DUE-YEAR BY 100
104800         GIVING WS-LEAP-QUOTIENT
104900         REMAINDER WS-LEAP-REMAINDER.
105000     IF WS-LEAP-REMAINDER NOT = ZERO
105100         GO TO 3320-EXIT
105200     END-IF.
105300     DIVIDE WS-DUE-YEAR BY 400
105400         GIVING WS-LEAP-QUOTIENT
105500         REMAINDER WS-LEAP-REMAINDER.
105600     IF WS-LEAP-REMAINDER NOT = ZERO
105700         MOVE "0228" TO WS-FEB29-DUE-MMDD
105800     END-IF.
105900 3320-EXIT.
106000     EXIT.
106100
106200*****************************************************************
106300*    3330-ADD-DUE-DAY
106400*    ADDS THE DAY WS-DUE-SOURCE-DATE FELL ON IN WS-DUE-YEAR WHEN
106500*    IT IS A REAL CALENDAR DAY INSIDE THE DUE-DAY LIMITS.
106600*****************************************************************
106700 3330-ADD-DUE-DAY.
106800     IF WS-DUE-SOURCE-DATE IS NOT NUMERIC
106900         OR WS-DUE-SOURCE-DATE = ZEROS
107000         GO TO 3330-EXIT
107100     END-IF.
107200     MOVE WS-DUE-YEAR TO WS-DW-YYYY.
107300     MOVE WS-DUE-SOURCE-DATE (5:4) TO WS-DW-MMDD.
107400     IF WS-DW-MMDD = "0229"
107500         MOVE WS-FEB29-DUE-MMDD TO WS-DW-MMDD
107600     END-IF.
107700     IF WS-DW-MM < 1 OR WS-DW-MM > 12
107800         OR WS-DW-DD < 1
107900         OR WS-DW-DD > WS-MD-DAYS (WS-DW-MM)
108000         GO TO 3330-EXIT
108100     END-IF.
108200     IF WS-DUE-WORK-DATE < WS-LOW-DATE
108300         OR WS-DUE-WORK-DATE > CV-TO-DATE
108400         GO TO 3330-EXIT
108500     END-IF.
108600     IF WS-DUE-COUNT = WS-DUE-MAX
108700         ADD 1 TO WS-OVERFLOW-COUNT
108800         GO TO 3330-EXIT
108900     END-IF.
109000     ADD 1 TO WS-DUE-COUNT.
109100     MOVE WS-DUE-WORK-DATE TO WS-DUE-DATE (WS-DUE-COUNT).
109200     COMPUTE WS-DUE-INTEGER (WS-DUE-COUNT) =
109300         FUNCTION INTEGER-OF-DATE(WS-DUE-WORK-DATE).
109400     MOVE WS-DUE-SOURCE-OCCASION
109500         TO WS-DUE-OCCASION (WS-DUE-COUNT).
109600     MOVE ZERO TO WS-DUE-COVER (WS-DUE-COUNT).
109700 3330-EXIT.
109800     EXIT.
109900
110000*****************************************************************
110100*    3400-NOTE-AUDIT
110200*    THE ACCOUNT FROM CUSTAUD NAMES THE BRANCH OF A CUSTOMER NO
110300*    LONGER ON CUSTMAS.
110400*****************************************************************
110500 3400-NOTE-AUDIT.
110600     IF WS-GM-ACCOUNT-NO = SPACES
110700         MOVE SW-ACCOUNT-NO TO WS-GM-ACCOUNT-NO
110800     END-IF.
110900     IF WS-ACT-COUNT = WS-ACT-MAX
111000         ADD 1 TO WS-OVERFLOW-COUNT
111100         GO TO 3400-EXIT
111200     END-IF.
111300     ADD 1 TO WS-ACT-COUNT.
111400     MOVE SW-DATE TO WS-ACT-DATE (WS-ACT-COUNT).
111500     MOVE SW-ACTION TO WS-ACT-ACTION (WS-ACT-COUNT).
111600 3400-EXIT.
111700     EXIT.
111800
111900*****************************************************************
112000*    3420-NOTE-GREETING
112100*    A GREET-LOG RECORD AND THE GREETEXT CARD OF THE SAME DAY ARE
112200*    ONE GREETING.  THEY ARRIVE TOGETHER, SO A RECORD DATED THE
112300*    SAME AS THE LAST ENTRY JOINS IT.
112400*****************************************************************
112500 3420-NOTE-GREETING.
112600     IF WS-GM-NAME = SPACES
112700         MOVE SW-NAME TO WS-GM-NAME
112800     END-IF.
112900     IF WS-GM-ACCOUNT-NO = SPACES
113000         MOVE SW-ACCOUNT-NO TO WS-GM-ACCOUNT-NO
113100     END-IF.
113200     IF WS-GRT-COUNT > ZERO
113300         IF SW-DATE = WS-GRT-DATE (WS-GRT-COUNT)
113400             GO TO 3430-MARK-GREETING
113500         END-IF
113600     END-IF.
113700     IF WS-GRT-COUNT = WS-GRT-MAX
113800         ADD 1 TO WS-OVERFLOW-COUNT
113900         GO TO 3420-EXIT
114000     END-IF.
114100     ADD 1 TO WS-GRT-COUNT.
114200     MOVE SW-DATE TO WS-GRT-DATE (WS-GRT-COUNT).
114300     COMPUTE WS-GRT-INTEGER (WS-GRT-COUNT) =
114400         FUNCTION INTEGER-OF-DATE(SW-DATE).
114500     MOVE SW-OCCASION TO WS-GRT-OCCASION (WS-GRT-COUNT).
114600     MOVE "N" TO WS-GRT-LOG-SW (WS-GRT-COUNT).
114700     MOVE SPACES TO WS-GRT-CARD-SW (WS-GRT-COUNT).
114800     MOVE ZERO TO WS-GRT-COVERED (WS-GRT-COUNT).
114900 3430-MARK-GREETING.
115000     IF SW-TYPE-LOG
115100         MOVE "Y" TO WS-GRT-LOG-SW (WS-GRT-COUNT)
115200         GO TO 3420-EXIT
115300     END-IF.
115400     IF SW-ADDR-SW = "Y"
115500         SET WS-GRT-CARD-ADDRESSED (WS-GRT-COUNT) TO TRUE
115600     ELSE
115700         IF NOT WS-GRT-CARD-ADDRESSED (WS-GRT-COUNT)
115800             SET WS-GRT-CARD-NO-ADDRESS (WS-GRT-COUNT) TO TRUE
115900         END-IF
116000     END-IF.
116100 3420-EXIT.
116200     EXIT.
116300
116400*****************************************************************
116500*    3450-NOTE-CAPPED
116600*****************************************************************
116700 3450-NOTE-CAPPED.
116800     IF WS-CAP-COUNT = WS-CAP-MAX
116900         ADD 1 TO WS-OVERFLOW-COUNT
117000         GO TO 3450-EXIT
117100     END-IF.
117200     ADD 1 TO WS-CAP-COUNT.
117300     MOVE SW-DATE TO WS-CAP-DATE (WS-CAP-COUNT).
117400     COMPUTE WS-CAP-INTEGER (WS-CAP-COUNT) =
117500         FUNCTION INTEGER-OF-DATE(SW-DATE).
117600 3450-EXIT.
117700     EXIT.
117800
117900*****************************************************************
118000*    3500-END-GROUP
118100*    ONE CUSTOMER IS COMPLETE.  FIRST EACH GREETING, IN DATE
118200*    ORDER, CLAIMS THE DUE DAYS ITS RUN COVERED; THEN EVERY DUE
118300*    DAY IN THE PERIOD IS DECIDED.
118400*****************************************************************
118500 3500-END-GROUP.
118600     MOVE "N" TO WS-GRP-ACTIVE-SW.
118700     PERFORM 3600-APPLY-ONE-GREETING THRU 3600-EXIT
118800         VARYING WS-GRT-SUB FROM 1 BY 1
118900         UNTIL WS-GRT-SUB > WS-GRT-COUNT.
119000     PERFORM 3700-DECIDE-ONE-DUE-DAY THRU 3700-EXIT
119100         VARYING WS-DUE-SUB FROM 1 BY 1
119200         UNTIL WS-DUE-SUB > WS-DUE-COUNT.
119300 3500-EXIT.
119400     EXIT.
119500
119600*****************************************************************
119700*    3600-APPLY-ONE-GREETING
119800*    THE RUN THAT SENT THIS GREETING COVERED ITS OWN DAY AND EVERY
119900*    DAY SINCE THE PREVIOUS ANNIVERSARY RUN, AT MOST 30 DAYS BACK.
120000*    THE GREETING CLAIMS EVERY UNCLAIMED DUE DAY IN THAT SPAN.  A
120100*    GREETING IN THE PERIOD THAT CLAIMS NONE WAS NOT DUE.
120200*****************************************************************
120300 3600-APPLY-ONE-GREETING.
120400     PERFORM 3610-FIND-PREVIOUS-RUN THRU 3610-EXIT.
120500     COMPUTE WS-COVER-FROM-INTEGER = WS-PREV-RUN-INTEGER + 1.
120600     PERFORM 3620-CLAIM-ONE-DUE-DAY THRU 3620-EXIT
120700         VARYING WS-DUE-SUB FROM 1 BY 1
120800         UNTIL WS-DUE-SUB > WS-DUE-COUNT.
120900     IF WS-GRT-DATE (WS-GRT-SUB) < CV-FROM-DATE
121000         OR WS-GRT-DATE (WS-GRT-SUB) > CV-TO-DATE
121100         GO TO 3600-EXIT
121200     END-IF.
121300     ADD 1 TO WS-GRT-PERIOD-COUNT.
121400     IF WS-GRT-COVERED (WS-GRT-SUB) = ZERO
121500         PERFORM 3650-LIST-NOT-DUE THRU 3650-EXIT
121600     END-IF.
121700 3600-EXIT.
121800     EXIT.
121900
122000*****************************************************************
122100*    3610-FIND-PREVIOUS-RUN
122200*    THE LAST RUN DAY BEFORE THE GREETING, LOOKING BACK NO
122300*    FURTHER THAN THE CATCH-UP LIMIT - WITH NONE FOUND THE RUN
122400*    REACHED THE WHOLE 30 DAYS BACK.
122500*****************************************************************
122600 3610-FIND-PREVIOUS-RUN.
122700     COMPUTE WS-PREV-RUN-INTEGER =
122800         WS-GRT-INTEGER (WS-GRT-SUB) - WS-CATCHUP-DAYS - 1.
122900     MOVE "N" TO WS-RUN-DAY-FOUND-SW.
123000     COMPUTE WS-WORK-INTEGER = WS-GRT-INTEGER (WS-GRT-SUB) - 1.
123100     PERFORM 3615-TEST-ONE-RUN-DAY THRU 3615-EXIT
123200         UNTIL WS-RUN-DAY-FOUND
123300         OR WS-WORK-INTEGER NOT > WS-PREV-RUN-INTEGER.
123400 3610-EXIT.
123500     EXIT.
123600
123700*****************************************************************
123800*    3615-TEST-ONE-RUN-DAY
123900*****************************************************************
124000 3615-TEST-ONE-RUN-DAY.
124100     IF WS-WORK-INTEGER NOT < WS-LOW-INTEGER
124200         COMPUTE WS-RUN-DAY-SUB =
124300             WS-WORK-INTEGER - WS-LOW-INTEGER + 1
124400         IF WS-RUN-DAY (WS-RUN-DAY-SUB) = "Y"
124500             MOVE WS-WORK-INTEGER TO WS-PREV-RUN-INTEGER
124600             SET WS-RUN-DAY-FOUND TO TRUE
124700             GO TO 3615-EXIT
124800         END-IF
124900     END-IF.
125000     SUBTRACT 1 FROM WS-WORK-INTEGER.
125100 3615-EXIT.
125200     EXIT.
125300
125400*****************************************************************
125500*    3620-CLAIM-ONE-DUE-DAY
125600*****************************************************************
125700 3620-CLAIM-ONE-DUE-DAY.
125800     IF WS-DUE-COVER (WS-DUE-SUB) NOT = ZERO
125900         OR WS-DUE-INTEGER (WS-DUE-SUB) < WS-COVER-FROM-INTEGER
126000         OR WS-DUE-INTEGER (WS-DUE-SUB)
126100             > WS-GRT-INTEGER (WS-GRT-SUB)
126200         GO TO 3620-EXIT
126300     END-IF.
126400     MOVE WS-GRT-SUB TO WS-DUE-COVER (WS-DUE-SUB).
126500     ADD 1 TO WS-GRT-COVERED (WS-GRT-SUB).
126600 3620-EXIT.
126700     EXIT.
126800
126900*****************************************************************
127000*    3650-LIST-NOT-DUE
127100*    A CUSTOMER NOT ON CUSTMAS CANNOT BE CHECKED.  ONE WHOSE DUE
127200*    DAY IN THE 30 DAYS BEFORE WAS ALREADY CLAIMED WAS GREETED
127300*    TWICE FOR IT.
127400*    OTHERWISE NO DATE ON FILE FELL IN THE SPAN AT ALL.
127500*****************************************************************
127600 3650-LIST-NOT-DUE.
127700     ADD 1 TO WS-NOT-DUE-COUNT.
127800     MOVE SPACES TO EW-RECORD.
127900     MOVE "N" TO EW-SECTION.
128000     MOVE WS-GRT-DATE (WS-GRT-SUB) TO EW-DATE.
128100     MOVE WS-GRT-OCCASION (WS-GRT-SUB) TO EW-OCCASION.
128200     IF NOT WS-GRP-ON-MASTER
128300         MOVE "NOT ON CUSTMAS" TO EW-REASON
128400         MOVE "NO DATES ON FILE TO CHECK" TO EW-DETAIL
128500         PERFORM 3800-WRITE-EXCEPTION THRU 3800-EXIT
128600         GO TO 3650-EXIT
128700     END-IF.
128800     MOVE ZERO TO WS-FOUND-SUB.
128900     PERFORM 3660-FIND-CLAIMED-DAY THRU 3660-EXIT
129000         VARYING WS-DUE-SUB FROM 1 BY 1
129100         UNTIL WS-DUE-SUB > WS-DUE-COUNT
129200         OR WS-FOUND-SUB NOT = ZERO.
129300     IF WS-FOUND-SUB NOT = ZERO
129400         MOVE "ALREADY GREETED" TO EW-REASON
129500         MOVE WS-DUE-DATE (WS-FOUND-SUB) TO WS-EDIT-DATE-1
129600         MOVE WS-DUE-COVER (WS-FOUND-SUB) TO WS-FIRST-GRT-SUB
129700         MOVE WS-GRT-DATE (WS-FIRST-GRT-SUB) TO WS-EDIT-DATE-2
129800         STRING "DUE " DELIMITED BY SIZE
129900                WS-EDIT-DATE-1 DELIMITED BY SIZE
130000                ", FIRST GREETED " DELIMITED BY SIZE
130100                WS-EDIT-DATE-2 DELIMITED BY SIZE
130200                INTO EW-DETAIL
130300         END-STRING
130400     ELSE
130500         MOVE "NOT DUE" TO EW-REASON
130600         STRING "OPEN DATE " DELIMITED BY SIZE
130700                WS-GM-OPEN-DATE DELIMITED BY SIZE
130800                "  BIRTH DATE " DELIMITED BY SIZE
130900                WS-GM-BIRTH-DATE DELIMITED BY SIZE
131000                INTO EW-DETAIL
131100         END-STRING
131200     END-IF.
131300     PERFORM 3800-WRITE-EXCEPTION THRU 3800-EXIT.
131400 3650-EXIT.
131500     EXIT.
131600
131700*****************************************************************
131800*    3660-FIND-CLAIMED-DAY
131900*    A DUE DAY WITHIN 30 DAYS BEFORE THE GREETING IN WS-GRT-SUB
132000*    THAT AN EARLIER GREETING HAS ALREADY CLAIMED.
132100*****************************************************************
132200 3660-FIND-CLAIMED-DAY.
132300     IF WS-DUE-COVER (WS-DUE-SUB) NOT = ZERO
132400         AND WS-DUE-INTEGER (WS-DUE-SUB) + WS-CATCHUP-DAYS
132500             NOT < WS-GRT-INTEGER (WS-GRT-SUB)
132600         AND WS-DUE-INTEGER (WS-DUE-SUB)
132700             NOT > WS-GRT-INTEGER (WS-GRT-SUB)
132800         MOVE WS-DUE-SUB TO WS-FOUND-SUB
132900     END-IF.
133000 3660-EXIT.
133100     EXIT.
133200
133300*****************************************************************
133400*    3700-DECIDE-ONE-DUE-DAY
133500*    A DUE DAY IN THE PERIOD IS GREETED WHEN THE GREETING THAT
133600*    CLAIMED IT SENT A CARD WITH AN ADDRESS.  ANY OTHER IS LISTED
133700*    WITH ITS LIKELY REASON (3710-FIND-REASON).
133800*****************************************************************
133900 3700-DECIDE-ONE-DUE-DAY.
134000     IF WS-DUE-DATE (WS-DUE-SUB) < CV-FROM-DATE
134100         GO TO 3700-EXIT
134200     END-IF.
134300     ADD 1 TO WS-DUE-PERIOD-COUNT.
134400     MOVE WS-DUE-COVER (WS-DUE-SUB) TO WS-GRT-SUB.
134500     IF WS-GRT-SUB NOT = ZERO
134600         IF WS-GRT-CARD-ADDRESSED (WS-GRT-SUB)
134700             ADD 1 TO WS-GREETED-COUNT
134800             GO TO 3700-EXIT
134900         END-IF
135000     END-IF.
135100     ADD 1 TO WS-MISSED-COUNT.
135200     MOVE SPACES TO EW-RECORD.
135300     MOVE "M" TO EW-SECTION.
135400     MOVE WS-DUE-DATE (WS-DUE-SUB) TO EW-DATE.
135500     MOVE WS-DUE-OCCASION (WS-DUE-SUB) TO EW-OCCASION.
135600     IF WS-GRT-SUB NOT = ZERO
135700         PERFORM 3760-GREETED-WITHOUT-CARD THRU 3760-EXIT
135800     ELSE
135900         PERFORM 3710-FIND-REASON THRU 3710-EXIT
136000     END-IF.
136100     IF WS-REASON-SUPPRESSED
136200         ADD 1 TO WS-MISS-SUPP-COUNT
136300     END-IF.
136400     IF WS-REASON-DELETED
136500         ADD 1 TO WS-MISS-DELETED-COUNT
136600     END-IF.
136700     IF WS-REASON-CAPPED
136800         ADD 1 TO WS-MISS-CAPPED-COUNT
136900     END-IF.
137000     IF WS-REASON-NO-ADDRESS
137100         ADD 1 TO WS-MISS-NO-ADDR-COUNT
137200     END-IF.
137300     IF WS-REASON-RUN-MISSED
137400         ADD 1 TO WS-MISS-RUN-COUNT
137500     END-IF.
137600     IF WS-REASON-UNEXPLAINED
137700         ADD 1 TO WS-MISS-UNEXPL-COUNT
137800     END-IF.
137900     PERFORM 3800-WRITE-EXCEPTION THRU 3800-EXIT.
138000 3700-EXIT.
138100     EXIT.
138200
138300*****************************************************************
138400*    3710-FIND-REASON
138500*    NO GREETING CLAIMED THE DAY.  THE REASONS ARE TRIED IN THE
138600*    ORDER A BRANCH WOULD WANT THEM RULED OUT.
138700*****************************************************************
138800 3710-FIND-REASON.
138900     PERFORM 3720-CHECK-SUPPRESSION THRU 3720-EXIT.
139000     IF WS-GRP-SUPPRESSED
139100         SET WS-REASON-SUPPRESSED TO TRUE
139200         MOVE "ON SUPPFILE" TO EW-REASON
139300         MOVE WS-GRP-SUPP-DATE TO WS-EDIT-DATE-1
139400         STRING "SINCE " DELIMITED BY SIZE
139500                WS-EDIT-DATE-1 DELIMITED BY SIZE
139600                " " DELIMITED BY SIZE
139700                WS-GRP-SUPP-REASON DELIMITED BY SIZE
139800                INTO EW-DETAIL
139900         END-STRING
140000         GO TO 3710-EXIT
140100     END-IF.
140200     PERFORM 3730-CHECK-ON-MASTER THRU 3730-EXIT.
140300     IF NOT WS-WAS-ON-MASTER
140400         SET WS-REASON-DELETED TO TRUE
140500         MOVE "DELETED PER CUSTAUD" TO EW-REASON
140600         GO TO 3710-EXIT
140700     END-IF.
140800     MOVE ZERO TO WS-FOUND-SUB.
140900     PERFORM 3740-CHECK-ONE-CAPPED THRU 3740-EXIT
141000         VARYING WS-CAP-SUB FROM 1 BY 1
141100         UNTIL WS-CAP-SUB > WS-CAP-COUNT
141200         OR WS-FOUND-SUB NOT = ZERO.
141300     IF WS-FOUND-SUB NOT = ZERO
141400         SET WS-REASON-CAPPED TO TRUE
141500         MOVE "CAPPED (CONTACT LIMIT)" TO EW-REASON
141600         MOVE WS-CAP-DATE (WS-FOUND-SUB) TO WS-EDIT-DATE-1
141700         STRING "HELD BACK BY THE RUN OF " DELIMITED BY SIZE
141800                WS-EDIT-DATE-1 DELIMITED BY SIZE
141900                INTO EW-DETAIL
142000         END-STRING
142100         GO TO 3710-EXIT
142200     END-IF.
142300     IF NOT WS-GM-HAS-ADDRESS
142400         SET WS-REASON-NO-ADDRESS TO TRUE
142500         MOVE "NO ADDRESS ON FILE" TO EW-REASON
142600         MOVE "CUSTMAS HAS NO ADDRESS LINE" TO EW-DETAIL
142700         GO TO 3710-EXIT
142800     END-IF.
142900     PERFORM 3750-CHECK-RUN-DAYS THRU 3750-EXIT.
143000     IF NOT WS-RUN-DAY-FOUND
143100         SET WS-REASON-RUN-MISSED TO TRUE
143200         MOVE "ANNIVERSARY RUN MISSED" TO EW-REASON
143300         MOVE "NO RUN ON THE DAY OR THE 30 DAYS AFTER"
143400             TO EW-DETAIL
143500         GO TO 3710-EXIT
143600     END-IF.
143700     SET WS-REASON-UNEXPLAINED TO TRUE.
143800     MOVE "UNEXPLAINED" TO EW-REASON.
143900     MOVE "RUN CAME AND WENT WITH NO GREETING" TO EW-DETAIL.
144000 3710-EXIT.
144100     EXIT.
144200
144300*****************************************************************
144400*    3720-CHECK-SUPPRESSION
144500*    ONE SUPPFILE READ PER CUSTOMER, HOWEVER MANY DAYS IT MISSED.
144600*****************************************************************
144700 3720-CHECK-SUPPRESSION.
144800     IF WS-GRP-SUPP-CHECKED
144900         GO TO 3720-EXIT
145000     END-IF.
145100     MOVE "N" TO WS-GRP-SUPP-SW.
145200     IF NOT WS-SUPPFILE-READY
145300         GO TO 3720-EXIT
145400     END-IF.
145500     MOVE WS-GRP-CUST-ID TO SP-CUST-ID.
145600     READ SUPPRESS-FILE
145700         INVALID KEY
145800             CONTINUE
145900         NOT INVALID KEY
146000             SET WS-GRP-SUPPRESSED TO TRUE
146100             IF SP-ADD-DATE IS NUMERIC
146200                 MOVE SP-ADD-DATE TO WS-GRP-SUPP-DATE
146300             END-IF
146400             MOVE SP-REASON-TEXT TO WS-GRP-SUPP-REASON
146500     END-READ.
146600 3720-EXIT.
146700     EXIT.
146800
146900*****************************************************************
147000*    3730-CHECK-ON-MASTER
147100*    WHETHER THE CUSTOMER WAS ON CUSTMAS ON THE DUE DAY: THE LAST
147200*    ADD OR DELETE DATED ON OR BEFORE IT SAYS SO.  WITH NONE, THE
147300*    FIRST ONE ON FILE DOES - A FIRST ADD MEANS NOT YET ON FILE,
147400*    A FIRST DELETE (OR NO AUDIT AT ALL) MEANS ON FILE.
147500*****************************************************************
147600 3730-CHECK-ON-MASTER.
147700     MOVE "Y" TO WS-ON-MASTER-SW.
147800     MOVE ZERO TO WS-FOUND-SUB.
147900     IF WS-ACT-COUNT = ZERO
148000         GO TO 3730-EXIT
148100     END-IF.
148200     PERFORM 3735-TEST-ONE-ACTION THRU 3735-EXIT
148300         VARYING WS-ACT-SUB FROM 1 BY 1
148400         UNTIL WS-ACT-SUB > WS-ACT-COUNT.
148500     IF WS-FOUND-SUB = ZERO
148600         IF WS-ACT-ACTION (1) = "A"
148700             MOVE "N" TO WS-ON-MASTER-SW
148800             MOVE WS-ACT-DATE (1) TO WS-EDIT-DATE-1
148900             STRING "NOT ADDED UNTIL " DELIMITED BY SIZE
149000                    WS-EDIT-DATE-1 DELIMITED BY SIZE
149100                    INTO EW-DETAIL
149200             END-STRING
149300         END-IF
149400         GO TO 3730-EXIT
149500     END-IF.
149600     IF WS-ACT-ACTION (WS-FOUND-SUB) = "D"
149700         MOVE "N" TO WS-ON-MASTER-SW
149800         MOVE WS-ACT-DATE (WS-FOUND-SUB) TO WS-EDIT-DATE-1
149900         STRING "DELETED " DELIMITED BY SIZE
150000                WS-EDIT-DATE-1 DELIMITED BY SIZE
150100                INTO EW-DETAIL
150200         END-STRING
150300     END-IF.
150400 3730-EXIT.
150500     EXIT.
150600
150700*****************************************************************
150800*    3735-TEST-ONE-ACTION
150900*****************************************************************
151000 3735-TEST-ONE-ACTION.
151100     IF WS-ACT-DATE (WS-ACT-SUB) NOT > WS-DUE-DATE (WS-DUE-SUB)
151200         MOVE WS-ACT-SUB TO WS-FOUND-SUB
151300     END-IF.
151400 3735-EXIT.
151500     EXIT.
151600
151700*****************************************************************
151800*    3740-CHECK-ONE-CAPPED
151900*    A CAPPED GREETING FROM A RUN THAT COVERED THE DUE DAY - ON
152000*    IT OR WITHIN THE 30 CATCH-UP DAYS AFTER.
152100*****************************************************************
152200 3740-CHECK-ONE-CAPPED.
152300     IF WS-CAP-INTEGER (WS-CAP-SUB)
152400             NOT < WS-DUE-INTEGER (WS-DUE-SUB)
152500         AND WS-CAP-INTEGER (WS-CAP-SUB)
152600             NOT > WS-DUE-INTEGER (WS-DUE-SUB) + WS-CATCHUP-DAYS
152700         MOVE WS-CAP-SUB TO WS-FOUND-SUB
152800     END-IF.
152900 3740-EXIT.
153000     EXIT.
153100
153200*****************************************************************
153300*    3750-CHECK-RUN-DAYS
153400*    WHETHER ANY ANNIVERSARY RUN RAN ON THE DUE DAY OR IN THE 30
153500*    DAYS AFTER IT, WHEN ITS CATCH-UP SHOULD HAVE REACHED IT.
153600*****************************************************************
153700 3750-CHECK-RUN-DAYS.
153800     MOVE "N" TO WS-RUN-DAY-FOUND-SW.
153900     COMPUTE WS-RUN-DAY-SUB =
154000         WS-DUE-INTEGER (WS-DUE-SUB) - WS-LOW-INTEGER + 1.
154100     COMPUTE WS-RUN-DAY-LIMIT = WS-RUN-DAY-SUB + WS-CATCHUP-DAYS.
154200     PERFORM 3755-TEST-RUN-DAY THRU 3755-EXIT
154300         UNTIL WS-RUN-DAY-FOUND
154400         OR WS-RUN-DAY-SUB > WS-RUN-DAY-LIMIT
154500         OR WS-RUN-DAY-SUB > WS-RUN-DAY-MAX.
154600 3750-EXIT.
154700     EXIT.
154800
154900*****************************************************************
155000*    3755-TEST-RUN-DAY
155100*****************************************************************
155200 3755-TEST-RUN-DAY.
155300     IF WS-RUN-DAY (WS-RUN-DAY-SUB) = "Y"
155400         SET WS-RUN-DAY-FOUND TO TRUE
155500     END-IF.
155600     ADD 1 TO WS-RUN-DAY-SUB.
155700 3755-EXIT.
155800     EXIT.
155900
156000*****************************************************************
156100*    3760-GREETED-WITHOUT-CARD
156200*    A GREETING CLAIMED THE DAY BUT NO ADDRESSED CARD WENT OUT.
156300*****************************************************************
156400 3760-GREETED-WITHOUT-CARD.
156500     MOVE WS-GRT-DATE (WS-GRT-SUB) TO WS-EDIT-DATE-1.
156600     IF WS-GRT-CARD-NO-ADDRESS (WS-GRT-SUB)
156700         SET WS-REASON-NO-ADDRESS TO TRUE
156800         MOVE "NO ADDRESS ON FILE" TO EW-REASON
156900         STRING "GREETED " DELIMITED BY SIZE
157000                WS-EDIT-DATE-1 DELIMITED BY SIZE
157100                ", CARD HAD NO ADDRESS" DELIMITED BY SIZE
157200                INTO EW-DETAIL
157300         END-STRING
157400         GO TO 3760-EXIT
157500     END-IF.
157600     SET WS-REASON-UNEXPLAINED TO TRUE.
157700     MOVE "UNEXPLAINED" TO EW-REASON.
157800     STRING "LOGGED " DELIMITED BY SIZE
157900            WS-EDIT-DATE-1 DELIMITED BY SIZE
158000            ", NO CARD ON GREETEXT" DELIMITED BY SIZE
158100            INTO EW-DETAIL
158200     END-STRING.
158300 3760-EXIT.
158400     EXIT.
158500
158600*****************************************************************
158700*    3800-WRITE-EXCEPTION
158800*    COMPLETES THE EXCEPTION WITH THE CUSTOMER AND ITS BRANCH.
158900*****************************************************************
159000 3800-WRITE-EXCEPTION.
159100     MOVE WS-GRP-CUST-ID TO EW-CUST-ID.
159200     MOVE WS-GM-NAME TO EW-NAME.
159300     MOVE WS-GM-ACCOUNT-NO TO EW-ACCOUNT-NO.
159400     IF WS-GM-ACCOUNT-NO = SPACES
159500         MOVE "UNK" TO EW-BRANCH
159600     ELSE
159700         MOVE WS-GM-ACCOUNT-NO (1:3) TO EW-BRANCH
159800     END-IF.
159900     WRITE EW-RECORD.
160000     IF WS-COVWORK-STATUS NOT = "00"
160100         DISPLAY "HELLOCOV - COVWORK WRITE FAILED, STATUS = "
160200             WS-COVWORK-STATUS
160300         SET WS-INPUT-FAILED TO TRUE
160400         GO TO 3800-EXIT
160500     END-IF.
160600     ADD 1 TO WS-EXCEPTION-COUNT.
160700 3800-EXIT.
160800     EXIT.
160900
161000*****************************************************************
161100*    5000-REPORT-EXCEPTIONS
161200*    RE-SORTS THE EXCEPTIONS BY SECTION, BRANCH, AND DATE.  WITH
161300*    NONE THE REPORT JUST SAYS SO.
161400*****************************************************************
161500 5000-REPORT-EXCEPTIONS.
161600     IF WS-INPUT-FAILED
161700         MOVE SPACES TO CR-LINE
161800         PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
161900         MOVE "*** INPUT NOT READ TO THE END - REPORT INCOMPLETE"
162000             TO CR-LINE
162100         PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
162200         MOVE 8 TO WS-RETURN-CODE
162300     END-IF.
162400     IF WS-EXCEPTION-COUNT = ZERO
162500         MOVE SPACES TO CR-LINE
162600         PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
162700         MOVE "EVERY CUSTOMER DUE IN THE PERIOD WAS GREETED, AND "
162800             TO CR-LINE
162900         MOVE "NO GREETING WENT TO A CUSTOMER NOT DUE"
163000             TO CR-LINE (51:40)
163100         PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
163200         GO TO 5000-EXIT
163300     END-IF.
163400     SORT EXCEPTION-SORT
163500         ON ASCENDING KEY ES-SECTION ES-BRANCH ES-DATE ES-CUST-ID
163600         USING EXCEPTION-WORK
163700         OUTPUT PROCEDURE IS 6000-PRINT-EXCEPTIONS THRU 6000-EXIT.
163800 5000-EXIT.
163900     EXIT.
164000
164100*****************************************************************
164200*    6000-PRINT-EXCEPTIONS
164300*    SORT OUTPUT PROCEDURE - ONE PART PER SECTION, AND WITHIN IT
164400*    ONE PART PER BRANCH WITH ITS OWN SUBTOTAL.
164500*****************************************************************
164600 6000-PRINT-EXCEPTIONS.
164700     MOVE "N" TO WS-SORT-EOF-SW.
164800     MOVE SPACES TO WS-CURR-SECTION.
164900     MOVE SPACES TO WS-CURR-BRANCH.
165000     PERFORM 6100-PRINT-ONE-EXCEPTION THRU 6100-EXIT
165100         UNTIL WS-SORT-AT-END.
165200     IF WS-CURR-SECTION NOT = SPACES
165300         PERFORM 6300-BRANCH-TOTAL THRU 6300-EXIT
165400     END-IF.
165500 6000-EXIT.
165600     EXIT.
165700
165800*****************************************************************
165900*    6100-PRINT-ONE-EXCEPTION
166000*****************************************************************
166100 6100-PRINT-ONE-EXCEPTION.
166200     RETURN EXCEPTION-SORT
166300         AT END
166400             MOVE "Y" TO WS-SORT-EOF-SW
166500             GO TO 6100-EXIT
166600     END-RETURN.
166700     IF ES-SECTION NOT = WS-CURR-SECTION
166800         IF WS-CURR-SECTION NOT = SPACES
166900             PERFORM 6300-BRANCH-TOTAL THRU 6300-EXIT
167000         END-IF
167100         PERFORM 6150-SECTION-HEADING THRU 6150-EXIT
167200         PERFORM 6200-BRANCH-HEADING THRU 6200-EXIT
167300     ELSE
167400         IF ES-BRANCH NOT = WS-CURR-BRANCH
167500             PERFORM 6300-BRANCH-TOTAL THRU 6300-EXIT
167600             PERFORM 6200-BRANCH-HEADING THRU 6200-EXIT
167700         END-IF
167800     END-IF.
167900     ADD 1 TO WS-BRANCH-COUNT.
168000     MOVE SPACES TO WS-DETAIL-LINE.
168100     MOVE ES-DATE TO WS-DT-DATE.
168200     IF ES-OCCASION = "B"
168300         MOVE "BIRTHDAY" TO WS-DT-OCCASION
168400     ELSE
168500         MOVE "ANNIVERSARY" TO WS-DT-OCCASION
168600     END-IF.
168700     MOVE ES-CUST-ID TO WS-DT-CUST-ID.
168800     MOVE ES-NAME TO WS-DT-NAME.
168900     MOVE ES-ACCOUNT-NO TO WS-DT-ACCOUNT.
169000     MOVE ES-REASON TO WS-DT-REASON.
169100     MOVE ES-DETAIL TO WS-DT-DETAIL.
169200     MOVE SPACES TO CR-LINE.
169300     MOVE WS-DETAIL-LINE TO CR-LINE.
169400     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
169500 6100-EXIT.
169600     EXIT.
169700
169800*****************************************************************
169900*    6150-SECTION-HEADING
170000*****************************************************************
170100 6150-SECTION-HEADING.
170200     MOVE ES-SECTION TO WS-CURR-SECTION.
170300     MOVE SPACES TO CR-LINE.
170400     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
170500     IF ES-SECTION = "M"
170600         MOVE "DUE BUT NOT GREETED" TO WS-SL-TITLE
170700         MOVE "DUE DATE" TO WS-CH-DATE
170800     ELSE
170900         MOVE "GREETED BUT NOT DUE" TO WS-SL-TITLE
171000         MOVE "GREETED" TO WS-CH-DATE
171100     END-IF.
171200     MOVE WS-SECTION-LINE TO CR-LINE.
171300     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
171400 6150-EXIT.
171500     EXIT.
171600
171700*****************************************************************
171800*    6200-BRANCH-HEADING
171900*****************************************************************
172000 6200-BRANCH-HEADING.
172100     MOVE ES-BRANCH TO WS-CURR-BRANCH.
172200     MOVE ZERO TO WS-BRANCH-COUNT.
172300     MOVE SPACES TO CR-LINE.
172400     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
172500     MOVE ES-BRANCH TO WS-BL-BRANCH.
172600     MOVE WS-BRANCH-LINE TO CR-LINE.
172700     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
172800     MOVE WS-COLUMN-LINE TO CR-LINE.
172900     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
173000 6200-EXIT.
173100     EXIT.
173200
173300*****************************************************************
173400*    6300-BRANCH-TOTAL
173500*****************************************************************
173600 6300-BRANCH-TOTAL.
173700     MOVE WS-CURR-BRANCH TO WS-TL-BRANCH.
173800     MOVE WS-BRANCH-COUNT TO WS-TL-COUNT.
173900     MOVE SPACES TO CR-LINE.
174000     MOVE WS-TOTAL-LINE TO CR-LINE.
174100     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
174200 6300-EXIT.
174300     EXIT.
174400
174500*****************************************************************
174600*    7100-WRITE-REPORT-LINE
174700*****************************************************************
174800 7100-WRITE-REPORT-LINE.
174900     IF WS-COVRPT-OK
175000         WRITE CR-LINE
175100     END-IF.
175200 7100-EXIT.
175300     EXIT.
175400
175500*****************************************************************
175600*    8000-PRINT-SUMMARY
175700*    RUN TOTALS AT THE FOOT OF COVRPT AND TO THE CONSOLE.  DUE IN
175800*    THE PERIOD = GREETED + EVERY NOT-GREETED REASON.  ANY
175900*    EXCEPTION ENDS THE RUN WITH A WARNING.
176000*****************************************************************
176100 8000-PRINT-SUMMARY.
176200     MOVE SPACES TO CR-LINE.
176300     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
176400     MOVE "CUSTMAS RECORDS READ" TO WS-CL-LABEL.
176500     MOVE WS-MASTER-READ-COUNT TO WS-CL-COUNT.
176600     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
176700     MOVE "GREET-LOG ANNIVERSARY/BIRTHDAY RECORDS USED"
176800         TO WS-CL-LABEL.
176900     MOVE WS-LOG-USED-COUNT TO WS-CL-COUNT.
177000     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
177100     MOVE "GREETEXT ANNIVERSARY/BIRTHDAY CARDS USED"
177200         TO WS-CL-LABEL.
177300     MOVE WS-CARD-USED-COUNT TO WS-CL-COUNT.
177400     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
177500     MOVE "CUSTAUD ADDS AND DELETES USED" TO WS-CL-LABEL.
177600     MOVE WS-AUDIT-USED-COUNT TO WS-CL-COUNT.
177700     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
177800     MOVE "CAPFILE ANNIVERSARY RECORDS USED" TO WS-CL-LABEL.
177900     MOVE WS-CAPPED-USED-COUNT TO WS-CL-COUNT.
178000     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
178100     MOVE SPACES TO CR-LINE.
178200     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
178300     MOVE "ANNIVERSARIES/BIRTHDAYS DUE IN THE PERIOD"
178400         TO WS-CL-LABEL.
178500     MOVE WS-DUE-PERIOD-COUNT TO WS-CL-COUNT.
178600     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
178700     MOVE "  GREETED WITH A CARD" TO WS-CL-LABEL.
178800     MOVE WS-GREETED-COUNT TO WS-CL-COUNT.
178900     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
179000     MOVE "  NOT GREETED - ON SUPPFILE" TO WS-CL-LABEL.
179100     MOVE WS-MISS-SUPP-COUNT TO WS-CL-COUNT.
179200     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
179300     MOVE "  NOT GREETED - DELETED PER CUSTAUD" TO WS-CL-LABEL.
179400     MOVE WS-MISS-DELETED-COUNT TO WS-CL-COUNT.
179500     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
179600     MOVE "  NOT GREETED - CAPPED (CONTACT LIMIT)" TO WS-CL-LABEL.
179700     MOVE WS-MISS-CAPPED-COUNT TO WS-CL-COUNT.
179800     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
179900     MOVE "  NOT GREETED - NO ADDRESS ON FILE" TO WS-CL-LABEL.
180000     MOVE WS-MISS-NO-ADDR-COUNT TO WS-CL-COUNT.
180100     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
180200     MOVE "  NOT GREETED - ANNIVERSARY RUN MISSED" TO WS-CL-LABEL.
180300     MOVE WS-MISS-RUN-COUNT TO WS-CL-COUNT.
180400     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
180500     MOVE "  NOT GREETED - UNEXPLAINED" TO WS-CL-LABEL.
180600     MOVE WS-MISS-UNEXPL-COUNT TO WS-CL-COUNT.
180700     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
180800     MOVE "ANNIVERSARY/BIRTHDAY GREETINGS IN THE PERIOD"
180900         TO WS-CL-LABEL.
181000     MOVE WS-GRT-PERIOD-COUNT TO WS-CL-COUNT.
181100     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
181200     MOVE "  GREETED BUT NOT DUE" TO WS-CL-LABEL.
181300     MOVE WS-NOT-DUE-COUNT TO WS-CL-COUNT.
181400     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
181500     IF WS-OVERFLOW-COUNT > ZERO
181600         MOVE "ENTRIES OVER A PER-CUSTOMER LIMIT (IGNORED)"
181700             TO WS-CL-LABEL
181800         MOVE WS-OVERFLOW-COUNT TO WS-CL-COUNT
181900         PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT
182000         DISPLAY "HELLOCOV - WARNING: " WS-OVERFLOW-COUNT
182100             " ENTRIES OVER A PER-CUSTOMER LIMIT WERE IGNORED"
182200     END-IF.
182300     DISPLAY "HELLOCOV - " WS-DUE-PERIOD-COUNT " DUE, "
182400         WS-GREETED-COUNT " GREETED, " WS-MISSED-COUNT
182500         " NOT GREETED, " WS-NOT-DUE-COUNT " GREETED NOT DUE.".
182600     IF WS-EXCEPTION-COUNT > ZERO
182700         OR WS-OVERFLOW-COUNT > ZERO
182800         IF WS-RETURN-CODE < 4
182900             MOVE 4 TO WS-RETURN-CODE
183000         END-IF
183100     END-IF.
183200 8000-EXIT.
183300     EXIT.
183400
183500*****************************************************************
183600*    8100-PRINT-ONE-COUNT
183700*****************************************************************
183800 8100-PRINT-ONE-COUNT.
183900     MOVE SPACES TO CR-LINE.
184000     MOVE WS-COUNT-LINE TO CR-LINE.
184100     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
184200 8100-EXIT.
184300     EXIT.
184400
184500*****************************************************************
184600*    9000-TERMINATE
184700*****************************************************************
184800 9000-TERMINATE.
184900     IF WS-SUPPFILE-READY
185000         CLOSE SUPPRESS-FILE
185100     END-IF.
185200     IF WS-COVRPT-OK
185300         CLOSE COVERAGE-REPORT
185400     END-IF.
185500 9000-EXIT.
185600     EXIT.
