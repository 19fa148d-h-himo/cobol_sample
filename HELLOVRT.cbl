000100*****************************************************************
000200*    MODIFICATION HISTORY
000300*    2026-10-15  DRO  INITIAL VERSION.  CARD VENDOR RETURN
000400*                     AND ACKNOWLEDGEMENT PROCESSING.  GREETEXT
000500*                     GOES TO THE CARD-PRINTING VENDOR AND UNTIL
000600*                     NOW WE NEVER HEARD BACK - THE ONLY WAY WE
000700*                     LEARNED AN ADDRESS WAS BAD WAS A CUSTOMER
000800*                     COMPLAINING THEIR CARD NEVER CAME.  THIS
000900*                     MATCHES THE VENDOR'S DAILY RETURN FILE TO
001000*                     THE CARDS WE SENT, KEEPS A HISTORY OF EVERY
001100*                     ACKNOWLEDGEMENT, LISTS CARDS THE VENDOR
001200*                     NEVER ACKNOWLEDGED, PUTS REPEATEDLY BOUNCING
001300*                     ADDRESSES ON HOLD SO HELLO STOPS SENDING
001400*                     THEM, AND PRINTS AN UNDELIVERABLE REPORT BY
001500*                     BRANCH.
001600*****************************************************************
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID.    HELLOVRT.
001900 AUTHOR.        D. OKAFOR.
002000 INSTALLATION.  RETAIL BANKING SYSTEMS.
002100 DATE-WRITTEN.  2026-10-15.
002200 DATE-COMPILED.
002300*****************************************************************
002400*    HELLOVRT SORTS THREE THINGS TOGETHER BY CUSTOMER ID AND CARD
002500*    DATE: THE GREETEXT CARDS SENT WITHIN THE LOOKBACK WINDOW,
002600*    THE VENDACK HISTORY OF RETURNS ALREADY PROCESSED, AND TODAY'S
002700*    VENDRET RETURN FILE (VENDRET.CPY).  FOR EACH CUSTOMER AND
002800*    CARD DATE IT THEN KNOWS WHAT WAS SENT AND WHAT THE VENDOR HAS
002900*    SAID ABOUT IT:
003000*
003100*      - A RETURN WITH NO CARD BEHIND IT IS LISTED AS UNMATCHED.
003200*      - A RETURN ALREADY ON THE HISTORY WITH THE SAME OUTCOME (A
003300*        RERUN, OR THE VENDOR SENDING IT TWICE) IS COUNTED AND
003400*        IGNORED, SO A BOUNCE IS NEVER COUNTED TWICE.
003500*      - EVERY OTHER RETURN IS APPENDED TO THE HISTORY (ACKOUT).
003600*        AN UNDELIVERABLE OR BAD-ADDRESS RETURN COUNTS A BOUNCE
003700*        AGAINST THE ADDRESS THE CARD WENT TO ON ADDRHOLD
003800*        (ADDRHOLD.CPY) AND GOES ON THE UNDELIVERABLE REPORT; A
003900*        MAILED RETURN CLEARS ANY BOUNCE COUNT FOR THAT ADDRESS.
004000*      - A CARD OLDER THAN THE GRACE PERIOD THAT HAS NEVER BEEN
004100*        ACKNOWLEDGED IS LISTED; A YOUNGER ONE IS JUST COUNTED AS
004200*        AWAITING ACKNOWLEDGEMENT.
004300*
004400*    CARDS WITH NO CUSTOMER ID OR NO ADDRESS ARE NOT CHASED - THE
004500*    VENDOR SUPPRESSES THOSE AS UNDELIVERABLE AND NEVER MAILS
004600*    THEM.
004700*
004800*    THE UNDELIVERABLE REPORT (UNDRPT) IS SORTED AND SUBTOTALED BY
004900*    BRANCH, WHICH IS THE FIRST THREE CHARACTERS OF THE ACCOUNT
005000*    NUMBER (THE BRANCH TRANSIT PREFIX), SO EACH BRANCH CAN BE
005100*    HANDED ITS OWN PAGE OF ADDRESSES TO FIX.  ACKRPT CARRIES THE
005200*    UNACKNOWLEDGED CARDS, THE UNMATCHED AND INVALID RETURNS, AND
005300*    THE RUN TOTALS.
005400*
005500*    CONDITION CODES: 0 CLEAN, 4 WARNING (CARDS NOT ACKNOWLEDGED,
005600*    UNMATCHED OR INVALID RETURNS, OR CUSTMAS, ADDRHOLD, OR A
005700*    REPORT UNAVAILABLE), 8 FAILED (VRTPRM OR CYCLDATE INVALID, OR
005800*    VENDRET, GREETEXT, VENDACK, ACKOUT, OR UNDWORK WOULD NOT
005900*    OPEN - NOTHING IS RECORDED; OR AN ACKOUT OR ADDRHOLD UPDATE
006000*    FAILED - SEE THE CONSOLE FOR THE CUSTOMERS).
006100*****************************************************************
006200 ENVIRONMENT DIVISION.
006300 CONFIGURATION SECTION.
006400 SOURCE-COMPUTER.   IBM-370.
006500 OBJECT-COMPUTER.   IBM-370.
006600 INPUT-OUTPUT SECTION.
006700 FILE-CONTROL.
006800     SELECT PARM-FILE ASSIGN TO VRTPRM
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WS-PARM-STATUS.
007100     SELECT CYCLE-CONTROL ASSIGN TO CYCLDATE
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS WS-CYCLDATE-STATUS.
007400     SELECT VENDOR-RETURN ASSIGN TO VENDRET
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS WS-VENDRET-STATUS.
007700     SELECT ACK-HISTORY ASSIGN TO VENDACK
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS WS-VENDACK-STATUS.
008000     SELECT ACK-OUT ASSIGN TO ACKOUT
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS WS-ACKOUT-STATUS.
008300     SELECT EXTRACT-IN ASSIGN TO GREETEXT
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS WS-GREETEXT-STATUS.
008600     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAS
008700         ORGANIZATION IS INDEXED
008800         ACCESS MODE IS RANDOM
008900         RECORD KEY IS CM-CUST-ID
009000         FILE STATUS IS WS-CUSTMAS-STATUS.
009100     SELECT ADDRESS-HOLD ASSIGN TO ADDRHOLD
009200         ORGANIZATION IS INDEXED
009300         ACCESS MODE IS RANDOM
009400         RECORD KEY IS AH-CUST-ID
009500         FILE STATUS IS WS-ADDRHOLD-STATUS.
009600     SELECT UNDELIV-WORK ASSIGN TO UNDWORK
009700         ORGANIZATION IS SEQUENTIAL
009800         FILE STATUS IS WS-UNDWORK-STATUS.
009900     SELECT SORT-WORK ASSIGN TO SORTWK01.
010000     SELECT UNDELIV-SORT ASSIGN TO SORTWK01.
010100     SELECT ACK-REPORT ASSIGN TO ACKRPT
010200         ORGANIZATION IS SEQUENTIAL
010300         FILE STATUS IS WS-ACKRPT-STATUS.
010400     SELECT UNDELIV-REPORT ASSIGN TO UNDRPT
010500         ORGANIZATION IS SEQUENTIAL
010600         FILE STATUS IS WS-UNDRPT-STATUS.
010700
010800 DATA DIVISION.
010900 FILE SECTION.
011000 FD  PARM-FILE
011100     RECORDING MODE IS F
011200     LABEL RECORDS ARE STANDARD.
011300     COPY VRTPRM.
011400
011500 FD  CYCLE-CONTROL
011600     RECORDING MODE IS F
011700     LABEL RECORDS ARE STANDARD.
011800     COPY CYCLDATE.
011900
012000 FD  VENDOR-RETURN
012100     RECORDING MODE IS F
012200     LABEL RECORDS ARE STANDARD.
012300     COPY VENDRET.
012400
012500 FD  ACK-HISTORY
012600     RECORDING MODE IS F
012700     LABEL RECORDS ARE STANDARD.
012800     COPY VENDRET
012900         REPLACING ==VR-RECORD==         BY ==VH-RECORD==
013000                   ==VR-CUST-ID==        BY ==VH-CUST-ID==
013100                   ==VR-GREET-DATE==     BY ==VH-GREET-DATE==
013200                   ==VR-STATUS==         BY ==VH-STATUS==
013300                   ==VR-STATUS-MAILED==  BY ==VH-STATUS-MAILED==
013400                   ==VR-STATUS-UNDELIVERABLE==
013500                       BY ==VH-STATUS-UNDELIVERABLE==
013600                   ==VR-STATUS-BAD-ADDRESS==
013700                       BY ==VH-STATUS-BAD-ADDRESS==
013800                   ==VR-STATUS-VALID==   BY ==VH-STATUS-VALID==
013900                   ==VR-VENDOR-DATE==    BY ==VH-VENDOR-DATE==
014000                   ==VR-REASON-TEXT==    BY ==VH-REASON-TEXT==
014100                   ==VR-PROCESS-DATE==   BY ==VH-PROCESS-DATE==.
014200
014300 FD  ACK-OUT
014400     RECORDING MODE IS F
014500     LABEL RECORDS ARE STANDARD.
014600     COPY VENDRET
014700         REPLACING ==VR-RECORD==         BY ==VA-RECORD==
014800                   ==VR-CUST-ID==        BY ==VA-CUST-ID==
014900                   ==VR-GREET-DATE==     BY ==VA-GREET-DATE==
015000                   ==VR-STATUS==         BY ==VA-STATUS==
015100                   ==VR-STATUS-MAILED==  BY ==VA-STATUS-MAILED==
015200                   ==VR-STATUS-UNDELIVERABLE==
015300                       BY ==VA-STATUS-UNDELIVERABLE==
015400                   ==VR-STATUS-BAD-ADDRESS==
015500                       BY ==VA-STATUS-BAD-ADDRESS==
015600                   ==VR-STATUS-VALID==   BY ==VA-STATUS-VALID==
015700                   ==VR-VENDOR-DATE==    BY ==VA-VENDOR-DATE==
015800                   ==VR-REASON-TEXT==    BY ==VA-REASON-TEXT==
015900                   ==VR-PROCESS-DATE==   BY ==VA-PROCESS-DATE==.
016000
016100 FD  EXTRACT-IN
016200     RECORDING MODE IS F
016300     LABEL RECORDS ARE STANDARD.
016400     COPY GREETEXT.
016500
016600 FD  CUSTOMER-MASTER
016700     LABEL RECORDS ARE STANDARD.
016800     COPY CUSTMAS.
016900
017000 FD  ADDRESS-HOLD
017100     LABEL RECORDS ARE STANDARD.
017200     COPY ADDRHOLD.
017300
017400*****************************************************************
017500*    UNDELIVERABLE WORK RECORD - ONE PER BOUNCED CARD, WRITTEN IN
017600*    CUSTOMER ORDER DURING THE MATCH AND RE-SORTED BY BRANCH FOR
017700*    THE UNDELIVERABLE REPORT.
017800*****************************************************************
017900 FD  UNDELIV-WORK
018000     RECORDING MODE IS F
018100     LABEL RECORDS ARE STANDARD.
018200 01  UW-RECORD.
018300     05  UW-BRANCH               PIC X(03).
018400     05  UW-CUST-ID              PIC X(06).
018500     05  UW-GREET-DATE           PIC 9(08).
018600     05  UW-STATUS               PIC X(01).
018700     05  UW-NAME                 PIC X(20).
018800     05  UW-ACCOUNT-NO           PIC X(10).
018900     05  UW-SENT-ADDR-LINE       PIC X(20).
019000     05  UW-SENT-POSTAL-CODE     PIC X(06).
019100     05  UW-FILE-STATE           PIC X(09).
019200     05  UW-REASON-TEXT          PIC X(30).
019300     05  UW-BOUNCE-COUNT         PIC 9(03).
019400     05  UW-HOLD-SW              PIC X(01).
019500     05  FILLER                  PIC X(33).
019600
019700 SD  SORT-WORK.
019800 01  SR-RECORD.
019900     05  SR-KEY.
020000         10  SR-CUST-ID          PIC X(06).
020100         10  SR-GREET-DATE       PIC 9(08).
020200     05  SR-SOURCE               PIC X(01).
020300         88  SR-SOURCE-SENT          VALUE "1".
020400         88  SR-SOURCE-HISTORY       VALUE "2".
020500         88  SR-SOURCE-RETURN        VALUE "3".
020600     05  SR-STATUS               PIC X(01).
020700     05  SR-VENDOR-DATE          PIC 9(08).
020800     05  SR-REASON-TEXT          PIC X(30).
020900     05  SR-OCCASION             PIC X(01).
021000     05  SR-NAME                 PIC X(20).
021100     05  SR-ACCOUNT-NO           PIC X(10).
021200     05  SR-ADDR-LINE            PIC X(20).
021300     05  SR-POSTAL-CODE          PIC X(06).
021400     05  FILLER                  PIC X(09).
021500
021600 SD  UNDELIV-SORT.
021700 01  US-RECORD.
021800     05  US-BRANCH               PIC X(03).
021900     05  US-CUST-ID              PIC X(06).
022000     05  US-GREET-DATE           PIC 9(08).
022100     05  US-STATUS               PIC X(01).
022200     05  US-NAME                 PIC X(20).
022300     05  US-ACCOUNT-NO           PIC X(10).
022400     05  US-SENT-ADDR-LINE       PIC X(20).
022500     05  US-SENT-POSTAL-CODE     PIC X(06).
022600     05  US-FILE-STATE           PIC X(09).
022700     05  US-REASON-TEXT          PIC X(30).
022800     05  US-BOUNCE-COUNT         PIC 9(03).
022900     05  US-HOLD-SW              PIC X(01).
023000     05  FILLER                  PIC X(33).
023100
023200 FD  ACK-REPORT
023300     RECORDING MODE IS F
023400     LABEL RECORDS ARE STANDARD.
023500 01  AR-LINE                 PIC X(132).
023600
023700 FD  UNDELIV-REPORT
023800     RECORDING MODE IS F
023900     LABEL RECORDS ARE STANDARD.
024000 01  UR-LINE                 PIC X(132).
024100
024200 WORKING-STORAGE SECTION.
024300*****************************************************************
024400*    RUN CONTROL SWITCHES
024500*****************************************************************
024600 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
024700 77  WS-CYCLDATE-STATUS      PIC X(02) VALUE SPACES.
024800 77  WS-VENDRET-STATUS       PIC X(02) VALUE SPACES.
024900 77  WS-VENDACK-STATUS       PIC X(02) VALUE SPACES.
025000 77  WS-ACKOUT-STATUS        PIC X(02) VALUE SPACES.
025100 77  WS-GREETEXT-STATUS      PIC X(02) VALUE SPACES.
025200 77  WS-UNDWORK-STATUS       PIC X(02) VALUE SPACES.
025300 77  WS-ACKRPT-STATUS        PIC X(02) VALUE SPACES.
025400 77  WS-UNDRPT-STATUS        PIC X(02) VALUE SPACES.
025500 77  WS-EXTRACT-EOF-SW       PIC X(01) VALUE "N".
025600     88  WS-END-OF-EXTRACT       VALUE "Y".
025700 77  WS-HISTORY-EOF-SW       PIC X(01) VALUE "N".
025800     88  WS-END-OF-HISTORY       VALUE "Y".
025900 77  WS-RETURN-EOF-SW        PIC X(01) VALUE "N".
026000     88  WS-END-OF-RETURNS       VALUE "Y".
026100 77  WS-SORT-EOF-SW          PIC X(01) VALUE "N".
026200     88  WS-SORT-AT-END          VALUE "Y".
026300 77  WS-ABORT-SW             PIC X(01) VALUE "N".
026400     88  WS-RUN-ABORTED          VALUE "Y".
026500 77  WS-ACKRPT-OPEN-SW       PIC X(01) VALUE "N".
026600     88  WS-ACKRPT-OK            VALUE "Y".
026700 77  WS-UNDRPT-OPEN-SW       PIC X(01) VALUE "N".
026800     88  WS-UNDRPT-OK            VALUE "Y".
026900 77  WS-ACKOUT-OPEN-SW       PIC X(01) VALUE "N".
027000     88  WS-ACKOUT-READY         VALUE "Y".
027100 77  WS-RETURN-CODE          PIC 9(01) VALUE ZERO.
027200
027300*****************************************************************
027400*    CUSTOMER-MASTER AND ADDRESS-HOLD CONTROLS.  BOTH ARE
027500*    OPTIONAL: WITHOUT CUSTMAS THE REPORT CANNOT SHOW WHETHER THE
027600*    BRANCH HAS ALREADY CORRECTED AN ADDRESS, AND WITHOUT ADDRHOLD
027700*    NO BOUNCE CAN BE COUNTED OR ADDRESS HELD - EITHER WAY THE
027800*    RUN ENDS WITH A WARNING.
027900*****************************************************************
028000 77  WS-CUSTMAS-STATUS       PIC X(02) VALUE SPACES.
028100     88  WS-CUSTMAS-AVAILABLE    VALUE "00".
028200 77  WS-CUSTMAS-OPEN-SW      PIC X(01) VALUE "N".
028300     88  WS-CUSTMAS-READY        VALUE "Y".
028400 77  WS-ADDRHOLD-STATUS      PIC X(02) VALUE SPACES.
028500     88  WS-ADDRHOLD-AVAILABLE   VALUE "00".
028600 77  WS-ADDRHOLD-OPEN-SW     PIC X(01) VALUE "N".
028700     88  WS-ADDRHOLD-READY       VALUE "Y".
028800 77  WS-HOLD-FOUND-SW        PIC X(01) VALUE "N".
028900     88  WS-HOLD-WAS-FOUND       VALUE "Y".
029000
029100*****************************************************************
029200*    PARAMETERS AND THE DATES DERIVED FROM THEM.  THE DAY
029300*    ARITHMETIC GOES THROUGH INTEGER-OF-DATE, AS HELLOSUM'S WEEK
029400*    NUMBERING DOES.
029500*****************************************************************
029600 77  WS-BOUNCE-LIMIT         PIC 9(02) VALUE ZERO.
029700 77  WS-GRACE-DAYS           PIC 9(03) VALUE ZERO.
029800 77  WS-LOOKBACK-DAYS        PIC 9(03) VALUE ZERO.
029900 77  WS-CYCLE-DATE           PIC 9(08) VALUE ZERO.
030000 77  WS-CYCLE-INTEGER        PIC 9(08) VALUE ZERO COMP.
030100 77  WS-GRACE-CUTOFF-DATE    PIC 9(08) VALUE ZERO.
030200 77  WS-LOOKBACK-DATE        PIC 9(08) VALUE ZERO.
030300 77  WS-DAYS-OUTSTANDING     PIC 9(05) VALUE ZERO COMP.
030400
030500*****************************************************************
030600*    CURRENT CUSTOMER/CARD-DATE GROUP - BUILT UP AS THE SORTED
030700*    RECORDS FOR ONE KEY ARRIVE: SENT CARDS FIRST, THEN HISTORY,
030800*    THEN TODAY'S RETURNS.
030900*****************************************************************
031000 01  WS-GRP-KEY.
031100     05  WS-GRP-CUST-ID          PIC X(06) VALUE SPACES.
031200     05  WS-GRP-GREET-DATE       PIC 9(08) VALUE ZERO.
031300 77  WS-GRP-ACTIVE-SW        PIC X(01) VALUE "N".
031400     88  WS-GRP-ACTIVE           VALUE "Y".
031500 77  WS-GRP-SENT-COUNT       PIC 9(04) VALUE ZERO COMP.
031600 77  WS-GRP-ACKED-SW         PIC X(01) VALUE "N".
031700     88  WS-GRP-ACKED            VALUE "Y".
031800 77  WS-GRP-ACK-STATUS       PIC X(01) VALUE SPACE.
031900 77  WS-GRP-OCCASION         PIC X(01) VALUE SPACE.
032000 77  WS-GRP-NAME             PIC X(20) VALUE SPACES.
032100 77  WS-GRP-ACCOUNT-NO       PIC X(10) VALUE SPACES.
032200 77  WS-GRP-ADDR-LINE        PIC X(20) VALUE SPACES.
032300 77  WS-GRP-POSTAL-CODE      PIC X(06) VALUE SPACES.
032400
032500*****************************************************************
032600*    UNDELIVERABLE REPORT BRANCH BREAK
032700*****************************************************************
032800 77  WS-CURR-BRANCH          PIC X(03) VALUE SPACES.
032900 77  WS-BRANCH-COUNT         PIC 9(08) VALUE ZERO COMP.
033000 77  WS-BRANCHES-REPORTED    PIC 9(08) VALUE ZERO COMP.
033100
033200*****************************************************************
033300*    RUN COUNTERS FOR THE TOTALS AND THE CONSOLE
033400*****************************************************************
033500 77  WS-EXTRACT-READ-COUNT   PIC 9(08) VALUE ZERO COMP.
033600 77  WS-OUT-OF-WINDOW-COUNT  PIC 9(08) VALUE ZERO COMP.
033700 77  WS-NOT-MAILABLE-COUNT   PIC 9(08) VALUE ZERO COMP.
033800 77  WS-CARDS-CHASED-COUNT   PIC 9(08) VALUE ZERO COMP.
033900 77  WS-HISTORY-READ-COUNT   PIC 9(08) VALUE ZERO COMP.
034000 77  WS-RETURN-READ-COUNT    PIC 9(08) VALUE ZERO COMP.
034100 77  WS-INVALID-COUNT        PIC 9(08) VALUE ZERO COMP.
034200 77  WS-UNMATCHED-COUNT      PIC 9(08) VALUE ZERO COMP.
034300 77  WS-ALREADY-COUNT        PIC 9(08) VALUE ZERO COMP.
034400 77  WS-MAILED-COUNT         PIC 9(08) VALUE ZERO COMP.
034500 77  WS-UNDELIV-COUNT        PIC 9(08) VALUE ZERO COMP.
034600 77  WS-BAD-ADDR-COUNT       PIC 9(08) VALUE ZERO COMP.
034700 77  WS-ACK-WRITTEN-COUNT    PIC 9(08) VALUE ZERO COMP.
034800 77  WS-NOT-ACKED-COUNT      PIC 9(08) VALUE ZERO COMP.
034900 77  WS-AWAITING-COUNT       PIC 9(08) VALUE ZERO COMP.
035000 77  WS-NEWLY-HELD-COUNT     PIC 9(08) VALUE ZERO COMP.
035100 77  WS-RELEASED-COUNT       PIC 9(08) VALUE ZERO COMP.
035200 77  WS-UNDWORK-COUNT        PIC 9(08) VALUE ZERO COMP.
035300
035400*****************************************************************
035500*    PRINT-LINE WORK AREAS - ACKNOWLEDGEMENT REPORT
035600*****************************************************************
035700 01  WS-AR-HEADING-LINE.
035800     05  FILLER                  PIC X(44)
035900             VALUE "CARD VENDOR RETURN RECONCILIATION - CYCLE ".
036000     05  WS-AH-DATE              PIC 9999/99/99.
036100     05  FILLER                  PIC X(16)
036200             VALUE "  GRACE (DAYS): ".
036300     05  WS-AH-GRACE             PIC ZZ9.
036400     05  FILLER                  PIC X(19)
036500             VALUE "  LOOKBACK (DAYS): ".
036600     05  WS-AH-LOOKBACK          PIC ZZ9.
036700 01  WS-AR-COLUMN-LINE.
036800     05  FILLER                  PIC X(20) VALUE "EXCEPTION".
036900     05  FILLER                  PIC X(08) VALUE "CUST ID".
037000     05  FILLER                  PIC X(12) VALUE "CARD DATE".
037100     05  FILLER                  PIC X(04) VALUE "OCC".
037200     05  FILLER                  PIC X(22) VALUE "NAME".
037300     05  FILLER                  PIC X(12) VALUE "ACCOUNT".
037400     05  FILLER                  PIC X(40) VALUE "DETAIL".
037500 01  WS-AR-DETAIL-LINE.
037600     05  WS-AD-TYPE              PIC X(18).
037700     05  FILLER                  PIC X(02) VALUE SPACES.
037800     05  WS-AD-CUST-ID           PIC X(06).
037900     05  FILLER                  PIC X(02) VALUE SPACES.
038000     05  WS-AD-DATE              PIC 9999/99/99.
038100     05  FILLER                  PIC X(02) VALUE SPACES.
038200     05  WS-AD-OCCASION          PIC X(01).
038300     05  FILLER                  PIC X(03) VALUE SPACES.
038400     05  WS-AD-NAME              PIC X(20).
038500     05  FILLER                  PIC X(02) VALUE SPACES.
038600     05  WS-AD-ACCOUNT           PIC X(10).
038700     05  FILLER                  PIC X(02) VALUE SPACES.
038800     05  WS-AD-TEXT              PIC X(40).
038900 01  WS-DAYS-OUT-TEXT.
039000     05  FILLER                  PIC X(18)
039100             VALUE "NO ACK AFTER DAYS ".
039200     05  WS-DO-DAYS              PIC ZZZZ9.
039300 01  WS-RETURN-TEXT.
039400     05  FILLER                  PIC X(07) VALUE "STATUS ".
039500     05  WS-RT-STATUS            PIC X(01).
039600     05  FILLER                  PIC X(02) VALUE SPACES.
039700     05  WS-RT-REASON            PIC X(30).
039800 01  WS-COUNT-LINE.
039900     05  WS-CL-LABEL             PIC X(44).
040000     05  WS-CL-COUNT             PIC ZZ,ZZZ,ZZ9.
040100
040200*****************************************************************
040300*    PRINT-LINE WORK AREAS - UNDELIVERABLE REPORT
040400*****************************************************************
040500 01  WS-UR-HEADING-LINE.
040600     05  FILLER                  PIC X(42)
040700             VALUE "UNDELIVERABLE GREETING CARDS BY BRANCH - ".
040800     05  FILLER                  PIC X(06) VALUE "CYCLE ".
040900     05  WS-UH-DATE              PIC 9999/99/99.
041000 01  WS-UR-BRANCH-LINE.
041100     05  FILLER                  PIC X(07) VALUE "BRANCH ".
041200     05  WS-UB-BRANCH            PIC X(03).
041300 01  WS-UR-COLUMN-LINE.
041400     05  FILLER                  PIC X(08) VALUE "CUST ID".
041500     05  FILLER                  PIC X(22) VALUE "NAME".
041600     05  FILLER                  PIC X(12) VALUE "ACCOUNT".
041700     05  FILLER                  PIC X(12) VALUE "CARD DATE".
041800     05  FILLER                  PIC X(15) VALUE "OUTCOME".
041900     05  FILLER                  PIC X(29)
042000             VALUE "ADDRESS CARD WENT TO".
042100     05  FILLER                  PIC X(11) VALUE "ON FILE".
042200     05  FILLER                  PIC X(09) VALUE "BOUNCES".
042300     05  FILLER                  PIC X(04) VALUE "HOLD".
042400 01  WS-UR-DETAIL-LINE.
042500     05  WS-UD-CUST-ID           PIC X(06).
042600     05  FILLER                  PIC X(02) VALUE SPACES.
042700     05  WS-UD-NAME              PIC X(20).
042800     05  FILLER                  PIC X(02) VALUE SPACES.
042900     05  WS-UD-ACCOUNT           PIC X(10).
043000     05  FILLER                  PIC X(02) VALUE SPACES.
043100     05  WS-UD-DATE              PIC 9999/99/99.
043200     05  FILLER                  PIC X(02) VALUE SPACES.
043300     05  WS-UD-OUTCOME           PIC X(13).
043400     05  FILLER                  PIC X(02) VALUE SPACES.
043500     05  WS-UD-ADDR-LINE         PIC X(20).
043600     05  FILLER                  PIC X(01) VALUE SPACE.
043700     05  WS-UD-POSTAL-CODE       PIC X(06).
043800     05  FILLER                  PIC X(02) VALUE SPACES.
043900     05  WS-UD-FILE-STATE        PIC X(09).
044000     05  FILLER                  PIC X(04) VALUE SPACES.
044100     05  WS-UD-BOUNCES           PIC ZZ9.
044200     05  FILLER                  PIC X(04) VALUE SPACES.
044300     05  WS-UD-HOLD              PIC X(04).
044400 01  WS-UR-REASON-LINE.
044500     05  FILLER                  PIC X(08) VALUE SPACES.
044600     05  FILLER                  PIC X(15)
044700             VALUE "VENDOR REASON: ".
044800     05  WS-UE-REASON            PIC X(30).
044900 01  WS-UR-TOTAL-LINE.
045000     05  FILLER                  PIC X(07) VALUE "BRANCH ".
045100     05  WS-UT-BRANCH            PIC X(03).
045200     05  FILLER                  PIC X(25)
045300             VALUE " UNDELIVERABLE CARDS:    ".
045400     05  WS-UT-COUNT             PIC ZZ,ZZZ,ZZ9.
045500
045600 PROCEDURE DIVISION.
045700*****************************************************************
045800*    0000-MAINLINE
045900*    MATCHES THE RETURNS IN ONE SORT, THEN RE-SORTS THE BOUNCED
046000*    CARDS BY BRANCH FOR THE UNDELIVERABLE REPORT - THE SAME
046100*    INPUT/OUTPUT-PROCEDURE SORT SHAPE AS HELLOHIS AND HELLOSUM.
046200*****************************************************************
046300 0000-MAINLINE.
046400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
046500     IF NOT WS-RUN-ABORTED
046600         SORT SORT-WORK
046700             ON ASCENDING KEY SR-CUST-ID SR-GREET-DATE SR-SOURCE
046800             INPUT PROCEDURE IS 2000-RELEASE-RECORDS
046900                 THRU 2000-EXIT
047000             OUTPUT PROCEDURE IS 3000-MATCH-RETURNS THRU 3000-EXIT
047100         CLOSE UNDELIV-WORK
047200         PERFORM 5000-REPORT-UNDELIVERABLE THRU 5000-EXIT
047300         PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT
047400     END-IF.
047500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
047600     MOVE WS-RETURN-CODE TO RETURN-CODE.
047700     STOP RUN.
047800
047900*****************************************************************
048000*    1000-INITIALIZE
048100*    READS THE PARAMETERS AND THE CYCLE DATE, WORKS OUT THE GRACE
048200*    AND LOOKBACK DATES, AND OPENS OR PROBES EVERY FILE BEFORE
048300*    THE SORT STARTS - A SORT WHOSE INPUT PROCEDURE CANNOT OPEN A
048400*    FILE WOULD JUST ABEND, AND A MISSING FILE MUST BE A CLEAN
048500*    CC 8 INSTEAD.  VENDACK AND ACKOUT ARE THE SAME DATASET, SO
048600*    THEY ARE ONLY PROBED HERE AND NEVER OPEN AT THE SAME TIME.
048700*****************************************************************
048800 1000-INITIALIZE.
048900     PERFORM 1010-READ-PARM-FILE THRU 1010-EXIT.
049000     IF WS-RUN-ABORTED
049100         GO TO 1000-EXIT
049200     END-IF.
049300     PERFORM 1020-READ-CYCLE-DATE THRU 1020-EXIT.
049400     IF WS-RUN-ABORTED
049500         GO TO 1000-EXIT
049600     END-IF.
049700     OPEN INPUT VENDOR-RETURN.
049800     IF WS-VENDRET-STATUS NOT = "00"
049900         DISPLAY "HELLOVRT - UNABLE TO OPEN VENDRET, STATUS = "
050000             WS-VENDRET-STATUS
050100         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
050200         GO TO 1000-EXIT
050300     END-IF.
050400     CLOSE VENDOR-RETURN.
050500     OPEN INPUT EXTRACT-IN.
050600     IF WS-GREETEXT-STATUS NOT = "00"
050700         DISPLAY "HELLOVRT - UNABLE TO OPEN GREETEXT, STATUS = "
050800             WS-GREETEXT-STATUS
050900         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
051000         GO TO 1000-EXIT
051100     END-IF.
051200     CLOSE EXTRACT-IN.
051300     OPEN INPUT ACK-HISTORY.
051400     IF WS-VENDACK-STATUS NOT = "00"
051500         DISPLAY "HELLOVRT - UNABLE TO OPEN VENDACK, STATUS = "
051600             WS-VENDACK-STATUS
051700         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
051800         GO TO 1000-EXIT
051900     END-IF.
052000     CLOSE ACK-HISTORY.
052100     OPEN EXTEND ACK-OUT.
052200     IF WS-ACKOUT-STATUS NOT = "00"
052300         OPEN OUTPUT ACK-OUT
052400     END-IF.
052500     IF WS-ACKOUT-STATUS NOT = "00"
052600         DISPLAY "HELLOVRT - UNABLE TO OPEN ACKOUT, STATUS = "
052700             WS-ACKOUT-STATUS
052800         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
052900         GO TO 1000-EXIT
053000     END-IF.
053100     CLOSE ACK-OUT.
053200     OPEN OUTPUT UNDELIV-WORK.
053300     IF WS-UNDWORK-STATUS NOT = "00"
053400         DISPLAY "HELLOVRT - UNABLE TO OPEN UNDWORK, STATUS = "
053500             WS-UNDWORK-STATUS
053600         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
053700         GO TO 1000-EXIT
053800     END-IF.
053900     PERFORM 1030-OPEN-OPTIONAL-FILES THRU 1030-EXIT.
054000     PERFORM 1040-OPEN-REPORTS THRU 1040-EXIT.
054100 1000-EXIT.
054200     EXIT.
054300
054400*****************************************************************
054500*    1010-READ-PARM-FILE
054600*    THE BOUNCE LIMIT, GRACE PERIOD, AND LOOKBACK MUST ALL BE
054700*    PRESENT AND SENSIBLE - NO DEFAULTS ARE GUESSED.
054800*****************************************************************
054900 1010-READ-PARM-FILE.
055000     OPEN INPUT PARM-FILE.
055100     IF WS-PARM-STATUS NOT = "00"
055200         DISPLAY "HELLOVRT - UNABLE TO OPEN VRTPRM, STATUS = "
055300             WS-PARM-STATUS
055400         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
055500         GO TO 1010-EXIT
055600     END-IF.
055700     READ PARM-FILE
055800         AT END
055900             MOVE SPACES TO VP-RECORD
056000     END-READ.
056100     CLOSE PARM-FILE.
056200     IF VP-BOUNCE-LIMIT IS NOT NUMERIC
056300         OR VP-GRACE-DAYS IS NOT NUMERIC
056400         OR VP-LOOKBACK-DAYS IS NOT NUMERIC
056500         DISPLAY "HELLOVRT - VRTPRM MISSING OR NOT NUMERIC"
056600         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
056700         GO TO 1010-EXIT
056800     END-IF.
056900     IF VP-BOUNCE-LIMIT = ZERO
057000         OR VP-LOOKBACK-DAYS NOT > VP-GRACE-DAYS
057100         DISPLAY "HELLOVRT - VRTPRM BOUNCE LIMIT IS ZERO OR "
057200             "LOOKBACK IS NOT BEYOND GRACE"
057300         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
057400         GO TO 1010-EXIT
057500     END-IF.
057600     MOVE VP-BOUNCE-LIMIT TO WS-BOUNCE-LIMIT.
057700     MOVE VP-GRACE-DAYS TO WS-GRACE-DAYS.
057800     MOVE VP-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS.
057900 1010-EXIT.
058000     EXIT.
058100
058200*****************************************************************
058300*    1020-READ-CYCLE-DATE
058400*    THE CYCLE DATE IS "TODAY" FOR THE GRACE AND LOOKBACK TESTS
058500*    AND IS STAMPED ON EVERY ACKNOWLEDGEMENT RECORDED.  WITHOUT
058600*    ONE NOTHING IS PROCESSED.
058700*****************************************************************
058800 1020-READ-CYCLE-DATE.
058900     OPEN INPUT CYCLE-CONTROL.
059000     IF WS-CYCLDATE-STATUS NOT = "00"
059100         DISPLAY "HELLOVRT - CYCLDATE NOT AVAILABLE, STATUS = "
059200             WS-CYCLDATE-STATUS
059300         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
059400         GO TO 1020-EXIT
059500     END-IF.
059600     READ CYCLE-CONTROL
059700         AT END
059800             MOVE ZERO TO CD-CYCLE-DATE
059900     END-READ.
060000     CLOSE CYCLE-CONTROL.
060100     IF CD-CYCLE-DATE IS NOT NUMERIC
060200         OR CD-CYCLE-DATE = ZERO
060300         DISPLAY "HELLOVRT - CYCLDATE RECORD MISSING OR INVALID"
060400         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
060500         GO TO 1020-EXIT
060600     END-IF.
060700     MOVE CD-CYCLE-DATE TO WS-CYCLE-DATE.
060800     COMPUTE WS-CYCLE-INTEGER =
060900         FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE).
061000     COMPUTE WS-GRACE-CUTOFF-DATE =
061100         FUNCTION DATE-OF-INTEGER
061200             (WS-CYCLE-INTEGER - WS-GRACE-DAYS).
061300     COMPUTE WS-LOOKBACK-DATE =
061400         FUNCTION DATE-OF-INTEGER
061500             (WS-CYCLE-INTEGER - WS-LOOKBACK-DAYS).
061600     DISPLAY "HELLOVRT - CYCLE " WS-CYCLE-DATE
061700         ", CHASING CARDS FROM " WS-LOOKBACK-DATE
061800         ", GRACE ENDS " WS-GRACE-CUTOFF-DATE.
061900 1020-EXIT.
062000     EXIT.
062100
062200*****************************************************************
062300*    1030-OPEN-OPTIONAL-FILES
062400*****************************************************************
062500 1030-OPEN-OPTIONAL-FILES.
062600     OPEN INPUT CUSTOMER-MASTER.
062700     IF NOT WS-CUSTMAS-AVAILABLE
062800         DISPLAY "HELLOVRT - CUSTMAS NOT AVAILABLE, STATUS = "
062900             WS-CUSTMAS-STATUS
063000         DISPLAY "HELLOVRT - REPORTING WITHOUT CURRENT ADDRESSES"
063100         MOVE 4 TO WS-RETURN-CODE
063200     ELSE
063300         SET WS-CUSTMAS-READY TO TRUE
063400     END-IF.
063500     OPEN I-O ADDRESS-HOLD.
063600     IF NOT WS-ADDRHOLD-AVAILABLE
063700         DISPLAY "HELLOVRT - ADDRHOLD NOT AVAILABLE, STATUS = "
063800             WS-ADDRHOLD-STATUS
063900         DISPLAY "HELLOVRT - NO BOUNCES COUNTED, NO ADDRESS HELD"
064000         MOVE 4 TO WS-RETURN-CODE
064100     ELSE
064200         SET WS-ADDRHOLD-READY TO TRUE
064300     END-IF.
064400 1030-EXIT.
064500     EXIT.
064600
064700*****************************************************************
064800*    1040-OPEN-REPORTS
064900*    AN UNOPENABLE REPORT IS A WARNING; THE MATCH AND THE HOLDS
065000*    STILL HAPPEN.
065100*****************************************************************
065200 1040-OPEN-REPORTS.
065300     OPEN OUTPUT ACK-REPORT.
065400     IF WS-ACKRPT-STATUS NOT = "00"
065500         DISPLAY "HELLOVRT - UNABLE TO OPEN ACKRPT, STATUS = "
065600             WS-ACKRPT-STATUS
065700         MOVE 4 TO WS-RETURN-CODE
065800     ELSE
065900         SET WS-ACKRPT-OK TO TRUE
066000     END-IF.
066100     OPEN OUTPUT UNDELIV-REPORT.
066200     IF WS-UNDRPT-STATUS NOT = "00"
066300         DISPLAY "HELLOVRT - UNABLE TO OPEN UNDRPT, STATUS = "
066400             WS-UNDRPT-STATUS
066500         MOVE 4 TO WS-RETURN-CODE
066600     ELSE
066700         SET WS-UNDRPT-OK TO TRUE
066800     END-IF.
066900     MOVE WS-CYCLE-DATE TO WS-AH-DATE.
067000     MOVE WS-GRACE-DAYS TO WS-AH-GRACE.
067100     MOVE WS-LOOKBACK-DAYS TO WS-AH-LOOKBACK.
067200     MOVE SPACES TO AR-LINE.
067300     MOVE WS-AR-HEADING-LINE TO AR-LINE.
067400     PERFORM 7100-WRITE-ACK-LINE THRU 7100-EXIT.
067500     MOVE SPACES TO AR-LINE.
067600     PERFORM 7100-WRITE-ACK-LINE THRU 7100-EXIT.
067700     MOVE WS-AR-COLUMN-LINE TO AR-LINE.
067800     PERFORM 7100-WRITE-ACK-LINE THRU 7100-EXIT.
067900     MOVE WS-CYCLE-DATE TO WS-UH-DATE.
068000     MOVE SPACES TO UR-LINE.
068100     MOVE WS-UR-HEADING-LINE TO UR-LINE.
068200     PERFORM 7200-WRITE-UND-LINE THRU 7200-EXIT.
068300 1040-EXIT.
068400     EXIT.
068500
068600*****************************************************************
068700*    1900-ABORT-RUN
068800*****************************************************************
068900 1900-ABORT-RUN.
069000     SET WS-RUN-ABORTED TO TRUE.
069100     MOVE 8 TO WS-RETURN-CODE.
069200     DISPLAY "HELLOVRT - RUN ABORTED, NO RETURNS WERE RECORDED".
069300 1900-EXIT.
069400     EXIT.
069500
069600*****************************************************************
069700*    2000-RELEASE-RECORDS
069800*    SORT INPUT PROCEDURE - THE CARDS SENT, THE HISTORY, AND
069900*    TODAY'S RETURNS, IN THAT SOURCE ORDER WITHIN EACH KEY.
070000*****************************************************************
070100 2000-RELEASE-RECORDS.
070200     OPEN INPUT EXTRACT-IN.
070300     PERFORM 2100-RELEASE-ONE-CARD THRU 2100-EXIT
070400         UNTIL WS-END-OF-EXTRACT.
070500     CLOSE EXTRACT-IN.
070600     OPEN INPUT ACK-HISTORY.
070700     PERFORM 2200-RELEASE-ONE-HISTORY THRU 2200-EXIT
070800         UNTIL WS-END-OF-HISTORY.
070900     CLOSE ACK-HISTORY.
071000     OPEN INPUT VENDOR-RETURN.
071100     PERFORM 2300-RELEASE-ONE-RETURN THRU 2300-EXIT
071200         UNTIL WS-END-OF-RETURNS.
071300     CLOSE VENDOR-RETURN.
071400 2000-EXIT.
071500     EXIT.
071600
071700*****************************************************************
071800*    2100-RELEASE-ONE-CARD
071900*    A CARD IS CHASED WHEN IT IS INSIDE THE LOOKBACK WINDOW AND
072000*    THE VENDOR COULD HAVE MAILED IT - A CUSTOMER ID AND AN
072100*    ADDRESS ON THE RECORD.
072200*****************************************************************
072300 2100-RELEASE-ONE-CARD.
072400     READ EXTRACT-IN
072500         AT END
072600             MOVE "Y" TO WS-EXTRACT-EOF-SW
072700             GO TO 2100-EXIT
072800     END-READ.
072900     ADD 1 TO WS-EXTRACT-READ-COUNT.
073000     IF GX-DATE IS NOT NUMERIC
073100         OR GX-DATE < WS-LOOKBACK-DATE
073200         OR GX-DATE > WS-CYCLE-DATE
073300         ADD 1 TO WS-OUT-OF-WINDOW-COUNT
073400         GO TO 2100-EXIT
073500     END-IF.
073600     IF GX-CUST-ID = SPACES
073700         OR (GX-ADDR-LINE = SPACES AND GX-POSTAL-CODE = SPACES)
073800         ADD 1 TO WS-NOT-MAILABLE-COUNT
073900         GO TO 2100-EXIT
074000     END-IF.
074100     ADD 1 TO WS-CARDS-CHASED-COUNT.
074200     MOVE SPACES TO SR-RECORD.
074300     MOVE GX-CUST-ID TO SR-CUST-ID.
074400     MOVE GX-DATE TO SR-GREET-DATE.
074500     SET SR-SOURCE-SENT TO TRUE.
074600     MOVE ZERO TO SR-VENDOR-DATE.
074700     MOVE GX-OCCASION TO SR-OCCASION.
074800     MOVE GX-NAME TO SR-NAME.
074900     MOVE GX-ACCOUNT-NO TO SR-ACCOUNT-NO.
075000     MOVE GX-ADDR-LINE TO SR-ADDR-LINE.
075100     MOVE GX-POSTAL-CODE TO SR-POSTAL-CODE.
075200     RELEASE SR-RECORD.
075300 2100-EXIT.
075400     EXIT.
075500
075600*****************************************************************
075700*    2200-RELEASE-ONE-HISTORY
075800*    ONLY HISTORY FOR CARDS STILL INSIDE THE LOOKBACK WINDOW CAN
075900*    MATTER TO TODAY'S MATCH.
076000*****************************************************************
076100 2200-RELEASE-ONE-HISTORY.
076200     READ ACK-HISTORY
076300         AT END
076400             MOVE "Y" TO WS-HISTORY-EOF-SW
076500             GO TO 2200-EXIT
076600     END-READ.
076700     ADD 1 TO WS-HISTORY-READ-COUNT.
076800     IF VH-GREET-DATE IS NOT NUMERIC
076900         OR VH-GREET-DATE < WS-LOOKBACK-DATE
077000         GO TO 2200-EXIT
077100     END-IF.
077200     MOVE SPACES TO SR-RECORD.
077300     MOVE VH-CUST-ID TO SR-CUST-ID.
077400     MOVE VH-GREET-DATE TO SR-GREET-DATE.
077500     SET SR-SOURCE-HISTORY TO TRUE.
077600     MOVE VH-STATUS TO SR-STATUS.
077700     MOVE ZERO TO SR-VENDOR-DATE.
077800     RELEASE SR-RECORD.
077900 2200-EXIT.
078000     EXIT.
078100
078200*****************************************************************
078300*    2300-RELEASE-ONE-RETURN
078400*    A RETURN WITH NO CUSTOMER ID, A NON-NUMERIC CARD DATE, OR AN
078500*    OUTCOME OTHER THAN M, U, OR B CANNOT BE MATCHED AND IS
078600*    LISTED AS INVALID FOR THE VENDOR TO RESEND.
078700*****************************************************************
078800 2300-RELEASE-ONE-RETURN.
078900     READ VENDOR-RETURN
079000         AT END
079100             MOVE "Y" TO WS-RETURN-EOF-SW
079200             GO TO 2300-EXIT
079300     END-READ.
079400     ADD 1 TO WS-RETURN-READ-COUNT.
079500     IF VR-CUST-ID = SPACES
079600         OR VR-GREET-DATE IS NOT NUMERIC
079700         OR NOT VR-STATUS-VALID
079800         ADD 1 TO WS-INVALID-COUNT
079900         PERFORM 2400-LIST-INVALID-RETURN THRU 2400-EXIT
080000         GO TO 2300-EXIT
080100     END-IF.
080200     MOVE SPACES TO SR-RECORD.
080300     MOVE VR-CUST-ID TO SR-CUST-ID.
080400     MOVE VR-GREET-DATE TO SR-GREET-DATE.
080500     SET SR-SOURCE-RETURN TO TRUE.
080600     MOVE VR-STATUS TO SR-STATUS.
080700     IF VR-VENDOR-DATE IS NUMERIC
080800         MOVE VR-VENDOR-DATE TO SR-VENDOR-DATE
080900     ELSE
081000         MOVE ZERO TO SR-VENDOR-DATE
081100     END-IF.
081200     MOVE VR-REASON-TEXT TO SR-REASON-TEXT.
081300     RELEASE SR-RECORD.
081400 2300-EXIT.
081500     EXIT.
081600
081700*****************************************************************
081800*    2400-LIST-INVALID-RETURN
081900*****************************************************************
082000 2400-LIST-INVALID-RETURN.
082100     MOVE SPACES TO WS-AR-DETAIL-LINE.
082200     MOVE "INVALID RETURN" TO WS-AD-TYPE.
082300     MOVE VR-CUST-ID TO WS-AD-CUST-ID.
082400     IF VR-GREET-DATE IS NUMERIC
082500         MOVE VR-GREET-DATE TO WS-AD-DATE
082600     ELSE
082700         MOVE ZERO TO WS-AD-DATE
082800     END-IF.
082900     MOVE VR-STATUS TO WS-RT-STATUS.
083000     MOVE VR-REASON-TEXT TO WS-RT-REASON.
083100     MOVE WS-RETURN-TEXT TO WS-AD-TEXT.
083200     MOVE WS-AR-DETAIL-LINE TO AR-LINE.
083300     PERFORM 7100-WRITE-ACK-LINE THRU 7100-EXIT.
083400 2400-EXIT.
083500     EXIT.
083600
083700*****************************************************************
083800*    3000-MATCH-RETURNS
083900*    SORT OUTPUT PROCEDURE - WALKS THE SORTED RECORDS ONE
084000*    CUSTOMER/CARD-DATE GROUP AT A TIME.  THE HISTORY DATASET WAS
084100*    CLOSED AT THE END OF THE INPUT PROCEDURE, SO IT IS SAFE TO
084200*    OPEN THE SAME DATASET FOR APPEND UNDER ACKOUT NOW.
084300*****************************************************************
084400 3000-MATCH-RETURNS.
084500     OPEN EXTEND ACK-OUT.
084600     IF WS-ACKOUT-STATUS NOT = "00"
084700         OPEN OUTPUT ACK-OUT
084800     END-IF.
084900     IF WS-ACKOUT-STATUS NOT = "00"
085000         DISPLAY "HELLOVRT - ACKOUT WOULD NOT REOPEN, STATUS = "
085100             WS-ACKOUT-STATUS
085200         DISPLAY "HELLOVRT - RETURNS MATCHED BUT NOT RECORDED, "
085300             "NO BOUNCE COUNTED OR CLEARED"
085400         MOVE 8 TO WS-RETURN-CODE
085500     ELSE
085600         SET WS-ACKOUT-READY TO TRUE
085700     END-IF.
085800     MOVE "N" TO WS-SORT-EOF-SW.
085900     PERFORM 3100-RETURN-ONE-RECORD THRU 3100-EXIT
086000         UNTIL WS-SORT-AT-END.
086100     IF WS-ACKOUT-READY
086200         CLOSE ACK-OUT
086300     END-IF.
086400 3000-EXIT.
086500     EXIT.
086600
086700*****************************************************************
086800*    3100-RETURN-ONE-RECORD
086900*****************************************************************
087000 3100-RETURN-ONE-RECORD.
087100     RETURN SORT-WORK
087200         AT END
087300             MOVE "Y" TO WS-SORT-EOF-SW
087400             IF WS-GRP-ACTIVE
087500                 PERFORM 3500-END-GROUP THRU 3500-EXIT
087600             END-IF
087700             GO TO 3100-EXIT
087800     END-RETURN.
087900     IF WS-GRP-ACTIVE
088000         AND SR-KEY NOT = WS-GRP-KEY
088100         PERFORM 3500-END-GROUP THRU 3500-EXIT
088200     END-IF.
088300     IF NOT WS-GRP-ACTIVE
088400         PERFORM 3200-START-GROUP THRU 3200-EXIT
088500     END-IF.
088600     IF SR-SOURCE-SENT
088700         PERFORM 3300-NOTE-SENT-CARD THRU 3300-EXIT
088800     END-IF.
088900     IF SR-SOURCE-HISTORY
089000         SET WS-GRP-ACKED TO TRUE
089100         MOVE SR-STATUS TO WS-GRP-ACK-STATUS
089200     END-IF.
089300     IF SR-SOURCE-RETURN
089400         PERFORM 3400-APPLY-RETURN THRU 3400-EXIT
089500     END-IF.
089600 3100-EXIT.
089700     EXIT.
089800
089900*****************************************************************
090000*    3200-START-GROUP
090100*****************************************************************
090200 3200-START-GROUP.
090300     MOVE SR-KEY TO WS-GRP-KEY.
090400     SET WS-GRP-ACTIVE TO TRUE.
090500     MOVE ZERO TO WS-GRP-SENT-COUNT.
090600     MOVE "N" TO WS-GRP-ACKED-SW.
090700     MOVE SPACE TO WS-GRP-ACK-STATUS.
090800     MOVE SPACE TO WS-GRP-OCCASION.
090900     MOVE SPACES TO WS-GRP-NAME.
091000     MOVE SPACES TO WS-GRP-ACCOUNT-NO.
091100     MOVE SPACES TO WS-GRP-ADDR-LINE.
091200     MOVE SPACES TO WS-GRP-POSTAL-CODE.
091300 3200-EXIT.
091400     EXIT.
091500
091600*****************************************************************
091700*    3300-NOTE-SENT-CARD
091800*    A ROSTER GREETING AND AN ANNIVERSARY ON THE SAME DAY ARE TWO
091900*    CARDS UNDER ONE KEY; THE VENDOR'S RETURN NAMES ONLY THE KEY,
092000*    SO ONE RETURN ANSWERS FOR BOTH.  THE FIRST CARD'S DETAILS
092100*    STAND FOR THE GROUP.
092200*****************************************************************
092300 3300-NOTE-SENT-CARD.
092400     ADD 1 TO WS-GRP-SENT-COUNT.
092500     IF WS-GRP-SENT-COUNT > 1
092600         GO TO 3300-EXIT
092700     END-IF.
092800     MOVE SR-OCCASION TO WS-GRP-OCCASION.
092900     MOVE SR-NAME TO WS-GRP-NAME.
093000     MOVE SR-ACCOUNT-NO TO WS-GRP-ACCOUNT-NO.
093100     MOVE SR-ADDR-LINE TO WS-GRP-ADDR-LINE.
093200     MOVE SR-POSTAL-CODE TO WS-GRP-POSTAL-CODE.
093300 3300-EXIT.
093400     EXIT.
093500
093600*****************************************************************
093700*    3400-APPLY-RETURN
093800*    ONE OF TODAY'S RETURNS.  A MAILED CARD LATER RETURNED
093900*    UNDELIVERABLE IS A NEW OUTCOME AND IS APPLIED; THE SAME
094000*    OUTCOME A SECOND TIME IS NOT.
094100*****************************************************************
094200 3400-APPLY-RETURN.
094300     IF WS-GRP-SENT-COUNT = ZERO
094400         ADD 1 TO WS-UNMATCHED-COUNT
094500         PERFORM 3450-LIST-UNMATCHED-RETURN THRU 3450-EXIT
094600         GO TO 3400-EXIT
094700     END-IF.
094800     IF WS-GRP-ACKED
094900         AND WS-GRP-ACK-STATUS = SR-STATUS
095000         ADD 1 TO WS-ALREADY-COUNT
095100         GO TO 3400-EXIT
095200     END-IF.
095300     SET WS-GRP-ACKED TO TRUE.
095400     MOVE SR-STATUS TO WS-GRP-ACK-STATUS.
095500     IF WS-ACKOUT-READY
095600         MOVE SPACES TO VA-RECORD
095700         MOVE SR-CUST-ID TO VA-CUST-ID
095800         MOVE SR-GREET-DATE TO VA-GREET-DATE
095900         MOVE SR-STATUS TO VA-STATUS
096000         MOVE SR-VENDOR-DATE TO VA-VENDOR-DATE
096100         MOVE SR-REASON-TEXT TO VA-REASON-TEXT
096200         MOVE WS-CYCLE-DATE TO VA-PROCESS-DATE
096300         WRITE VA-RECORD
096400         IF WS-ACKOUT-STATUS NOT = "00"
096500             DISPLAY "HELLOVRT - ACKOUT WRITE FAILED, STATUS = "
096600                 WS-ACKOUT-STATUS " FOR CUSTOMER " SR-CUST-ID
096700             MOVE 8 TO WS-RETURN-CODE
096800             GO TO 3400-EXIT
096900         END-IF
097000         ADD 1 TO WS-ACK-WRITTEN-COUNT
097100     END-IF.
097200     IF SR-STATUS = "M"
097300         ADD 1 TO WS-MAILED-COUNT
097400         PERFORM 3600-CLEAR-BOUNCE THRU 3600-EXIT
097500         GO TO 3400-EXIT
097600     END-IF.
097700     IF SR-STATUS = "U"
097800         ADD 1 TO WS-UNDELIV-COUNT
097900     ELSE
098000         ADD 1 TO WS-BAD-ADDR-COUNT
098100     END-IF.
098200     PERFORM 3700-RECORD-BOUNCE THRU 3700-EXIT.
098300     PERFORM 3800-WRITE-UNDELIV-WORK THRU 3800-EXIT.
098400 3400-EXIT.
098500     EXIT.
098600
098700*****************************************************************
098800*    3450-LIST-UNMATCHED-RETURN
098900*****************************************************************
099000 3450-LIST-UNMATCHED-RETURN.
099100     MOVE SPACES TO WS-AR-DETAIL-LINE.
099200     MOVE "UNMATCHED RETURN" TO WS-AD-TYPE.
099300     MOVE SR-CUST-ID TO WS-AD-CUST-ID.
099400     MOVE SR-GREET-DATE TO WS-AD-DATE.
099500     MOVE SR-STATUS TO WS-RT-STATUS.
099600     MOVE SR-REASON-TEXT TO WS-RT-REASON.
099700     MOVE WS-RETURN-TEXT TO WS-AD-TEXT.
099800     MOVE WS-AR-DETAIL-LINE TO AR-LINE.
099900     PERFORM 7100-WRITE-ACK-LINE THRU 7100-EXIT.
100000 3450-EXIT.
100100     EXIT.
100200
100300*****************************************************************
100400*    3500-END-GROUP
100500*    A CARD GROUP WITH NOTHING FROM THE VENDOR, EVER, IS EITHER
100600*    STILL INSIDE THE GRACE PERIOD OR LISTED AS NEVER
100700*    ACKNOWLEDGED WITH HOW MANY DAYS IT HAS BEEN OUT.
100800*****************************************************************
100900 3500-END-GROUP.
101000     MOVE "N" TO WS-GRP-ACTIVE-SW.
101100     IF WS-GRP-SENT-COUNT = ZERO
101200         OR WS-GRP-ACKED
101300         GO TO 3500-EXIT
101400     END-IF.
101500     IF WS-GRP-GREET-DATE > WS-GRACE-CUTOFF-DATE
101600         ADD 1 TO WS-AWAITING-COUNT
101700         GO TO 3500-EXIT
101800     END-IF.
101900     ADD 1 TO WS-NOT-ACKED-COUNT.
102000     COMPUTE WS-DAYS-OUTSTANDING = WS-CYCLE-INTEGER
102100         - FUNCTION INTEGER-OF-DATE(WS-GRP-GREET-DATE).
102200     MOVE SPACES TO WS-AR-DETAIL-LINE.
102300     MOVE "NOT ACKNOWLEDGED" TO WS-AD-TYPE.
102400     MOVE WS-GRP-CUST-ID TO WS-AD-CUST-ID.
102500     MOVE WS-GRP-GREET-DATE TO WS-AD-DATE.
102600     MOVE WS-GRP-OCCASION TO WS-AD-OCCASION.
102700     MOVE WS-GRP-NAME TO WS-AD-NAME.
102800     MOVE WS-GRP-ACCOUNT-NO TO WS-AD-ACCOUNT.
102900     MOVE WS-DAYS-OUTSTANDING TO WS-DO-DAYS.
103000     MOVE WS-DAYS-OUT-TEXT TO WS-AD-TEXT.
103100     MOVE WS-AR-DETAIL-LINE TO AR-LINE.
103200     PERFORM 7100-WRITE-ACK-LINE THRU 7100-EXIT.
103300 3500-EXIT.
103400     EXIT.
103500
103600*****************************************************************
103700*    3600-CLEAR-BOUNCE
103800*    THE VENDOR MAILED TO THE ADDRESS BEING COUNTED, SO IT WORKS:
103900*    THE COUNT GOES BACK TO ZERO AND ANY HOLD IS RELEASED.  A
104000*    MAILING TO SOME OTHER ADDRESS SAYS NOTHING ABOUT THE ONE ON
104100*    HOLD AND CHANGES NOTHING.  NOTHING IS CHANGED EITHER WHEN
104200*    ACKOUT IS NOT OPEN - THE RETURN IS NOT ON THE HISTORY, SO A
104300*    RERUN WOULD APPLY IT AGAIN.
104400*****************************************************************
104500 3600-CLEAR-BOUNCE.
104600     IF NOT WS-ADDRHOLD-READY
104700         OR NOT WS-ACKOUT-READY
104800         GO TO 3600-EXIT
104900     END-IF.
105000     MOVE WS-GRP-CUST-ID TO AH-CUST-ID.
105100     READ ADDRESS-HOLD
105200         INVALID KEY
105300             GO TO 3600-EXIT
105400     END-READ.
105500     IF AH-ADDR-LINE NOT = WS-GRP-ADDR-LINE
105600         OR AH-POSTAL-CODE NOT = WS-GRP-POSTAL-CODE
105700         GO TO 3600-EXIT
105800     END-IF.
105900     IF AH-ADDRESS-HELD
106000         ADD 1 TO WS-RELEASED-COUNT
106100     END-IF.
106200     MOVE ZERO TO AH-BOUNCE-COUNT.
106300     MOVE "M" TO AH-LAST-STATUS.
106400     SET AH-ADDRESS-NOT-HELD TO TRUE.
106500     MOVE ZERO TO AH-HOLD-DATE.
106600     REWRITE AH-RECORD.
106700     IF WS-ADDRHOLD-STATUS NOT = "00"
106800         DISPLAY "HELLOVRT - ADDRHOLD REWRITE FAILED, STATUS = "
106900             WS-ADDRHOLD-STATUS " FOR CUSTOMER " AH-CUST-ID
107000         MOVE 8 TO WS-RETURN-CODE
107100     END-IF.
107200 3600-EXIT.
107300     EXIT.
107400
107500*****************************************************************
107600*    3700-RECORD-BOUNCE
107700*    COUNTS A BOUNCE AGAINST THE ADDRESS THE CARD WENT TO.  A
107800*    BOUNCE OF A DIFFERENT ADDRESS FROM THE ONE ON FILE HERE (THE
107900*    BRANCH CHANGED IT, AND THE NEW ONE BOUNCED TOO) STARTS THE
108000*    COUNT AGAIN FOR THE NEW ADDRESS.  REACHING THE LIMIT PUTS
108100*    THE ADDRESS ON HOLD.  AS IN 3600, NOTHING IS COUNTED WHEN
108200*    ACKOUT IS NOT OPEN.
108300*****************************************************************
108400 3700-RECORD-BOUNCE.
108500     MOVE ZERO TO UW-BOUNCE-COUNT.
108600     MOVE "N" TO UW-HOLD-SW.
108700     IF NOT WS-ADDRHOLD-READY
108800         OR NOT WS-ACKOUT-READY
108900         GO TO 3700-EXIT
109000     END-IF.
109100     MOVE "N" TO WS-HOLD-FOUND-SW.
109200     MOVE WS-GRP-CUST-ID TO AH-CUST-ID.
109300     READ ADDRESS-HOLD
109400         INVALID KEY
109500             CONTINUE
109600         NOT INVALID KEY
109700             SET WS-HOLD-WAS-FOUND TO TRUE
109800     END-READ.
109900     IF NOT WS-HOLD-WAS-FOUND
110000         OR AH-ADDR-LINE NOT = WS-GRP-ADDR-LINE
110100         OR AH-POSTAL-CODE NOT = WS-GRP-POSTAL-CODE
110200         MOVE SPACES TO AH-RECORD
110300         MOVE WS-GRP-CUST-ID TO AH-CUST-ID
110400         MOVE WS-GRP-ADDR-LINE TO AH-ADDR-LINE
110500         MOVE WS-GRP-POSTAL-CODE TO AH-POSTAL-CODE
110600         MOVE ZERO TO AH-BOUNCE-COUNT
110700         MOVE WS-CYCLE-DATE TO AH-FIRST-BOUNCE-DATE
110800         SET AH-ADDRESS-NOT-HELD TO TRUE
110900         MOVE ZERO TO AH-HOLD-DATE
111000     END-IF.
111100     IF AH-BOUNCE-COUNT < 999
111200         ADD 1 TO AH-BOUNCE-COUNT
111300     END-IF.
111400     MOVE WS-CYCLE-DATE TO AH-LAST-BOUNCE-DATE.
111500     MOVE SR-STATUS TO AH-LAST-STATUS.
111600     IF AH-ADDRESS-NOT-HELD
111700         AND AH-BOUNCE-COUNT NOT < WS-BOUNCE-LIMIT
111800         SET AH-ADDRESS-HELD TO TRUE
111900         MOVE WS-CYCLE-DATE TO AH-HOLD-DATE
112000         ADD 1 TO WS-NEWLY-HELD-COUNT
112100     END-IF.
112200     IF WS-HOLD-WAS-FOUND
112300         REWRITE AH-RECORD
112400     ELSE
112500         WRITE AH-RECORD
112600     END-IF.
112700     IF WS-ADDRHOLD-STATUS NOT = "00"
112800         DISPLAY "HELLOVRT - ADDRHOLD UPDATE FAILED, STATUS = "
112900             WS-ADDRHOLD-STATUS " FOR CUSTOMER " AH-CUST-ID
113000         MOVE 8 TO WS-RETURN-CODE
113100         GO TO 3700-EXIT
113200     END-IF.
113300     MOVE AH-BOUNCE-COUNT TO UW-BOUNCE-COUNT.
113400     MOVE AH-HOLD-SW TO UW-HOLD-SW.
113500 3700-EXIT.
113600     EXIT.
113700
113800*****************************************************************
113900*    3800-WRITE-UNDELIV-WORK
114000*    ONE WORK RECORD PER BOUNCED CARD FOR THE BRANCH REPORT.
114100*    CUSTMAS SAYS WHETHER THE BRANCH HAS ALREADY CHANGED THE
114200*    ADDRESS, AND SUPPLIES THE CURRENT ACCOUNT (AND SO THE
114300*    BRANCH) WHEN THE CUSTOMER IS STILL ON FILE.
114400*****************************************************************
114500 3800-WRITE-UNDELIV-WORK.
114600     MOVE WS-GRP-CUST-ID TO UW-CUST-ID.
114700     MOVE WS-GRP-GREET-DATE TO UW-GREET-DATE.
114800     MOVE SR-STATUS TO UW-STATUS.
114900     MOVE WS-GRP-NAME TO UW-NAME.
115000     MOVE WS-GRP-ACCOUNT-NO TO UW-ACCOUNT-NO.
115100     MOVE WS-GRP-ADDR-LINE TO UW-SENT-ADDR-LINE.
115200     MOVE WS-GRP-POSTAL-CODE TO UW-SENT-POSTAL-CODE.
115300     MOVE SR-REASON-TEXT TO UW-REASON-TEXT.
115400     MOVE "UNKNOWN" TO UW-FILE-STATE.
115500     IF WS-CUSTMAS-READY
115600         MOVE WS-GRP-CUST-ID TO CM-CUST-ID
115700         READ CUSTOMER-MASTER
115800             INVALID KEY
115900                 MOVE "DELETED" TO UW-FILE-STATE
116000             NOT INVALID KEY
116100                 MOVE CM-ACCOUNT-NO TO UW-ACCOUNT-NO
116200                 IF CM-ADDR-LINE = WS-GRP-ADDR-LINE
116300                     AND CM-POSTAL-CODE = WS-GRP-POSTAL-CODE
116400                     MOVE "UNCHANGED" TO UW-FILE-STATE
116500                 ELSE
116600                     MOVE "CORRECTED" TO UW-FILE-STATE
116700                 END-IF
116800         END-READ
116900     END-IF.
117000     IF UW-ACCOUNT-NO = SPACES
117100         MOVE "UNK" TO UW-BRANCH
117200     ELSE
117300         MOVE UW-ACCOUNT-NO (1:3) TO UW-BRANCH
117400     END-IF.
117500     WRITE UW-RECORD.
117600     ADD 1 TO WS-UNDWORK-COUNT.
117700 3800-EXIT.
117800     EXIT.
117900
118000*****************************************************************
118100*    5000-REPORT-UNDELIVERABLE
118200*    RE-SORTS THE BOUNCED CARDS BY BRANCH.  WITH NOTHING BOUNCED
118300*    THE REPORT JUST SAYS SO.
118400*****************************************************************
118500 5000-REPORT-UNDELIVERABLE.
118600     IF WS-UNDWORK-COUNT = ZERO
118700         MOVE SPACES TO UR-LINE
118800         PERFORM 7200-WRITE-UND-LINE THRU 7200-EXIT
118900         MOVE "NO CARDS WERE RETURNED UNDELIVERABLE THIS CYCLE"
119000             TO UR-LINE
119100         PERFORM 7200-WRITE-UND-LINE THRU 7200-EXIT
119200         GO TO 5000-EXIT
119300     END-IF.
119400     SORT UNDELIV-SORT
119500         ON ASCENDING KEY US-BRANCH US-CUST-ID US-GREET-DATE
119600         USING UNDELIV-WORK
119700         OUTPUT PROCEDURE IS 6000-PRINT-UNDELIVERABLE
119800             THRU 6000-EXIT.
119900 5000-EXIT.
120000     EXIT.
120100
120200*****************************************************************
120300*    6000-PRINT-UNDELIVERABLE
120400*    SORT OUTPUT PROCEDURE - ONE SECTION PER BRANCH WITH ITS OWN
120500*    COLUMN HEADINGS AND SUBTOTAL.
120600*****************************************************************
120700 6000-PRINT-UNDELIVERABLE.
120800     MOVE "N" TO WS-SORT-EOF-SW.
120900     MOVE SPACES TO WS-CURR-BRANCH.
121000     PERFORM 6100-PRINT-ONE-UNDELIV THRU 6100-EXIT
121100         UNTIL WS-SORT-AT-END.
121200     IF WS-BRANCHES-REPORTED > ZERO
121300         PERFORM 6300-BRANCH-TOTAL THRU 6300-EXIT
121400     END-IF.
121500 6000-EXIT.
121600     EXIT.
121700
121800*****************************************************************
121900*    6100-PRINT-ONE-UNDELIV
122000*****************************************************************
122100 6100-PRINT-ONE-UNDELIV.
122200     RETURN UNDELIV-SORT
122300         AT END
122400             MOVE "Y" TO WS-SORT-EOF-SW
122500             GO TO 6100-EXIT
122600     END-RETURN.
122700     IF WS-BRANCHES-REPORTED = ZERO
122800         OR US-BRANCH NOT = WS-CURR-BRANCH
122900         IF WS-BRANCHES-REPORTED > ZERO
123000             PERFORM 6300-BRANCH-TOTAL THRU 6300-EXIT
123100         END-IF
123200         PERFORM 6200-BRANCH-HEADING THRU 6200-EXIT
123300     END-IF.
123400     ADD 1 TO WS-BRANCH-COUNT.
123500     MOVE US-CUST-ID TO WS-UD-CUST-ID.
123600     MOVE US-NAME TO WS-UD-NAME.
123700     MOVE US-ACCOUNT-NO TO WS-UD-ACCOUNT.
123800     MOVE US-GREET-DATE TO WS-UD-DATE.
123900     IF US-STATUS = "U"
124000         MOVE "UNDELIVERABLE" TO WS-UD-OUTCOME
124100     ELSE
124200         MOVE "BAD ADDRESS" TO WS-UD-OUTCOME
124300     END-IF.
124400     MOVE US-SENT-ADDR-LINE TO WS-UD-ADDR-LINE.
124500     MOVE US-SENT-POSTAL-CODE TO WS-UD-POSTAL-CODE.
124600     MOVE US-FILE-STATE TO WS-UD-FILE-STATE.
124700     MOVE US-BOUNCE-COUNT TO WS-UD-BOUNCES.
124800     IF US-HOLD-SW = "Y"
124900         MOVE "HELD" TO WS-UD-HOLD
125000     ELSE
125100         MOVE SPACES TO WS-UD-HOLD
125200     END-IF.
125300     MOVE SPACES TO UR-LINE.
125400     MOVE WS-UR-DETAIL-LINE TO UR-LINE.
125500     PERFORM 7200-WRITE-UND-LINE THRU 7200-EXIT.
125600     IF US-REASON-TEXT NOT = SPACES
125700         MOVE US-REASON-TEXT TO WS-UE-REASON
125800         MOVE SPACES TO UR-LINE
125900         MOVE WS-UR-REASON-LINE TO UR-LINE
126000         PERFORM 7200-WRITE-UND-LINE THRU 7200-EXIT
126100     END-IF.
126200 6100-EXIT.
126300     EXIT.
126400
126500*****************************************************************
126600*    6200-BRANCH-HEADING
126700*****************************************************************
126800 6200-BRANCH-HEADING.
126900     MOVE US-BRANCH TO WS-CURR-BRANCH.
127000     ADD 1 TO WS-BRANCHES-REPORTED.
127100     MOVE ZERO TO WS-BRANCH-COUNT.
127200     MOVE SPACES TO UR-LINE.
127300     PERFORM 7200-WRITE-UND-LINE THRU 7200-EXIT.
127400     MOVE US-BRANCH TO WS-UB-BRANCH.
127500     MOVE WS-UR-BRANCH-LINE TO UR-LINE.
127600     PERFORM 7200-WRITE-UND-LINE THRU 7200-EXIT.
127700     MOVE WS-UR-COLUMN-LINE TO UR-LINE.
127800     PERFORM 7200-WRITE-UND-LINE THRU 7200-EXIT.
127900 6200-EXIT.
128000     EXIT.
128100
128200*****************************************************************
128300*    6300-BRANCH-TOTAL
128400*****************************************************************
128500 6300-BRANCH-TOTAL.
128600     MOVE WS-CURR-BRANCH TO WS-UT-BRANCH.
128700     MOVE WS-BRANCH-COUNT TO WS-UT-COUNT.
128800     MOVE SPACES TO UR-LINE.
128900     MOVE WS-UR-TOTAL-LINE TO UR-LINE.
129000     PERFORM 7200-WRITE-UND-LINE THRU 7200-EXIT.
129100 6300-EXIT.
129200     EXIT.
129300
129400*****************************************************************
129500*    7100-WRITE-ACK-LINE / 7200-WRITE-UND-LINE
129600*    EVERY REPORT WRITE GOES THROUGH HERE SO AN UNOPENABLE REPORT
129700*    IS SIMPLY SKIPPED.
129800*****************************************************************
129900 7100-WRITE-ACK-LINE.
130000     IF WS-ACKRPT-OK
130100         WRITE AR-LINE
130200     END-IF.
130300 7100-EXIT.
130400     EXIT.
130500 7200-WRITE-UND-LINE.
130600     IF WS-UNDRPT-OK
130700         WRITE UR-LINE
130800     END-IF.
130900 7200-EXIT.
131000     EXIT.
131100
131200*****************************************************************
131300*    8000-PRINT-SUMMARY
131400*    RUN TOTALS AT THE FOOT OF ACKRPT AND TO THE CONSOLE.  CARDS
131500*    NEVER ACKNOWLEDGED, OR RETURNS THAT MATCH NOTHING, END THE
131600*    RUN WITH A WARNING SO SOMEONE CHASES THE VENDOR.
131700*****************************************************************
131800 8000-PRINT-SUMMARY.
131900     MOVE SPACES TO AR-LINE.
132000     PERFORM 7100-WRITE-ACK-LINE THRU 7100-EXIT.
132100     MOVE "GREETEXT RECORDS READ" TO WS-CL-LABEL.
132200     MOVE WS-EXTRACT-READ-COUNT TO WS-CL-COUNT.
132300     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
132400     MOVE "  OUTSIDE THE LOOKBACK WINDOW" TO WS-CL-LABEL.
132500     MOVE WS-OUT-OF-WINDOW-COUNT TO WS-CL-COUNT.
132600     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
132700     MOVE "  NO CUSTOMER OR NO ADDRESS (NOT MAILED)"
132800         TO WS-CL-LABEL.
132900     MOVE WS-NOT-MAILABLE-COUNT TO WS-CL-COUNT.
133000     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
133100     MOVE "  CARDS CHASED" TO WS-CL-LABEL.
133200     MOVE WS-CARDS-CHASED-COUNT TO WS-CL-COUNT.
133300     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
133400     MOVE "VENDOR RETURN RECORDS READ" TO WS-CL-LABEL.
133500     MOVE WS-RETURN-READ-COUNT TO WS-CL-COUNT.
133600     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
133700     MOVE "  INVALID" TO WS-CL-LABEL.
133800     MOVE WS-INVALID-COUNT TO WS-CL-COUNT.
133900     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
134000     MOVE "  UNMATCHED (NO CARD SENT IN WINDOW)" TO WS-CL-LABEL.
134100     MOVE WS-UNMATCHED-COUNT TO WS-CL-COUNT.
134200     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
134300     MOVE "  ALREADY PROCESSED" TO WS-CL-LABEL.
134400     MOVE WS-ALREADY-COUNT TO WS-CL-COUNT.
134500     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
134600     MOVE "  MAILED" TO WS-CL-LABEL.
134700     MOVE WS-MAILED-COUNT TO WS-CL-COUNT.
134800     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
134900     MOVE "  UNDELIVERABLE" TO WS-CL-LABEL.
135000     MOVE WS-UNDELIV-COUNT TO WS-CL-COUNT.
135100     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
135200     MOVE "  BAD ADDRESS" TO WS-CL-LABEL.
135300     MOVE WS-BAD-ADDR-COUNT TO WS-CL-COUNT.
135400     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
135500     MOVE "ACKNOWLEDGEMENT HISTORY RECORDS READ" TO WS-CL-LABEL.
135600     MOVE WS-HISTORY-READ-COUNT TO WS-CL-COUNT.
135700     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
135800     MOVE "ACKNOWLEDGEMENTS RECORDED THIS RUN" TO WS-CL-LABEL.
135900     MOVE WS-ACK-WRITTEN-COUNT TO WS-CL-COUNT.
136000     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
136100     MOVE "CARDS NOT ACKNOWLEDGED PAST GRACE" TO WS-CL-LABEL.
136200     MOVE WS-NOT-ACKED-COUNT TO WS-CL-COUNT.
136300     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
136400     MOVE "CARDS AWAITING ACKNOWLEDGEMENT" TO WS-CL-LABEL.
136500     MOVE WS-AWAITING-COUNT TO WS-CL-COUNT.
136600     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
136700     MOVE "ADDRESSES NEWLY PUT ON HOLD" TO WS-CL-LABEL.
136800     MOVE WS-NEWLY-HELD-COUNT TO WS-CL-COUNT.
136900     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
137000     MOVE "ADDRESS HOLDS RELEASED BY A MAILING" TO WS-CL-LABEL.
137100     MOVE WS-RELEASED-COUNT TO WS-CL-COUNT.
137200     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
137300     DISPLAY "HELLOVRT - " WS-RETURN-READ-COUNT
137400         " RETURN(S) READ, " WS-ACK-WRITTEN-COUNT " RECORDED, "
137500         WS-UNMATCHED-COUNT " UNMATCHED, " WS-INVALID-COUNT
137600         " INVALID.".
137700     DISPLAY "HELLOVRT - " WS-UNDELIV-COUNT " UNDELIVERABLE, "
137800         WS-BAD-ADDR-COUNT " BAD ADDRESS, " WS-NEWLY-HELD-COUNT
137900         " ADDRESS(ES) NEWLY HELD.".
138000     DISPLAY "HELLOVRT - " WS-NOT-ACKED-COUNT
138100         " CARD(S) NEVER ACKNOWLEDGED, " WS-AWAITING-COUNT
138200         " AWAITING.".
138300     IF WS-NOT-ACKED-COUNT > ZERO
138400         OR WS-UNMATCHED-COUNT > ZERO
138500         OR WS-INVALID-COUNT > ZERO
138600         IF WS-RETURN-CODE < 4
138700             MOVE 4 TO WS-RETURN-CODE
138800         END-IF
138900     END-IF.
139000 8000-EXIT.
139100     EXIT.
139200
139300*****************************************************************
139400*    8100-PRINT-ONE-COUNT
139500*****************************************************************
139600 8100-PRINT-ONE-COUNT.
139700     MOVE SPACES TO AR-LINE.
139800     MOVE WS-COUNT-LINE TO AR-LINE.
139900     PERFORM 7100-WRITE-ACK-LINE THRU 7100-EXIT.
140000 8100-EXIT.
140100     EXIT.
140200
140300*****************************************************************
140400*    9000-TERMINATE
140500*****************************************************************
140600 9000-TERMINATE.
140700     IF WS-CUSTMAS-READY
140800         CLOSE CUSTOMER-MASTER
140900     END-IF.
141000     IF WS-ADDRHOLD-READY
141100         CLOSE ADDRESS-HOLD
141200     END-IF.
141300     IF WS-ACKRPT-OK
141400         CLOSE ACK-REPORT
141500     END-IF.
141600     IF WS-UNDRPT-OK
141700         CLOSE UNDELIV-REPORT
141800     END-IF.
141900 9000-EXIT.
142000     EXIT.
