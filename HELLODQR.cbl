000100*****************************************************************
000200*    MODIFICATION HISTORY
000300*    2026-10-15  DRO  INITIAL VERSION.  CUSTOMER-MASTER DATA-
000400*                     QUALITY PROFILE.  THE ANNIVERSARY RUN, THE
000500*                     LANGUAGE OF EVERY GREETING, AND THE CARD
000600*                     EXTRACT ALL TRUST CUSTMAS, AND NOTHING HAS
000700*                     EVER MEASURED HOW COMPLETE IT IS.  THIS
000800*                     PROFILES EVERY CUSTOMER, LISTS THE ONES WITH
000900*                     EXCEPTIONS BY BRANCH SO EACH BRANCH KNOWS
001000*                     WHAT TO KEY THROUGH HELLOLOD, AND WARNS WHEN
001100*                     AN EXCEPTION RATE PASSES ITS DQRPRM LIMIT.
001200*****************************************************************
001300 IDENTIFICATION DIVISION.
001400 PROGRAM-ID.    HELLODQR.
001500 AUTHOR.        D. OKAFOR.
001600 INSTALLATION.  RETAIL BANKING SYSTEMS.
001700 DATE-WRITTEN.  2026-10-15.
001800 DATE-COMPILED.
001900*****************************************************************
002000*    HELLODQR READS THE WHOLE CUSTOMER-MASTER KSDS AND CHECKS
002100*    EVERY CUSTOMER FOR SIX KINDS OF EXCEPTION, EACH SHOWN ON THE
002200*    REPORT BY ITS LETTER:
002300*
002400*        Z  BIRTH DATE OR OPEN DATE ZERO (NOT ON FILE) - NO
002500*           ANNIVERSARY OR BIRTHDAY GREETING CAN GO OUT.
002600*        D  AN IMPOSSIBLE DATE - NOT A REAL CALENDAR DATE, LATER
002700*           THAN THE CYCLE DATE, OR A BIRTH DATE AFTER THE OPEN
002800*           DATE.
002900*        L  LANGUAGE CODE BLANK, OR ONE THE RUNTIME GREETING TABLE
003000*           (GREETTAB SEED PLUS GREETWRD) DOES NOT CARRY - THE
003100*           CUSTOMER IS GREETED IN ENGLISH BY DEFAULT.
003200*        A  ADDRESS LINE OR POSTAL CODE MISSING - NO CARD CAN BE
003300*           MAILED.
003400*        N  NAME NOT STORED IN THE FORM HELLONAM PRODUCES, SO THE
003500*           NAME ON FILE DIFFERS FROM THE ONE THE CUSTOMER IS
003600*           GREETED BY.  THE STANDARD FORM IS PRINTED.
003700*        S  ACCOUNT NUMBER HELD BY MORE THAN ONE CUSTOMER ID.  THE
003800*           NUMBER OF CUSTOMERS SHARING IT IS PRINTED.
003900*
004000*    THE FIRST FIVE ARE CHECKED AS EACH RECORD IS READ.  THE
004100*    RECORDS ARE THEN SORTED BY ACCOUNT NUMBER, WHICH BOTH BRINGS
004200*    ANY SHARED ACCOUNT TOGETHER AND PUTS THE CUSTOMERS IN BRANCH
004300*    ORDER (THE BRANCH IS THE FIRST THREE CHARACTERS OF THE
004400*    ACCOUNT, "UNK" WHEN IT IS BLANK - THE SAME RULE AS THE
004500*    HELLOVRT UNDELIVERABLE REPORT).  DQRPT LISTS EVERY CUSTOMER
004600*    WITH AN EXCEPTION UNDER THEIR BRANCH, A COUNT LINE FOR EVERY
004700*    BRANCH, AND THE RATE OF EACH EXCEPTION AGAINST ITS LIMIT.
004800*
004900*    CONDITION CODES: 0 CLEAN, 4 WARNING (AN EXCEPTION RATE OVER
005000*    ITS DQRPRM LIMIT, OR DQRPT WOULD NOT OPEN), 8 FAILED (DQRPRM
005100*    OR CYCLDATE INVALID, OR CUSTMAS WOULD NOT OPEN).
005200*****************************************************************
005300 ENVIRONMENT DIVISION.
005400 CONFIGURATION SECTION.
005500 SOURCE-COMPUTER.   IBM-370.
005600 OBJECT-COMPUTER.   IBM-370.
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900     SELECT PARM-FILE ASSIGN TO DQRPRM
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-PARM-STATUS.
006200     SELECT CYCLE-CONTROL ASSIGN TO CYCLDATE
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-CYCLDATE-STATUS.
006500     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAS
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS SEQUENTIAL
006800         RECORD KEY IS CM-CUST-ID
006900         FILE STATUS IS WS-CUSTMAS-STATUS.
007000     SELECT GREETING-WORDS ASSIGN TO GREETWRD
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS SEQUENTIAL
007300         RECORD KEY IS GW-KEY
007400         FILE STATUS IS WS-GREETWRD-STATUS.
007500     SELECT SORT-WORK ASSIGN TO SORTWK01.
007600     SELECT QUALITY-REPORT ASSIGN TO DQRPT
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS WS-DQRPT-STATUS.
007900
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  PARM-FILE
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD.
008500     COPY DQRPRM.
008600
008700 FD  CYCLE-CONTROL
008800     RECORDING MODE IS F
008900     LABEL RECORDS ARE STANDARD.
009000     COPY CYCLDATE.
009100
009200 FD  CUSTOMER-MASTER
009300     LABEL RECORDS ARE STANDARD.
009400     COPY CUSTMAS.
009500
009600 FD  GREETING-WORDS
009700     LABEL RECORDS ARE STANDARD.
009800     COPY GREETWRD.
009900
010000*****************************************************************
010100*    ONE SORT RECORD PER CUSTOMER, IN ACCOUNT ORDER, CARRYING THE
010200*    FIRST FIVE CHECKS' RESULTS.  SR-EXC-FLAG (6), THE SHARED-
010300*    ACCOUNT FLAG, IS SET ONCE THE ACCOUNT'S GROUP IS COMPLETE.
010400*****************************************************************
010500 SD  SORT-WORK.
010600 01  SR-RECORD.
010700     05  SR-ACCOUNT-NO           PIC X(10).
010800     05  SR-CUST-ID              PIC X(06).
010900     05  SR-NAME                 PIC X(20).
011000     05  SR-OPEN-DATE            PIC X(08).
011100     05  SR-BIRTH-DATE           PIC X(08).
011200     05  SR-LANGUAGE-CODE        PIC X(02).
011300     05  SR-STD-NAME             PIC X(20).
011400     05  SR-EXC-FLAGS.
011500         10  SR-EXC-FLAG             PIC X(01) OCCURS 6 TIMES.
011600     05  FILLER                  PIC X(10).
011700
011800 FD  QUALITY-REPORT
011900     RECORDING MODE IS F
012000     LABEL RECORDS ARE STANDARD.
012100 01  DQ-LINE                 PIC X(132).
012200
012300 WORKING-STORAGE SECTION.
012400*****************************************************************
012500*    RUN CONTROL SWITCHES
012600*****************************************************************
012700 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
012800 77  WS-CYCLDATE-STATUS      PIC X(02) VALUE SPACES.
012900 77  WS-CUSTMAS-STATUS       PIC X(02) VALUE SPACES.
013000 77  WS-DQRPT-STATUS         PIC X(02) VALUE SPACES.
013100 77  WS-CUSTMAS-EOF-SW       PIC X(01) VALUE "N".
013200     88  WS-END-OF-CUSTMAS       VALUE "Y".
013300 77  WS-SORT-EOF-SW          PIC X(01) VALUE "N".
013400     88  WS-SORT-AT-END          VALUE "Y".
013500 77  WS-ABORT-SW             PIC X(01) VALUE "N".
013600     88  WS-RUN-ABORTED          VALUE "Y".
013700 77  WS-CUSTMAS-OPEN-SW      PIC X(01) VALUE "N".
013800     88  WS-CUSTMAS-READY        VALUE "Y".
013900 77  WS-DQRPT-OPEN-SW        PIC X(01) VALUE "N".
014000     88  WS-DQRPT-OK             VALUE "Y".
014100 77  WS-RETURN-CODE          PIC 9(01) VALUE ZERO.
014200
014300*****************************************************************
014400*    GREETING-LANGUAGE TABLE, LOADED THE SAME WAY HELLO AND
014500*    HELLOPRE LOAD IT, SO "UNKNOWN" MEANS EXACTLY WHAT THE
014600*    OVERNIGHT RUN WOULD FALL BACK TO ENGLISH ON.
014700*****************************************************************
014800     COPY GREETTAB.
014900 77  WS-GREETWRD-STATUS      PIC X(02) VALUE SPACES.
015000 77  WS-GREETWRD-EOF-SW      PIC X(01) VALUE "N".
015100     88  WS-GREETWRD-AT-END      VALUE "Y".
015200 77  WS-GT-FOUND-SW          PIC X(01) VALUE "N".
015300     88  WS-GT-WAS-FOUND         VALUE "Y".
015400 77  WS-GT-CAP-SW            PIC X(01) VALUE "N".
015500     88  WS-GT-CAPPED            VALUE "Y".
015600 77  WS-GT-MAX-ENTRIES       PIC 9(04) VALUE 20 COMP.
015700
015800*****************************************************************
015900*    PARAMETER AREA FOR THE HELLONAM NAME-STANDARDIZATION
016000*    SUBPROGRAM.
016100*****************************************************************
016200     COPY NAMESTD.
016300
016400*****************************************************************
016500*    DATE CHECKS.  A DATE IS VALID WHEN ITS MONTH AND DAY EXIST
016600*    (FEBRUARY TAKING 29 DAYS IN A LEAP YEAR, THE HELLOCYC RULE)
016700*    AND IT IS NOT LATER THAN THE CYCLE DATE.
016800*****************************************************************
016900 77  WS-CYCLE-DATE           PIC 9(08) VALUE ZERO.
017000 01  WS-CHK-DATE                 PIC 9(08) VALUE ZERO.
017100 01  WS-CHK-DATE-PARTS REDEFINES WS-CHK-DATE.
017200     05  WS-CHK-YYYY             PIC 9(04).
017300     05  WS-CHK-MM               PIC 9(02).
017400     05  WS-CHK-DD               PIC 9(02).
017500 01  WS-MONTH-DAYS-DATA          PIC X(24)
017600         VALUE "312831303130313130313031".
017700 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
017800     05  WS-MD-DAYS              PIC 9(02) OCCURS 12 TIMES.
017900 77  WS-MONTH-END            PIC 9(02) VALUE ZERO.
018000 77  WS-LEAP-QUOTIENT        PIC 9(04) VALUE ZERO.
018100 77  WS-LEAP-REM-4           PIC 9(04) VALUE ZERO.
018200 77  WS-LEAP-REM-100         PIC 9(04) VALUE ZERO.
018300 77  WS-LEAP-REM-400         PIC 9(04) VALUE ZERO.
018400 77  WS-DATE-VALID-SW        PIC X(01) VALUE "N".
018500     88  WS-DATE-IS-VALID        VALUE "Y".
018600 77  WS-OPEN-VALID-SW        PIC X(01) VALUE "N".
018700     88  WS-OPEN-IS-VALID        VALUE "Y".
018800 77  WS-BIRTH-VALID-SW       PIC X(01) VALUE "N".
018900     88  WS-BIRTH-IS-VALID       VALUE "Y".
019000
019100*****************************************************************
019200*    EXCEPTION KINDS.  THE SUBSCRIPT OF EACH KIND IS THE SAME IN
019300*    THE FLAGS ON THE SORT RECORD, THE COUNT TABLES, AND THE
019400*    DQRPRM LIMIT TABLE.
019500*****************************************************************
019600 77  WS-EXC-ZERO-DATE        PIC 9(01) VALUE 1.
019700 77  WS-EXC-BAD-DATE         PIC 9(01) VALUE 2.
019800 77  WS-EXC-LANGUAGE         PIC 9(01) VALUE 3.
019900 77  WS-EXC-ADDRESS          PIC 9(01) VALUE 4.
020000 77  WS-EXC-NAME             PIC 9(01) VALUE 5.
020100 77  WS-EXC-SHARED           PIC 9(01) VALUE 6.
020200 01  WS-EXC-TAB-DATA.
020300     05  FILLER                  PIC X(31)
020400             VALUE "ZZERO BIRTH OR OPEN DATE       ".
020500     05  FILLER                  PIC X(31)
020600             VALUE "DIMPOSSIBLE DATE               ".
020700     05  FILLER                  PIC X(31)
020800             VALUE "LBLANK OR UNKNOWN LANGUAGE     ".
020900     05  FILLER                  PIC X(31)
021000             VALUE "AMISSING ADDRESS OR POSTAL CODE".
021100     05  FILLER                  PIC X(31)
021200             VALUE "NNAME NOT IN STANDARD FORM     ".
021300     05  FILLER                  PIC X(31)
021400             VALUE "SACCOUNT SHARED BY CUSTOMERS   ".
021500 01  WS-EXC-TABLE REDEFINES WS-EXC-TAB-DATA.
021600     05  WS-EXC-ENTRY            OCCURS 6 TIMES.
021700         10  WS-EXC-LETTER           PIC X(01).
021800         10  WS-EXC-DESC             PIC X(30).
021900 77  WS-EXC-SUB              PIC 9(02) VALUE ZERO COMP.
022000 01  WS-LIMIT-TABLE.
022100     05  WS-LIMIT-PCT            PIC 9(03) VALUE ZERO
022200                                 OCCURS 6 TIMES.
022300 01  WS-TOTAL-EXC-TABLE.
022400     05  WS-TOTAL-EXC-COUNT      PIC 9(08) VALUE ZERO COMP
022500                                 OCCURS 6 TIMES.
022600 01  WS-BRANCH-EXC-TABLE.
022700     05  WS-BRANCH-EXC-COUNT     PIC 9(08) VALUE ZERO COMP
022800                                 OCCURS 6 TIMES.
022900 77  WS-CUST-EXC-SW          PIC X(01) VALUE "N".
023000     88  WS-CUST-HAS-EXCEPTION   VALUE "Y".
023100
023200*****************************************************************
023300*    ACCOUNT GROUP - THE CUSTOMERS SHARING ONE ACCOUNT NUMBER,
023400*    HELD UNTIL THE NEXT ACCOUNT ARRIVES SO EVERY ONE OF THEM CAN
023500*    BE FLAGGED.  A GROUP LARGER THAN THE TABLE IS PROFILED IN
023600*    TABLE-SIZED PIECES, EACH FLAGGED SHARED; THE SHARED COUNT
023700*    PRINTED IS THEN THE COUNT SO FAR.
023800*****************************************************************
023900 77  WS-GRP-MAX-ENTRIES      PIC 9(04) VALUE 100 COMP.
024000 77  WS-GRP-ACCOUNT-NO       PIC X(10) VALUE SPACES.
024100 77  WS-GRP-ACTIVE-SW        PIC X(01) VALUE "N".
024200     88  WS-GRP-ACTIVE           VALUE "Y".
024300 77  WS-GRP-SIZE             PIC 9(08) VALUE ZERO COMP.
024400 77  WS-GRP-SUB              PIC 9(04) VALUE ZERO COMP.
024500 01  WS-GRP-TABLE.
024600     05  WS-GRP-COUNT            PIC 9(04) VALUE ZERO COMP.
024700     05  WS-GRP-ENTRY            PIC X(90)
024800                                 OCCURS 1 TO 100 TIMES
024900                                 DEPENDING ON WS-GRP-COUNT.
025000 01  WS-PROFILE-RECORD.
025100     05  WS-PR-ACCOUNT-NO        PIC X(10).
025200     05  WS-PR-CUST-ID           PIC X(06).
025300     05  WS-PR-NAME              PIC X(20).
025400     05  WS-PR-OPEN-DATE         PIC X(08).
025500     05  WS-PR-BIRTH-DATE        PIC X(08).
025600     05  WS-PR-LANGUAGE-CODE     PIC X(02).
025700     05  WS-PR-STD-NAME          PIC X(20).
025800     05  WS-PR-EXC-FLAGS.
025900         10  WS-PR-EXC-FLAG          PIC X(01) OCCURS 6 TIMES.
026000     05  FILLER                  PIC X(10).
026100
026200*****************************************************************
026300*    BRANCH BREAK
026400*****************************************************************
026500 77  WS-CURR-BRANCH          PIC X(03) VALUE SPACES.
026600 77  WS-NEW-BRANCH           PIC X(03) VALUE SPACES.
026700 77  WS-BRANCH-ACTIVE-SW     PIC X(01) VALUE "N".
026800     88  WS-BRANCH-ACTIVE        VALUE "Y".
026900 77  WS-BRANCH-HEADED-SW     PIC X(01) VALUE "N".
027000     88  WS-BRANCH-HEADED        VALUE "Y".
027100 77  WS-BRANCH-CUST-COUNT    PIC 9(08) VALUE ZERO COMP.
027200 77  WS-BRANCH-EXC-CUSTS     PIC 9(08) VALUE ZERO COMP.
027300
027400*****************************************************************
027500*    RUN COUNTERS FOR THE TOTALS AND THE CONSOLE
027600*****************************************************************
027700 77  WS-CUSTMAS-READ-COUNT   PIC 9(08) VALUE ZERO COMP.
027800 77  WS-PROFILED-COUNT       PIC 9(08) VALUE ZERO COMP.
027900 77  WS-EXC-CUST-COUNT       PIC 9(08) VALUE ZERO COMP.
028000 77  WS-BRANCH-TOTAL-COUNT   PIC 9(08) VALUE ZERO COMP.
028100 77  WS-OVER-LIMIT-COUNT     PIC 9(02) VALUE ZERO COMP.
028200 77  WS-EXC-RATE             PIC 9(03)V9(01) VALUE ZERO.
028300
028400*****************************************************************
028500*    PRINT-LINE WORK AREAS
028600*****************************************************************
028700 01  WS-DQ-HEADING-LINE.
028800     05  FILLER                  PIC X(44)
028900             VALUE "CUSTOMER-MASTER DATA-QUALITY PROFILE - CYCLE".
029000     05  FILLER                  PIC X(01) VALUE SPACE.
029100     05  WS-DH-DATE              PIC 9999/99/99.
029200 01  WS-DQ-LEGEND-LINE.
029300     05  FILLER                  PIC X(40)
029400             VALUE "Z=ZERO BIRTH/OPEN DATE  D=IMPOSSIBLE DAT".
029500     05  FILLER                  PIC X(40)
029600             VALUE "E  L=LANGUAGE  A=ADDRESS/POSTAL CODE  N=".
029700     05  FILLER                  PIC X(40)
029800             VALUE "NAME NOT STANDARD  S=SHARED ACCOUNT     ".
029900 01  WS-DQ-BRANCH-LINE.
030000     05  FILLER                  PIC X(07) VALUE "BRANCH ".
030100     05  WS-DB-BRANCH            PIC X(03).
030200 01  WS-DQ-COLUMN-LINE.
030300     05  FILLER                  PIC X(08) VALUE "CUST ID".
030400     05  FILLER                  PIC X(22) VALUE "NAME".
030500     05  FILLER                  PIC X(12) VALUE "ACCOUNT".
030600     05  FILLER                  PIC X(10) VALUE "OPENED".
030700     05  FILLER                  PIC X(10) VALUE "BORN".
030800     05  FILLER                  PIC X(06) VALUE "LANG".
030900     05  FILLER                  PIC X(14) VALUE "EXCEPTIONS".
031000     05  FILLER                  PIC X(22) VALUE "STANDARD NAME".
031100     05  FILLER                  PIC X(09) VALUE "SHARED BY".
031200 01  WS-DQ-DETAIL-LINE.
031300     05  WS-DD-CUST-ID           PIC X(06).
031400     05  FILLER                  PIC X(02) VALUE SPACES.
031500     05  WS-DD-NAME              PIC X(20).
031600     05  FILLER                  PIC X(02) VALUE SPACES.
031700     05  WS-DD-ACCOUNT           PIC X(10).
031800     05  FILLER                  PIC X(02) VALUE SPACES.
031900     05  WS-DD-OPEN-DATE         PIC X(08).
032000     05  FILLER                  PIC X(02) VALUE SPACES.
032100     05  WS-DD-BIRTH-DATE        PIC X(08).
032200     05  FILLER                  PIC X(02) VALUE SPACES.
032300     05  WS-DD-LANGUAGE          PIC X(02).
032400     05  FILLER                  PIC X(04) VALUE SPACES.
032500     05  WS-DD-FLAG-AREA.
032600         10  WS-DD-FLAG-ENTRY        OCCURS 6 TIMES.
032700             15  WS-DD-FLAG              PIC X(01).
032800             15  FILLER                  PIC X(01).
032900     05  FILLER                  PIC X(02) VALUE SPACES.
033000     05  WS-DD-STD-NAME          PIC X(20).
033100     05  FILLER                  PIC X(02) VALUE SPACES.
033200     05  WS-DD-SHARED            PIC ZZZZ9.
033300 01  WS-DQ-BRANCH-TOTAL-LINE.
033400     05  FILLER                  PIC X(07) VALUE "BRANCH ".
033500     05  WS-BT-BRANCH            PIC X(03).
033600     05  FILLER                  PIC X(12) VALUE " CUSTOMERS: ".
033700     05  WS-BT-CUSTOMERS         PIC ZZ,ZZZ,ZZ9.
033800     05  FILLER                  PIC X(19)
033900             VALUE "  WITH EXCEPTIONS: ".
034000     05  WS-BT-EXC-CUSTS         PIC ZZ,ZZZ,ZZ9.
034100     05  FILLER                  PIC X(02) VALUE SPACES.
034200     05  WS-BT-EXC-ENTRY         OCCURS 6 TIMES.
034300         10  WS-BT-GAP               PIC X(01).
034400         10  WS-BT-LETTER            PIC X(01).
034500         10  WS-BT-EQUALS            PIC X(01).
034600         10  WS-BT-COUNT             PIC ZZZZZ9.
034700 01  WS-DQ-RATE-COLUMN-LINE.
034800     05  FILLER                  PIC X(34) VALUE "EXCEPTION".
034900     05  FILLER                  PIC X(12) VALUE "   CUSTOMERS".
035000     05  FILLER                  PIC X(10) VALUE "    RATE %".
035100     05  FILLER                  PIC X(10) VALUE "   LIMIT %".
035200 01  WS-DQ-RATE-LINE.
035300     05  WS-RL-LETTER            PIC X(01).
035400     05  FILLER                  PIC X(03) VALUE SPACES.
035500     05  WS-RL-DESC              PIC X(30).
035600     05  FILLER                  PIC X(02) VALUE SPACES.
035700     05  WS-RL-COUNT             PIC ZZ,ZZZ,ZZ9.
035800     05  FILLER                  PIC X(05) VALUE SPACES.
035900     05  WS-RL-RATE              PIC ZZ9.9.
036000     05  FILLER                  PIC X(07) VALUE SPACES.
036100     05  WS-RL-LIMIT             PIC ZZ9.
036200     05  FILLER                  PIC X(02) VALUE SPACES.
036300     05  WS-RL-FLAG              PIC X(12).
036400 01  WS-COUNT-LINE.
036500     05  WS-CL-LABEL             PIC X(44).
036600     05  WS-CL-COUNT             PIC ZZ,ZZZ,ZZ9.
036700
036800 PROCEDURE DIVISION.
036900*****************************************************************
037000*    0000-MAINLINE
037100*    CHECKS EACH CUSTOMER AS IT IS READ, THEN PROFILES THEM IN
037200*    ACCOUNT ORDER - THE SAME INPUT/OUTPUT-PROCEDURE SORT SHAPE
037300*    AS HELLOVRT AND HELLOSUM.
037400*****************************************************************
037500 0000-MAINLINE.
037600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
037700     IF NOT WS-RUN-ABORTED
037800         SORT SORT-WORK
037900             ON ASCENDING KEY SR-ACCOUNT-NO SR-CUST-ID
038000             INPUT PROCEDURE IS 2000-RELEASE-CUSTOMERS
038100                 THRU 2000-EXIT
038200             OUTPUT PROCEDURE IS 3000-PROFILE-CUSTOMERS
038300                 THRU 3000-EXIT
038400         PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT
038500     END-IF.
038600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
038700     MOVE WS-RETURN-CODE TO RETURN-CODE.
038800     STOP RUN.
038900
039000*****************************************************************
039100*    1000-INITIALIZE
039200*    READS THE LIMITS AND THE CYCLE DATE, LOADS THE LANGUAGE
039300*    TABLE, AND OPENS CUSTMAS BEFORE THE SORT STARTS - A SORT
039400*    WHOSE INPUT PROCEDURE CANNOT OPEN ITS FILE WOULD JUST ABEND.
039500*****************************************************************
039600 1000-INITIALIZE.
039700     PERFORM 1010-READ-PARM-FILE THRU 1010-EXIT.
039800     IF WS-RUN-ABORTED
039900         GO TO 1000-EXIT
040000     END-IF.
040100     PERFORM 1020-READ-CYCLE-DATE THRU 1020-EXIT.
040200     IF WS-RUN-ABORTED
040300         GO TO 1000-EXIT
040400     END-IF.
040500     OPEN INPUT CUSTOMER-MASTER.
040600     IF WS-CUSTMAS-STATUS NOT = "00"
040700         DISPLAY "HELLODQR - UNABLE TO OPEN CUSTMAS, STATUS = "
040800             WS-CUSTMAS-STATUS
040900         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
041000         GO TO 1000-EXIT
041100     END-IF.
041200     SET WS-CUSTMAS-READY TO TRUE.
041300     PERFORM 1030-LOAD-GREETING-TABLE THRU 1030-EXIT.
041400     PERFORM 1040-OPEN-REPORT THRU 1040-EXIT.
041500 1000-EXIT.
041600     EXIT.
041700
041800*****************************************************************
041900*    1010-READ-PARM-FILE
042000*    ALL SIX LIMITS MUST BE PRESENT AND NUMERIC - NO DEFAULTS
042100*    ARE GUESSED.
042200*****************************************************************
042300 1010-READ-PARM-FILE.
042400     OPEN INPUT PARM-FILE.
042500     IF WS-PARM-STATUS NOT = "00"
042600         DISPLAY "HELLODQR - UNABLE TO OPEN DQRPRM, STATUS = "
042700             WS-PARM-STATUS
042800         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
042900         GO TO 1010-EXIT
043000     END-IF.
043100     READ PARM-FILE
043200         AT END
043300             MOVE SPACES TO DP-RECORD
043400     END-READ.
043500     CLOSE PARM-FILE.
043600     IF DP-LIMITS IS NOT NUMERIC
043700         DISPLAY "HELLODQR - DQRPRM MISSING OR NOT NUMERIC"
043800         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
043900         GO TO 1010-EXIT
044000     END-IF.
044100     PERFORM 1015-TAKE-ONE-LIMIT THRU 1015-EXIT
044200         VARYING WS-EXC-SUB FROM 1 BY 1
044300         UNTIL WS-EXC-SUB > 6.
044400 1010-EXIT.
044500     EXIT.
044600
044700*****************************************************************
044800*    1015-TAKE-ONE-LIMIT
044900*****************************************************************
045000 1015-TAKE-ONE-LIMIT.
045100     MOVE DP-LIMIT-PCT (WS-EXC-SUB) TO WS-LIMIT-PCT (WS-EXC-SUB).
045200 1015-EXIT.
045300     EXIT.
045400
045500*****************************************************************
045600*    1020-READ-CYCLE-DATE
045700*    THE CYCLE DATE IS "TODAY" FOR THE FUTURE-DATE CHECK.
045800*****************************************************************
045900 1020-READ-CYCLE-DATE.
046000     OPEN INPUT CYCLE-CONTROL.
046100     IF WS-CYCLDATE-STATUS NOT = "00"
046200         DISPLAY "HELLODQR - CYCLDATE NOT AVAILABLE, STATUS = "
046300             WS-CYCLDATE-STATUS
046400         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
046500         GO TO 1020-EXIT
046600     END-IF.
046700     READ CYCLE-CONTROL
046800         AT END
046900             MOVE ZERO TO CD-CYCLE-DATE
047000     END-READ.
047100     CLOSE CYCLE-CONTROL.
047200     IF CD-CYCLE-DATE IS NOT NUMERIC
047300         OR CD-CYCLE-DATE = ZERO
047400         DISPLAY "HELLODQR - CYCLDATE RECORD MISSING OR INVALID"
047500         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
047600         GO TO 1020-EXIT
047700     END-IF.
047800     MOVE CD-CYCLE-DATE TO WS-CYCLE-DATE.
047900 1020-EXIT.
048000     EXIT.
048100
048200*****************************************************************
048300*    1030-LOAD-GREETING-TABLE
048400*    BUILDS THE RUNTIME GREETING-LANGUAGE TABLE THE SAME WAY
048500*    HELLO'S 1015-LOAD-GREETING-TABLE DOES - THE FIVE GREETTAB
048600*    SEED LANGUAGES, THEN THE GREETWRD KSDS.  ONLY THE CODES
048700*    MATTER HERE.  A MISSING GREETING FILE LEAVES THE SEED IN
048800*    EFFECT, AS IT WOULD FOR THE OVERNIGHT RUN.
048900*****************************************************************
049000 1030-LOAD-GREETING-TABLE.
049100     MOVE ZERO TO WS-GT-COUNT.
049200     PERFORM 1031-SEED-ONE-LANGUAGE THRU 1031-EXIT
049300         VARYING WS-GS-IDX FROM 1 BY 1
049400         UNTIL WS-GS-IDX > 5.
049500     OPEN INPUT GREETING-WORDS.
049600     IF WS-GREETWRD-STATUS NOT = "00"
049700         DISPLAY "HELLODQR - GREETWRD NOT AVAILABLE, CHECKING "
049800             "LANGUAGES AGAINST THE GREETTAB SEED ONLY"
049900         GO TO 1030-EXIT
050000     END-IF.
050100     MOVE "N" TO WS-GREETWRD-EOF-SW.
050200     PERFORM 1032-READ-ONE-GREETING-WORD THRU 1032-EXIT
050300         UNTIL WS-GREETWRD-AT-END.
050400     CLOSE GREETING-WORDS.
050500 1030-EXIT.
050600     EXIT.
050700
050800*****************************************************************
050900*    1031-SEED-ONE-LANGUAGE
051000*****************************************************************
051100 1031-SEED-ONE-LANGUAGE.
051200     ADD 1 TO WS-GT-COUNT.
051300     SET WS-GT-IDX TO WS-GT-COUNT.
051400     MOVE WS-GS-LANG-CODE (WS-GS-IDX)
051500         TO WS-GT-LANG-CODE (WS-GT-IDX).
051600     MOVE WS-GS-TEXT (WS-GS-IDX) TO WS-GT-TEXT (WS-GT-IDX).
051700 1031-EXIT.
051800     EXIT.
051900
052000*****************************************************************
052100*    1032-READ-ONE-GREETING-WORD
052200*    A CODE NOT YET IN THE TABLE OPENS A NEW ENTRY, AS IN HELLO.
052300*****************************************************************
052400 1032-READ-ONE-GREETING-WORD.
052500     READ GREETING-WORDS
052600         AT END
052700             MOVE "Y" TO WS-GREETWRD-EOF-SW
052800             GO TO 1032-EXIT
052900     END-READ.
053000     MOVE "N" TO WS-GT-FOUND-SW.
053100     SET WS-GT-IDX TO 1.
053200     SEARCH WS-GT-ENTRY
053300         AT END
053400             CONTINUE
053500         WHEN WS-GT-LANG-CODE (WS-GT-IDX) = GW-LANG-CODE
053600             SET WS-GT-WAS-FOUND TO TRUE
053700     END-SEARCH.
053800     IF WS-GT-WAS-FOUND
053900         GO TO 1032-EXIT
054000     END-IF.
054100     IF WS-GT-COUNT = WS-GT-MAX-ENTRIES
054200         IF NOT WS-GT-CAPPED
054300             SET WS-GT-CAPPED TO TRUE
054400             DISPLAY "HELLODQR - WARNING: LANGUAGE TABLE "
054500                 "FULL AT " WS-GT-MAX-ENTRIES
054600         END-IF
054700         GO TO 1032-EXIT
054800     END-IF.
054900     ADD 1 TO WS-GT-COUNT.
055000     SET WS-GT-IDX TO WS-GT-COUNT.
055100     MOVE GW-LANG-CODE TO WS-GT-LANG-CODE (WS-GT-IDX).
055200     MOVE GW-TEXT TO WS-GT-TEXT (WS-GT-IDX).
055300 1032-EXIT.
055400     EXIT.
055500
055600*****************************************************************
055700*    1040-OPEN-REPORT
055800*    AN UNOPENABLE REPORT IS A WARNING; THE RATES ARE STILL
055900*    CHECKED AND SHOWN ON THE CONSOLE.
056000*****************************************************************
056100 1040-OPEN-REPORT.
056200     OPEN OUTPUT QUALITY-REPORT.
056300     IF WS-DQRPT-STATUS NOT = "00"
056400         DISPLAY "HELLODQR - UNABLE TO OPEN DQRPT, STATUS = "
056500             WS-DQRPT-STATUS
056600         MOVE 4 TO WS-RETURN-CODE
056700         GO TO 1040-EXIT
056800     END-IF.
056900     SET WS-DQRPT-OK TO TRUE.
057000     MOVE WS-CYCLE-DATE TO WS-DH-DATE.
057100     MOVE SPACES TO DQ-LINE.
057200     MOVE WS-DQ-HEADING-LINE TO DQ-LINE.
057300     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
057400     MOVE WS-DQ-LEGEND-LINE TO DQ-LINE.
057500     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
057600 1040-EXIT.
057700     EXIT.
057800
057900*****************************************************************
058000*    1900-ABORT-RUN
058100*****************************************************************
058200 1900-ABORT-RUN.
058300     SET WS-RUN-ABORTED TO TRUE.
058400     MOVE 8 TO WS-RETURN-CODE.
058500     DISPLAY "HELLODQR - RUN ABORTED, NO PROFILE PRODUCED".
058600 1900-EXIT.
058700     EXIT.
058800
058900*****************************************************************
059000*    2000-RELEASE-CUSTOMERS
059100*    SORT INPUT PROCEDURE - EVERY CUSTOMER, WITH THE RESULTS OF
059200*    THE CHECKS THAT NEED ONLY THE ONE RECORD.
059300*****************************************************************
059400 2000-RELEASE-CUSTOMERS.
059500     PERFORM 2100-RELEASE-ONE-CUSTOMER THRU 2100-EXIT
059600         UNTIL WS-END-OF-CUSTMAS.
059700 2000-EXIT.
059800     EXIT.
059900
060000*****************************************************************
060100*    2100-RELEASE-ONE-CUSTOMER
060200*****************************************************************
060300 2100-RELEASE-ONE-CUSTOMER.
060400     READ CUSTOMER-MASTER
060500         AT END
060600             MOVE "Y" TO WS-CUSTMAS-EOF-SW
060700             GO TO 2100-EXIT
060800     END-READ.
060900     IF WS-CUSTMAS-STATUS NOT = "00"
061000         DISPLAY "HELLODQR - CUSTMAS READ FAILED, STATUS = "
061100             WS-CUSTMAS-STATUS
061200         MOVE "Y" TO WS-CUSTMAS-EOF-SW
061300         MOVE 8 TO WS-RETURN-CODE
061400         GO TO 2100-EXIT
061500     END-IF.
061600     ADD 1 TO WS-CUSTMAS-READ-COUNT.
061700     MOVE SPACES TO SR-RECORD.
061800     MOVE CM-ACCOUNT-NO TO SR-ACCOUNT-NO.
061900     MOVE CM-CUST-ID TO SR-CUST-ID.
062000     MOVE CM-CUST-NAME TO SR-NAME.
062100     MOVE CM-OPEN-DATE TO SR-OPEN-DATE.
062200     MOVE CM-BIRTH-DATE TO SR-BIRTH-DATE.
062300     MOVE CM-LANGUAGE-CODE TO SR-LANGUAGE-CODE.
062400     MOVE "NNNNNN" TO SR-EXC-FLAGS.
062500     PERFORM 2200-CHECK-DATES THRU 2200-EXIT.
062600     PERFORM 2300-CHECK-LANGUAGE THRU 2300-EXIT.
062700     IF CM-ADDR-LINE = SPACES
062800         OR CM-POSTAL-CODE = SPACES
062900         MOVE "Y" TO SR-EXC-FLAG (WS-EXC-ADDRESS)
063000     END-IF.
063100     PERFORM 2400-CHECK-NAME THRU 2400-EXIT.
063200     RELEASE SR-RECORD.
063300 2100-EXIT.
063400     EXIT.
063500
063600*****************************************************************
063700*    2200-CHECK-DATES
063800*    A ZERO DATE IS "NOT ON FILE" (Z), NOT IMPOSSIBLE.  ANY OTHER
063900*    DATE MUST BE VALID (D), AND WHEN BOTH ARE VALID THE CUSTOMER
064000*    MUST HAVE BEEN BORN NO LATER THAN THE ACCOUNT WAS OPENED.
064100*****************************************************************
064200 2200-CHECK-DATES.
064300     MOVE "N" TO WS-OPEN-VALID-SW.
064400     MOVE "N" TO WS-BIRTH-VALID-SW.
064500     IF CM-OPEN-DATE IS NUMERIC
064600         AND CM-OPEN-DATE = ZERO
064700         MOVE "Y" TO SR-EXC-FLAG (WS-EXC-ZERO-DATE)
064800     ELSE
064900         PERFORM 2210-CHECK-OPEN-DATE THRU 2210-EXIT
065000     END-IF.
065100     IF CM-BIRTH-DATE IS NUMERIC
065200         AND CM-BIRTH-DATE = ZERO
065300         MOVE "Y" TO SR-EXC-FLAG (WS-EXC-ZERO-DATE)
065400     ELSE
065500         PERFORM 2220-CHECK-BIRTH-DATE THRU 2220-EXIT
065600     END-IF.
065700     IF WS-OPEN-IS-VALID
065800         AND WS-BIRTH-IS-VALID
065900         AND CM-BIRTH-DATE > CM-OPEN-DATE
066000         MOVE "Y" TO SR-EXC-FLAG (WS-EXC-BAD-DATE)
066100     END-IF.
066200 2200-EXIT.
066300     EXIT.
066400
066500*****************************************************************
066600*    2210-CHECK-OPEN-DATE
066700*****************************************************************
066800 2210-CHECK-OPEN-DATE.
066900     IF CM-OPEN-DATE IS NOT NUMERIC
067000         MOVE "Y" TO SR-EXC-FLAG (WS-EXC-BAD-DATE)
067100         GO TO 2210-EXIT
067200     END-IF.
067300     MOVE CM-OPEN-DATE TO WS-CHK-DATE.
067400     PERFORM 2250-VALIDATE-DATE THRU 2250-EXIT.
067500     IF WS-DATE-IS-VALID
067600         SET WS-OPEN-IS-VALID TO TRUE
067700     ELSE
067800         MOVE "Y" TO SR-EXC-FLAG (WS-EXC-BAD-DATE)
067900     END-IF.
068000 2210-EXIT.
068100     EXIT.
068200
068300*****************************************************************
068400*    2220-CHECK-BIRTH-DATE
068500*****************************************************************
068600 2220-CHECK-BIRTH-DATE.
068700     IF CM-BIRTH-DATE IS NOT NUMERIC
068800         MOVE "Y" TO SR-EXC-FLAG (WS-EXC-BAD-DATE)
068900         GO TO 2220-EXIT
069000     END-IF.
069100     MOVE CM-BIRTH-DATE TO WS-CHK-DATE.
069200     PERFORM 2250-VALIDATE-DATE THRU 2250-EXIT.
069300     IF WS-DATE-IS-VALID
069400         SET WS-BIRTH-IS-VALID TO TRUE
069500     ELSE
069600         MOVE "Y" TO SR-EXC-FLAG (WS-EXC-BAD-DATE)
069700     END-IF.
069800 2220-EXIT.
069900     EXIT.
070000
070100*****************************************************************
070200*    2250-VALIDATE-DATE
070300*    WS-CHK-DATE MUST BE A REAL CALENDAR DATE NO LATER THAN THE
070400*    CYCLE DATE.  A DIVISIBLE-BY-4 YEAR IS A LEAP YEAR UNLESS IT
070500*    IS A CENTURY NOT DIVISIBLE BY 400.
070600*****************************************************************
070700 2250-VALIDATE-DATE.
070800     MOVE "N" TO WS-DATE-VALID-SW.
070900     IF WS-CHK-DATE > WS-CYCLE-DATE
071000         OR WS-CHK-YYYY < 1800
071100         OR WS-CHK-MM < 1
071200         OR WS-CHK-MM > 12
071300         OR WS-CHK-DD < 1
071400         GO TO 2250-EXIT
071500     END-IF.
071600     MOVE WS-MD-DAYS (WS-CHK-MM) TO WS-MONTH-END.
071700     IF WS-CHK-MM = 2
071800         DIVIDE WS-CHK-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
071900             REMAINDER WS-LEAP-REM-4
072000         DIVIDE WS-CHK-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
072100             REMAINDER WS-LEAP-REM-100
072200         DIVIDE WS-CHK-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
072300             REMAINDER WS-LEAP-REM-400
072400         IF WS-LEAP-REM-4 = ZERO
072500             AND (WS-LEAP-REM-100 NOT = ZERO
072600                  OR WS-LEAP-REM-400 = ZERO)
072700             MOVE 29 TO WS-MONTH-END
072800         END-IF
072900     END-IF.
073000     IF WS-CHK-DD > WS-MONTH-END
073100         GO TO 2250-EXIT
073200     END-IF.
073300     SET WS-DATE-IS-VALID TO TRUE.
073400 2250-EXIT.
073500     EXIT.
073600
073700*****************************************************************
073800*    2300-CHECK-LANGUAGE
073900*    A BLANK CODE IS AN EXCEPTION HERE EVEN THOUGH HELLO QUIETLY
074000*    GREETS IT IN ENGLISH - THE BRANCH NEVER CHOSE THAT.
074100*****************************************************************
074200 2300-CHECK-LANGUAGE.
074300     IF CM-LANGUAGE-CODE = SPACES
074400         MOVE "Y" TO SR-EXC-FLAG (WS-EXC-LANGUAGE)
074500         GO TO 2300-EXIT
074600     END-IF.
074700     MOVE "N" TO WS-GT-FOUND-SW.
074800     SET WS-GT-IDX TO 1.
074900     SEARCH WS-GT-ENTRY
075000         AT END
075100             CONTINUE
075200         WHEN WS-GT-LANG-CODE (WS-GT-IDX) = CM-LANGUAGE-CODE
075300             SET WS-GT-WAS-FOUND TO TRUE
075400     END-SEARCH.
075500     IF NOT WS-GT-WAS-FOUND
075600         MOVE "Y" TO SR-EXC-FLAG (WS-EXC-LANGUAGE)
075700     END-IF.
075800 2300-EXIT.
075900     EXIT.
076000
076100*****************************************************************
076200*    2400-CHECK-NAME
076300*    THE NAME IS NON-STANDARD WHEN HELLONAM WOULD GIVE IT BACK
076400*    DIFFERENTLY.  A BLANK NAME COMES BACK BLANK AND IS NOT
076500*    FLAGGED HERE.
076600*****************************************************************
076700 2400-CHECK-NAME.
076800     MOVE CM-CUST-NAME TO NS-NAME-IN.
076900     CALL "HELLONAM" USING NS-PARM.
077000     IF NS-NAME-OUT NOT = CM-CUST-NAME
077100         MOVE "Y" TO SR-EXC-FLAG (WS-EXC-NAME)
077200         MOVE NS-NAME-OUT TO SR-STD-NAME
077300     END-IF.
077400 2400-EXIT.
077500     EXIT.
077600
077700*****************************************************************
077800*    3000-PROFILE-CUSTOMERS
077900*    SORT OUTPUT PROCEDURE - COLLECTS EACH ACCOUNT'S CUSTOMERS,
078000*    THEN PROFILES THEM UNDER THEIR BRANCH.
078100*****************************************************************
078200 3000-PROFILE-CUSTOMERS.
078300     PERFORM 3100-RETURN-ONE-CUSTOMER THRU 3100-EXIT
078400         UNTIL WS-SORT-AT-END.
078500     IF WS-GRP-ACTIVE
078600         PERFORM 3200-FLUSH-GROUP THRU 3200-EXIT
078700     END-IF.
078800     IF WS-BRANCH-ACTIVE
078900         PERFORM 3500-END-BRANCH THRU 3500-EXIT
079000     END-IF.
079100 3000-EXIT.
079200     EXIT.
079300
079400*****************************************************************
079500*    3100-RETURN-ONE-CUSTOMER
079600*****************************************************************
079700 3100-RETURN-ONE-CUSTOMER.
079800     RETURN SORT-WORK
079900         AT END
080000             MOVE "Y" TO WS-SORT-EOF-SW
080100             GO TO 3100-EXIT
080200     END-RETURN.
080300     IF WS-GRP-ACTIVE
080400         AND SR-ACCOUNT-NO NOT = WS-GRP-ACCOUNT-NO
080500         PERFORM 3200-FLUSH-GROUP THRU 3200-EXIT
080600         MOVE "N" TO WS-GRP-ACTIVE-SW
080700     END-IF.
080800     IF NOT WS-GRP-ACTIVE
080900         SET WS-GRP-ACTIVE TO TRUE
081000         MOVE SR-ACCOUNT-NO TO WS-GRP-ACCOUNT-NO
081100         MOVE ZERO TO WS-GRP-SIZE
081200     END-IF.
081300     IF WS-GRP-COUNT = WS-GRP-MAX-ENTRIES
081400         PERFORM 3200-FLUSH-GROUP THRU 3200-EXIT
081500     END-IF.
081600     ADD 1 TO WS-GRP-COUNT.
081700     ADD 1 TO WS-GRP-SIZE.
081800     MOVE SR-RECORD TO WS-GRP-ENTRY (WS-GRP-COUNT).
081900 3100-EXIT.
082000     EXIT.
082100
082200*****************************************************************
082300*    3200-FLUSH-GROUP
082400*    PROFILES THE CUSTOMERS HELD FOR ONE ACCOUNT.  THEY SHARE IT
082500*    WHEN THERE IS MORE THAN ONE AND THE ACCOUNT IS NOT BLANK.
082600*****************************************************************
082700 3200-FLUSH-GROUP.
082800     PERFORM 3300-PROFILE-ONE-CUSTOMER THRU 3300-EXIT
082900         VARYING WS-GRP-SUB FROM 1 BY 1
083000         UNTIL WS-GRP-SUB > WS-GRP-COUNT.
083100     MOVE ZERO TO WS-GRP-COUNT.
083200 3200-EXIT.
083300     EXIT.
083400
083500*****************************************************************
083600*    3300-PROFILE-ONE-CUSTOMER
083700*    COUNTS ONE CUSTOMER UNDER THEIR BRANCH AND LISTS THEM IF
083800*    THEY HAVE ANY EXCEPTION.
083900*****************************************************************
084000 3300-PROFILE-ONE-CUSTOMER.
084100     MOVE WS-GRP-ENTRY (WS-GRP-SUB) TO WS-PROFILE-RECORD.
084200     IF WS-GRP-SIZE > 1
084300         AND WS-GRP-ACCOUNT-NO NOT = SPACES
084400         MOVE "Y" TO WS-PR-EXC-FLAG (WS-EXC-SHARED)
084500     END-IF.
084600     IF WS-PR-ACCOUNT-NO = SPACES
084700         MOVE "UNK" TO WS-NEW-BRANCH
084800     ELSE
084900         MOVE WS-PR-ACCOUNT-NO (1:3) TO WS-NEW-BRANCH
085000     END-IF.
085100     IF WS-BRANCH-ACTIVE
085200         AND WS-NEW-BRANCH NOT = WS-CURR-BRANCH
085300         PERFORM 3500-END-BRANCH THRU 3500-EXIT
085400     END-IF.
085500     IF NOT WS-BRANCH-ACTIVE
085600         PERFORM 3400-START-BRANCH THRU 3400-EXIT
085700     END-IF.
085800     ADD 1 TO WS-PROFILED-COUNT.
085900     ADD 1 TO WS-BRANCH-CUST-COUNT.
086000     MOVE "N" TO WS-CUST-EXC-SW.
086100     MOVE SPACES TO WS-DQ-DETAIL-LINE.
086200     PERFORM 3310-COUNT-ONE-EXCEPTION THRU 3310-EXIT
086300         VARYING WS-EXC-SUB FROM 1 BY 1
086400         UNTIL WS-EXC-SUB > 6.
086500     IF NOT WS-CUST-HAS-EXCEPTION
086600         GO TO 3300-EXIT
086700     END-IF.
086800     ADD 1 TO WS-EXC-CUST-COUNT.
086900     ADD 1 TO WS-BRANCH-EXC-CUSTS.
087000     IF NOT WS-BRANCH-HEADED
087100         PERFORM 3450-PRINT-BRANCH-HEADING THRU 3450-EXIT
087200     END-IF.
087300     MOVE WS-PR-CUST-ID TO WS-DD-CUST-ID.
087400     MOVE WS-PR-NAME TO WS-DD-NAME.
087500     MOVE WS-PR-ACCOUNT-NO TO WS-DD-ACCOUNT.
087600     MOVE WS-PR-OPEN-DATE TO WS-DD-OPEN-DATE.
087700     MOVE WS-PR-BIRTH-DATE TO WS-DD-BIRTH-DATE.
087800     MOVE WS-PR-LANGUAGE-CODE TO WS-DD-LANGUAGE.
087900     MOVE WS-PR-STD-NAME TO WS-DD-STD-NAME.
088000     IF WS-PR-EXC-FLAG (WS-EXC-SHARED) = "Y"
088100         MOVE WS-GRP-SIZE TO WS-DD-SHARED
088200     END-IF.
088300     MOVE SPACES TO DQ-LINE.
088400     MOVE WS-DQ-DETAIL-LINE TO DQ-LINE.
088500     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
088600 3300-EXIT.
088700     EXIT.
088800
088900*****************************************************************
089000*    3310-COUNT-ONE-EXCEPTION
089100*****************************************************************
089200 3310-COUNT-ONE-EXCEPTION.
089300     IF WS-PR-EXC-FLAG (WS-EXC-SUB) NOT = "Y"
089400         GO TO 3310-EXIT
089500     END-IF.
089600     SET WS-CUST-HAS-EXCEPTION TO TRUE.
089700     ADD 1 TO WS-BRANCH-EXC-COUNT (WS-EXC-SUB).
089800     ADD 1 TO WS-TOTAL-EXC-COUNT (WS-EXC-SUB).
089900     MOVE WS-EXC-LETTER (WS-EXC-SUB) TO WS-DD-FLAG (WS-EXC-SUB).
090000 3310-EXIT.
090100     EXIT.
090200
090300*****************************************************************
090400*    3400-START-BRANCH
090500*    THE BRANCH HEADING WAITS FOR ITS FIRST EXCEPTION, SO A CLEAN
090600*    BRANCH TAKES ONE LINE.
090700*****************************************************************
090800 3400-START-BRANCH.
090900     SET WS-BRANCH-ACTIVE TO TRUE.
091000     MOVE "N" TO WS-BRANCH-HEADED-SW.
091100     MOVE WS-NEW-BRANCH TO WS-CURR-BRANCH.
091200     MOVE ZERO TO WS-BRANCH-CUST-COUNT.
091300     MOVE ZERO TO WS-BRANCH-EXC-CUSTS.
091400     PERFORM 3410-CLEAR-ONE-COUNT THRU 3410-EXIT
091500         VARYING WS-EXC-SUB FROM 1 BY 1
091600         UNTIL WS-EXC-SUB > 6.
091700     ADD 1 TO WS-BRANCH-TOTAL-COUNT.
091800 3400-EXIT.
091900     EXIT.
092000
092100*****************************************************************
092200*    3410-CLEAR-ONE-COUNT
092300*****************************************************************
092400 3410-CLEAR-ONE-COUNT.
092500     MOVE ZERO TO WS-BRANCH-EXC-COUNT (WS-EXC-SUB).
092600 3410-EXIT.
092700     EXIT.
092800
092900*****************************************************************
093000*    3450-PRINT-BRANCH-HEADING
093100*****************************************************************
093200 3450-PRINT-BRANCH-HEADING.
093300     SET WS-BRANCH-HEADED TO TRUE.
093400     MOVE WS-CURR-BRANCH TO WS-DB-BRANCH.
093500     MOVE SPACES TO DQ-LINE.
093600     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
093700     MOVE WS-DQ-BRANCH-LINE TO DQ-LINE.
093800     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
093900     MOVE WS-DQ-COLUMN-LINE TO DQ-LINE.
094000     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
094100 3450-EXIT.
094200     EXIT.
094300
094400*****************************************************************
094500*    3500-END-BRANCH
094600*    ONE COUNT LINE PER BRANCH, CLEAN OR NOT.
094700*****************************************************************
094800 3500-END-BRANCH.
094900     MOVE WS-CURR-BRANCH TO WS-BT-BRANCH.
095000     MOVE WS-BRANCH-CUST-COUNT TO WS-BT-CUSTOMERS.
095100     MOVE WS-BRANCH-EXC-CUSTS TO WS-BT-EXC-CUSTS.
095200     PERFORM 3510-EDIT-ONE-COUNT THRU 3510-EXIT
095300         VARYING WS-EXC-SUB FROM 1 BY 1
095400         UNTIL WS-EXC-SUB > 6.
095500     IF NOT WS-BRANCH-HEADED
095600         MOVE SPACES TO DQ-LINE
095700         PERFORM 7100-WRITE-LINE THRU 7100-EXIT
095800     END-IF.
095900     MOVE WS-DQ-BRANCH-TOTAL-LINE TO DQ-LINE.
096000     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
096100     MOVE "N" TO WS-BRANCH-ACTIVE-SW.
096200 3500-EXIT.
096300     EXIT.
096400
096500*****************************************************************
096600*    3510-EDIT-ONE-COUNT
096700*****************************************************************
096800 3510-EDIT-ONE-COUNT.
096900     MOVE SPACE TO WS-BT-GAP (WS-EXC-SUB).
097000     MOVE WS-EXC-LETTER (WS-EXC-SUB) TO WS-BT-LETTER (WS-EXC-SUB).
097100     MOVE "=" TO WS-BT-EQUALS (WS-EXC-SUB).
097200     MOVE WS-BRANCH-EXC-COUNT (WS-EXC-SUB)
097300         TO WS-BT-COUNT (WS-EXC-SUB).
097400 3510-EXIT.
097500     EXIT.
097600
097700*****************************************************************
097800*    7100-WRITE-LINE
097900*****************************************************************
098000 7100-WRITE-LINE.
098100     IF WS-DQRPT-OK
098200         WRITE DQ-LINE
098300     END-IF.
098400 7100-EXIT.
098500     EXIT.
098600
098700*****************************************************************
098800*    8000-PRINT-SUMMARY
098900*    THE RATE OF EACH EXCEPTION AGAINST ITS LIMIT.  ANY RATE
099000*    OVER ITS LIMIT ENDS THE RUN WITH A WARNING.
099100*****************************************************************
099200 8000-PRINT-SUMMARY.
099300     MOVE SPACES TO DQ-LINE.
099400     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
099500     MOVE "CUSTOMERS READ" TO WS-CL-LABEL.
099600     MOVE WS-CUSTMAS-READ-COUNT TO WS-CL-COUNT.
099700     PERFORM 8200-PRINT-ONE-COUNT THRU 8200-EXIT.
099800     MOVE "CUSTOMERS WITH ANY EXCEPTION" TO WS-CL-LABEL.
099900     MOVE WS-EXC-CUST-COUNT TO WS-CL-COUNT.
100000     PERFORM 8200-PRINT-ONE-COUNT THRU 8200-EXIT.
100100     MOVE "BRANCHES" TO WS-CL-LABEL.
100200     MOVE WS-BRANCH-TOTAL-COUNT TO WS-CL-COUNT.
100300     PERFORM 8200-PRINT-ONE-COUNT THRU 8200-EXIT.
100400     MOVE SPACES TO DQ-LINE.
100500     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
100600     MOVE WS-DQ-RATE-COLUMN-LINE TO DQ-LINE.
100700     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
100800     PERFORM 8100-PRINT-ONE-RATE THRU 8100-EXIT
100900         VARYING WS-EXC-SUB FROM 1 BY 1
101000         UNTIL WS-EXC-SUB > 6.
101100     DISPLAY "HELLODQR - " WS-CUSTMAS-READ-COUNT
101200         " CUSTOMER(S) READ, " WS-EXC-CUST-COUNT
101300         " WITH EXCEPTIONS, " WS-OVER-LIMIT-COUNT
101400         " RATE(S) OVER LIMIT.".
101500     IF WS-PROFILED-COUNT NOT = WS-CUSTMAS-READ-COUNT
101600         DISPLAY "HELLODQR - " WS-PROFILED-COUNT
101700             " CUSTOMER(S) PROFILED - DOES NOT MATCH CUSTMAS"
101800         MOVE 8 TO WS-RETURN-CODE
101900     END-IF.
102000     IF WS-OVER-LIMIT-COUNT > ZERO
102100         AND WS-RETURN-CODE < 4
102200         MOVE 4 TO WS-RETURN-CODE
102300     END-IF.
102400 8000-EXIT.
102500     EXIT.
102600
102700*****************************************************************
102800*    8100-PRINT-ONE-RATE
102900*****************************************************************
103000 8100-PRINT-ONE-RATE.
103100     MOVE ZERO TO WS-EXC-RATE.
103200     IF WS-CUSTMAS-READ-COUNT > ZERO
103300         COMPUTE WS-EXC-RATE ROUNDED =
103400             WS-TOTAL-EXC-COUNT (WS-EXC-SUB) * 100
103500                 / WS-CUSTMAS-READ-COUNT
103600     END-IF.
103700     MOVE SPACES TO WS-DQ-RATE-LINE.
103800     MOVE WS-EXC-LETTER (WS-EXC-SUB) TO WS-RL-LETTER.
103900     MOVE WS-EXC-DESC (WS-EXC-SUB) TO WS-RL-DESC.
104000     MOVE WS-TOTAL-EXC-COUNT (WS-EXC-SUB) TO WS-RL-COUNT.
104100     MOVE WS-EXC-RATE TO WS-RL-RATE.
104200     MOVE WS-LIMIT-PCT (WS-EXC-SUB) TO WS-RL-LIMIT.
104300     IF WS-EXC-RATE > WS-LIMIT-PCT (WS-EXC-SUB)
104400         MOVE "*OVER LIMIT*" TO WS-RL-FLAG
104500         ADD 1 TO WS-OVER-LIMIT-COUNT
104600         DISPLAY "HELLODQR - " WS-EXC-DESC (WS-EXC-SUB)
104700             " OVER ITS LIMIT"
104800     END-IF.
104900     MOVE WS-DQ-RATE-LINE TO DQ-LINE.
105000     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
105100 8100-EXIT.
105200     EXIT.
105300
105400*****************************************************************
105500*    8200-PRINT-ONE-COUNT
105600*****************************************************************
105700 8200-PRINT-ONE-COUNT.
105800     MOVE SPACES TO DQ-LINE.
105900     MOVE WS-COUNT-LINE TO DQ-LINE.
106000     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
106100 8200-EXIT.
106200     EXIT.
106300
106400*****************************************************************
106500*    9000-TERMINATE
106600*****************************************************************
106700 9000-TERMINATE.
106800     IF WS-CUSTMAS-READY
106900         CLOSE CUSTOMER-MASTER
107000     END-IF.
107100     IF WS-DQRPT-OK
107200         CLOSE QUALITY-REPORT
107300     END-IF.
107400 9000-EXIT.
107500     EXIT.
