000100*****************************************************************
000200*    MODIFICATION HISTORY
000300*    2026-10-15  DRO  INITIAL VERSION.  CUSTOMER DATA ERASURE.
000400*                     DELETING A CUSTOMER THROUGH HMNT OR
000500*                     HELLOLOD LEAVES THEIR NAME AND ACCOUNT ON
000600*                     EVERY GREETING FILE THEY EVER REACHED, AND
000700*                     COMPLIANCE HAS BEEN SCRUBBING THOSE BY HAND
000800*                     WITH NO WAY TO PROVE EVERY COPY WAS FOUND.
000900*                     THIS ERASES A LIST OF CUSTOMERS FROM ONE
001000*                     DATASET PER STEP, IN PLACE, AND LOGS WHAT IT
001100*                     DID TO ERACERT; ITS CT STEP PRINTS THE
001200*                     CERTIFICATE FOR SIGN-OFF.
001300*    2026-10-15  DRO  PENDING IS NOW A KSDS (PENDREC.CPY), ERASED
001400*                     THROUGH ITS OWN ERAPEND DD.  CUSTAUD
001500*                     RECORDS FROM THE HSCH SCHEDULED-GREETING
001600*                     DESK CARRY ONE NAME AND THE GREETING DATE
001700*                     AND LANGUAGE, AND ONLY THE NAME IS ERASED.
001800*****************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID.    HELLOERA.
002100 AUTHOR.        D. OKAFOR.
002200 INSTALLATION.  RETAIL BANKING SYSTEMS.
002300 DATE-WRITTEN.  2026-10-15.
002400 DATE-COMPILED.
002500*****************************************************************
002600*    HELLOERA IS DRIVEN BY THE ERALIST ERASURE LIST (ERALIST.CPY -
002700*    A CASE HEADER AND ONE RECORD PER CUSTOMER ID AND/OR ACCOUNT
002800*    NUMBER) AND ONE ERAPRM CONTROL CARD (ERAPRM.CPY) SAYING WHICH
002900*    KIND OF DATASET THIS STEP IS ERASING.  EVERY RECORD ON THAT
003000*    DATASET WHOSE CUSTOMER ID OR ACCOUNT NUMBER IS ON THE LIST IS
003100*    REWRITTEN IN PLACE:
003200*
003300*      - THE NAME (AND CUSTAUD'S OLD AND NEW NAMES) BECOMES THE
003400*        TOKEN "ERASED" FOLLOWED BY THE CUSTOMER ID.  THE ID IS
003500*        ALREADY ON THE RECORD; KEEPING IT IN THE TOKEN KEEPS TWO
003600*        ERASED CUSTOMERS DISTINCT, SO HELLOSUM'S UNIQUE-NAME
003700*        COUNT DOES NOT MOVE.
003800*      - THE ACCOUNT NUMBER KEEPS ITS THREE-CHARACTER BRANCH
003900*        PREFIX AND IS MASKED WITH ASTERISKS AFTER IT, SO REPORTS
004000*        BY BRANCH STILL ADD UP.
004100*      - ON GREETEXT THE GREETING TEXT AND THE MAILING ADDRESS ARE
004200*        REPLACED AS WELL - BOTH CARRY THE CUSTOMER'S DETAILS.
004300*
004400*    DATES, TIMES, CHANNELS, CODES, AND THE RECORDS THEMSELVES ARE
004500*    UNTOUCHED - NOTHING IS DELETED OR ADDED - SO HELLOSUM,
004600*    HELLOACT, HELLOTRD, AND HELLORCN VOLUMES STAY EXACTLY AS THEY
004700*    WERE.  ERASING A RECORD TWICE CHANGES NOTHING, SO A STEP CAN
004800*    SIMPLY BE RERUN, AND A RERUN THAT CHANGES NOTHING IS THE
004900*    PROOF THE FIRST PASS GOT THEM ALL.
005000*
005100*    EACH ERASE STEP APPENDS ONE ERACERT RECORD (ERACERT.CPY) FOR
005200*    THE CASE.  THE FINAL CT STEP READS THEM BACK AND PRINTS THE
005300*    ERASURE CERTIFICATE ON CERTRPT: THE CUSTOMERS, EVERY DATASET
005400*    DONE WITH ITS COUNTS, A CHECK THAT EVERY DATASET THE SUITE
005500*    KEEPS CUSTOMER DETAILS ON WAS DONE, AND THE SIGN-OFF BLOCK.
005600*
005700*    CONDITION CODES: 0 CLEAN, 4 WARNING (CERTIFICATE INCOMPLETE -
005800*    A REQUIRED DATASET NOT DONE, A STEP FAILED, OR THE LIST
005900*    CHANGED BETWEEN STEPS), 8 FAILED (ERAPRM OR ERALIST INVALID,
006000*    A FILE WOULD NOT OPEN, OR A REWRITE FAILED PART WAY - SEE THE
006100*    CONSOLE; THE STEP CAN BE RERUN AS IT STANDS).
006200*****************************************************************
006300 ENVIRONMENT DIVISION.
006400 CONFIGURATION SECTION.
006500 SOURCE-COMPUTER.   IBM-370.
006600 OBJECT-COMPUTER.   IBM-370.
006700 INPUT-OUTPUT SECTION.
006800 FILE-CONTROL.
006900     SELECT PARM-FILE ASSIGN TO ERAPRM
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-PARM-STATUS.
007200     SELECT ERASE-LIST ASSIGN TO ERALIST
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS WS-ERALIST-STATUS.
007500     SELECT ERASE-FILE ASSIGN TO ERAFILE
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS WS-ERAFILE-STATUS.
007800     SELECT ERASE-PENDING ASSIGN TO ERAPEND
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS SEQUENTIAL
008100         RECORD KEY IS PR-KEY
008200         FILE STATUS IS WS-ERAPEND-STATUS.
008300     SELECT ERASE-EXTRACT ASSIGN TO ERAEXT
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS WS-ERAEXT-STATUS.
008600     SELECT CERT-HISTORY ASSIGN TO ERACERT
008700         ORGANIZATION IS SEQUENTIAL
008800         FILE STATUS IS WS-ERACERT-STATUS.
008900     SELECT CERT-REPORT ASSIGN TO CERTRPT
009000         ORGANIZATION IS SEQUENTIAL
009100         FILE STATUS IS WS-CERTRPT-STATUS.
009200
009300 DATA DIVISION.
009400 FILE SECTION.
009500 FD  PARM-FILE
009600     RECORDING MODE IS F
009700     LABEL RECORDS ARE STANDARD.
009800     COPY ERAPRM.
009900
010000 FD  ERASE-LIST
010100     RECORDING MODE IS F
010200     LABEL RECORDS ARE STANDARD.
010300     COPY ERALIST.
010400
010500*****************************************************************
010600*    ERAFILE CARRIES WHICHEVER 80-BYTE DATASET THE CONTROL CARD
010700*    NAMES.  EACH LAYOUT IS ITS OWN 01 OVER THE SAME RECORD AREA;
010800*    ER-IMAGE IS THE WHOLE RECORD, KEPT TO SEE WHETHER ERASING
010900*    ACTUALLY CHANGED ANYTHING.
011000*****************************************************************
011100 FD  ERASE-FILE
011200     RECORDING MODE IS F
011300     LABEL RECORDS ARE STANDARD.
011400 01  ER-IMAGE                PIC X(80).
011500     COPY GREETLOG.
011600     COPY REJECT.
011700     COPY CUSTAUD.
011800     COPY CAPLOG.
011900     COPY LODREJ.
012000
012100*****************************************************************
012200*    THE PENDING-GREETINGS KSDS.  THE NAME IS NOT PART OF THE
012300*    KEY, SO IT IS ERASED BY A PLAIN REWRITE LIKE ANY OTHER.
012400*****************************************************************
012500 FD  ERASE-PENDING
012600     LABEL RECORDS ARE STANDARD.
012700     COPY PENDREC.
012800
012900 FD  ERASE-EXTRACT
013000     RECORDING MODE IS F
013100     LABEL RECORDS ARE STANDARD.
013200 01  EX-IMAGE                PIC X(160).
013300     COPY GREETEXT.
013400
013500 FD  CERT-HISTORY
013600     RECORDING MODE IS F
013700     LABEL RECORDS ARE STANDARD.
013800     COPY ERACERT.
013900
014000 FD  CERT-REPORT
014100     RECORDING MODE IS F
014200     LABEL RECORDS ARE STANDARD.
014300 01  CR-LINE                 PIC X(132).
014400
014500 WORKING-STORAGE SECTION.
014600*****************************************************************
014700*    RUN CONTROL SWITCHES
014800*****************************************************************
014900 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
015000 77  WS-ERALIST-STATUS       PIC X(02) VALUE SPACES.
015100 77  WS-ERAFILE-STATUS       PIC X(02) VALUE SPACES.
015200 77  WS-ERAEXT-STATUS        PIC X(02) VALUE SPACES.
015300 77  WS-ERAPEND-STATUS       PIC X(02) VALUE SPACES.
015400 77  WS-ERACERT-STATUS       PIC X(02) VALUE SPACES.
015500 77  WS-CERTRPT-STATUS       PIC X(02) VALUE SPACES.
015600 77  WS-LIST-EOF-SW          PIC X(01) VALUE "N".
015700     88  WS-END-OF-LIST          VALUE "Y".
015800 77  WS-FILE-EOF-SW          PIC X(01) VALUE "N".
015900     88  WS-END-OF-FILE          VALUE "Y".
016000 77  WS-CERT-EOF-SW          PIC X(01) VALUE "N".
016100     88  WS-END-OF-CERT          VALUE "Y".
016200 77  WS-ABORT-SW             PIC X(01) VALUE "N".
016300     88  WS-RUN-ABORTED          VALUE "Y".
016400 77  WS-ERASE-FAILED-SW      PIC X(01) VALUE "N".
016500     88  WS-ERASE-FAILED         VALUE "Y".
016600 77  WS-ERACERT-OPEN-SW      PIC X(01) VALUE "N".
016700     88  WS-ERACERT-READY        VALUE "Y".
016800 77  WS-CERTRPT-OPEN-SW      PIC X(01) VALUE "N".
016900     88  WS-CERTRPT-OK           VALUE "Y".
017000 77  WS-RETURN-CODE          PIC 9(01) VALUE ZERO.
017100
017200*****************************************************************
017300*    THE CASE AND WHEN AND BY WHOM THIS STEP RAN.  THE CLOCK, NOT
017400*    THE CYCLE DATE, IS WHAT THE CERTIFICATE MUST SHOW - IT
017500*    RECORDS WHEN THE ERASURE WAS ACTUALLY DONE.
017600*****************************************************************
017700 77  WS-CASE-REF             PIC X(10) VALUE SPACES.
017800 77  WS-REQUEST-DATE         PIC 9(08) VALUE ZERO.
017900 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
018000 77  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
018100 77  WS-RUN-BY               PIC X(08) VALUE SPACES.
018200
018300*****************************************************************
018400*    ERASURE LIST.  A CASE NORMALLY NAMES ONE CUSTOMER; THE TABLE
018500*    ALLOWS FOR A BULK CASE.  A LIST THAT WILL NOT FIT IS REFUSED
018600*    OUTRIGHT RATHER THAN ERASED IN PART.
018700*****************************************************************
018800 77  WS-ERA-MAX-ENTRIES      PIC 9(04) VALUE 500 COMP.
018900 01  WS-ERA-TABLE.
019000     05  WS-ERA-COUNT            PIC 9(04) VALUE ZERO COMP.
019100     05  WS-ERA-ENTRY            OCCURS 1 TO 500 TIMES
019200                                 DEPENDING ON WS-ERA-COUNT
019300                                 INDEXED BY WS-ERA-IDX.
019400         10  WS-ERA-CUST-ID          PIC X(06).
019500         10  WS-ERA-ACCOUNT-NO       PIC X(10).
019600
019700*****************************************************************
019800*    MATCHING AND REPLACEMENT WORK AREAS
019900*****************************************************************
020000 77  WS-CHK-CUST-ID          PIC X(06) VALUE SPACES.
020100 77  WS-CHK-ACCOUNT-NO       PIC X(10) VALUE SPACES.
020200 77  WS-MATCH-SW             PIC X(01) VALUE "N".
020300     88  WS-CUSTOMER-MATCHED     VALUE "Y".
020400 01  WS-NAME-TOKEN.
020500     05  FILLER                  PIC X(07) VALUE "ERASED ".
020600     05  WS-NT-CUST-ID           PIC X(06) VALUE SPACES.
020700     05  FILLER                  PIC X(07) VALUE SPACES.
020800 01  WS-MASKED-ACCOUNT.
020900     05  WS-MA-BRANCH            PIC X(03) VALUE SPACES.
021000     05  WS-MA-MASK              PIC X(07) VALUE "*******".
021100 77  WS-ACCOUNT-REPLACEMENT  PIC X(10) VALUE SPACES.
021200 77  WS-TEXT-TOKEN           PIC X(28)
021300         VALUE "*** GREETING TEXT ERASED ***".
021400 77  WS-ADDR-TOKEN           PIC X(14) VALUE "ADDRESS ERASED".
021500 77  WS-POSTAL-TOKEN         PIC X(06) VALUE "******".
021600 77  WS-BEFORE-IMAGE         PIC X(160) VALUE SPACES.
021700
021800*****************************************************************
021900*    ERASE COUNTERS - ALSO CARRIED ONTO THE ERACERT RECORD
022000*****************************************************************
022100 77  WS-READ-COUNT           PIC 9(09) VALUE ZERO COMP.
022200 77  WS-MATCHED-COUNT        PIC 9(09) VALUE ZERO COMP.
022300 77  WS-CHANGED-COUNT        PIC 9(09) VALUE ZERO COMP.
022400
022500*****************************************************************
022600*    CERTIFICATE CONTROLS.  THE TYPE TABLE NAMES EVERY KIND OF
022700*    DATASET HELLOERA ERASES; THOSE FLAGGED "Y" ARE THE ONES THE
022800*    SUITE ALWAYS KEEPS CUSTOMER DETAILS ON, AND THE CERTIFICATE
022900*    IS ONLY COMPLETE WHEN EACH HAS AT LEAST ONE COMPLETED STEP
023000*    FOR THE CASE.  ARCHIVE GENERATIONS COME AND GO WITH
023100*    HELLOARC, SO THEY ARE COUNTED BUT NOT REQUIRED - THE LISTCAT
023200*    STEP IN HELLOERA.JCL SHOWS WHICH ONES EXIST.
023300*****************************************************************
023400 01  WS-TYPE-TAB-DATA.
023500     05  FILLER                  PIC X(21)
023600             VALUE "GLYGREET-LOG (LIVE)  ".
023700     05  FILLER                  PIC X(21)
023800             VALUE "GTYGLTODAY           ".
023900     05  FILLER                  PIC X(21)
024000             VALUE "GXYGREETEXT          ".
024100     05  FILLER                  PIC X(21)
024200             VALUE "RJYREJFILE           ".
024300     05  FILLER                  PIC X(21)
024400             VALUE "PDYPENDING           ".
024500     05  FILLER                  PIC X(21)
024600             VALUE "CAYCUSTAUD           ".
024700     05  FILLER                  PIC X(21)
024800             VALUE "CGYCAPFILE           ".
024900     05  FILLER                  PIC X(21)
025000             VALUE "LRYLODREJ            ".
025100     05  FILLER                  PIC X(21)
025200             VALUE "GANGREET-LOG ARCHIVE ".
025300 01  WS-TYPE-TABLE REDEFINES WS-TYPE-TAB-DATA.
025400     05  WS-TYPE-ENTRY           OCCURS 9 TIMES
025500                                 INDEXED BY WS-TYPE-IDX.
025600         10  WS-TYPE-CODE            PIC X(02).
025700         10  WS-TYPE-REQUIRED-SW     PIC X(01).
025800             88  WS-TYPE-REQUIRED        VALUE "Y".
025900         10  WS-TYPE-DESC            PIC X(18).
026000 01  WS-TYPE-DONE-TABLE.
026100     05  WS-TYPE-DONE-COUNT      PIC 9(04) COMP VALUE ZERO
026200                                 OCCURS 9 TIMES.
026300 77  WS-TYPE-COUNT           PIC 9(02) VALUE 9 COMP.
026400 77  WS-TYPE-SUB             PIC 9(02) VALUE ZERO COMP.
026500 77  WS-TYPE-FOUND-SW        PIC X(01) VALUE "N".
026600     88  WS-TYPE-WAS-FOUND       VALUE "Y".
026700 77  WS-CERT-READ-COUNT      PIC 9(08) VALUE ZERO COMP.
026800 77  WS-CASE-STEP-COUNT      PIC 9(08) VALUE ZERO COMP.
026900 77  WS-FAILED-STEP-COUNT    PIC 9(08) VALUE ZERO COMP.
027000 77  WS-LIST-DIFF-COUNT      PIC 9(08) VALUE ZERO COMP.
027100 77  WS-MISSING-TYPE-COUNT   PIC 9(04) VALUE ZERO COMP.
027200 77  WS-TOTAL-CHANGED        PIC 9(09) VALUE ZERO COMP.
027300 77  WS-INCOMPLETE-SW        PIC X(01) VALUE "N".
027400     88  WS-CERT-INCOMPLETE      VALUE "Y".
027500
027600*****************************************************************
027700*    PRINT-LINE WORK AREAS - ERASURE CERTIFICATE
027800*****************************************************************
027900 01  WS-CR-TITLE-LINE.
028000     05  FILLER                  PIC X(40)
028100             VALUE "CUSTOMER DATA ERASURE CERTIFICATE".
028200 01  WS-CR-CASE-LINE.
028300     05  FILLER                  PIC X(16)
028400             VALUE "CASE REFERENCE: ".
028500     05  WS-CC-CASE-REF          PIC X(10).
028600     05  FILLER                  PIC X(14) VALUE "   REQUESTED: ".
028700     05  WS-CC-REQUEST-DATE      PIC 9999/99/99.
028800     05  FILLER                  PIC X(12) VALUE "   PRINTED: ".
028900     05  WS-CC-RUN-DATE          PIC 9999/99/99.
029000     05  FILLER                  PIC X(01) VALUE SPACE.
029100     05  WS-CC-RUN-TIME          PIC X(08).
029200 01  WS-CR-CUST-HEAD-LINE.
029300     05  FILLER                  PIC X(40)
029400             VALUE "CUSTOMERS ERASED".
029500 01  WS-CR-CUST-COLUMN-LINE.
029600     05  FILLER                  PIC X(04) VALUE SPACES.
029700     05  FILLER                  PIC X(10) VALUE "CUST ID".
029800     05  FILLER                  PIC X(14) VALUE "ACCOUNT".
029900     05  FILLER                  PIC X(20)
030000             VALUE "NOW RECORDED AS".
030100 01  WS-CR-CUST-LINE.
030200     05  FILLER                  PIC X(04) VALUE SPACES.
030300     05  WS-CU-CUST-ID           PIC X(06).
030400     05  FILLER                  PIC X(04) VALUE SPACES.
030500     05  WS-CU-ACCOUNT           PIC X(10).
030600     05  FILLER                  PIC X(04) VALUE SPACES.
030700     05  WS-CU-TOKEN             PIC X(20).
030800 01  WS-CR-DSN-HEAD-LINE.
030900     05  FILLER                  PIC X(40)
031000             VALUE "DATASETS ERASED".
031100 01  WS-CR-DSN-COLUMN-LINE.
031200     05  FILLER                  PIC X(20) VALUE "DATASET".
031300     05  FILLER                  PIC X(45) VALUE "DATASET NAME".
031400     05  FILLER                  PIC X(11) VALUE "DATE".
031500     05  FILLER                  PIC X(09) VALUE "TIME".
031600     05  FILLER                  PIC X(09) VALUE "RUN BY".
031700     05  FILLER                  PIC X(10) VALUE "     READ".
031800     05  FILLER                  PIC X(10) VALUE "    FOUND".
031900     05  FILLER                  PIC X(10) VALUE "  CHANGED".
032000     05  FILLER                  PIC X(08) VALUE "STATUS".
032100 01  WS-CR-DSN-LINE.
032200     05  WS-DS-DESC              PIC X(18).
032300     05  FILLER                  PIC X(02) VALUE SPACES.
032400     05  WS-DS-DSNAME            PIC X(44).
032500     05  FILLER                  PIC X(01) VALUE SPACE.
032600     05  WS-DS-DATE              PIC 9999/99/99.
032700     05  FILLER                  PIC X(01) VALUE SPACE.
032800     05  WS-DS-TIME              PIC X(08).
032900     05  FILLER                  PIC X(01) VALUE SPACE.
033000     05  WS-DS-RUN-BY            PIC X(08).
033100     05  FILLER                  PIC X(01) VALUE SPACE.
033200     05  WS-DS-READ              PIC ZZZZZZZZ9.
033300     05  FILLER                  PIC X(01) VALUE SPACE.
033400     05  WS-DS-FOUND             PIC ZZZZZZZZ9.
033500     05  FILLER                  PIC X(01) VALUE SPACE.
033600     05  WS-DS-CHANGED           PIC ZZZZZZZZ9.
033700     05  FILLER                  PIC X(01) VALUE SPACE.
033800     05  WS-DS-STATUS            PIC X(08).
033900 01  WS-CR-REQ-HEAD-LINE.
034000     05  FILLER                  PIC X(40)
034100             VALUE "REQUIRED DATASETS".
034200 01  WS-CR-REQ-LINE.
034300     05  FILLER                  PIC X(04) VALUE SPACES.
034400     05  WS-RQ-DESC              PIC X(18).
034500     05  FILLER                  PIC X(02) VALUE SPACES.
034600     05  WS-RQ-STATE             PIC X(40).
034700 01  WS-CR-ARCHIVE-LINE.
034800     05  FILLER                  PIC X(04) VALUE SPACES.
034900     05  FILLER                  PIC X(32)
035000             VALUE "ARCHIVE GENERATIONS ERASED:     ".
035100     05  WS-AG-COUNT             PIC ZZZ9.
035200 01  WS-CR-VERDICT-LINE.
035300     05  WS-VD-TEXT              PIC X(80).
035400 01  WS-CR-SIGN-LINE-1.
035500     05  FILLER                  PIC X(22)
035600             VALUE "ERASURE RUN BY:".
035700     05  FILLER                  PIC X(28)
035800             VALUE "____________________  DATE: ".
035900     05  FILLER                  PIC X(10) VALUE "__________".
036000 01  WS-CR-SIGN-LINE-2.
036100     05  FILLER                  PIC X(22)
036200             VALUE "COMPLIANCE SIGN-OFF:".
036300     05  FILLER                  PIC X(28)
036400             VALUE "____________________  DATE: ".
036500     05  FILLER                  PIC X(10) VALUE "__________".
036600 01  WS-TIME-EDIT.
036700     05  WS-TE-HH                PIC 9(02).
036800     05  FILLER                  PIC X(01) VALUE ":".
036900     05  WS-TE-MM                PIC 9(02).
037000     05  FILLER                  PIC X(01) VALUE ":".
037100     05  WS-TE-SS                PIC 9(02).
037200 01  WS-TIME-WORK.
037300     05  WS-TW-HH                PIC 9(02).
037400     05  WS-TW-MM                PIC 9(02).
037500     05  WS-TW-SS                PIC 9(02).
037600     05  WS-TW-HS                PIC 9(02).
037700
037800 PROCEDURE DIVISION.
037900*****************************************************************
038000*    0000-MAINLINE
038100*****************************************************************
038200 0000-MAINLINE.
038300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
038400     IF NOT WS-RUN-ABORTED
038500         IF EP-FUNC-CERTIFICATE
038600             PERFORM 5000-PRINT-CERTIFICATE THRU 5000-EXIT
038700         ELSE
038800             PERFORM 3000-ERASE-DATASET THRU 3000-EXIT
038900         END-IF
039000     END-IF.
039100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
039200     MOVE WS-RETURN-CODE TO RETURN-CODE.
039300     STOP RUN.
039400
039500*****************************************************************
039600*    1000-INITIALIZE
039700*    READS THE CONTROL CARD AND THE WHOLE ERASURE LIST, AND FOR AN
039800*    ERASE STEP OPENS THE CERTIFICATE HISTORY, BEFORE ANY DATASET
039900*    IS OPENED - A STEP THAT COULD NOT RECORD WHAT IT ERASED MUST
040000*    NOT ERASE ANYTHING.
040100*****************************************************************
040200 1000-INITIALIZE.
040300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
040400     ACCEPT WS-RUN-TIME FROM TIME.
040500     ACCEPT WS-RUN-BY FROM ENVIRONMENT "USER".
040600     PERFORM 1010-READ-PARM-FILE THRU 1010-EXIT.
040700     IF WS-RUN-ABORTED
040800         GO TO 1000-EXIT
040900     END-IF.
041000     PERFORM 1020-LOAD-ERASE-LIST THRU 1020-EXIT.
041100     IF WS-RUN-ABORTED
041200         GO TO 1000-EXIT
041300     END-IF.
041400     IF NOT EP-FUNC-CERTIFICATE
041500         PERFORM 1040-OPEN-CERT-HISTORY THRU 1040-EXIT
041600     END-IF.
041700 1000-EXIT.
041800     EXIT.
041900
042000*****************************************************************
042100*    1010-READ-PARM-FILE
042200*****************************************************************
042300 1010-READ-PARM-FILE.
042400     OPEN INPUT PARM-FILE.
042500     IF WS-PARM-STATUS NOT = "00"
042600         DISPLAY "HELLOERA - UNABLE TO OPEN ERAPRM, STATUS = "
042700             WS-PARM-STATUS
042800         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
042900         GO TO 1010-EXIT
043000     END-IF.
043100     READ PARM-FILE
043200         AT END
043300             MOVE SPACES TO EP-RECORD
043400     END-READ.
043500     CLOSE PARM-FILE.
043600     IF NOT EP-FUNC-VALID
043700         DISPLAY "HELLOERA - ERAPRM FUNCTION MISSING OR UNKNOWN: "
043800             EP-FUNCTION
043900         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
044000         GO TO 1010-EXIT
044100     END-IF.
044200     IF NOT EP-FUNC-CERTIFICATE
044300         AND EP-DSNAME = SPACES
044400         DISPLAY "HELLOERA - ERAPRM DATASET NAME MISSING"
044500         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
044600         GO TO 1010-EXIT
044700     END-IF.
044800     DISPLAY "HELLOERA - FUNCTION " EP-FUNCTION " " EP-DSNAME.
044900 1010-EXIT.
045000     EXIT.
045100
045200*****************************************************************
045300*    1020-LOAD-ERASE-LIST
045400*    THE LIST MUST START WITH A HEADER CARRYING THE CASE
045500*    REFERENCE AND HOLD AT LEAST ONE CUSTOMER.  ANY RECORD THAT IS
045600*    NOT A DETAIL, OR NAMES NEITHER A CUSTOMER ID NOR AN ACCOUNT,
045700*    REFUSES THE WHOLE LIST - AN ERASURE MUST NEVER RUN ON A LIST
045800*    NOBODY CAN VOUCH FOR.
045900*****************************************************************
046000 1020-LOAD-ERASE-LIST.
046100     OPEN INPUT ERASE-LIST.
046200     IF WS-ERALIST-STATUS NOT = "00"
046300         DISPLAY "HELLOERA - UNABLE TO OPEN ERALIST, STATUS = "
046400             WS-ERALIST-STATUS
046500         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
046600         GO TO 1020-EXIT
046700     END-IF.
046800     READ ERASE-LIST
046900         AT END
047000             MOVE SPACES TO EL-HEADER-RECORD
047100     END-READ.
047200     IF NOT EL-HEADER
047300         OR EL-CASE-REF = SPACES
047400         DISPLAY "HELLOERA - ERALIST HEADER OR CASE REFERENCE "
047500             "MISSING"
047600         CLOSE ERASE-LIST
047700         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
047800         GO TO 1020-EXIT
047900     END-IF.
048000     MOVE EL-CASE-REF TO WS-CASE-REF.
048100     IF EL-REQUEST-DATE IS NUMERIC
048200         MOVE EL-REQUEST-DATE TO WS-REQUEST-DATE
048300     END-IF.
048400     PERFORM 1030-LOAD-ONE-CUSTOMER THRU 1030-EXIT
048500         UNTIL WS-END-OF-LIST
048600             OR WS-RUN-ABORTED.
048700     CLOSE ERASE-LIST.
048800     IF WS-RUN-ABORTED
048900         GO TO 1020-EXIT
049000     END-IF.
049100     IF WS-ERA-COUNT = ZERO
049200         DISPLAY "HELLOERA - ERALIST NAMES NO CUSTOMERS"
049300         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
049400         GO TO 1020-EXIT
049500     END-IF.
049600     DISPLAY "HELLOERA - CASE " WS-CASE-REF ", " WS-ERA-COUNT
049700         " CUSTOMER(S) ON THE LIST".
049800 1020-EXIT.
049900     EXIT.
050000
050100*****************************************************************
050200*    1030-LOAD-ONE-CUSTOMER
050300*****************************************************************
050400 1030-LOAD-ONE-CUSTOMER.
050500     READ ERASE-LIST
050600         AT END
050700             MOVE "Y" TO WS-LIST-EOF-SW
050800             GO TO 1030-EXIT
050900     END-READ.
051000     IF NOT EL-DETAIL
051100         OR (EL-CUST-ID = SPACES AND EL-ACCOUNT-NO = SPACES)
051200         DISPLAY "HELLOERA - ERALIST RECORD INVALID: "
051300             EL-DETAIL-RECORD
051400         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
051500         GO TO 1030-EXIT
051600     END-IF.
051700     IF WS-ERA-COUNT = WS-ERA-MAX-ENTRIES
051800         DISPLAY "HELLOERA - ERALIST HOLDS MORE THAN "
051900             WS-ERA-MAX-ENTRIES " CUSTOMERS - SPLIT THE CASE"
052000         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
052100         GO TO 1030-EXIT
052200     END-IF.
052300     ADD 1 TO WS-ERA-COUNT.
052400     MOVE EL-CUST-ID TO WS-ERA-CUST-ID (WS-ERA-COUNT).
052500     MOVE EL-ACCOUNT-NO TO WS-ERA-ACCOUNT-NO (WS-ERA-COUNT).
052600 1030-EXIT.
052700     EXIT.
052800
052900*****************************************************************
053000*    1040-OPEN-CERT-HISTORY
053100*    ERACERT IS APPENDED TO (EXTEND, OR OUTPUT THE FIRST TIME).
053200*****************************************************************
053300 1040-OPEN-CERT-HISTORY.
053400     OPEN EXTEND CERT-HISTORY.
053500     IF WS-ERACERT-STATUS NOT = "00"
053600         OPEN OUTPUT CERT-HISTORY
053700     END-IF.
053800     IF WS-ERACERT-STATUS NOT = "00"
053900         DISPLAY "HELLOERA - UNABLE TO OPEN ERACERT, STATUS = "
054000             WS-ERACERT-STATUS
054100         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
054200         GO TO 1040-EXIT
054300     END-IF.
054400     SET WS-ERACERT-READY TO TRUE.
054500 1040-EXIT.
054600     EXIT.
054700
054800*****************************************************************
054900*    1900-ABORT-RUN
055000*****************************************************************
055100 1900-ABORT-RUN.
055200     SET WS-RUN-ABORTED TO TRUE.
055300     MOVE 8 TO WS-RETURN-CODE.
055400     DISPLAY "HELLOERA - RUN ABORTED, NOTHING WAS ERASED".
055500 1900-EXIT.
055600     EXIT.
055700
055800*****************************************************************
055900*    3000-ERASE-DATASET
056000*    OPENS THE DATASET FOR UPDATE AND ERASES IT RECORD BY RECORD.
056100*    WHATEVER HAPPENS AFTER THE OPEN IS ATTEMPTED, ONE ERACERT
056200*    RECORD IS WRITTEN - A FAILED STEP SHOWS ON THE CERTIFICATE
056300*    AS FAILED RATHER THAN NOT AT ALL.
056400*****************************************************************
056500 3000-ERASE-DATASET.
056600     IF EP-FUNC-GREETEXT
056700         OPEN I-O ERASE-EXTRACT
056800         MOVE WS-ERAEXT-STATUS TO WS-ERAFILE-STATUS
056900     ELSE
057000         IF EP-FUNC-PENDING
057100             OPEN I-O ERASE-PENDING
057200             MOVE WS-ERAPEND-STATUS TO WS-ERAFILE-STATUS
057300         ELSE
057400             OPEN I-O ERASE-FILE
057500         END-IF
057600     END-IF.
057700     IF WS-ERAFILE-STATUS NOT = "00"
057800         DISPLAY "HELLOERA - UNABLE TO OPEN " EP-DSNAME
057900         DISPLAY "HELLOERA - FILE STATUS = " WS-ERAFILE-STATUS
058000         SET WS-ERASE-FAILED TO TRUE
058100         PERFORM 3900-WRITE-CERT-RECORD THRU 3900-EXIT
058200         MOVE 8 TO WS-RETURN-CODE
058300         GO TO 3000-EXIT
058400     END-IF.
058500     IF EP-FUNC-GREETEXT
058600         PERFORM 3500-ERASE-ONE-EXTRACT THRU 3500-EXIT
058700             UNTIL WS-END-OF-FILE
058800                 OR WS-ERASE-FAILED
058900         CLOSE ERASE-EXTRACT
059000     ELSE
059100         IF EP-FUNC-PENDING
059200             PERFORM 3300-ERASE-ONE-PENDING THRU 3300-EXIT
059300                 UNTIL WS-END-OF-FILE
059400                     OR WS-ERASE-FAILED
059500             CLOSE ERASE-PENDING
059600         ELSE
059700             PERFORM 3100-ERASE-ONE-RECORD THRU 3100-EXIT
059800                 UNTIL WS-END-OF-FILE
059900                     OR WS-ERASE-FAILED
060000             CLOSE ERASE-FILE
060100         END-IF
060200     END-IF.
060300     PERFORM 3900-WRITE-CERT-RECORD THRU 3900-EXIT.
060400     DISPLAY "HELLOERA - " WS-READ-COUNT " READ, "
060500         WS-MATCHED-COUNT " FOUND, " WS-CHANGED-COUNT " CHANGED".
060600     IF WS-ERASE-FAILED
060700         DISPLAY "HELLOERA - ERASURE OF " EP-DSNAME
060800             " DID NOT FINISH - RERUN THE STEP"
060900         MOVE 8 TO WS-RETURN-CODE
061000     END-IF.
061100 3000-EXIT.
061200     EXIT.
061300
061400*****************************************************************
061500*    3100-ERASE-ONE-RECORD
061600*    ONE 80-BYTE RECORD.  THE LAYOUT PARAGRAPH FOR THE FUNCTION
061700*    DECIDES WHETHER IT BELONGS TO A LISTED CUSTOMER AND ERASES
061800*    IT IN THE RECORD AREA; IT IS ONLY REWRITTEN WHEN THAT
061900*    ACTUALLY CHANGED SOMETHING.
062000*****************************************************************
062100 3100-ERASE-ONE-RECORD.
062200     READ ERASE-FILE
062300         AT END
062400             MOVE "Y" TO WS-FILE-EOF-SW
062500             GO TO 3100-EXIT
062600     END-READ.
062700     IF WS-ERAFILE-STATUS NOT = "00"
062800         DISPLAY "HELLOERA - READ FAILED, STATUS = "
062900             WS-ERAFILE-STATUS
063000         SET WS-ERASE-FAILED TO TRUE
063100         GO TO 3100-EXIT
063200     END-IF.
063300     ADD 1 TO WS-READ-COUNT.
063400     MOVE ER-IMAGE TO WS-BEFORE-IMAGE.
063500     MOVE "N" TO WS-MATCH-SW.
063600     PERFORM 3200-ERASE-BY-LAYOUT THRU 3200-EXIT.
063700     IF NOT WS-CUSTOMER-MATCHED
063800         GO TO 3100-EXIT
063900     END-IF.
064000     ADD 1 TO WS-MATCHED-COUNT.
064100     IF ER-IMAGE = WS-BEFORE-IMAGE
064200         GO TO 3100-EXIT
064300     END-IF.
064400     REWRITE ER-IMAGE.
064500     IF WS-ERAFILE-STATUS NOT = "00"
064600         DISPLAY "HELLOERA - REWRITE FAILED, STATUS = "
064700             WS-ERAFILE-STATUS
064800         SET WS-ERASE-FAILED TO TRUE
064900         GO TO 3100-EXIT
065000     END-IF.
065100     ADD 1 TO WS-CHANGED-COUNT.
065200 3100-EXIT.
065300     EXIT.
065400
065500*****************************************************************
065600*    3200-ERASE-BY-LAYOUT
065700*    EACH LAYOUT HANDS ITS CUSTOMER ID AND ACCOUNT NUMBER TO THE
065800*    LIST SEARCH AND, ON A MATCH, REPLACES ITS OWN NAME AND
065900*    ACCOUNT FIELDS.  A BLANK NAME STAYS BLANK (A CUSTAUD ADD HAS
066000*    NO OLD NAME), SO THE RECORD STILL READS THE WAY IT DID.  A
066100*    GREETING-DESK SCHEDULE OR CANCEL ON CUSTAUD HAS ONLY ONE
066200*    NAME; THE REST OF ITS NAME AREA IS THE GREETING DATE AND
066300*    LANGUAGE, WHICH ARE LEFT ALONE.  THE PENDING KSDS HAS ITS
066400*    OWN PARAGRAPH, 3300-ERASE-ONE-PENDING.
066500*****************************************************************
066600 3200-ERASE-BY-LAYOUT.
066700     IF EP-FUNC-LOG-LAYOUT
066800         MOVE GL-CUST-ID TO WS-CHK-CUST-ID
066900         MOVE GL-ACCOUNT-NO TO WS-CHK-ACCOUNT-NO
067000         PERFORM 4000-FIND-CUSTOMER THRU 4000-EXIT
067100         IF WS-CUSTOMER-MATCHED
067200             IF GL-NAME NOT = SPACES
067300                 MOVE WS-NAME-TOKEN TO GL-NAME
067400             END-IF
067500             MOVE WS-ACCOUNT-REPLACEMENT TO GL-ACCOUNT-NO
067600         END-IF
067700         GO TO 3200-EXIT
067800     END-IF.
067900     IF EP-FUNC-REJFILE
068000         MOVE RJ-CUST-ID TO WS-CHK-CUST-ID
068100         MOVE SPACES TO WS-CHK-ACCOUNT-NO
068200         PERFORM 4000-FIND-CUSTOMER THRU 4000-EXIT
068300         IF WS-CUSTOMER-MATCHED
068400             IF RJ-NAME NOT = SPACES
068500                 MOVE WS-NAME-TOKEN TO RJ-NAME
068600             END-IF
068700         END-IF
068800         GO TO 3200-EXIT
068900     END-IF.
069000     IF EP-FUNC-CUSTAUD
069100         MOVE CA-CUST-ID TO WS-CHK-CUST-ID
069200         MOVE CA-ACCOUNT-NO TO WS-CHK-ACCOUNT-NO
069300         PERFORM 4000-FIND-CUSTOMER THRU 4000-EXIT
069400         IF WS-CUSTOMER-MATCHED
069500             AND CA-ACTION-GREETING-DESK
069600             IF CA-GD-NAME NOT = SPACES
069700                 MOVE WS-NAME-TOKEN TO CA-GD-NAME
069800             END-IF
069900             MOVE WS-ACCOUNT-REPLACEMENT TO CA-ACCOUNT-NO
070000             GO TO 3200-EXIT
070100         END-IF
070200         IF WS-CUSTOMER-MATCHED
070300             IF CA-OLD-NAME NOT = SPACES
070400                 MOVE WS-NAME-TOKEN TO CA-OLD-NAME
070500             END-IF
070600             IF CA-NEW-NAME NOT = SPACES
070700                 MOVE WS-NAME-TOKEN TO CA-NEW-NAME
070800             END-IF
070900             MOVE WS-ACCOUNT-REPLACEMENT TO CA-ACCOUNT-NO
071000         END-IF
071100         GO TO 3200-EXIT
071200     END-IF.
071300     IF EP-FUNC-CAPFILE
071400         MOVE CG-CUST-ID TO WS-CHK-CUST-ID
071500         MOVE CG-ACCOUNT-NO TO WS-CHK-ACCOUNT-NO
071600         PERFORM 4000-FIND-CUSTOMER THRU 4000-EXIT
071700         IF WS-CUSTOMER-MATCHED
071800             IF CG-NAME NOT = SPACES
071900                 MOVE WS-NAME-TOKEN TO CG-NAME
072000             END-IF
072100             MOVE WS-ACCOUNT-REPLACEMENT TO CG-ACCOUNT-NO
072200         END-IF
072300         GO TO 3200-EXIT
072400     END-IF.
072500     IF EP-FUNC-LODREJ
072600         MOVE LR-CUST-ID TO WS-CHK-CUST-ID
072700         MOVE LR-ACCOUNT-NO TO WS-CHK-ACCOUNT-NO
072800         PERFORM 4000-FIND-CUSTOMER THRU 4000-EXIT
072900         IF WS-CUSTOMER-MATCHED
073000             IF LR-CUST-NAME NOT = SPACES
073100                 MOVE WS-NAME-TOKEN TO LR-CUST-NAME
073200             END-IF
073300             MOVE WS-ACCOUNT-REPLACEMENT TO LR-ACCOUNT-NO
073400         END-IF
073500     END-IF.
073600 3200-EXIT.
073700     EXIT.
073800
073900*****************************************************************
074000*    3300-ERASE-ONE-PENDING
074100*    ONE PENDING-GREETINGS RECORD, READ IN KEY ORDER FROM THE
074200*    KSDS.  THE CUSTOMER ID IS THE LEADING PART OF THE KEY AND
074300*    STAYS; ONLY THE NAME IN THE ROSTER IMAGE IS ERASED, AND THE
074400*    RECORD IS ONLY REWRITTEN WHEN THAT CHANGED SOMETHING.
074500*****************************************************************
074600 3300-ERASE-ONE-PENDING.
074700     READ ERASE-PENDING NEXT RECORD
074800         AT END
074900             MOVE "Y" TO WS-FILE-EOF-SW
075000             GO TO 3300-EXIT
075100     END-READ.
075200     IF WS-ERAPEND-STATUS NOT = "00"
075300         DISPLAY "HELLOERA - READ FAILED, STATUS = "
075400             WS-ERAPEND-STATUS
075500         SET WS-ERASE-FAILED TO TRUE
075600         GO TO 3300-EXIT
075700     END-IF.
075800     ADD 1 TO WS-READ-COUNT.
075900     MOVE PR-RECORD TO WS-BEFORE-IMAGE.
076000     MOVE "N" TO WS-MATCH-SW.
076100     MOVE PR-CUST-ID TO WS-CHK-CUST-ID.
076200     MOVE SPACES TO WS-CHK-ACCOUNT-NO.
076300     PERFORM 4000-FIND-CUSTOMER THRU 4000-EXIT.
076400     IF NOT WS-CUSTOMER-MATCHED
076500         GO TO 3300-EXIT
076600     END-IF.
076700     ADD 1 TO WS-MATCHED-COUNT.
076800     IF PR-NAME NOT = SPACES
076900         MOVE WS-NAME-TOKEN TO PR-NAME
077000     END-IF.
077100     IF PR-RECORD = WS-BEFORE-IMAGE
077200         GO TO 3300-EXIT
077300     END-IF.
077400     REWRITE PR-RECORD.
077500     IF WS-ERAPEND-STATUS NOT = "00"
077600         DISPLAY "HELLOERA - REWRITE FAILED, STATUS = "
077700             WS-ERAPEND-STATUS
077800         SET WS-ERASE-FAILED TO TRUE
077900         GO TO 3300-EXIT
078000     END-IF.
078100     ADD 1 TO WS-CHANGED-COUNT.
078200 3300-EXIT.
078300     EXIT.
078400
078500*****************************************************************
078600*    3500-ERASE-ONE-EXTRACT
078700*    ONE 160-BYTE GREETEXT RECORD.  BESIDES THE NAME AND ACCOUNT,
078800*    THE GREETING TEXT (WHICH ADDRESSES THE CUSTOMER BY NAME) AND
078900*    THE MAILING ADDRESS ARE REPLACED.  THE ADDRESS TOKENS ARE NOT
079000*    BLANK, SO HELLOVRT STILL SEES A CARD THAT WAS MAILED.
079100*****************************************************************
079200 3500-ERASE-ONE-EXTRACT.
079300     READ ERASE-EXTRACT
079400         AT END
079500             MOVE "Y" TO WS-FILE-EOF-SW
079600             GO TO 3500-EXIT
079700     END-READ.
079800     IF WS-ERAEXT-STATUS NOT = "00"
079900         DISPLAY "HELLOERA - READ FAILED, STATUS = "
080000             WS-ERAEXT-STATUS
080100         SET WS-ERASE-FAILED TO TRUE
080200         GO TO 3500-EXIT
080300     END-IF.
080400     ADD 1 TO WS-READ-COUNT.
080500     MOVE EX-IMAGE TO WS-BEFORE-IMAGE.
080600     MOVE "N" TO WS-MATCH-SW.
080700     MOVE GX-CUST-ID TO WS-CHK-CUST-ID.
080800     MOVE GX-ACCOUNT-NO TO WS-CHK-ACCOUNT-NO.
080900     PERFORM 4000-FIND-CUSTOMER THRU 4000-EXIT.
081000     IF NOT WS-CUSTOMER-MATCHED
081100         GO TO 3500-EXIT
081200     END-IF.
081300     ADD 1 TO WS-MATCHED-COUNT.
081400     IF GX-NAME NOT = SPACES
081500         MOVE WS-NAME-TOKEN TO GX-NAME
081600     END-IF.
081700     MOVE WS-ACCOUNT-REPLACEMENT TO GX-ACCOUNT-NO.
081800     IF GX-GREETING-TEXT NOT = SPACES
081900         MOVE WS-TEXT-TOKEN TO GX-GREETING-TEXT
082000     END-IF.
082100     IF GX-ADDR-LINE NOT = SPACES
082200         MOVE WS-ADDR-TOKEN TO GX-ADDR-LINE
082300     END-IF.
082400     IF GX-POSTAL-CODE NOT = SPACES
082500         MOVE WS-POSTAL-TOKEN TO GX-POSTAL-CODE
082600     END-IF.
082700     IF EX-IMAGE = WS-BEFORE-IMAGE
082800         GO TO 3500-EXIT
082900     END-IF.
083000     REWRITE EX-IMAGE.
083100     IF WS-ERAEXT-STATUS NOT = "00"
083200         DISPLAY "HELLOERA - REWRITE FAILED, STATUS = "
083300             WS-ERAEXT-STATUS
083400         SET WS-ERASE-FAILED TO TRUE
083500         GO TO 3500-EXIT
083600     END-IF.
083700     ADD 1 TO WS-CHANGED-COUNT.
083800 3500-EXIT.
083900     EXIT.
084000
084100*****************************************************************
084200*    3900-WRITE-CERT-RECORD
084300*    AN ERACERT WRITE FAILURE AFTER THE DATASET WAS ERASED LEAVES
084400*    THE ERASURE DONE BUT UNPROVEN - CODE 8, AND RERUNNING THE
084500*    STEP RECORDS IT (FOUND BUT NOTHING LEFT TO CHANGE).
084600*****************************************************************
084700 3900-WRITE-CERT-RECORD.
084800     MOVE SPACES TO EC-RECORD.
084900     MOVE WS-CASE-REF TO EC-CASE-REF.
085000     MOVE EP-FUNCTION TO EC-FUNCTION.
085100     MOVE EP-DSNAME TO EC-DSNAME.
085200     MOVE WS-RUN-DATE TO EC-RUN-DATE.
085300     MOVE WS-RUN-TIME TO EC-RUN-TIME.
085400     MOVE WS-RUN-BY TO EC-RUN-BY.
085500     MOVE WS-READ-COUNT TO EC-RECORDS-READ.
085600     MOVE WS-MATCHED-COUNT TO EC-RECORDS-MATCHED.
085700     MOVE WS-CHANGED-COUNT TO EC-RECORDS-CHANGED.
085800     IF WS-ERASE-FAILED
085900         SET EC-STATUS-FAILED TO TRUE
086000     ELSE
086100         SET EC-STATUS-COMPLETE TO TRUE
086200     END-IF.
086300     MOVE WS-ERA-COUNT TO EC-LIST-COUNT.
086400     WRITE EC-RECORD.
086500     IF WS-ERACERT-STATUS NOT = "00"
086600         DISPLAY "HELLOERA - ERACERT WRITE FAILED, STATUS = "
086700             WS-ERACERT-STATUS
086800         DISPLAY "HELLOERA - ERASURE NOT RECORDED - "
086900             "RERUN THE STEP"
087000         MOVE 8 TO WS-RETURN-CODE
087100     END-IF.
087200 3900-EXIT.
087300     EXIT.
087400
087500*****************************************************************
087600*    4000-FIND-CUSTOMER
087700*    MATCHES WS-CHK-CUST-ID, THEN WS-CHK-ACCOUNT-NO, AGAINST THE
087800*    ERASURE LIST AND, ON A MATCH, BUILDS THE REPLACEMENT NAME
087900*    TOKEN AND MASKED ACCOUNT.  A BLANK FIELD NEVER MATCHES.  THE
088000*    TOKEN CARRIES THE LIST'S CUSTOMER ID, OR THE RECORD'S OWN
088100*    WHEN THE LIST ENTRY NAMED ONLY AN ACCOUNT.
088200*****************************************************************
088300 4000-FIND-CUSTOMER.
088400     MOVE "N" TO WS-MATCH-SW.
088500     IF WS-CHK-CUST-ID NOT = SPACES
088600         SET WS-ERA-IDX TO 1
088700         SEARCH WS-ERA-ENTRY
088800             AT END
088900                 CONTINUE
089000             WHEN WS-ERA-CUST-ID (WS-ERA-IDX) = WS-CHK-CUST-ID
089100                 SET WS-CUSTOMER-MATCHED TO TRUE
089200         END-SEARCH
089300     END-IF.
089400     IF NOT WS-CUSTOMER-MATCHED
089500         AND WS-CHK-ACCOUNT-NO NOT = SPACES
089600         SET WS-ERA-IDX TO 1
089700         SEARCH WS-ERA-ENTRY
089800             AT END
089900                 CONTINUE
090000             WHEN WS-ERA-ACCOUNT-NO (WS-ERA-IDX)
090100                     = WS-CHK-ACCOUNT-NO
090200                 SET WS-CUSTOMER-MATCHED TO TRUE
090300         END-SEARCH
090400     END-IF.
090500     IF NOT WS-CUSTOMER-MATCHED
090600         GO TO 4000-EXIT
090700     END-IF.
090800     IF WS-ERA-CUST-ID (WS-ERA-IDX) NOT = SPACES
090900         MOVE WS-ERA-CUST-ID (WS-ERA-IDX) TO WS-NT-CUST-ID
091000     ELSE
091100         MOVE WS-CHK-CUST-ID TO WS-NT-CUST-ID
091200     END-IF.
091300     IF WS-CHK-ACCOUNT-NO = SPACES
091400         MOVE SPACES TO WS-ACCOUNT-REPLACEMENT
091500     ELSE
091600         MOVE WS-CHK-ACCOUNT-NO(1:3) TO WS-MA-BRANCH
091700         MOVE WS-MASKED-ACCOUNT TO WS-ACCOUNT-REPLACEMENT
091800     END-IF.
091900 4000-EXIT.
092000     EXIT.
092100
092200*****************************************************************
092300*    5000-PRINT-CERTIFICATE
092400*    READS EVERY ERACERT RECORD FOR THE CASE AND PRINTS THE
092500*    CERTIFICATE.  IT IS ONLY MARKED READY FOR SIGN-OFF WHEN
092600*    EVERY REQUIRED DATASET HAS A COMPLETED STEP AND EVERY STEP
092700*    RAN AGAINST THE SAME LIST AS THIS ONE.
092800*****************************************************************
092900 5000-PRINT-CERTIFICATE.
093000     OPEN INPUT CERT-HISTORY.
093100     IF WS-ERACERT-STATUS NOT = "00"
093200         DISPLAY "HELLOERA - UNABLE TO OPEN ERACERT, STATUS = "
093300             WS-ERACERT-STATUS
093400         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
093500         GO TO 5000-EXIT
093600     END-IF.
093700     SET WS-ERACERT-READY TO TRUE.
093800     OPEN OUTPUT CERT-REPORT.
093900     IF WS-CERTRPT-STATUS NOT = "00"
094000         DISPLAY "HELLOERA - UNABLE TO OPEN CERTRPT, STATUS = "
094100             WS-CERTRPT-STATUS
094200         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
094300         GO TO 5000-EXIT
094400     END-IF.
094500     SET WS-CERTRPT-OK TO TRUE.
094600     PERFORM 5100-PRINT-HEADING THRU 5100-EXIT.
094700     PERFORM 5200-PRINT-ONE-CUSTOMER THRU 5200-EXIT
094800         VARYING WS-ERA-IDX FROM 1 BY 1
094900         UNTIL WS-ERA-IDX > WS-ERA-COUNT.
095000     MOVE SPACES TO CR-LINE.
095100     WRITE CR-LINE.
095200     MOVE WS-CR-DSN-HEAD-LINE TO CR-LINE.
095300     WRITE CR-LINE.
095400     MOVE WS-CR-DSN-COLUMN-LINE TO CR-LINE.
095500     WRITE CR-LINE.
095600     PERFORM 5300-PRINT-ONE-STEP THRU 5300-EXIT
095700         UNTIL WS-END-OF-CERT.
095800     MOVE SPACES TO CR-LINE.
095900     WRITE CR-LINE.
096000     MOVE WS-CR-REQ-HEAD-LINE TO CR-LINE.
096100     WRITE CR-LINE.
096200     PERFORM 5500-PRINT-ONE-REQUIRED THRU 5500-EXIT
096300         VARYING WS-TYPE-SUB FROM 1 BY 1
096400         UNTIL WS-TYPE-SUB > WS-TYPE-COUNT.
096500     PERFORM 5600-PRINT-VERDICT THRU 5600-EXIT.
096600 5000-EXIT.
096700     EXIT.
096800
096900*****************************************************************
097000*    5100-PRINT-HEADING
097100*****************************************************************
097200 5100-PRINT-HEADING.
097300     MOVE SPACES TO CR-LINE.
097400     MOVE WS-CR-TITLE-LINE TO CR-LINE.
097500     WRITE CR-LINE.
097600     MOVE WS-CASE-REF TO WS-CC-CASE-REF.
097700     MOVE WS-REQUEST-DATE TO WS-CC-REQUEST-DATE.
097800     MOVE WS-RUN-DATE TO WS-CC-RUN-DATE.
097900     MOVE WS-RUN-TIME TO WS-TIME-WORK.
098000     PERFORM 5900-EDIT-TIME THRU 5900-EXIT.
098100     MOVE WS-TIME-EDIT TO WS-CC-RUN-TIME.
098200     MOVE WS-CR-CASE-LINE TO CR-LINE.
098300     WRITE CR-LINE.
098400     MOVE SPACES TO CR-LINE.
098500     WRITE CR-LINE.
098600     MOVE WS-CR-CUST-HEAD-LINE TO CR-LINE.
098700     WRITE CR-LINE.
098800     MOVE WS-CR-CUST-COLUMN-LINE TO CR-LINE.
098900     WRITE CR-LINE.
099000 5100-EXIT.
099100     EXIT.
099200
099300*****************************************************************
099400*    5200-PRINT-ONE-CUSTOMER
099500*    THE CERTIFICATE SHOWS THE ACCOUNT ONLY AS IT NOW APPEARS ON
099600*    THE ERASED DATASETS - IT MUST NOT BE ONE MORE COPY.
099700*****************************************************************
099800 5200-PRINT-ONE-CUSTOMER.
099900     MOVE SPACES TO WS-CU-ACCOUNT.
100000     IF WS-ERA-ACCOUNT-NO (WS-ERA-IDX) NOT = SPACES
100100         MOVE WS-ERA-ACCOUNT-NO (WS-ERA-IDX)(1:3) TO WS-MA-BRANCH
100200         MOVE WS-MASKED-ACCOUNT TO WS-CU-ACCOUNT
100300     END-IF.
100400     MOVE WS-ERA-CUST-ID (WS-ERA-IDX) TO WS-CU-CUST-ID.
100500     MOVE WS-ERA-CUST-ID (WS-ERA-IDX) TO WS-NT-CUST-ID.
100600     MOVE WS-NAME-TOKEN TO WS-CU-TOKEN.
100700     IF WS-ERA-CUST-ID (WS-ERA-IDX) = SPACES
100800         MOVE "ERASED + CUST ID" TO WS-CU-TOKEN
100900     END-IF.
101000     MOVE SPACES TO CR-LINE.
101100     MOVE WS-CR-CUST-LINE TO CR-LINE.
101200     WRITE CR-LINE.
101300 5200-EXIT.
101400     EXIT.
101500
101600*****************************************************************
101700*    5300-PRINT-ONE-STEP
101800*    ONE ERACERT RECORD.  OTHER CASES ARE SKIPPED.
101900*****************************************************************
102000 5300-PRINT-ONE-STEP.
102100     READ CERT-HISTORY
102200         AT END
102300             MOVE "Y" TO WS-CERT-EOF-SW
102400             GO TO 5300-EXIT
102500     END-READ.
102600     ADD 1 TO WS-CERT-READ-COUNT.
102700     IF EC-CASE-REF NOT = WS-CASE-REF
102800         GO TO 5300-EXIT
102900     END-IF.
103000     ADD 1 TO WS-CASE-STEP-COUNT.
103100     PERFORM 5400-FIND-TYPE THRU 5400-EXIT.
103200     MOVE SPACES TO WS-CR-DSN-LINE.
103300     IF WS-TYPE-WAS-FOUND
103400         MOVE WS-TYPE-DESC (WS-TYPE-IDX) TO WS-DS-DESC
103500     ELSE
103600         MOVE EC-FUNCTION TO WS-DS-DESC
103700     END-IF.
103800     MOVE EC-DSNAME TO WS-DS-DSNAME.
103900     MOVE EC-RUN-DATE TO WS-DS-DATE.
104000     MOVE EC-RUN-TIME TO WS-TIME-WORK.
104100     PERFORM 5900-EDIT-TIME THRU 5900-EXIT.
104200     MOVE WS-TIME-EDIT TO WS-DS-TIME.
104300     MOVE EC-RUN-BY TO WS-DS-RUN-BY.
104400     MOVE EC-RECORDS-READ TO WS-DS-READ.
104500     MOVE EC-RECORDS-MATCHED TO WS-DS-FOUND.
104600     MOVE EC-RECORDS-CHANGED TO WS-DS-CHANGED.
104700     ADD EC-RECORDS-CHANGED TO WS-TOTAL-CHANGED.
104800     IF EC-STATUS-COMPLETE
104900         MOVE "COMPLETE" TO WS-DS-STATUS
105000         IF WS-TYPE-WAS-FOUND
105100             ADD 1 TO WS-TYPE-DONE-COUNT (WS-TYPE-IDX)
105200         END-IF
105300     ELSE
105400         MOVE "FAILED" TO WS-DS-STATUS
105500         ADD 1 TO WS-FAILED-STEP-COUNT
105600     END-IF.
105700     IF EC-LIST-COUNT NOT = WS-ERA-COUNT
105800         ADD 1 TO WS-LIST-DIFF-COUNT
105900         MOVE "LIST?" TO WS-DS-STATUS
106000     END-IF.
106100     MOVE SPACES TO CR-LINE.
106200     MOVE WS-CR-DSN-LINE TO CR-LINE.
106300     WRITE CR-LINE.
106400 5300-EXIT.
106500     EXIT.
106600
106700*****************************************************************
106800*    5400-FIND-TYPE
106900*****************************************************************
107000 5400-FIND-TYPE.
107100     MOVE "N" TO WS-TYPE-FOUND-SW.
107200     SET WS-TYPE-IDX TO 1.
107300     SEARCH WS-TYPE-ENTRY
107400         AT END
107500             CONTINUE
107600         WHEN WS-TYPE-CODE (WS-TYPE-IDX) = EC-FUNCTION
107700             SET WS-TYPE-WAS-FOUND TO TRUE
107800     END-SEARCH.
107900 5400-EXIT.
108000     EXIT.
108100
108200*****************************************************************
108300*    5500-PRINT-ONE-REQUIRED
108400*    ONE LINE PER REQUIRED DATASET, THEN THE ARCHIVE COUNT.
108500*****************************************************************
108600 5500-PRINT-ONE-REQUIRED.
108700     IF NOT WS-TYPE-REQUIRED (WS-TYPE-SUB)
108800         MOVE WS-TYPE-DONE-COUNT (WS-TYPE-SUB) TO WS-AG-COUNT
108900         MOVE SPACES TO CR-LINE
109000         MOVE WS-CR-ARCHIVE-LINE TO CR-LINE
109100         WRITE CR-LINE
109200         GO TO 5500-EXIT
109300     END-IF.
109400     MOVE WS-TYPE-DESC (WS-TYPE-SUB) TO WS-RQ-DESC.
109500     IF WS-TYPE-DONE-COUNT (WS-TYPE-SUB) > ZERO
109600         MOVE "DONE" TO WS-RQ-STATE
109700     ELSE
109800         MOVE "*** NOT DONE ***" TO WS-RQ-STATE
109900         ADD 1 TO WS-MISSING-TYPE-COUNT
110000     END-IF.
110100     MOVE SPACES TO CR-LINE.
110200     MOVE WS-CR-REQ-LINE TO CR-LINE.
110300     WRITE CR-LINE.
110400 5500-EXIT.
110500     EXIT.
110600
110700*****************************************************************
110800*    5600-PRINT-VERDICT
110900*    A FAILED STEP THAT WAS LATER RERUN CLEAN STILL COUNTS AS
111000*    DONE, BUT THE FAILURE STAYS LISTED ABOVE FOR THE RECORD.
111100*****************************************************************
111200 5600-PRINT-VERDICT.
111300     IF WS-MISSING-TYPE-COUNT > ZERO
111400         OR WS-LIST-DIFF-COUNT > ZERO
111500         OR WS-CASE-STEP-COUNT = ZERO
111600         SET WS-CERT-INCOMPLETE TO TRUE
111700     END-IF.
111800     MOVE SPACES TO CR-LINE.
111900     WRITE CR-LINE.
112000     IF WS-CERT-INCOMPLETE
112100         MOVE "ERASURE INCOMPLETE - NOT FOR SIGN-OFF"
112200             TO WS-VD-TEXT
112300     ELSE
112400         MOVE "ERASURE COMPLETE - READY FOR SIGN-OFF"
112500             TO WS-VD-TEXT
112600     END-IF.
112700     MOVE WS-CR-VERDICT-LINE TO CR-LINE.
112800     WRITE CR-LINE.
112900     IF WS-LIST-DIFF-COUNT > ZERO
113000         MOVE "LIST? - STEP RAN AGAINST A DIFFERENT ERASURE LIST"
113100             TO WS-VD-TEXT
113200         MOVE WS-CR-VERDICT-LINE TO CR-LINE
113300         WRITE CR-LINE
113400     END-IF.
113500     MOVE SPACES TO CR-LINE.
113600     WRITE CR-LINE.
113700     WRITE CR-LINE.
113800     MOVE WS-CR-SIGN-LINE-1 TO CR-LINE.
113900     WRITE CR-LINE.
114000     MOVE SPACES TO CR-LINE.
114100     WRITE CR-LINE.
114200     MOVE WS-CR-SIGN-LINE-2 TO CR-LINE.
114300     WRITE CR-LINE.
114400     DISPLAY "HELLOERA - CASE " WS-CASE-REF ": "
114500         WS-CASE-STEP-COUNT
114600         " STEP(S), " WS-TOTAL-CHANGED " RECORD(S) CHANGED, "
114700         WS-MISSING-TYPE-COUNT " REQUIRED DATASET(S) NOT DONE, "
114800         WS-FAILED-STEP-COUNT " FAILED STEP(S)".
114900     IF WS-CERT-INCOMPLETE
115000         DISPLAY "HELLOERA - CERTIFICATE IS INCOMPLETE"
115100         MOVE 4 TO WS-RETURN-CODE
115200     END-IF.
115300 5600-EXIT.
115400     EXIT.
115500
115600*****************************************************************
115700*    5900-EDIT-TIME
115800*****************************************************************
115900 5900-EDIT-TIME.
116000     MOVE WS-TW-HH TO WS-TE-HH.
116100     MOVE WS-TW-MM TO WS-TE-MM.
116200     MOVE WS-TW-SS TO WS-TE-SS.
116300 5900-EXIT.
116400     EXIT.
116500
116600*****************************************************************
116700*    9000-TERMINATE
116800*****************************************************************
116900 9000-TERMINATE.
117000     IF WS-ERACERT-READY
117100         CLOSE CERT-HISTORY
117200     END-IF.
117300     IF WS-CERTRPT-OK
117400         CLOSE CERT-REPORT
117500     END-IF.
117600 9000-EXIT.
117700     EXIT.
