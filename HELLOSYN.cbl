000100*****************************************************************
000200*    MODIFICATION HISTORY
000300*    2026-10-15  DRO  INITIAL VERSION.  CORE-BANKING CUSTOMER
000400*                     SYNC.  CUSTTRAN HAS ONLY EVER BEEN KEYED UP
000500*                     BY THE BRANCHES, SO CUSTMAS DRIFTS AWAY FROM
000600*                     THE CORE BANKING SYSTEM - CLOSED ACCOUNTS
000700*                     LINGER, NEW ACCOUNTS ARE MISSING, AND BIRTH
000800*                     DATES ARE NEVER CORRECTED.  THIS COMPARES
000900*                     THE CORE SYSTEM'S FULL NIGHTLY CUSTOMER
001000*                     EXTRACT TO CUSTMAS AND WRITES THE ADD,
001100*                     CHANGE, AND DELETE TRANSACTIONS FOR
001200*                     HELLOLOD TO APPLY.
001300*****************************************************************
001400 IDENTIFICATION DIVISION.
001500 PROGRAM-ID.    HELLOSYN.
001600 AUTHOR.        D. OKAFOR.
001700 INSTALLATION.  RETAIL BANKING SYSTEMS.
001800 DATE-WRITTEN.  2026-10-15.
001900 DATE-COMPILED.
002000*****************************************************************
002100*    HELLOSYN SORTS CUSTMAS AND THE CORECUST EXTRACT (COREXT.CPY)
002200*    TOGETHER BY CUSTOMER ID AND, FOR EACH CUSTOMER:
002300*
002400*      - ON THE EXTRACT ONLY - AN ADD (A) CARRYING EVERY FIELD
002500*        THE EXTRACT HOLDS.  ONE WITH NO NAME CANNOT BE ADDED AND
002600*        IS LISTED INSTEAD.
002700*      - ON BOTH - A CHANGE (C) CARRYING ONLY THE FIELDS THAT
002800*        DIFFER, ALL OTHERS LEFT BLANK SO HELLOLOD LEAVES THEM
002900*        ALONE.  A FIELD THE EXTRACT DOES NOT HOLD (BLANK, OR A
003000*        ZERO DATE) IS NEVER TREATED AS A DIFFERENCE.  NO FIELD
003100*        DIFFERING MEANS UNCHANGED, AND NOTHING IS WRITTEN.
003200*      - ON CUSTMAS ONLY, OR MARKED CLOSED ON THE EXTRACT - A
003300*        DELETE (D).
003400*
003500*    THE TRANSACTIONS ARE BUILT ON THE SYNWORK WORK FILE FIRST.
003600*    ONLY WHEN THE RUN BALANCES AND THE DELETES ARE WITHIN THE
003700*    SYNPRM SAFETY PERCENTAGE OF THE CUSTMAS RECORDS READ ARE THEY
003800*    COPIED TO CUSTTRAN - A TRUNCATED OR HALF-READ EXTRACT LOOKS
003900*    LIKE A MASS CLOSURE, AND MUST NOT WIPE OUT THE MASTER.  THE
004000*    SYNC SUMMARY (SYNRPT) LISTS EVERY DELETE AND EVERY EXTRACT
004100*    RECORD THAT COULD NOT BE USED, THEN THE COUNTS.
004200*
004300*    CUSTMAS IS ONLY READ; HELLOLOD APPLIES THE TRANSACTIONS AND
004400*    AUDITS THEM TO CUSTAUD AS IT DOES THE BRANCHES' OWN.
004500*
004600*    CONDITION CODES: 0 CLEAN, 4 WARNING (EXTRACT RECORDS LISTED
004700*    AS UNUSABLE, OR SYNRPT UNAVAILABLE), 8 FAILED (SYNPRM
004800*    INVALID, A FILE WOULD NOT OPEN OR READ TO THE END, THE RUN
004900*    DOES NOT BALANCE, OR THE DELETE LIMIT WAS EXCEEDED - NO
005000*    TRANSACTION WAS WRITTEN TO CUSTTRAN; OR THE COPY TO CUSTTRAN
005100*    FAILED PART WAY - WHAT IS ON CUSTTRAN IS INCOMPLETE AND MUST
005200*    NOT BE APPLIED).
005300*****************************************************************
005400 ENVIRONMENT DIVISION.
005500 CONFIGURATION SECTION.
005600 SOURCE-COMPUTER.   IBM-370.
005700 OBJECT-COMPUTER.   IBM-370.
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000     SELECT PARM-FILE ASSIGN TO SYNPRM
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-PARM-STATUS.
006300     SELECT CORE-EXTRACT ASSIGN TO CORECUST
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-CORECUST-STATUS.
006600     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAS
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS SEQUENTIAL
006900         RECORD KEY IS CM-CUST-ID
007000         FILE STATUS IS WS-CUSTMAS-STATUS.
007100     SELECT SYNC-WORK ASSIGN TO SYNWORK
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS WS-SYNWORK-STATUS.
007400     SELECT TRANS-OUT ASSIGN TO CUSTTRAN
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS WS-CUSTTRAN-STATUS.
007700     SELECT SYNC-REPORT ASSIGN TO SYNRPT
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS WS-SYNRPT-STATUS.
008000     SELECT SORT-WORK ASSIGN TO SORTWK01.
008100
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  PARM-FILE
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD.
008700     COPY SYNPRM.
008800
008900 FD  CORE-EXTRACT
009000     RECORDING MODE IS F
009100     LABEL RECORDS ARE STANDARD.
009200     COPY COREXT.
009300
009400 FD  CUSTOMER-MASTER
009500     LABEL RECORDS ARE STANDARD.
009600     COPY CUSTMAS.
009700
009800*****************************************************************
009900*    THE PROPOSED TRANSACTIONS, HELD HERE UNTIL THE RUN IS KNOWN
010000*    TO BE SAFE, THEN COPIED WHOLE TO CUSTTRAN.
010100*****************************************************************
010200 FD  SYNC-WORK
010300     RECORDING MODE IS F
010400     LABEL RECORDS ARE STANDARD.
010500     COPY CUSTTRN.
010600
010700 FD  TRANS-OUT
010800     RECORDING MODE IS F
010900     LABEL RECORDS ARE STANDARD.
011000 01  TO-RECORD               PIC X(80).
011100
011200 FD  SYNC-REPORT
011300     RECORDING MODE IS F
011400     LABEL RECORDS ARE STANDARD.
011500 01  SR-LINE                 PIC X(132).
011600
011700*****************************************************************
011800*    SORT RECORD - THE SAME FIELDS FROM EITHER SOURCE, CUSTMAS
011900*    FIRST WITHIN EACH CUSTOMER.  DATES ARE CARRIED AS TEXT:
012000*    SPACES FROM THE EXTRACT MEANS THE CORE SYSTEM DOES NOT HOLD
012100*    THE DATE.
012200*****************************************************************
012300 SD  SORT-WORK.
012400 01  SW-RECORD.
012500     05  SW-CUST-ID              PIC X(06).
012600     05  SW-SOURCE               PIC X(01).
012700         88  SW-SOURCE-MASTER        VALUE "1".
012800         88  SW-SOURCE-EXTRACT       VALUE "2".
012900     05  SW-CUST-NAME            PIC X(20).
013000     05  SW-ACCOUNT-NO           PIC X(10).
013100     05  SW-OPEN-DATE            PIC X(08).
013200     05  SW-BIRTH-DATE           PIC X(08).
013300     05  SW-LANGUAGE-CODE        PIC X(02).
013400     05  FILLER                  PIC X(25).
013500
013600 WORKING-STORAGE SECTION.
013700*****************************************************************
013800*    RUN CONTROL SWITCHES
013900*****************************************************************
014000 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
014100 77  WS-CORECUST-STATUS      PIC X(02) VALUE SPACES.
014200 77  WS-CUSTMAS-STATUS       PIC X(02) VALUE SPACES.
014300 77  WS-SYNWORK-STATUS       PIC X(02) VALUE SPACES.
014400 77  WS-CUSTTRAN-STATUS      PIC X(02) VALUE SPACES.
014500 77  WS-SYNRPT-STATUS        PIC X(02) VALUE SPACES.
014600 77  WS-MASTER-EOF-SW        PIC X(01) VALUE "N".
014700     88  WS-END-OF-MASTER        VALUE "Y".
014800 77  WS-EXTRACT-EOF-SW       PIC X(01) VALUE "N".
014900     88  WS-END-OF-EXTRACT       VALUE "Y".
015000 77  WS-SORT-EOF-SW          PIC X(01) VALUE "N".
015100     88  WS-SORT-AT-END          VALUE "Y".
015200 77  WS-WORK-EOF-SW          PIC X(01) VALUE "N".
015300     88  WS-END-OF-WORK          VALUE "Y".
015400 77  WS-ABORT-SW             PIC X(01) VALUE "N".
015500     88  WS-RUN-ABORTED          VALUE "Y".
015600 77  WS-INPUT-FAILED-SW      PIC X(01) VALUE "N".
015700     88  WS-INPUT-FAILED         VALUE "Y".
015800 77  WS-WORK-FAILED-SW       PIC X(01) VALUE "N".
015900     88  WS-WORK-FAILED          VALUE "Y".
016000 77  WS-HELD-SW              PIC X(01) VALUE "N".
016100     88  WS-SYNC-HELD            VALUE "Y".
016200 77  WS-SYNRPT-OPEN-SW       PIC X(01) VALUE "N".
016300     88  WS-SYNRPT-OK            VALUE "Y".
016400 77  WS-RETURN-CODE          PIC 9(01) VALUE ZERO.
016500 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
016600 77  WS-DELETE-LIMIT         PIC 9(03) VALUE ZERO.
016700 77  WS-DELETE-PCT           PIC 9(03)V99 VALUE ZERO.
016800
016900*****************************************************************
017000*    EXTRACT DATE EDIT.  A DATE THE CORE SYSTEM SENDS AS SPACES
017100*    OR ZEROS IS NOT HELD; ANYTHING ELSE NOT NUMERIC IS LISTED
017200*    AND IGNORED, SO IT CAN NEVER OVERWRITE A GOOD DATE ON FILE.
017300*****************************************************************
017400 77  WS-EDIT-DATE            PIC X(08) VALUE SPACES.
017500 77  WS-EDIT-LABEL           PIC X(10) VALUE SPACES.
017600
017700*****************************************************************
017800*    CURRENT CUSTOMER GROUP - BUILT UP AS THE SORTED RECORDS FOR
017900*    ONE CUSTOMER ID ARRIVE: CUSTMAS FIRST, THEN THE EXTRACT.
018000*****************************************************************
018100 77  WS-GRP-CUST-ID          PIC X(06) VALUE SPACES.
018200 77  WS-GRP-ACTIVE-SW        PIC X(01) VALUE "N".
018300     88  WS-GRP-ACTIVE           VALUE "Y".
018400 77  WS-GRP-MASTER-COUNT     PIC 9(04) VALUE ZERO COMP.
018500 77  WS-GRP-EXTRACT-COUNT    PIC 9(04) VALUE ZERO COMP.
018600 77  WS-GRP-FIELDS-CHANGED   PIC 9(04) VALUE ZERO COMP.
018700 01  WS-GRP-MASTER.
018800     05  WS-GM-CUST-NAME         PIC X(20).
018900     05  WS-GM-ACCOUNT-NO        PIC X(10).
019000     05  WS-GM-OPEN-DATE         PIC X(08).
019100     05  WS-GM-BIRTH-DATE        PIC X(08).
019200     05  WS-GM-LANGUAGE-CODE     PIC X(02).
019300 01  WS-GRP-EXTRACT.
019400     05  WS-GX-CUST-NAME         PIC X(20).
019500     05  WS-GX-ACCOUNT-NO        PIC X(10).
019600     05  WS-GX-OPEN-DATE         PIC X(08).
019700     05  WS-GX-BIRTH-DATE        PIC X(08).
019800     05  WS-GX-LANGUAGE-CODE     PIC X(02).
019900
020000*****************************************************************
020100*    RUN COUNTERS FOR THE SUMMARY AND THE CONSOLE.  EVERY CUSTMAS
020200*    RECORD READ ENDS AS A DELETE, A CHANGE, OR UNCHANGED, AND
020300*    4000-CHECK-SYNC PROVES IT BEFORE ANYTHING IS WRITTEN.
020400*****************************************************************
020500 77  WS-EXTRACT-READ-COUNT   PIC 9(08) VALUE ZERO COMP.
020600 77  WS-NO-ID-COUNT          PIC 9(08) VALUE ZERO COMP.
020700 77  WS-CLOSED-COUNT         PIC 9(08) VALUE ZERO COMP.
020800 77  WS-DUPLICATE-COUNT      PIC 9(08) VALUE ZERO COMP.
020900 77  WS-BAD-DATE-COUNT       PIC 9(08) VALUE ZERO COMP.
021000 77  WS-MASTER-READ-COUNT    PIC 9(08) VALUE ZERO COMP.
021100 77  WS-ADD-COUNT            PIC 9(08) VALUE ZERO COMP.
021200 77  WS-NO-NAME-COUNT        PIC 9(08) VALUE ZERO COMP.
021300 77  WS-CHANGE-COUNT         PIC 9(08) VALUE ZERO COMP.
021400 77  WS-NAME-CHG-COUNT       PIC 9(08) VALUE ZERO COMP.
021500 77  WS-ACCOUNT-CHG-COUNT    PIC 9(08) VALUE ZERO COMP.
021600 77  WS-OPEN-CHG-COUNT       PIC 9(08) VALUE ZERO COMP.
021700 77  WS-BIRTH-CHG-COUNT      PIC 9(08) VALUE ZERO COMP.
021800 77  WS-LANG-CHG-COUNT       PIC 9(08) VALUE ZERO COMP.
021900 77  WS-DELETE-COUNT         PIC 9(08) VALUE ZERO COMP.
022000 77  WS-UNCHANGED-COUNT      PIC 9(08) VALUE ZERO COMP.
022100 77  WS-ACCOUNTED-COUNT      PIC 9(08) VALUE ZERO COMP.
022200 77  WS-WORK-COUNT           PIC 9(08) VALUE ZERO COMP.
022300 77  WS-WRITTEN-COUNT        PIC 9(08) VALUE ZERO COMP.
022400
022500*****************************************************************
022600*    PRINT-LINE WORK AREAS
022700*****************************************************************
022800 01  WS-HEADING-LINE.
022900     05  FILLER                  PIC X(38)
023000             VALUE "CORE-BANKING CUSTOMER SYNC - RUN DATE ".
023100     05  WS-HD-DATE              PIC 9999/99/99.
023200     05  FILLER                  PIC X(16)
023300             VALUE "  DELETE LIMIT: ".
023400     05  WS-HD-LIMIT             PIC ZZ9.
023500     05  FILLER                  PIC X(01) VALUE "%".
023600 01  WS-COLUMN-LINE.
023700     05  FILLER                  PIC X(32) VALUE "ITEM".
023800     05  FILLER                  PIC X(08) VALUE "CUST ID".
023900     05  FILLER                  PIC X(22) VALUE "NAME".
024000     05  FILLER                  PIC X(12) VALUE "ACCOUNT".
024100     05  FILLER                  PIC X(40) VALUE "DETAIL".
024200 01  WS-DETAIL-LINE.
024300     05  WS-DT-TYPE              PIC X(30).
024400     05  FILLER                  PIC X(02) VALUE SPACES.
024500     05  WS-DT-CUST-ID           PIC X(06).
024600     05  FILLER                  PIC X(02) VALUE SPACES.
024700     05  WS-DT-NAME              PIC X(20).
024800     05  FILLER                  PIC X(02) VALUE SPACES.
024900     05  WS-DT-ACCOUNT           PIC X(10).
025000     05  FILLER                  PIC X(02) VALUE SPACES.
025100     05  WS-DT-TEXT              PIC X(40).
025200 01  WS-COUNT-LINE.
025300     05  WS-CL-LABEL             PIC X(44).
025400     05  WS-CL-COUNT             PIC ZZ,ZZZ,ZZ9.
025500 01  WS-PCT-LINE.
025600     05  FILLER                  PIC X(44)
025700             VALUE "DELETES AS A PERCENTAGE OF CUSTMAS".
025800     05  FILLER                  PIC X(04) VALUE SPACES.
025900     05  WS-PL-PCT               PIC ZZ9.99.
026000 01  WS-HELD-LINE.
026100     05  FILLER                  PIC X(45) VALUE
026200             "*** SYNC HELD - NOTHING WRITTEN TO CUSTTRAN: ".
026300     05  WS-HL-REASON            PIC X(50).
026400
026500 PROCEDURE DIVISION.
026600*****************************************************************
026700*    0000-MAINLINE
026800*    MATCHES THE TWO FILES IN ONE SORT, THEN DECIDES WHETHER THE
026900*    TRANSACTIONS BUILT ARE SAFE TO RELEASE - THE SAME
027000*    INPUT/OUTPUT-PROCEDURE SORT SHAPE AS HELLOVRT.
027100*****************************************************************
027200 0000-MAINLINE.
027300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027400     IF NOT WS-RUN-ABORTED
027500         SORT SORT-WORK
027600             ON ASCENDING KEY SW-CUST-ID SW-SOURCE
027700             INPUT PROCEDURE IS 2000-RELEASE-RECORDS
027800                 THRU 2000-EXIT
027900             OUTPUT PROCEDURE IS 3000-MATCH-RECORDS THRU 3000-EXIT
028000         CLOSE SYNC-WORK
028100         PERFORM 4000-CHECK-SYNC THRU 4000-EXIT
028200         IF NOT WS-SYNC-HELD
028300             PERFORM 5000-WRITE-TRANSACTIONS THRU 5000-EXIT
028400         END-IF
028500         PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT
028600     END-IF.
028700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
028800     MOVE WS-RETURN-CODE TO RETURN-CODE.
028900     STOP RUN.
029000
029100*****************************************************************
029200*    1000-INITIALIZE
029300*    READS THE PARAMETER AND OPENS OR PROBES EVERY FILE BEFORE THE
029400*    SORT STARTS - A SORT WHOSE INPUT PROCEDURE CANNOT OPEN A FILE
029500*    WOULD JUST ABEND, AND A MISSING FILE MUST BE A CLEAN CC 8.
029600*****************************************************************
029700 1000-INITIALIZE.
029800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
029900     PERFORM 1010-READ-PARM-FILE THRU 1010-EXIT.
030000     IF WS-RUN-ABORTED
030100         GO TO 1000-EXIT
030200     END-IF.
030300     OPEN INPUT CORE-EXTRACT.
030400     IF WS-CORECUST-STATUS NOT = "00"
030500         DISPLAY "HELLOSYN - UNABLE TO OPEN CORECUST, STATUS = "
030600             WS-CORECUST-STATUS
030700         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
030800         GO TO 1000-EXIT
030900     END-IF.
031000     CLOSE CORE-EXTRACT.
031100     OPEN INPUT CUSTOMER-MASTER.
031200     IF WS-CUSTMAS-STATUS NOT = "00"
031300         DISPLAY "HELLOSYN - UNABLE TO OPEN CUSTMAS, STATUS = "
031400             WS-CUSTMAS-STATUS
031500         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
031600         GO TO 1000-EXIT
031700     END-IF.
031800     CLOSE CUSTOMER-MASTER.
031900     OPEN OUTPUT SYNC-WORK.
032000     IF WS-SYNWORK-STATUS NOT = "00"
032100         DISPLAY "HELLOSYN - UNABLE TO OPEN SYNWORK, STATUS = "
032200             WS-SYNWORK-STATUS
032300         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
032400         GO TO 1000-EXIT
032500     END-IF.
032600     PERFORM 1040-OPEN-REPORT THRU 1040-EXIT.
032700 1000-EXIT.
032800     EXIT.
032900
033000*****************************************************************
033100*    1010-READ-PARM-FILE
033200*    THE DELETE LIMIT MUST BE PRESENT AND NO MORE THAN 100 - NO
033300*    DEFAULT IS GUESSED FOR A SAFETY LIMIT.
033400*****************************************************************
033500 1010-READ-PARM-FILE.
033600     OPEN INPUT PARM-FILE.
033700     IF WS-PARM-STATUS NOT = "00"
033800         DISPLAY "HELLOSYN - UNABLE TO OPEN SYNPRM, STATUS = "
033900             WS-PARM-STATUS
034000         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
034100         GO TO 1010-EXIT
034200     END-IF.
034300     READ PARM-FILE
034400         AT END
034500             MOVE SPACES TO SY-RECORD
034600     END-READ.
034700     CLOSE PARM-FILE.
034800     IF SY-DELETE-PCT IS NOT NUMERIC
034900         DISPLAY "HELLOSYN - SYNPRM MISSING OR NOT NUMERIC"
035000         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
035100         GO TO 1010-EXIT
035200     END-IF.
035300     IF SY-DELETE-PCT > 100
035400         DISPLAY "HELLOSYN - SYNPRM DELETE LIMIT OVER 100 PERCENT"
035500         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
035600         GO TO 1010-EXIT
035700     END-IF.
035800     MOVE SY-DELETE-PCT TO WS-DELETE-LIMIT.
035900 1010-EXIT.
036000     EXIT.
036100
036200*****************************************************************
036300*    1040-OPEN-REPORT
036400*    AN UNOPENABLE REPORT IS A WARNING; THE SYNC STILL RUNS.
036500*****************************************************************
036600 1040-OPEN-REPORT.
036700     OPEN OUTPUT SYNC-REPORT.
036800     IF WS-SYNRPT-STATUS NOT = "00"
036900         DISPLAY "HELLOSYN - UNABLE TO OPEN SYNRPT, STATUS = "
037000             WS-SYNRPT-STATUS
037100         MOVE 4 TO WS-RETURN-CODE
037200     ELSE
037300         SET WS-SYNRPT-OK TO TRUE
037400     END-IF.
037500     MOVE WS-RUN-DATE TO WS-HD-DATE.
037600     MOVE WS-DELETE-LIMIT TO WS-HD-LIMIT.
037700     MOVE SPACES TO SR-LINE.
037800     MOVE WS-HEADING-LINE TO SR-LINE.
037900     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
038000     MOVE SPACES TO SR-LINE.
038100     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
038200     MOVE WS-COLUMN-LINE TO SR-LINE.
038300     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
038400 1040-EXIT.
038500     EXIT.
038600
038700*****************************************************************
038800*    1900-ABORT-RUN
038900*****************************************************************
039000 1900-ABORT-RUN.
039100     SET WS-RUN-ABORTED TO TRUE.
039200     MOVE 8 TO WS-RETURN-CODE.
039300     DISPLAY "HELLOSYN - RUN ABORTED, NO TRANSACTIONS WRITTEN".
039400 1900-EXIT.
039500     EXIT.
039600
039700*****************************************************************
039800*    2000-RELEASE-RECORDS
039900*    SORT INPUT PROCEDURE - ALL OF CUSTMAS, THEN THE EXTRACT.  A
040000*    READ THAT FAILS PART WAY STOPS THAT FILE AND HOLDS THE SYNC:
040100*    HALF A FILE WOULD TURN INTO A FLOOD OF ADDS OR DELETES.
040200*****************************************************************
040300 2000-RELEASE-RECORDS.
040400     OPEN INPUT CUSTOMER-MASTER.
040500     PERFORM 2100-RELEASE-ONE-MASTER THRU 2100-EXIT
040600         UNTIL WS-END-OF-MASTER.
040700     CLOSE CUSTOMER-MASTER.
040800     OPEN INPUT CORE-EXTRACT.
040900     PERFORM 2200-RELEASE-ONE-EXTRACT THRU 2200-EXIT
041000         UNTIL WS-END-OF-EXTRACT.
041100     CLOSE CORE-EXTRACT.
041200 2000-EXIT.
041300     EXIT.
041400
041500*****************************************************************
041600*    2100-RELEASE-ONE-MASTER
041700*****************************************************************
041800 2100-RELEASE-ONE-MASTER.
041900     READ CUSTOMER-MASTER NEXT RECORD
042000         AT END
042100             MOVE "Y" TO WS-MASTER-EOF-SW
042200             GO TO 2100-EXIT
042300     END-READ.
042400     IF WS-CUSTMAS-STATUS NOT = "00"
042500         DISPLAY "HELLOSYN - CUSTMAS READ FAILED, STATUS = "
042600             WS-CUSTMAS-STATUS
042700         SET WS-INPUT-FAILED TO TRUE
042800         MOVE "Y" TO WS-MASTER-EOF-SW
042900         GO TO 2100-EXIT
043000     END-IF.
043100     ADD 1 TO WS-MASTER-READ-COUNT.
043200     MOVE SPACES TO SW-RECORD.
043300     MOVE CM-CUST-ID TO SW-CUST-ID.
043400     SET SW-SOURCE-MASTER TO TRUE.
043500     MOVE CM-CUST-NAME TO SW-CUST-NAME.
043600     MOVE CM-ACCOUNT-NO TO SW-ACCOUNT-NO.
043700     MOVE CM-OPEN-DATE TO SW-OPEN-DATE.
043800     MOVE CM-BIRTH-DATE TO SW-BIRTH-DATE.
043900     MOVE CM-LANGUAGE-CODE TO SW-LANGUAGE-CODE.
044000     RELEASE SW-RECORD.
044100 2100-EXIT.
044200     EXIT.
044300
044400*****************************************************************
044500*    2200-RELEASE-ONE-EXTRACT
044600*    A RECORD WITH NO CUSTOMER ID CANNOT BE MATCHED AND IS LISTED.
044700*    A CLOSED ACCOUNT IS LEFT OUT OF THE SORT, SO A CUSTOMER STILL
044800*    ON CUSTMAS COMES OUT AS A DELETE.
044900*****************************************************************
045000 2200-RELEASE-ONE-EXTRACT.
045100     READ CORE-EXTRACT
045200         AT END
045300             MOVE "Y" TO WS-EXTRACT-EOF-SW
045400             GO TO 2200-EXIT
045500     END-READ.
045600     IF WS-CORECUST-STATUS NOT = "00"
045700         DISPLAY "HELLOSYN - CORECUST READ FAILED, STATUS = "
045800             WS-CORECUST-STATUS
045900         SET WS-INPUT-FAILED TO TRUE
046000         MOVE "Y" TO WS-EXTRACT-EOF-SW
046100         GO TO 2200-EXIT
046200     END-IF.
046300     ADD 1 TO WS-EXTRACT-READ-COUNT.
046400     IF XC-CUST-ID = SPACES OR XC-CUST-ID = LOW-VALUES
046500         ADD 1 TO WS-NO-ID-COUNT
046600         MOVE SPACES TO WS-DETAIL-LINE
046700         MOVE "NO CUSTOMER ID - IGNORED" TO WS-DT-TYPE
046800         MOVE XC-CUST-NAME TO WS-DT-NAME
046900         MOVE XC-ACCOUNT-NO TO WS-DT-ACCOUNT
047000         PERFORM 7200-WRITE-DETAIL THRU 7200-EXIT
047100         GO TO 2200-EXIT
047200     END-IF.
047300     IF XC-ACCOUNT-CLOSED
047400         ADD 1 TO WS-CLOSED-COUNT
047500         GO TO 2200-EXIT
047600     END-IF.
047700     MOVE SPACES TO SW-RECORD.
047800     MOVE XC-CUST-ID TO SW-CUST-ID.
047900     SET SW-SOURCE-EXTRACT TO TRUE.
048000     MOVE XC-CUST-NAME TO SW-CUST-NAME.
048100     MOVE XC-ACCOUNT-NO TO SW-ACCOUNT-NO.
048200     MOVE XC-LANGUAGE-CODE TO SW-LANGUAGE-CODE.
048300     MOVE XC-OPEN-DATE TO WS-EDIT-DATE.
048400     MOVE "OPEN DATE" TO WS-EDIT-LABEL.
048500     PERFORM 2300-EDIT-EXTRACT-DATE THRU 2300-EXIT.
048600     MOVE WS-EDIT-DATE TO SW-OPEN-DATE.
048700     MOVE XC-BIRTH-DATE TO WS-EDIT-DATE.
048800     MOVE "BIRTH DATE" TO WS-EDIT-LABEL.
048900     PERFORM 2300-EDIT-EXTRACT-DATE THRU 2300-EXIT.
049000     MOVE WS-EDIT-DATE TO SW-BIRTH-DATE.
049100     RELEASE SW-RECORD.
049200 2200-EXIT.
049300     EXIT.
049400
049500*****************************************************************
049600*    2300-EDIT-EXTRACT-DATE
049700*    LEAVES WS-EDIT-DATE AS A USABLE DATE OR SPACES (NOT HELD).
049800*****************************************************************
049900 2300-EDIT-EXTRACT-DATE.
050000     IF WS-EDIT-DATE = SPACES OR WS-EDIT-DATE = ZEROS
050100         MOVE SPACES TO WS-EDIT-DATE
050200         GO TO 2300-EXIT
050300     END-IF.
050400     IF WS-EDIT-DATE IS NUMERIC
050500         GO TO 2300-EXIT
050600     END-IF.
050700     ADD 1 TO WS-BAD-DATE-COUNT.
050800     MOVE SPACES TO WS-DETAIL-LINE.
050900     MOVE "UNREADABLE DATE - IGNORED" TO WS-DT-TYPE.
051000     MOVE XC-CUST-ID TO WS-DT-CUST-ID.
051100     MOVE XC-CUST-NAME TO WS-DT-NAME.
051200     MOVE XC-ACCOUNT-NO TO WS-DT-ACCOUNT.
051300     STRING WS-EDIT-LABEL DELIMITED BY "  "
051400            " " DELIMITED BY SIZE
051500            WS-EDIT-DATE DELIMITED BY SIZE
051600            INTO WS-DT-TEXT
051700     END-STRING.
051800     PERFORM 7200-WRITE-DETAIL THRU 7200-EXIT.
051900     MOVE SPACES TO WS-EDIT-DATE.
052000 2300-EXIT.
052100     EXIT.
052200
052300*****************************************************************
052400*    3000-MATCH-RECORDS
052500*    SORT OUTPUT PROCEDURE - WALKS THE SORTED RECORDS ONE
052600*    CUSTOMER AT A TIME AND BUILDS THE TRANSACTIONS ON SYNWORK.
052700*****************************************************************
052800 3000-MATCH-RECORDS.
052900     MOVE "N" TO WS-SORT-EOF-SW.
053000     PERFORM 3100-RETURN-ONE-RECORD THRU 3100-EXIT
053100         UNTIL WS-SORT-AT-END.
053200 3000-EXIT.
053300     EXIT.
053400
053500*****************************************************************
053600*    3100-RETURN-ONE-RECORD
053700*****************************************************************
053800 3100-RETURN-ONE-RECORD.
053900     RETURN SORT-WORK
054000         AT END
054100             MOVE "Y" TO WS-SORT-EOF-SW
054200             IF WS-GRP-ACTIVE
054300                 PERFORM 3500-END-GROUP THRU 3500-EXIT
054400             END-IF
054500             GO TO 3100-EXIT
054600     END-RETURN.
054700     IF WS-GRP-ACTIVE
054800         AND SW-CUST-ID NOT = WS-GRP-CUST-ID
054900         PERFORM 3500-END-GROUP THRU 3500-EXIT
055000     END-IF.
055100     IF NOT WS-GRP-ACTIVE
055200         PERFORM 3200-START-GROUP THRU 3200-EXIT
055300     END-IF.
055400     IF SW-SOURCE-MASTER
055500         PERFORM 3300-NOTE-MASTER THRU 3300-EXIT
055600     ELSE
055700         PERFORM 3400-NOTE-EXTRACT THRU 3400-EXIT
055800     END-IF.
055900 3100-EXIT.
056000     EXIT.
056100
056200*****************************************************************
056300*    3200-START-GROUP
056400*****************************************************************
056500 3200-START-GROUP.
056600     MOVE SW-CUST-ID TO WS-GRP-CUST-ID.
056700     SET WS-GRP-ACTIVE TO TRUE.
056800     MOVE ZERO TO WS-GRP-MASTER-COUNT.
056900     MOVE ZERO TO WS-GRP-EXTRACT-COUNT.
057000     MOVE SPACES TO WS-GRP-MASTER.
057100     MOVE SPACES TO WS-GRP-EXTRACT.
057200 3200-EXIT.
057300     EXIT.
057400
057500*****************************************************************
057600*    3300-NOTE-MASTER
057700*****************************************************************
057800 3300-NOTE-MASTER.
057900     ADD 1 TO WS-GRP-MASTER-COUNT.
058000     MOVE SW-CUST-NAME TO WS-GM-CUST-NAME.
058100     MOVE SW-ACCOUNT-NO TO WS-GM-ACCOUNT-NO.
058200     MOVE SW-OPEN-DATE TO WS-GM-OPEN-DATE.
058300     MOVE SW-BIRTH-DATE TO WS-GM-BIRTH-DATE.
058400     MOVE SW-LANGUAGE-CODE TO WS-GM-LANGUAGE-CODE.
058500 3300-EXIT.
058600     EXIT.
058700
058800*****************************************************************
058900*    3400-NOTE-EXTRACT
059000*    THE CORE SYSTEM SHOULD SEND EACH CUSTOMER ONCE.  A SECOND
059100*    RECORD FOR THE SAME ID IS LISTED AND IGNORED - THE FIRST ONE
059200*    STANDS FOR THE CUSTOMER.
059300*****************************************************************
059400 3400-NOTE-EXTRACT.
059500     ADD 1 TO WS-GRP-EXTRACT-COUNT.
059600     IF WS-GRP-EXTRACT-COUNT > 1
059700         ADD 1 TO WS-DUPLICATE-COUNT
059800         MOVE SPACES TO WS-DETAIL-LINE
059900         MOVE "DUPLICATE ON EXTRACT - IGNORED" TO WS-DT-TYPE
060000         MOVE SW-CUST-ID TO WS-DT-CUST-ID
060100         MOVE SW-CUST-NAME TO WS-DT-NAME
060200         MOVE SW-ACCOUNT-NO TO WS-DT-ACCOUNT
060300         PERFORM 7200-WRITE-DETAIL THRU 7200-EXIT
060400         GO TO 3400-EXIT
060500     END-IF.
060600     MOVE SW-CUST-NAME TO WS-GX-CUST-NAME.
060700     MOVE SW-ACCOUNT-NO TO WS-GX-ACCOUNT-NO.
060800     MOVE SW-OPEN-DATE TO WS-GX-OPEN-DATE.
060900     MOVE SW-BIRTH-DATE TO WS-GX-BIRTH-DATE.
061000     MOVE SW-LANGUAGE-CODE TO WS-GX-LANGUAGE-CODE.
061100 3400-EXIT.
061200     EXIT.
061300
061400*****************************************************************
061500*    3500-END-GROUP
061600*    ONE CUSTOMER IS COMPLETE - DECIDE ITS TRANSACTION.
061700*****************************************************************
061800 3500-END-GROUP.
061900     MOVE "N" TO WS-GRP-ACTIVE-SW.
062000     IF WS-GRP-EXTRACT-COUNT = ZERO
062100         PERFORM 3600-BUILD-DELETE THRU 3600-EXIT
062200         GO TO 3500-EXIT
062300     END-IF.
062400     IF WS-GRP-MASTER-COUNT = ZERO
062500         PERFORM 3700-BUILD-ADD THRU 3700-EXIT
062600         GO TO 3500-EXIT
062700     END-IF.
062800     PERFORM 3800-BUILD-CHANGE THRU 3800-EXIT.
062900 3500-EXIT.
063000     EXIT.
063100
063200*****************************************************************
063300*    3600-BUILD-DELETE
063400*    ON CUSTMAS BUT GONE FROM THE CORE SYSTEM (OR CLOSED THERE).
063500*    EVERY DELETE IS LISTED, SINCE IT IS THE ONE ACTION A BAD
063600*    EXTRACT CAN DO REAL HARM WITH.
063700*****************************************************************
063800 3600-BUILD-DELETE.
063900     ADD 1 TO WS-DELETE-COUNT.
064000     MOVE SPACES TO CT-RECORD.
064100     SET CT-ACTION-DELETE TO TRUE.
064200     MOVE WS-GRP-CUST-ID TO CT-CUST-ID.
064300     PERFORM 3900-WRITE-WORK THRU 3900-EXIT.
064400     MOVE SPACES TO WS-DETAIL-LINE.
064500     MOVE "DELETE" TO WS-DT-TYPE.
064600     MOVE WS-GRP-CUST-ID TO WS-DT-CUST-ID.
064700     MOVE WS-GM-CUST-NAME TO WS-DT-NAME.
064800     MOVE WS-GM-ACCOUNT-NO TO WS-DT-ACCOUNT.
064900     MOVE "NOT ON THE CORE EXTRACT, OR CLOSED" TO WS-DT-TEXT.
065000     PERFORM 7200-WRITE-DETAIL THRU 7200-EXIT.
065100 3600-EXIT.
065200     EXIT.
065300
065400*****************************************************************
065500*    3700-BUILD-ADD
065600*    NEW ON THE CORE SYSTEM.  HELLOLOD CANNOT ADD A CUSTOMER
065700*    WITHOUT A NAME, SO ONE IS LISTED FOR THE CORE TEAM INSTEAD
065800*    OF BEING SENT TO FAIL THERE.
065900*****************************************************************
066000 3700-BUILD-ADD.
066100     IF WS-GX-CUST-NAME = SPACES
066200         ADD 1 TO WS-NO-NAME-COUNT
066300         MOVE SPACES TO WS-DETAIL-LINE
066400         MOVE "NEW WITH NO NAME - NOT ADDED" TO WS-DT-TYPE
066500         MOVE WS-GRP-CUST-ID TO WS-DT-CUST-ID
066600         MOVE WS-GX-ACCOUNT-NO TO WS-DT-ACCOUNT
066700         PERFORM 7200-WRITE-DETAIL THRU 7200-EXIT
066800         GO TO 3700-EXIT
066900     END-IF.
067000     ADD 1 TO WS-ADD-COUNT.
067100     MOVE SPACES TO CT-RECORD.
067200     SET CT-ACTION-ADD TO TRUE.
067300     MOVE WS-GRP-CUST-ID TO CT-CUST-ID.
067400     MOVE WS-GX-CUST-NAME TO CT-CUST-NAME.
067500     MOVE WS-GX-ACCOUNT-NO TO CT-ACCOUNT-NO.
067600     MOVE WS-GX-OPEN-DATE TO CT-OPEN-DATE.
067700     MOVE WS-GX-BIRTH-DATE TO CT-BIRTH-DATE.
067800     MOVE WS-GX-LANGUAGE-CODE TO CT-LANGUAGE-CODE.
067900     PERFORM 3900-WRITE-WORK THRU 3900-EXIT.
068000 3700-EXIT.
068100     EXIT.
068200
068300*****************************************************************
068400*    3800-BUILD-CHANGE
068500*    ON BOTH.  ONLY A FIELD THE EXTRACT HOLDS AND THAT DIFFERS
068600*    FROM CUSTMAS GOES ON THE TRANSACTION; EVERY OTHER FIELD STAYS
068700*    BLANK, WHICH HELLOLOD TAKES AS "LEAVE IT ALONE".
068800*****************************************************************
068900 3800-BUILD-CHANGE.
069000     MOVE ZERO TO WS-GRP-FIELDS-CHANGED.
069100     MOVE SPACES TO CT-RECORD.
069200     IF WS-GX-CUST-NAME NOT = SPACES
069300         AND WS-GX-CUST-NAME NOT = WS-GM-CUST-NAME
069400         MOVE WS-GX-CUST-NAME TO CT-CUST-NAME
069500         ADD 1 TO WS-NAME-CHG-COUNT
069600         ADD 1 TO WS-GRP-FIELDS-CHANGED
069700     END-IF.
069800     IF WS-GX-ACCOUNT-NO NOT = SPACES
069900         AND WS-GX-ACCOUNT-NO NOT = WS-GM-ACCOUNT-NO
070000         MOVE WS-GX-ACCOUNT-NO TO CT-ACCOUNT-NO
070100         ADD 1 TO WS-ACCOUNT-CHG-COUNT
070200         ADD 1 TO WS-GRP-FIELDS-CHANGED
070300     END-IF.
070400     IF WS-GX-OPEN-DATE NOT = SPACES
070500         AND WS-GX-OPEN-DATE NOT = WS-GM-OPEN-DATE
070600         MOVE WS-GX-OPEN-DATE TO CT-OPEN-DATE
070700         ADD 1 TO WS-OPEN-CHG-COUNT
070800         ADD 1 TO WS-GRP-FIELDS-CHANGED
070900     END-IF.
071000     IF WS-GX-BIRTH-DATE NOT = SPACES
071100         AND WS-GX-BIRTH-DATE NOT = WS-GM-BIRTH-DATE
071200         MOVE WS-GX-BIRTH-DATE TO CT-BIRTH-DATE
071300         ADD 1 TO WS-BIRTH-CHG-COUNT
071400         ADD 1 TO WS-GRP-FIELDS-CHANGED
071500     END-IF.
071600     IF WS-GX-LANGUAGE-CODE NOT = SPACES
071700         AND WS-GX-LANGUAGE-CODE NOT = WS-GM-LANGUAGE-CODE
071800         MOVE WS-GX-LANGUAGE-CODE TO CT-LANGUAGE-CODE
071900         ADD 1 TO WS-LANG-CHG-COUNT
072000         ADD 1 TO WS-GRP-FIELDS-CHANGED
072100     END-IF.
072200     IF WS-GRP-FIELDS-CHANGED = ZERO
072300         ADD 1 TO WS-UNCHANGED-COUNT
072400         GO TO 3800-EXIT
072500     END-IF.
072600     ADD 1 TO WS-CHANGE-COUNT.
072700     SET CT-ACTION-CHANGE TO TRUE.
072800     MOVE WS-GRP-CUST-ID TO CT-CUST-ID.
072900     PERFORM 3900-WRITE-WORK THRU 3900-EXIT.
073000 3800-EXIT.
073100     EXIT.
073200
073300*****************************************************************
073400*    3900-WRITE-WORK
073500*****************************************************************
073600 3900-WRITE-WORK.
073700     IF WS-WORK-FAILED
073800         GO TO 3900-EXIT
073900     END-IF.
074000     WRITE CT-RECORD.
074100     IF WS-SYNWORK-STATUS NOT = "00"
074200         DISPLAY "HELLOSYN - SYNWORK WRITE FAILED, STATUS = "
074300             WS-SYNWORK-STATUS
074400         SET WS-WORK-FAILED TO TRUE
074500         GO TO 3900-EXIT
074600     END-IF.
074700     ADD 1 TO WS-WORK-COUNT.
074800 3900-EXIT.
074900     EXIT.
075000
075100*****************************************************************
075200*    4000-CHECK-SYNC
075300*    THE GATE BEFORE ANYTHING REACHES CUSTTRAN.  BOTH FILES MUST
075400*    HAVE BEEN READ TO THE END, EVERY CUSTMAS RECORD MUST BE
075500*    ACCOUNTED FOR, AND THE DELETES MUST BE WITHIN THE LIMIT.
075600*    ANY FAILURE HOLDS THE WHOLE SYNC - HALF A SYNC IS NEVER SENT.
075700*****************************************************************
075800 4000-CHECK-SYNC.
075900     IF WS-MASTER-READ-COUNT > ZERO
076000         COMPUTE WS-DELETE-PCT =
076100             WS-DELETE-COUNT * 100 / WS-MASTER-READ-COUNT
076200     ELSE
076300         MOVE ZERO TO WS-DELETE-PCT
076400     END-IF.
076500     IF WS-INPUT-FAILED
076600         MOVE "CUSTMAS OR CORECUST NOT READ TO THE END"
076700             TO WS-HL-REASON
076800         PERFORM 4100-HOLD-SYNC THRU 4100-EXIT
076900         GO TO 4000-EXIT
077000     END-IF.
077100     IF WS-WORK-FAILED
077200         MOVE "SYNWORK COULD NOT BE WRITTEN" TO WS-HL-REASON
077300         PERFORM 4100-HOLD-SYNC THRU 4100-EXIT
077400         GO TO 4000-EXIT
077500     END-IF.
077600     COMPUTE WS-ACCOUNTED-COUNT = WS-DELETE-COUNT
077700         + WS-CHANGE-COUNT + WS-UNCHANGED-COUNT.
077800     IF WS-ACCOUNTED-COUNT NOT = WS-MASTER-READ-COUNT
077900         MOVE "CUSTMAS COUNTS DO NOT BALANCE" TO WS-HL-REASON
078000         PERFORM 4100-HOLD-SYNC THRU 4100-EXIT
078100         GO TO 4000-EXIT
078200     END-IF.
078300     IF WS-DELETE-PCT > WS-DELETE-LIMIT
078400         MOVE "DELETES ARE ABOVE THE SAFETY LIMIT" TO WS-HL-REASON
078500         PERFORM 4100-HOLD-SYNC THRU 4100-EXIT
078600         GO TO 4000-EXIT
078700     END-IF.
078800 4000-EXIT.
078900     EXIT.
079000
079100*****************************************************************
079200*    4100-HOLD-SYNC
079300*****************************************************************
079400 4100-HOLD-SYNC.
079500     SET WS-SYNC-HELD TO TRUE.
079600     MOVE 8 TO WS-RETURN-CODE.
079700     DISPLAY "HELLOSYN - SYNC HELD, NOTHING WRITTEN: "
079800         WS-HL-REASON.
079900     MOVE SPACES TO SR-LINE.
080000     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
080100     MOVE WS-HELD-LINE TO SR-LINE.
080200     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
080300 4100-EXIT.
080400     EXIT.
080500
080600*****************************************************************
080700*    5000-WRITE-TRANSACTIONS
080800*    THE SYNC IS SAFE - COPY THE TRANSACTIONS TO CUSTTRAN.
080900*****************************************************************
081000 5000-WRITE-TRANSACTIONS.
081100     OPEN INPUT SYNC-WORK.
081200     IF WS-SYNWORK-STATUS NOT = "00"
081300         DISPLAY "HELLOSYN - SYNWORK WOULD NOT REOPEN, STATUS = "
081400             WS-SYNWORK-STATUS
081500         MOVE "SYNWORK WOULD NOT REOPEN" TO WS-HL-REASON
081600         PERFORM 4100-HOLD-SYNC THRU 4100-EXIT
081700         GO TO 5000-EXIT
081800     END-IF.
081900     OPEN OUTPUT TRANS-OUT.
082000     IF WS-CUSTTRAN-STATUS NOT = "00"
082100         DISPLAY "HELLOSYN - UNABLE TO OPEN CUSTTRAN, STATUS = "
082200             WS-CUSTTRAN-STATUS
082300         CLOSE SYNC-WORK
082400         MOVE "CUSTTRAN WOULD NOT OPEN" TO WS-HL-REASON
082500         PERFORM 4100-HOLD-SYNC THRU 4100-EXIT
082600         GO TO 5000-EXIT
082700     END-IF.
082800     PERFORM 5100-COPY-ONE-TRANS THRU 5100-EXIT
082900         UNTIL WS-END-OF-WORK.
083000     CLOSE SYNC-WORK.
083100     CLOSE TRANS-OUT.
083200 5000-EXIT.
083300     EXIT.
083400
083500*****************************************************************
083600*    5100-COPY-ONE-TRANS
083700*****************************************************************
083800 5100-COPY-ONE-TRANS.
083900     READ SYNC-WORK
084000         AT END
084100             MOVE "Y" TO WS-WORK-EOF-SW
084200             GO TO 5100-EXIT
084300     END-READ.
084400     IF WS-SYNWORK-STATUS NOT = "00"
084500         DISPLAY "HELLOSYN - SYNWORK READ FAILED, STATUS = "
084600             WS-SYNWORK-STATUS
084700         MOVE 8 TO WS-RETURN-CODE
084800         MOVE "Y" TO WS-WORK-EOF-SW
084900         GO TO 5100-EXIT
085000     END-IF.
085100     MOVE CT-RECORD TO TO-RECORD.
085200     WRITE TO-RECORD.
085300     IF WS-CUSTTRAN-STATUS NOT = "00"
085400         DISPLAY "HELLOSYN - CUSTTRAN WRITE FAILED, STATUS = "
085500             WS-CUSTTRAN-STATUS
085600         MOVE 8 TO WS-RETURN-CODE
085700         MOVE "Y" TO WS-WORK-EOF-SW
085800         GO TO 5100-EXIT
085900     END-IF.
086000     ADD 1 TO WS-WRITTEN-COUNT.
086100 5100-EXIT.
086200     EXIT.
086300
086400*****************************************************************
086500*    7100-WRITE-REPORT-LINE / 7200-WRITE-DETAIL
086600*    EVERY REPORT WRITE GOES THROUGH HERE SO AN UNOPENABLE REPORT
086700*    IS SIMPLY SKIPPED.
086800*****************************************************************
086900 7100-WRITE-REPORT-LINE.
087000     IF WS-SYNRPT-OK
087100         WRITE SR-LINE
087200     END-IF.
087300 7100-EXIT.
087400     EXIT.
087500 7200-WRITE-DETAIL.
087600     MOVE SPACES TO SR-LINE.
087700     MOVE WS-DETAIL-LINE TO SR-LINE.
087800     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
087900 7200-EXIT.
088000     EXIT.
088100
088200*****************************************************************
088300*    8000-PRINT-SUMMARY
088400*    THE SYNC SUMMARY AT THE FOOT OF SYNRPT AND TO THE CONSOLE.
088500*    EXTRACT RECORDS THAT COULD NOT BE USED END THE RUN WITH A
088600*    WARNING SO THE CORE TEAM IS ASKED TO FIX THEM.
088700*****************************************************************
088800 8000-PRINT-SUMMARY.
088900     MOVE SPACES TO SR-LINE.
089000     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
089100     MOVE "CORE EXTRACT RECORDS READ" TO WS-CL-LABEL.
089200     MOVE WS-EXTRACT-READ-COUNT TO WS-CL-COUNT.
089300     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
089400     MOVE "  NO CUSTOMER ID (IGNORED)" TO WS-CL-LABEL.
089500     MOVE WS-NO-ID-COUNT TO WS-CL-COUNT.
089600     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
089700     MOVE "  CLOSED ON THE CORE SYSTEM" TO WS-CL-LABEL.
089800     MOVE WS-CLOSED-COUNT TO WS-CL-COUNT.
089900     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
090000     MOVE "  DUPLICATE CUSTOMER ID (IGNORED)" TO WS-CL-LABEL.
090100     MOVE WS-DUPLICATE-COUNT TO WS-CL-COUNT.
090200     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
090300     MOVE "  UNREADABLE DATES (DATE IGNORED)" TO WS-CL-LABEL.
090400     MOVE WS-BAD-DATE-COUNT TO WS-CL-COUNT.
090500     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
090600     MOVE "CUSTMAS RECORDS READ" TO WS-CL-LABEL.
090700     MOVE WS-MASTER-READ-COUNT TO WS-CL-COUNT.
090800     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
090900     MOVE SPACES TO SR-LINE.
091000     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
091100     MOVE "ADDS" TO WS-CL-LABEL.
091200     MOVE WS-ADD-COUNT TO WS-CL-COUNT.
091300     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
091400     MOVE "  NEW WITH NO NAME (NOT ADDED)" TO WS-CL-LABEL.
091500     MOVE WS-NO-NAME-COUNT TO WS-CL-COUNT.
091600     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
091700     MOVE "CHANGES" TO WS-CL-LABEL.
091800     MOVE WS-CHANGE-COUNT TO WS-CL-COUNT.
091900     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
092000     MOVE "  NAMES CHANGED" TO WS-CL-LABEL.
092100     MOVE WS-NAME-CHG-COUNT TO WS-CL-COUNT.
092200     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
092300     MOVE "  ACCOUNTS CHANGED" TO WS-CL-LABEL.
092400     MOVE WS-ACCOUNT-CHG-COUNT TO WS-CL-COUNT.
092500     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
092600     MOVE "  OPEN DATES CHANGED" TO WS-CL-LABEL.
092700     MOVE WS-OPEN-CHG-COUNT TO WS-CL-COUNT.
092800     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
092900     MOVE "  BIRTH DATES CHANGED" TO WS-CL-LABEL.
093000     MOVE WS-BIRTH-CHG-COUNT TO WS-CL-COUNT.
093100     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
093200     MOVE "  LANGUAGES CHANGED" TO WS-CL-LABEL.
093300     MOVE WS-LANG-CHG-COUNT TO WS-CL-COUNT.
093400     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
093500     MOVE "DELETES" TO WS-CL-LABEL.
093600     MOVE WS-DELETE-COUNT TO WS-CL-COUNT.
093700     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
093800     MOVE "UNCHANGED" TO WS-CL-LABEL.
093900     MOVE WS-UNCHANGED-COUNT TO WS-CL-COUNT.
094000     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
094100     MOVE SPACES TO SR-LINE.
094200     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
094300     MOVE WS-DELETE-PCT TO WS-PL-PCT.
094400     MOVE WS-PCT-LINE TO SR-LINE.
094500     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
094600     MOVE "TRANSACTIONS WRITTEN TO CUSTTRAN" TO WS-CL-LABEL.
094700     MOVE WS-WRITTEN-COUNT TO WS-CL-COUNT.
094800     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
094900     DISPLAY "HELLOSYN - " WS-ADD-COUNT " ADD(S), "
095000         WS-CHANGE-COUNT " CHANGE(S), " WS-DELETE-COUNT
095100         " DELETE(S), " WS-UNCHANGED-COUNT " UNCHANGED.".
095200     DISPLAY "HELLOSYN - " WS-WRITTEN-COUNT
095300         " TRANSACTION(S) WRITTEN TO CUSTTRAN.".
095400     IF WS-NO-ID-COUNT > ZERO
095500         OR WS-DUPLICATE-COUNT > ZERO
095600         OR WS-BAD-DATE-COUNT > ZERO
095700         OR WS-NO-NAME-COUNT > ZERO
095800         IF WS-RETURN-CODE < 4
095900             MOVE 4 TO WS-RETURN-CODE
096000         END-IF
096100     END-IF.
096200 8000-EXIT.
096300     EXIT.
096400
096500*****************************************************************
096600*    8100-PRINT-ONE-COUNT
096700*****************************************************************
096800 8100-PRINT-ONE-COUNT.
096900     MOVE SPACES TO SR-LINE.
097000     MOVE WS-COUNT-LINE TO SR-LINE.
097100     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
097200 8100-EXIT.
097300     EXIT.
097400
097500*****************************************************************
097600*    9000-TERMINATE
097700*****************************************************************
097800 9000-TERMINATE.
097900     IF WS-SYNRPT-OK
098000         CLOSE SYNC-REPORT
098100     END-IF.
098200 9000-EXIT.
098300     EXIT.
