001600*                     LATER RE-ADD OF THE SAME CUSTOMER ID DOES NOT
001700*                     CANCEL - THE AUDIT FILE IS READ IN ORDER AND
001800*                     AN ADD TAKES THE ID BACK OFF THE SWEEP LIST.
001810*    2026-10-15  DRO  THE DISPOSAL REPORT IS NOW DATED WITH THE
001820*                     CYCLE DATE FROM THE CYCLDATE CONTROL
001830*                     RECORD.  A MISSING CYCLE DATE IS A WARNING
001840*                     (CODE 4) - THE SWEEP ITSELF DOES NOT DEPEND
001850*                     ON IT, SO IT STILL RUNS IN FULL.
001860*    2026-10-15  DRO  PENDING IS NOW A KSDS (PENDREC.CPY).  THE
001870*                     SWEEP DELETES CANCELLED GREETINGS FROM IT IN
001880*                     PLACE INSTEAD OF COPYING THE FILE TO A NEW
001890*                     GENERATION, SO THERE IS NO PENDOUT AND NO
001895*                     SWAP STEP - A RERUN FINISHES THE JOB.
001900*****************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID.    HELLOSWP.
002700*    HELLOSWP READS THE CUSTAUD AUDIT DATASET (CUSTAUD.CPY -
002800*    WRITTEN BY THE HMNT ONLINE QUEUE AND THE HELLOLOD BULK
002900*    LOAD), BUILDS THE LIST OF CUSTOMER IDS WHOSE LATEST AUDITED
003000*    ACTION IS A DELETE, AND THEN READS THE PENDING-GREETINGS
003100*    KSDS FROM END TO END, DELETING EVERY RECORD WHOSE
003200*    PR-CUST-ID IS ON THAT LIST.  EACH DELETED RECORD IS LISTED
003300*    ON THE DISPRPT DISPOSAL REPORT - NAME, CUSTOMER ID, AND THE
003400*    GREET-ON DATE THAT WILL NOW NEVER FIRE.
003500*
003600*    A SWEEP THAT STOPS PART WAY HAS ONLY DELETED GREETINGS THAT
003700*    WERE TO BE DELETED ANYWAY, SO IT IS SIMPLY RERUN.
003800*    RUN THIS NIGHTLY AFTER THE DAY'S MAINTENANCE HAS REACHED
003900*    CUSTAUD AND BEFORE HELLOREL RELEASES ANYTHING.
004000*
004200*    ROSTER, SO TOMORROW'S FEED CANNOT PUT A DELETED CUSTOMER
004300*    STRAIGHT BACK ON THE PENDING FILE.
004400*
004500*    CONDITION CODES: 0 CLEAN, 4 WARNING (DISPRPT OR CYCLDATE
004510*    UNAVAILABLE), 8 FAILED (CUSTAUD OR PENDING WOULD NOT OPEN,
004600*    A PENDING READ OR DELETE FAILED, OR THE SWEEP DOES NOT
004700*    BALANCE - RERUN).
004800*****************************************************************
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
005500     SELECT AUDIT-IN ASSIGN TO CUSTAUD
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-CUSTAUD-STATUS.
005800     SELECT PENDING-FILE ASSIGN TO PENDING
005900         ORGANIZATION IS INDEXED
005910         ACCESS MODE IS SEQUENTIAL
005920         RECORD KEY IS PR-KEY
006000         FILE STATUS IS WS-PENDING-STATUS.
006400     SELECT DISPOSAL-REPORT ASSIGN TO DISPRPT
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-REPORT-STATUS.
006610     SELECT CYCLE-CONTROL ASSIGN TO CYCLDATE
006620         ORGANIZATION IS SEQUENTIAL
006630         FILE STATUS IS WS-CYCLDATE-STATUS.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
007200     LABEL RECORDS ARE STANDARD.
007300     COPY CUSTAUD.
007400
007500 FD  PENDING-FILE
007700     LABEL RECORDS ARE STANDARD.
007800     COPY PENDREC.
009400
009500 FD  DISPOSAL-REPORT
009600     RECORDING MODE IS F
009700     LABEL RECORDS ARE STANDARD.
009800 01  RO-LINE                 PIC X(132).
009810
009820 FD  CYCLE-CONTROL
009830     RECORDING MODE IS F
009840     LABEL RECORDS ARE STANDARD.
009850     COPY CYCLDATE.
009900
010000 WORKING-STORAGE SECTION.
010100*****************************************************************
010200*    RUN CONTROL SWITCHES
010300*****************************************************************
010400 77  WS-CUSTAUD-STATUS       PIC X(02) VALUE SPACES.
010500 77  WS-PENDING-STATUS       PIC X(02) VALUE SPACES.
010700 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
010800 77  WS-AUDIT-EOF-SW         PIC X(01) VALUE "N".
010900     88  WS-END-OF-AUDIT         VALUE "Y".
011400 77  WS-REPORT-OPEN-SW       PIC X(01) VALUE "N".
011500     88  WS-REPORT-OK            VALUE "Y".
011600 77  WS-RETURN-CODE          PIC 9(01) VALUE ZERO.
011610 77  WS-CYCLDATE-STATUS      PIC X(02) VALUE SPACES.
011700
011800*****************************************************************
011900*    DELETED-CUSTOMER LIST, BUILT FROM THE AUDIT FILE IN ORDER -
014900 01  WS-HEADING-LINE.
015000     05  FILLER                  PIC X(33)
015100             VALUE "PENDING-GREETING DISPOSAL REPORT ".
015110     05  FILLER                  PIC X(08) VALUE "- CYCLE ".
015120     05  WS-HD-DATE              PIC 9999/99/99 VALUE ZERO.
015200 01  WS-DETAIL-LINE.
015300     05  FILLER                  PIC X(11) VALUE "CANCELLED  ".
015400     05  WS-DT-NAME              PIC X(20).
018100
018200*****************************************************************
018300*    1000-INITIALIZE
018400*    OPENS EVERYTHING UP FRONT.  THE AUDIT FILE OR THE PENDING
018500*    KSDS FAILING TO OPEN ABORTS THE RUN WITH CONDITION CODE 8
018600*    BEFORE A RECORD MOVES.  AN UNOPENABLE REPORT IS ONLY A
018900*    WARNING.
019000*****************************************************************
019100 1000-INITIALIZE.
019200     OPEN INPUT AUDIT-IN.
019600         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
019700         GO TO 1000-EXIT
019800     END-IF.
019900     OPEN I-O PENDING-FILE.
020000     IF WS-PENDING-STATUS NOT = "00"
020100         DISPLAY "HELLOSWP - UNABLE TO OPEN PENDING, STATUS = "
020200             WS-PENDING-STATUS
020300         CLOSE AUDIT-IN
020400         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
020500         GO TO 1000-EXIT
020600     END-IF.
021600     OPEN OUTPUT DISPOSAL-REPORT.
021700     IF WS-REPORT-STATUS NOT = "00"
021800         DISPLAY "HELLOSWP - UNABLE TO OPEN DISPRPT, STATUS = "
022100     ELSE
022200         SET WS-REPORT-OK TO TRUE
022300     END-IF.
022310     PERFORM 1010-READ-CYCLE-DATE THRU 1010-EXIT.
022400     MOVE SPACES TO RO-LINE.
022500     MOVE WS-HEADING-LINE TO RO-LINE.
022600     WRITE RO-LINE.
022700 1000-EXIT.
022800     EXIT.
022801
022802*****************************************************************
022803*    1010-READ-CYCLE-DATE
022804*    DATES THE DISPOSAL REPORT WITH THE CYCLE DATE FROM THE
022805*    ONE-RECORD CYCLDATE CONTROL FILE.  WITHOUT ONE THE HEADING
022806*    DATE IS LEFT ZERO AND THE RUN ENDS WITH A WARNING.
022807*****************************************************************
022808 1010-READ-CYCLE-DATE.
022809     OPEN INPUT CYCLE-CONTROL.
022810     IF WS-CYCLDATE-STATUS NOT = "00"
022811         DISPLAY "HELLOSWP - CYCLDATE NOT AVAILABLE, STATUS = "
022812             WS-CYCLDATE-STATUS
022813         MOVE 4 TO WS-RETURN-CODE
022814         GO TO 1010-EXIT
022815     END-IF.
022816     READ CYCLE-CONTROL
022817         AT END
022818             MOVE ZERO TO CD-CYCLE-DATE
022819     END-READ.
022820     CLOSE CYCLE-CONTROL.
022821     IF CD-CYCLE-DATE IS NOT NUMERIC
022822         OR CD-CYCLE-DATE = ZERO
022823         DISPLAY "HELLOSWP - CYCLDATE RECORD MISSING OR INVALID"
022824         MOVE 4 TO WS-RETURN-CODE
022825         GO TO 1010-EXIT
022826     END-IF.
022827     MOVE CD-CYCLE-DATE TO WS-HD-DATE.
022828 1010-EXIT.
022829     EXIT.
022900
023000*****************************************************************
023100*    1900-ABORT-RUN
023200*    MARKS THE RUN ABORTED WITH CONDITION CODE 8.  NOTHING HAS
023300*    BEEN DELETED FROM PENDING YET.
023400*****************************************************************
023500 1900-ABORT-RUN.
023600     SET WS-RUN-ABORTED TO TRUE.
033100
033200*****************************************************************
033300*    3100-SWEEP-ONE-PENDING
033400*    READS ONE PENDING RECORD AND EITHER LEAVES IT ON FILE OR
033500*    DELETES IT ONTO THE DISPOSAL REPORT.  A RECORD WITH NO
033600*    CUSTOMER ID CANNOT MATCH A DELETE AND IS ALWAYS KEPT.  A
033700*    READ OR DELETE FAILURE STOPS THE SWEEP WITH CODE 8.
033800*****************************************************************
033900 3100-SWEEP-ONE-PENDING.
034000     READ PENDING-FILE NEXT RECORD
034100         AT END
034200             MOVE "Y" TO WS-PENDING-EOF-SW
034300             GO TO 3100-EXIT
034310     END-READ.
034320     IF WS-PENDING-STATUS NOT = "00"
034330         DISPLAY "HELLOSWP - PENDING READ FAILED, STATUS = "
034340             WS-PENDING-STATUS
034350         PERFORM 3900-SWEEP-FAILED THRU 3900-EXIT
034360         GO TO 3100-EXIT
034370     END-IF.
034400     ADD 1 TO WS-READ-COUNT.
034500     PERFORM 3200-CHECK-ONE-PENDING THRU 3200-EXIT.
034700 3100-EXIT.
034800     EXIT.
034900
035200*****************************************************************
035300 3200-CHECK-ONE-PENDING.
035400     MOVE "N" TO WS-DEL-FOUND-SW.
035500     IF PR-CUST-ID NOT = SPACES
035600         AND WS-DEL-COUNT NOT = ZERO
035700         SET WS-DEL-IDX TO 1
035800         SEARCH WS-DEL-ENTRY
035900             AT END
036000                 CONTINUE
036100             WHEN WS-DEL-CUST-ID (WS-DEL-IDX) = PR-CUST-ID
036200                 SET WS-CUST-DELETED TO TRUE
036300         END-SEARCH
036400     END-IF.
036500     IF NOT WS-CUST-DELETED
036600         ADD 1 TO WS-KEPT-COUNT
036700         GO TO 3200-EXIT
036800     END-IF.
036900     DELETE PENDING-FILE RECORD.
037000     IF WS-PENDING-STATUS NOT = "00"
037010         DISPLAY "HELLOSWP - PENDING DELETE FAILED, STATUS = "
037020             WS-PENDING-STATUS " FOR CUSTOMER " PR-CUST-ID
037030         PERFORM 3900-SWEEP-FAILED THRU 3900-EXIT
037040         GO TO 3200-EXIT
037050     END-IF.
037100     ADD 1 TO WS-CANCEL-COUNT.
037200     PERFORM 3300-REPORT-CANCELLED THRU 3300-EXIT.
037300 3200-EXIT.
037400     EXIT.
037500
037900*    OWNER CAN SEE EXACTLY WHAT WILL NO LONGER GO OUT AND WHY.
038000*****************************************************************
038100 3300-REPORT-CANCELLED.
038200     MOVE PR-NAME TO WS-DT-NAME.
038300     MOVE PR-CUST-ID TO WS-DT-CUST-ID.
038400     MOVE PR-GREET-ON-DATE TO WS-DT-GREET-ON.
038500     MOVE SPACES TO RO-LINE.
038600     MOVE WS-DETAIL-LINE TO RO-LINE.
038700     WRITE RO-LINE.
038800 3300-EXIT.
038900     EXIT.
038910
038920*****************************************************************
038930*    3900-SWEEP-FAILED
038940*    ENDS THE SWEEP EARLY WITH CONDITION CODE 8.  WHAT WAS
038950*    ALREADY DELETED STAYS DELETED; A RERUN PICKS UP THE REST.
038960*****************************************************************
038970 3900-SWEEP-FAILED.
038980     MOVE "Y" TO WS-PENDING-EOF-SW.
038985     MOVE 8 TO WS-RETURN-CODE.
038990     DISPLAY "HELLOSWP - SWEEP DID NOT FINISH - RERUN IT".
038995 3900-EXIT.
038996     EXIT.
039000
039100*****************************************************************
039200*    8000-PRINT-SUMMARY
041810         " PENDING RECORD(S) READ, " WS-KEPT-COUNT " KEPT, "
041820         WS-CANCEL-COUNT " CANCELLED.".
042000     IF WS-READ-COUNT NOT = WS-KEPT-COUNT + WS-CANCEL-COUNT
042100         DISPLAY "HELLOSWP - SWEEP DOES NOT BALANCE - CHECK "
042200             "THE PENDING FILE"
042300         MOVE 8 TO WS-RETURN-CODE
042400     END-IF.
042500 8000-EXIT.
044300         GO TO 9000-EXIT
044400     END-IF.
044500     CLOSE AUDIT-IN.
044600     CLOSE PENDING-FILE.
044800     IF WS-REPORT-OK
044900         CLOSE DISPOSAL-REPORT
045000     END-IF.
