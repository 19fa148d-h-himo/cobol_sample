001600*                     MISSING OR A RATE MOVES OUTSIDE THE TRNDPRM
001700*                     TOLERANCES - SO THE SCHEDULER PAGES ON THE
001800*                     DRIFT, NOT JUST THE BREAKAGE.
001810*    2026-10-15  DRO  THE REPORT IS NOW AS OF THE CYCLE DATE ON
001820*                     THE CYCLDATE CONTROL RECORD: IT IS PRINTED
001830*                     IN THE HEADING, AND RUN-STATUS RECORDS
001840*                     DATED AFTER IT (A CYCLE STILL IN PROGRESS)
001850*                     ARE COUNTED BUT LEFT OFF THE TREND.  A
001860*                     MISSING CYCLE DATE ABORTS LIKE A MISSING
001870*                     TOLERANCE.
001900*****************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID.    HELLOTRD.
004200*
004300*    CONDITION CODES: 0 CLEAN, 4 AT LEAST ONE EXCEPTION (OR THE
004400*    DAY TABLE OVERFLOWED A FULL YEAR - ARCHIVE RUNSTAT), 8
004500*    FAILED (RUNSTAT, TRNDPRM, OR CYCLDATE WOULD NOT OPEN, OR A
004600*    TOLERANCE OR THE CYCLE DATE WAS MISSING OR NOT NUMERIC -
004610*    THE REPORT NEVER GUESSES).
004700*
004800*    RUN MONTHLY, OR ANY MORNING SOMETHING LOOKS ODD; RUNSTAT IS
004900*    READ-ONLY HERE - SEE HELLOTRD.JCL.
006300     SELECT TREND-REPORT ASSIGN TO TRNDRPT
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-REPORT-STATUS.
006510     SELECT CYCLE-CONTROL ASSIGN TO CYCLDATE
006520         ORGANIZATION IS SEQUENTIAL
006530         FILE STATUS IS WS-CYCLDATE-STATUS.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD.
008200 01  RO-LINE                 PIC X(132).
008210
008220 FD  CYCLE-CONTROL
008230     RECORDING MODE IS F
008240     LABEL RECORDS ARE STANDARD.
008250     COPY CYCLDATE.
008300
008400 WORKING-STORAGE SECTION.
008500*****************************************************************
009500 77  WS-REPORT-OPEN-SW       PIC X(01) VALUE "N".
009600     88  WS-REPORT-OK            VALUE "Y".
009700 77  WS-RETURN-CODE          PIC 9(01) VALUE ZERO.
009710 77  WS-CYCLDATE-STATUS      PIC X(02) VALUE SPACES.
009720 77  WS-CYCLE-DATE           PIC 9(08) VALUE ZERO.
009730 77  WS-FUTURE-COUNT         PIC 9(08) VALUE ZERO COMP.
009800
009900*****************************************************************
010000*    TOLERANCES FROM TRNDPRM - NEVER GUESSED, SEE 1000-INITIALIZE.
017900 01  WS-HEADING-LINE.
018000     05  FILLER                  PIC X(33)
018100             VALUE "HELLO RUN-HEALTH TREND REPORT    ".
018110     05  FILLER                  PIC X(15)
018120             VALUE "AS OF CYCLE    ".
018130     05  WS-HD-DATE              PIC 9999/99/99.
018200 01  WS-DAY-LINE.
018300     05  WS-DL-DATE              PIC 9999/99/99.
018400     05  FILLER                  PIC X(10) VALUE "  HELLO IN".
025800         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
025900         GO TO 1000-EXIT
026000     END-IF.
026010     PERFORM 1010-READ-CYCLE-DATE THRU 1010-EXIT.
026020     IF WS-RUN-ABORTED
026030         GO TO 1000-EXIT
026040     END-IF.
026100     OPEN INPUT RUN-STATUS.
026200     IF WS-RUNSTAT-STATUS NOT = "00"
026300         DISPLAY "HELLOTRD - UNABLE TO OPEN RUNSTAT, STATUS = "
027400         SET WS-REPORT-OK TO TRUE
027500     END-IF.
027600     MOVE SPACES TO RO-LINE.
027610     MOVE WS-CYCLE-DATE TO WS-HD-DATE.
027700     MOVE WS-HEADING-LINE TO RO-LINE.
027800     WRITE RO-LINE.
027900 1000-EXIT.
028000     EXIT.
028010
028020*****************************************************************
028030*    1010-READ-CYCLE-DATE
028040*    READS THE AS-OF DATE FROM THE ONE-RECORD CYCLDATE CONTROL
028050*    FILE.  MISSING, ZERO, OR NOT NUMERIC ABORTS THE RUN.
028060*****************************************************************
028070 1010-READ-CYCLE-DATE.
028071     OPEN INPUT CYCLE-CONTROL.
028072     IF WS-CYCLDATE-STATUS NOT = "00"
028073         DISPLAY "HELLOTRD - UNABLE TO OPEN CYCLDATE, STATUS = "
028074             WS-CYCLDATE-STATUS
028075         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
028076         GO TO 1010-EXIT
028077     END-IF.
028078     READ CYCLE-CONTROL
028079         AT END
028080             MOVE ZERO TO CD-CYCLE-DATE
028081     END-READ.
028082     CLOSE CYCLE-CONTROL.
028083     IF CD-CYCLE-DATE IS NOT NUMERIC
028084         OR CD-CYCLE-DATE = ZERO
028085         DISPLAY "HELLOTRD - CYCLE DATE MISSING OR NOT NUMERIC"
028086         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
028087         GO TO 1010-EXIT
028088     END-IF.
028089     MOVE CD-CYCLE-DATE TO WS-CYCLE-DATE.
028090 1010-EXIT.
028091     EXIT.
028100
028200*****************************************************************
028300*    1900-ABORT-RUN
031500     IF RS-RUN-DATE IS NOT NUMERIC
031600         GO TO 2200-EXIT
031700     END-IF.
031710     IF RS-RUN-DATE > WS-CYCLE-DATE
031720         ADD 1 TO WS-FUTURE-COUNT
031730         GO TO 2200-EXIT
031740     END-IF.
031800     PERFORM 2300-FIND-OR-ADD-DAY THRU 2300-EXIT.
031900     IF NOT WS-DAY-WAS-FOUND
032000         GO TO 2200-EXIT
073500     MOVE "EXCEPTIONS RAISED" TO WS-CL-LABEL.
073600     MOVE WS-EXCEPTION-COUNT TO WS-CL-COUNT.
073700     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
073710     MOVE "RECORDS AFTER THE CYCLE DATE (SKIPPED)"
073720         TO WS-CL-LABEL.
073730     MOVE WS-FUTURE-COUNT TO WS-CL-COUNT.
073740     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
073800     DISPLAY "HELLOTRD - " WS-DAY-COUNT " DAY(S) ON FILE, "
073900         WS-EXCEPTION-COUNT " EXCEPTION(S).".
074000 8000-EXIT.
