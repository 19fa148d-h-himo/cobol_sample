000100*****************************************************************
000200*    MODIFICATION HISTORY
000300*    2026-10-15  DRO  INITIAL VERSION.  NIGHTLY CYCLE-DATE ROLL.
000400*                     THE HELLO SUITE NOW TAKES ITS PROCESSING
000500*                     DATE FROM THE CYCLDATE CONTROL RECORD
000600*                     RATHER THAN THE CLOCK.  THIS STEP ADVANCES
000700*                     THAT DATE BY ONE DAY, AND ONLY WHEN
000800*                     HELLORCN HAS RECORDED A CLEAN RECONCILIATION
000900*                     OF THE CURRENT CYCLE ON RUNSTAT - A CYCLE
001000*                     THAT DID NOT BALANCE STAYS OPEN UNTIL IT IS
001100*                     PUT RIGHT AND RECONCILED AGAIN.
001200*****************************************************************
001300 IDENTIFICATION DIVISION.
001400 PROGRAM-ID.    HELLOCYC.
001500 AUTHOR.        D. OKAFOR.
001600 INSTALLATION.  RETAIL BANKING SYSTEMS.
001700 DATE-WRITTEN.  2026-10-15.
001800 DATE-COMPILED.
001900*****************************************************************
002000*    HELLOCYC READS THE ONE-RECORD CYCLDATE CONTROL FILE
002100*    (CYCLDATE.CPY) AND THE RUN-STATUS DATASET (RUNSTAT.CPY).
002200*    THE LAST HELLORCN RECORD ON RUNSTAT DATED WITH THE CURRENT
002300*    CYCLE DATE IS THE VERDICT FOR THE CYCLE.  IF IT IS CLEAN
002400*    THE CYCLE DATE IS ADVANCED ONE CALENDAR DAY, THE OLD DATE
002500*    IS KEPT AS CD-PRIOR-DATE, AND THE CLOCK DATE AND TIME OF
002600*    THE ROLL ARE STAMPED ON THE RECORD.  ANYTHING ELSE - NO
002700*    HELLORCN RECORD FOR THE CYCLE, A WARNING OR FAILED VERDICT,
002800*    OR A CONTROL RECORD THAT CANNOT BE READ - LEAVES THE CYCLE
002900*    DATE EXACTLY AS IT WAS.
003000*
003100*    BECAUSE THE VERDICT MUST BE FOR THE CURRENT CYCLE DATE, A
003200*    SECOND RUN OF THIS STEP AFTER A SUCCESSFUL ROLL FINDS NO
003300*    HELLORCN RECORD FOR THE NEW DATE AND ROLLS NOTHING.
003400*
003500*    CONDITION CODES: 0 ROLLED, 8 NOT ROLLED (SEE THE JOB LOG
003600*    FOR THE REASON).
003700*****************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.   IBM-370.
004100 OBJECT-COMPUTER.   IBM-370.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT CYCLE-CONTROL ASSIGN TO CYCLDATE
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-CYCLDATE-STATUS.
004700     SELECT RUN-STATUS ASSIGN TO RUNSTAT
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-RUNSTAT-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  CYCLE-CONTROL
005400     RECORDING MODE IS F
005500     LABEL RECORDS ARE STANDARD.
005600     COPY CYCLDATE.
005700
005800 FD  RUN-STATUS
005900     RECORDING MODE IS F
006000     LABEL RECORDS ARE STANDARD.
006100     COPY RUNSTAT.
006200
006300 WORKING-STORAGE SECTION.
006400*****************************************************************
006500*    RUN CONTROL SWITCHES
006600*****************************************************************
006700 77  WS-CYCLDATE-STATUS      PIC X(02) VALUE SPACES.
006800 77  WS-RUNSTAT-STATUS       PIC X(02) VALUE SPACES.
006900 77  WS-RUNSTAT-EOF-SW       PIC X(01) VALUE "N".
007000     88  WS-END-OF-RUNSTAT       VALUE "Y".
007100 77  WS-CYCLDATE-OPEN-SW     PIC X(01) VALUE "N".
007200     88  WS-CYCLDATE-OPENED      VALUE "Y".
007300 77  WS-VERDICT-SW           PIC X(01) VALUE SPACE.
007400     88  WS-VERDICT-NONE         VALUE SPACE.
007500     88  WS-VERDICT-CLEAN        VALUE "C".
007600 77  WS-RETURN-CODE          PIC 9(01) VALUE ZERO.
007700 77  WS-RUNSTAT-READ-COUNT   PIC 9(08) VALUE ZERO COMP.
007800 77  WS-RCN-FOUND-COUNT      PIC 9(08) VALUE ZERO COMP.
007900 77  WS-LAST-VERDICT         PIC X(01) VALUE SPACE.
008000 77  WS-LAST-RUN-TIME        PIC 9(08) VALUE ZERO.
008100
008200*****************************************************************
008300*    DATE ARITHMETIC - THE NEW CYCLE DATE IS BUILT IN PARTS SO
008400*    MONTH AND YEAR ENDS CARRY, WITH FEBRUARY TAKING 29 DAYS IN
008500*    A LEAP YEAR.
008600*****************************************************************
008700 01  WS-NEW-DATE                 PIC 9(08) VALUE ZERO.
008800 01  WS-NEW-DATE-PARTS REDEFINES WS-NEW-DATE.
008900     05  WS-NEW-YYYY             PIC 9(04).
009000     05  WS-NEW-MM               PIC 9(02).
009100     05  WS-NEW-DD               PIC 9(02).
009200 01  WS-MONTH-DAYS-DATA          PIC X(24)
009300         VALUE "312831303130313130313031".
009400 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
009500     05  WS-MD-DAYS              PIC 9(02) OCCURS 12 TIMES.
009600 77  WS-MONTH-END            PIC 9(02) VALUE ZERO.
009700 77  WS-LEAP-QUOTIENT        PIC 9(04) VALUE ZERO.
009800 77  WS-LEAP-REM-4           PIC 9(04) VALUE ZERO.
009900 77  WS-LEAP-REM-100         PIC 9(04) VALUE ZERO.
010000 77  WS-LEAP-REM-400         PIC 9(04) VALUE ZERO.
010100 77  WS-CLOCK-DATE           PIC 9(08) VALUE ZERO.
010200 77  WS-CLOCK-TIME           PIC 9(08) VALUE ZERO.
010300
010400 PROCEDURE DIVISION.
010500*****************************************************************
010600*    0000-MAINLINE
010700*    OVERALL CONTROL OF THE ROLL.
010800*****************************************************************
010900 0000-MAINLINE.
011000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011100     IF WS-RETURN-CODE = ZERO
011200         PERFORM 2000-FIND-VERDICT THRU 2000-EXIT
011300     END-IF.
011400     IF WS-RETURN-CODE = ZERO
011500         PERFORM 3000-ROLL-CYCLE-DATE THRU 3000-EXIT
011600     END-IF.
011700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
011800     MOVE WS-RETURN-CODE TO RETURN-CODE.
011900     STOP RUN.
012000
012100*****************************************************************
012200*    1000-INITIALIZE
012300*    OPENS THE CONTROL FILE FOR UPDATE AND READS ITS ONE RECORD.
012400*    A MISSING, ZERO, OR NON-NUMERIC CYCLE DATE CANNOT BE ROLLED
012500*    - SOMEONE HAS TO SET IT BY HAND FIRST.
012600*****************************************************************
012700 1000-INITIALIZE.
012800     OPEN I-O CYCLE-CONTROL.
012900     IF WS-CYCLDATE-STATUS NOT = "00"
013000         DISPLAY "HELLOCYC - UNABLE TO OPEN CYCLDATE, STATUS = "
013100             WS-CYCLDATE-STATUS
013200         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
013300         GO TO 1000-EXIT
013400     END-IF.
013500     SET WS-CYCLDATE-OPENED TO TRUE.
013600     READ CYCLE-CONTROL
013700         AT END
013800             DISPLAY "HELLOCYC - CYCLDATE FILE IS EMPTY"
013900             PERFORM 1900-ABORT-RUN THRU 1900-EXIT
014000             GO TO 1000-EXIT
014100     END-READ.
014200     IF CD-CYCLE-DATE IS NOT NUMERIC
014300         OR CD-CYCLE-DATE = ZERO
014400         DISPLAY "HELLOCYC - CYCLDATE RECORD HOLDS NO VALID DATE"
014500         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
014600         GO TO 1000-EXIT
014700     END-IF.
014800     DISPLAY "HELLOCYC - CURRENT CYCLE DATE " CD-CYCLE-DATE.
014900 1000-EXIT.
015000     EXIT.
015100
015200*****************************************************************
015300*    1900-ABORT-RUN
015400*    CONDITION CODE 8 - THE CYCLE DATE IS LEFT AS IT WAS.
015500*****************************************************************
015600 1900-ABORT-RUN.
015700     MOVE 8 TO WS-RETURN-CODE.
015800     DISPLAY "HELLOCYC - CYCLE DATE NOT ROLLED".
015900 1900-EXIT.
016000     EXIT.
016100
016200*****************************************************************
016300*    2000-FIND-VERDICT
016400*    READS RUNSTAT END TO END, KEEPING THE STATUS OF THE LAST
016500*    HELLORCN RECORD FOR THE CURRENT CYCLE DATE - A RECONCILE
016600*    RERUN AFTER A CORRECTION APPENDS A NEWER VERDICT, AND THE
016700*    NEWER ONE IS THE ONE THAT COUNTS.
016800*****************************************************************
016900 2000-FIND-VERDICT.
017000     OPEN INPUT RUN-STATUS.
017100     IF WS-RUNSTAT-STATUS NOT = "00"
017200         DISPLAY "HELLOCYC - UNABLE TO OPEN RUNSTAT, STATUS = "
017300             WS-RUNSTAT-STATUS
017400         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
017500         GO TO 2000-EXIT
017600     END-IF.
017700     PERFORM 2100-READ-ONE-STATUS THRU 2100-EXIT
017800         UNTIL WS-END-OF-RUNSTAT.
017900     CLOSE RUN-STATUS.
018000     DISPLAY "HELLOCYC - " WS-RUNSTAT-READ-COUNT
018100         " RUNSTAT RECORD(S) READ, " WS-RCN-FOUND-COUNT
018200         " HELLORCN VERDICT(S) FOR THE CYCLE, LATEST AT "
018300         WS-LAST-RUN-TIME.
018400     IF WS-RCN-FOUND-COUNT = ZERO
018500         DISPLAY "HELLOCYC - CYCLE " CD-CYCLE-DATE
018600             " HAS NOT BEEN RECONCILED"
018700         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
018800         GO TO 2000-EXIT
018900     END-IF.
019000     MOVE WS-LAST-VERDICT TO WS-VERDICT-SW.
019100     IF NOT WS-VERDICT-CLEAN
019200         DISPLAY "HELLOCYC - LATEST RECONCILIATION OF CYCLE "
019300             CD-CYCLE-DATE " IS STATUS " WS-LAST-VERDICT
019400             " - NOT CLEAN"
019500         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
019600         GO TO 2000-EXIT
019700     END-IF.
019800 2000-EXIT.
019900     EXIT.
020000
020100*****************************************************************
020200*    2100-READ-ONE-STATUS
020300*****************************************************************
020400 2100-READ-ONE-STATUS.
020500     READ RUN-STATUS
020600         AT END
020700             MOVE "Y" TO WS-RUNSTAT-EOF-SW
020800             GO TO 2100-EXIT
020900     END-READ.
021000     ADD 1 TO WS-RUNSTAT-READ-COUNT.
021100     IF RS-PROGRAM NOT = "HELLORCN"
021200         OR RS-RUN-DATE NOT = CD-CYCLE-DATE
021300         GO TO 2100-EXIT
021400     END-IF.
021500     ADD 1 TO WS-RCN-FOUND-COUNT.
021600     MOVE RS-STATUS TO WS-LAST-VERDICT.
021700     MOVE RS-RUN-TIME TO WS-LAST-RUN-TIME.
021800 2100-EXIT.
021900     EXIT.
022000
022100*****************************************************************
022200*    3000-ROLL-CYCLE-DATE
022300*    ADVANCES THE CYCLE DATE ONE CALENDAR DAY AND REWRITES THE
022400*    CONTROL RECORD.  CD-LAST-ANNIV-DATE IS HELLO'S AND IS LEFT
022500*    ALONE.
022600*****************************************************************
022700 3000-ROLL-CYCLE-DATE.
022800     MOVE CD-CYCLE-DATE TO WS-NEW-DATE.
022900     PERFORM 3100-SET-MONTH-END THRU 3100-EXIT.
023000     IF WS-NEW-DD < WS-MONTH-END
023100         ADD 1 TO WS-NEW-DD
023200     ELSE
023300         MOVE 1 TO WS-NEW-DD
023400         IF WS-NEW-MM < 12
023500             ADD 1 TO WS-NEW-MM
023600         ELSE
023700             MOVE 1 TO WS-NEW-MM
023800             ADD 1 TO WS-NEW-YYYY
023900         END-IF
024000     END-IF.
024100     ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
024200     ACCEPT WS-CLOCK-TIME FROM TIME.
024300     MOVE CD-CYCLE-DATE TO CD-PRIOR-DATE.
024400     MOVE WS-NEW-DATE TO CD-CYCLE-DATE.
024500     MOVE WS-CLOCK-DATE TO CD-ROLL-DATE.
024600     MOVE WS-CLOCK-TIME TO CD-ROLL-TIME.
024700     REWRITE CD-RECORD.
024800     IF WS-CYCLDATE-STATUS NOT = "00"
024900         DISPLAY "HELLOCYC - CYCLDATE REWRITE FAILED, STATUS = "
025000             WS-CYCLDATE-STATUS
025100         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
025200         GO TO 3000-EXIT
025300     END-IF.
025400     DISPLAY "HELLOCYC - CYCLE DATE ROLLED FROM " CD-PRIOR-DATE
025500         " TO " CD-CYCLE-DATE.
025600 3000-EXIT.
025700     EXIT.
025800
025900*****************************************************************
026000*    3100-SET-MONTH-END
026100*    LAST DAY OF THE MONTH IN WS-NEW-DATE.  A YEAR DIVISIBLE BY
026200*    4 IS A LEAP YEAR UNLESS IT IS A CENTURY NOT DIVISIBLE BY 400.
026300*****************************************************************
026400 3100-SET-MONTH-END.
026500     MOVE WS-MD-DAYS (WS-NEW-MM) TO WS-MONTH-END.
026600     IF WS-NEW-MM NOT = 2
026700         GO TO 3100-EXIT
026800     END-IF.
026900     DIVIDE WS-NEW-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
027000         REMAINDER WS-LEAP-REM-4.
027100     DIVIDE WS-NEW-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
027200         REMAINDER WS-LEAP-REM-100.
027300     DIVIDE WS-NEW-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
027400         REMAINDER WS-LEAP-REM-400.
027500     IF WS-LEAP-REM-4 = ZERO
027600         AND (WS-LEAP-REM-100 NOT = ZERO
027700              OR WS-LEAP-REM-400 = ZERO)
027800         MOVE 29 TO WS-MONTH-END
027900     END-IF.
028000 3100-EXIT.
028100     EXIT.
028200
028300*****************************************************************
028400*    9000-TERMINATE
028500*****************************************************************
028600 9000-TERMINATE.
028700     IF WS-CYCLDATE-OPENED
028800         CLOSE CYCLE-CONTROL
028900     END-IF.
029000 9000-EXIT.
029100     EXIT.
