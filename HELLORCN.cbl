002474*                     PER GREET-LOG WRITE.  A MISSING EXTRACT IS
002475*                     INCOMPLETE (CODE 4), A MISMATCH IS OUT OF
002476*                     BALANCE (CODE 8).
002477*    2026-10-15  DRO  "TODAY" IS NOW THE CYCLE DATE FROM THE
002478*                     CYCLDATE CONTROL RECORD, NOT THE CLOCK, SO
002479*                     THE RECONCILIATION CAN RUN AFTER MIDNIGHT.
002480*                     EVERY RUN ALSO APPENDS ITS OWN RUN-STATUS
002481*                     RECORD (PROGRAM "HELLORCN", VIA THE RCNSTAT
002482*                     DD) WITH THE DAY'S FIGURES AND ITS VERDICT:
002483*                     HELLOCYC ROLLS THE CYCLE DATE ONLY AFTER A
002484*                     CLEAN ONE.  HELLORCN'S OWN EARLIER RECORDS
002485*                     ARE SKIPPED WHEN ROLLING UP THE FEEDS.
002486*    2026-10-15  DRO  GREETINGS HELD BACK BY THE CONTACT-FREQUENCY
002487*                     CAP ARE A FIFTH OUTCOME, RS-CAPPED, NEITHER
002488*                     GREETED NOR REJECTED: HELLO READ = GREETED +
002489*                     REJECTED + DEFERRED + SUPPRESSED + CAPPED,
002490*                     AND TDQ READ = TDQ DRAINED + TDQ CAPPED.
002491*                     GUARDED NUMERIC LIKE RS-DEFERRED.  THE TOTAL
002492*                     IS CARRIED ON HELLORCN'S OWN RECORD.
002500*****************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID.    HELLORCN.
004400*            WAS DOUBLE-APPENDED BY A RERUN)
004500*
004600*    RUN THIS AFTER HELLOB, HELLOANN, AND HELLOTDQ AND BEFORE
004700*    THE CYCLE DATE IS ROLLED - EVERY FEED IS MATCHED ON THE
004800*    CYCLE DATE FROM CYCLDATE, WHICH THE FEEDS THEMSELVES STAMP,
004900*    SO THE CLOCK NO LONGER MATTERS.
005000*****************************************************************
005100 ENVIRONMENT DIVISION.
005200 CONFIGURATION SECTION.
006300     SELECT RECON-REPORT ASSIGN TO RCNRPT
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-REPORT-STATUS.
006510     SELECT CYCLE-CONTROL ASSIGN TO CYCLDATE
006520         ORGANIZATION IS SEQUENTIAL
006530         FILE STATUS IS WS-CYCLDATE-STATUS.
006540     SELECT RCN-STATUS ASSIGN TO RCNSTAT
006550         ORGANIZATION IS SEQUENTIAL
006560         FILE STATUS IS WS-RCNSTAT-STATUS.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD.
008200 01  RO-LINE                 PIC X(132).
008203
008206 FD  CYCLE-CONTROL
008209     RECORDING MODE IS F
008212     LABEL RECORDS ARE STANDARD.
008215     COPY CYCLDATE.
008218
008221 FD  RCN-STATUS
008224     RECORDING MODE IS F
008227     LABEL RECORDS ARE STANDARD.
008230     COPY RUNSTAT
008233         REPLACING ==RS-RECORD==         BY ==RC-RECORD==
008236                   ==RS-PROGRAM==        BY ==RC-PROGRAM==
008239                   ==RS-RUN-DATE==       BY ==RC-RUN-DATE==
008242                   ==RS-RUN-TIME==       BY ==RC-RUN-TIME==
008245                   ==RS-STATUS==         BY ==RC-STATUS==
008248                   ==RS-STATUS-CLEAN==   BY ==RC-STATUS-CLEAN==
008251                   ==RS-STATUS-WARNING== BY ==RC-STATUS-WARNING==
008254                   ==RS-STATUS-FAILED==  BY ==RC-STATUS-FAILED==
008257                   ==RS-RECORDS-IN==     BY ==RC-RECORDS-IN==
008260                   ==RS-GREETED==        BY ==RC-GREETED==
008263                   ==RS-REJECTED==       BY ==RC-REJECTED==
008266                   ==RS-FILES-UNAVAIL==  BY ==RC-FILES-UNAVAIL==
008269                   ==RS-DEFERRED==       BY ==RC-DEFERRED==
008272                   ==RS-SUPPRESSED==     BY ==RC-SUPPRESSED==
008286                   ==RS-CAPPED==         BY ==RC-CAPPED==.
008300
008400 WORKING-STORAGE SECTION.
008500*****************************************************************
009850     88  WS-GREETEXT-OPENED      VALUE "Y".
009900 77  WS-TODAY-DATE           PIC 9(08) VALUE ZERO.
010000 77  WS-RETURN-CODE          PIC 9(01) VALUE ZERO.
010010 77  WS-CYCLDATE-STATUS      PIC X(02) VALUE SPACES.
010020 77  WS-CYCLE-DATE-SW        PIC X(01) VALUE "N".
010030     88  WS-CYCLE-DATE-SET       VALUE "Y".
010040 77  WS-RCNSTAT-STATUS       PIC X(02) VALUE SPACES.
010050 77  WS-UNAVAIL-PTR          PIC 9(02) VALUE 1 COMP.
010100
010200*****************************************************************
010300*    FEED ACCUMULATORS - TODAY'S RUN-STATUS RECORDS ROLLED UP BY
010900 77  WS-HELLO-REJECTED       PIC 9(08) VALUE ZERO COMP.
011000 77  WS-HELLO-DEFERRED       PIC 9(08) VALUE ZERO COMP.
011010 77  WS-HELLO-SUPPRESSED     PIC 9(08) VALUE ZERO COMP.
011020 77  WS-HELLO-CAPPED         PIC 9(08) VALUE ZERO COMP.
011100 77  WS-TDQ-RUNS             PIC 9(04) VALUE ZERO COMP.
011200 77  WS-TDQ-READ             PIC 9(08) VALUE ZERO COMP.
011300 77  WS-TDQ-DRAINED          PIC 9(08) VALUE ZERO COMP.
011350 77  WS-TDQ-CAPPED           PIC 9(08) VALUE ZERO COMP.
011400 77  WS-BAD-STATUS-COUNT     PIC 9(04) VALUE ZERO COMP.
011500 77  WS-GL-TODAY-COUNT       PIC 9(08) VALUE ZERO COMP.
011510 77  WS-GX-TODAY-COUNT       PIC 9(08) VALUE ZERO COMP.
015000*    CANNOT PROVE ANYTHING ABOUT NUMBERS IT CANNOT SEE.
015100*****************************************************************
015200 1000-INITIALIZE.
015300     PERFORM 1010-READ-CYCLE-DATE THRU 1010-EXIT.
015400     OPEN OUTPUT RECON-REPORT.
015500     IF WS-REPORT-STATUS NOT = "00"
015600         DISPLAY "HELLORCN - UNABLE TO OPEN RCNRPT, STATUS = "
018070     ELSE
018080         SET WS-GREETEXT-OPENED TO TRUE
018090     END-IF.
018091     IF NOT WS-CYCLE-DATE-SET
018092         MOVE "Y" TO WS-RUNSTAT-EOF-SW
018093         MOVE "Y" TO WS-GREETLOG-EOF-SW
018094         MOVE "Y" TO WS-GREETEXT-EOF-SW
018095     END-IF.
018100 1000-EXIT.
018200     EXIT.
018210*****************************************************************
018220*    1010-READ-CYCLE-DATE
018230*    LOADS THE CYCLE DATE BEING RECONCILED FROM THE ONE-RECORD
018240*    CYCLDATE CONTROL FILE.  WITHOUT ONE THERE IS NO DAY TO
018250*    BALANCE - NOTHING IS READ AND THE RUN IS INCOMPLETE (CODE 4).
018260*****************************************************************
018270 1010-READ-CYCLE-DATE.
018271     OPEN INPUT CYCLE-CONTROL.
018272     IF WS-CYCLDATE-STATUS NOT = "00"
018273         DISPLAY "HELLORCN - CYCLDATE NOT AVAILABLE, STATUS = "
018274             WS-CYCLDATE-STATUS
018275         GO TO 1010-EXIT
018276     END-IF.
018277     READ CYCLE-CONTROL
018278         AT END
018279             MOVE ZERO TO CD-CYCLE-DATE
018280     END-READ.
018281     CLOSE CYCLE-CONTROL.
018282     IF CD-CYCLE-DATE IS NOT NUMERIC
018283         OR CD-CYCLE-DATE = ZERO
018284         DISPLAY "HELLORCN - CYCLDATE RECORD MISSING OR INVALID"
018285         GO TO 1010-EXIT
018286     END-IF.
018287     MOVE CD-CYCLE-DATE TO WS-TODAY-DATE.
018288     SET WS-CYCLE-DATE-SET TO TRUE.
018289     DISPLAY "HELLORCN - RECONCILING CYCLE DATE " WS-TODAY-DATE.
018290 1010-EXIT.
018291     EXIT.
018300
018400*****************************************************************
018500*    2100-READ-ONE-STATUS
018600*    ROLLS ONE OF TODAY'S RUN-STATUS RECORDS INTO THE PER-PROGRAM
018700*    ACCUMULATORS.  RECORDS FROM EARLIER DATES ARE HISTORY AND
018800*    ARE SKIPPED, AS ARE HELLORCN'S OWN RECORDS FROM AN EARLIER
018810*    RECONCILIATION OF THE SAME DAY.  ANY FEED THAT REPORTED A
018900*    WARNING OR FAILURE MAKES TODAY'S RECONCILIATION INCOMPLETE
018910*    AT BEST.
019000*****************************************************************
019100 2100-READ-ONE-STATUS.
019200     READ RUN-STATUS
019400             MOVE "Y" TO WS-RUNSTAT-EOF-SW
019500         NOT AT END
019600             IF RS-RUN-DATE = WS-TODAY-DATE
019610                 AND RS-PROGRAM NOT = "HELLORCN"
019700                 IF NOT RS-STATUS-CLEAN
019800                     ADD 1 TO WS-BAD-STATUS-COUNT
019900                 END-IF
020820                         ADD RS-SUPPRESSED
020830                             TO WS-HELLO-SUPPRESSED
020840                     END-IF
020850                     IF RS-CAPPED IS NUMERIC
020860                         ADD RS-CAPPED TO WS-HELLO-CAPPED
020870                     END-IF
020900                 END-IF
021000                 IF RS-PROGRAM = "HELLOTDQ"
021100                     ADD 1 TO WS-TDQ-RUNS
021200                     ADD RS-RECORDS-IN TO WS-TDQ-READ
021300                     ADD RS-GREETED TO WS-TDQ-DRAINED
021325                     IF RS-CAPPED IS NUMERIC
021350                         ADD RS-CAPPED TO WS-TDQ-CAPPED
021375                     END-IF
021400                 END-IF
021500             END-IF
021600     END-READ.
024100*    MISSING OR TROUBLED FEEDS RAISE IT TO AT LEAST 4.
024200*****************************************************************
024300 4000-BALANCE.
024310     IF NOT WS-CYCLE-DATE-SET
024320         MOVE "NO CYCLE DATE - NOTHING RECONCILED"
024330             TO WS-VL-TEXT
024340         PERFORM 5100-PRINT-VERDICT THRU 5100-EXIT
024350         MOVE 4 TO WS-RETURN-CODE
024360         DISPLAY "HELLORCN - ENDING WITH CONDITION CODE "
024370             WS-RETURN-CODE
024380         GO TO 4000-EXIT
024390     END-IF.
024400     MOVE "HELLO RUNS TODAY" TO WS-CL-LABEL.
024500     MOVE WS-HELLO-RUNS TO WS-CL-COUNT.
024600     PERFORM 5000-PRINT-COUNT THRU 5000-EXIT.
025810     MOVE "HELLO RECORDS SUPPRESSED" TO WS-CL-LABEL.
025820     MOVE WS-HELLO-SUPPRESSED TO WS-CL-COUNT.
025830     PERFORM 5000-PRINT-COUNT THRU 5000-EXIT.
025840     MOVE "HELLO RECORDS CAPPED" TO WS-CL-LABEL.
025850     MOVE WS-HELLO-CAPPED TO WS-CL-COUNT.
025860     PERFORM 5000-PRINT-COUNT THRU 5000-EXIT.
025900     MOVE "HELLOTDQ RUNS TODAY" TO WS-CL-LABEL.
026000     MOVE WS-TDQ-RUNS TO WS-CL-COUNT.
026100     PERFORM 5000-PRINT-COUNT THRU 5000-EXIT.
026500     MOVE "TDQ RECORDS DRAINED" TO WS-CL-LABEL.
026600     MOVE WS-TDQ-DRAINED TO WS-CL-COUNT.
026700     PERFORM 5000-PRINT-COUNT THRU 5000-EXIT.
026725     MOVE "TDQ RECORDS CAPPED" TO WS-CL-LABEL.
026750     MOVE WS-TDQ-CAPPED TO WS-CL-COUNT.
026775     PERFORM 5000-PRINT-COUNT THRU 5000-EXIT.
026800     MOVE "GREET-LOG RECORDS DATED TODAY" TO WS-CL-LABEL.
026900     MOVE WS-GL-TODAY-COUNT TO WS-CL-COUNT.
027000     PERFORM 5000-PRINT-COUNT THRU 5000-EXIT.
029100     END-IF.
029200     IF WS-HELLO-IN NOT = WS-HELLO-GREETED + WS-HELLO-REJECTED
029300             + WS-HELLO-DEFERRED + WS-HELLO-SUPPRESSED
029350             + WS-HELLO-CAPPED
029400         MOVE "OUT OF BALANCE: HELLO READ <> GRT+REJ+DEF+SUP+CAP"
029500             TO WS-VL-TEXT
029600         PERFORM 5100-PRINT-VERDICT THRU 5100-EXIT
029700         MOVE 8 TO WS-RETURN-CODE
029800     END-IF.
029900     IF WS-TDQ-READ NOT = WS-TDQ-DRAINED + WS-TDQ-CAPPED
030000         MOVE "OUT OF BALANCE: TDQ READ <> TDQ DRAINED + CAPPED"
030100             TO WS-VL-TEXT
030200         PERFORM 5100-PRINT-VERDICT THRU 5100-EXIT
030300         MOVE 8 TO WS-RETURN-CODE
036120         CLOSE EXTRACT-IN
036130     END-IF.
036200     CLOSE RECON-REPORT.
036210     IF WS-CYCLE-DATE-SET
036220         PERFORM 9060-WRITE-RUN-STATUS THRU 9060-EXIT
036230     END-IF.
036300 9000-EXIT.
036400     EXIT.
036500
036600*****************************************************************
036700*    9060-WRITE-RUN-STATUS
036800*    APPENDS HELLORCN'S OWN RUN-STATUS RECORD FOR THE CYCLE DATE
036900*    THROUGH THE RCNSTAT DD (THE MAIN RUNSTAT DATASET, DISP=MOD -
037000*    THE RUNSTAT DD ITSELF MAY BE A READ-ONLY CONCATENATION).  IT
037100*    CARRIES THE DAY'S FIGURES - FEED RECORDS IN, GREET-LOG ADDS,
037200*    AND HELLO'S REJECTED, DEFERRED, AND SUPPRESSED, AND ALL
037250*    CAPPED GREETINGS - AND THE
037300*    VERDICT AS ITS STATUS: C FOR CODE 0, W FOR 4, F FOR 8.
037400*    HELLOCYC WILL ONLY ROLL THE CYCLE DATE PAST A DAY WHOSE
037500*    LATEST HELLORCN RECORD IS CLEAN.  A RCNSTAT THAT WILL NOT
037600*    OPEN RAISES THE CODE TO AT LEAST 4.
037700*****************************************************************
037800 9060-WRITE-RUN-STATUS.
037900     MOVE SPACES TO RC-RECORD.
038000     MOVE "HELLORCN" TO RC-PROGRAM.
038100     MOVE WS-TODAY-DATE TO RC-RUN-DATE.
038200     ACCEPT RC-RUN-TIME FROM TIME.
038300     COMPUTE RC-RECORDS-IN = WS-HELLO-IN + WS-TDQ-READ.
038400     MOVE WS-GL-TODAY-COUNT TO RC-GREETED.
038500     MOVE WS-HELLO-REJECTED TO RC-REJECTED.
038600     MOVE WS-HELLO-DEFERRED TO RC-DEFERRED.
038700     MOVE WS-HELLO-SUPPRESSED TO RC-SUPPRESSED.
038750     COMPUTE RC-CAPPED = WS-HELLO-CAPPED + WS-TDQ-CAPPED.
038800     MOVE SPACES TO RC-FILES-UNAVAIL.
038900     MOVE 1 TO WS-UNAVAIL-PTR.
039000     IF NOT WS-RUNSTAT-OPENED
039100         STRING "RUNSTAT " DELIMITED BY SIZE
039200                INTO RC-FILES-UNAVAIL
039300                WITH POINTER WS-UNAVAIL-PTR
039310                ON OVERFLOW
039320                    CONTINUE
039400         END-STRING
039500     END-IF.
039600     IF NOT WS-GREETLOG-OPENED
039700         STRING "GREETLOG " DELIMITED BY SIZE
039800                INTO RC-FILES-UNAVAIL
039900                WITH POINTER WS-UNAVAIL-PTR
040000                ON OVERFLOW
040100                    CONTINUE
040200         END-STRING
040300     END-IF.
040400     IF NOT WS-GREETEXT-OPENED
040500         STRING "GREETEXT" DELIMITED BY SIZE
040600                INTO RC-FILES-UNAVAIL
040700                WITH POINTER WS-UNAVAIL-PTR
040800                ON OVERFLOW
040900                    CONTINUE
041000         END-STRING
041100     END-IF.
041200     IF WS-RETURN-CODE = ZERO
041300         SET RC-STATUS-CLEAN TO TRUE
041400     ELSE
041500         IF WS-RETURN-CODE = 4
041600             SET RC-STATUS-WARNING TO TRUE
041700         ELSE
041800             SET RC-STATUS-FAILED TO TRUE
041900         END-IF
042000     END-IF.
042100     OPEN EXTEND RCN-STATUS.
042200     IF WS-RCNSTAT-STATUS NOT = "00"
042300         OPEN OUTPUT RCN-STATUS
042400     END-IF.
042500     IF WS-RCNSTAT-STATUS NOT = "00"
042600         DISPLAY "HELLORCN - RCNSTAT NOT AVAILABLE, STATUS = "
042700             WS-RCNSTAT-STATUS
042800         DISPLAY "HELLORCN - CYCLE DATE CANNOT BE ROLLED"
042900         IF WS-RETURN-CODE < 4
043000             MOVE 4 TO WS-RETURN-CODE
043100         END-IF
043200         GO TO 9060-EXIT
043300     END-IF.
043400     WRITE RC-RECORD.
043500     CLOSE RCN-STATUS.
043600 9060-EXIT.
043700     EXIT.
