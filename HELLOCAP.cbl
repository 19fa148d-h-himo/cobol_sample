000100*****************************************************************
000200*    MODIFICATION HISTORY
000300*    2026-10-15  DRO  INITIAL VERSION.  CAPPED-GREETINGS
000400*                     REPORT.  HELLO AND HELLOTDQ NOW HOLD BACK
000500*                     ANY GREETING TO A CUSTOMER WHO HAS ALREADY
000600*                     HAD CP-CAP-LIMIT COUNTABLE GREETINGS IN THE
000700*                     ROLLING WINDOW AND APPEND IT TO CAPFILE.
000800*                     THIS LISTS THE CYCLE'S CAPPED GREETINGS FOR
000900*                     MARKETING, WITH TOTALS BY CHANNEL THAT TIE
001000*                     TO THE CAPPED COUNT HELLORCN BALANCES.
001100*****************************************************************
001200 IDENTIFICATION DIVISION.
001300 PROGRAM-ID.    HELLOCAP.
001400 AUTHOR.        D. OKAFOR.
001500 INSTALLATION.  RETAIL BANKING SYSTEMS.
001600 DATE-WRITTEN.  2026-10-15.
001700 DATE-COMPILED.
001800*****************************************************************
001900*    HELLOCAP READS THE CAPPED-GREETINGS FILE (CAPFILE, SEE
002000*    CAPLOG.CPY) AND PRINTS EVERY GREETING HELD BACK ON THE CYCLE
002100*    DATE - WHO, WHICH CHANNEL AND OCCASION, HOW MANY GREETINGS
002200*    WERE ALREADY IN THE WINDOW, AND WHEN THE LAST ONE WAS -
002300*    FOLLOWED BY TOTALS BY CHANNEL.  RECORDS FOR OTHER DATES
002400*    ARE COUNTED AND SKIPPED, SO CAPFILE CAN BE KEPT AS A RUNNING
002500*    HISTORY.
002600*
002700*    CONDITION CODES: 0 CLEAN (INCLUDING A DAY WITH NOTHING
002800*    CAPPED), 4 WARNING (CAPFILE RECORDS WITH AN UNKNOWN CHANNEL,
002900*    OR CAPRPT UNAVAILABLE), 8 FAILED (CYCLDATE INVALID OR CAPFILE
003000*    WOULD NOT OPEN).
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.   IBM-370.
003500 OBJECT-COMPUTER.   IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT CYCLE-CONTROL ASSIGN TO CYCLDATE
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-CYCLDATE-STATUS.
004100     SELECT CAPPED-FILE ASSIGN TO CAPFILE
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-CAPFILE-STATUS.
004400     SELECT CAPPED-REPORT ASSIGN TO CAPRPT
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-CAPRPT-STATUS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  CYCLE-CONTROL
005100     RECORDING MODE IS F
005200     LABEL RECORDS ARE STANDARD.
005300     COPY CYCLDATE.
005400
005500 FD  CAPPED-FILE
005600     RECORDING MODE IS F
005700     LABEL RECORDS ARE STANDARD.
005800     COPY CAPLOG.
005900
006000 FD  CAPPED-REPORT
006100     RECORDING MODE IS F
006200     LABEL RECORDS ARE STANDARD.
006300 01  CR-LINE                 PIC X(132).
006400
006500 WORKING-STORAGE SECTION.
006600*****************************************************************
006700*    RUN CONTROL SWITCHES
006800*****************************************************************
006900 77  WS-CYCLDATE-STATUS      PIC X(02) VALUE SPACES.
007000 77  WS-CAPFILE-STATUS       PIC X(02) VALUE SPACES.
007100 77  WS-CAPRPT-STATUS        PIC X(02) VALUE SPACES.
007200 77  WS-CAPFILE-EOF-SW       PIC X(01) VALUE "N".
007300     88  WS-END-OF-CAPFILE       VALUE "Y".
007400 77  WS-CAPFILE-OPEN-SW      PIC X(01) VALUE "N".
007500     88  WS-CAPFILE-READY        VALUE "Y".
007600 77  WS-CAPRPT-OPEN-SW       PIC X(01) VALUE "N".
007700     88  WS-CAPRPT-OK            VALUE "Y".
007800 77  WS-ABORT-SW             PIC X(01) VALUE "N".
007900     88  WS-RUN-ABORTED          VALUE "Y".
008000 77  WS-RETURN-CODE          PIC 9(01) VALUE ZERO.
008100 77  WS-CYCLE-DATE           PIC 9(08) VALUE ZERO.
008200
008300*****************************************************************
008400*    RUN COUNTERS FOR THE TOTALS AND THE CONSOLE
008500*****************************************************************
008600 77  WS-CAPFILE-READ-COUNT   PIC 9(08) VALUE ZERO COMP.
008700 77  WS-OTHER-DATE-COUNT     PIC 9(08) VALUE ZERO COMP.
008800 77  WS-CAPPED-COUNT         PIC 9(08) VALUE ZERO COMP.
008900 77  WS-BATCH-COUNT          PIC 9(08) VALUE ZERO COMP.
009000 77  WS-INTERACTIVE-COUNT    PIC 9(08) VALUE ZERO COMP.
009100 77  WS-ANNIV-COUNT          PIC 9(08) VALUE ZERO COMP.
009200 77  WS-ONLINE-COUNT         PIC 9(08) VALUE ZERO COMP.
009300 77  WS-UNKNOWN-COUNT        PIC 9(08) VALUE ZERO COMP.
009400
009500*****************************************************************
009600*    PRINT-LINE WORK AREAS
009700*****************************************************************
009800 01  WS-CR-HEADING-LINE.
009900     05  FILLER                  PIC X(32)
010000             VALUE "CAPPED GREETINGS REPORT - CYCLE ".
010100     05  WS-CH-DATE              PIC 9999/99/99.
010200 01  WS-CR-COLUMN-LINE.
010300     05  FILLER                  PIC X(08) VALUE "CUST ID".
010400     05  FILLER                  PIC X(22) VALUE "NAME".
010500     05  FILLER                  PIC X(12) VALUE "ACCOUNT".
010600     05  FILLER                  PIC X(13) VALUE "CHANNEL".
010700     05  FILLER                  PIC X(05) VALUE "OCC".
010800     05  FILLER                  PIC X(05) VALUE "LANG".
010900     05  FILLER                  PIC X(10) VALUE "TERMINAL".
011000     05  FILLER                  PIC X(09) VALUE "TIME".
011100     05  FILLER                  PIC X(11) VALUE "IN WINDOW".
011200     05  FILLER                  PIC X(12) VALUE "LAST CONTACT".
011300 01  WS-CR-DETAIL-LINE.
011400     05  WS-CD-CUST-ID           PIC X(06).
011500     05  FILLER                  PIC X(02) VALUE SPACES.
011600     05  WS-CD-NAME              PIC X(20).
011700     05  FILLER                  PIC X(02) VALUE SPACES.
011800     05  WS-CD-ACCOUNT           PIC X(10).
011900     05  FILLER                  PIC X(02) VALUE SPACES.
012000     05  WS-CD-CHANNEL           PIC X(11).
012100     05  FILLER                  PIC X(02) VALUE SPACES.
012200     05  WS-CD-OCCASION          PIC X(01).
012300     05  FILLER                  PIC X(04) VALUE SPACES.
012400     05  WS-CD-LANGUAGE          PIC X(02).
012500     05  FILLER                  PIC X(03) VALUE SPACES.
012600     05  WS-CD-TERM-ID           PIC X(08).
012700     05  FILLER                  PIC X(02) VALUE SPACES.
012800     05  WS-CD-TIME              PIC X(08).
012900     05  FILLER                  PIC X(05) VALUE SPACES.
013000     05  WS-CD-WINDOW-COUNT      PIC ZZ9.
013100     05  FILLER                  PIC X(03) VALUE SPACES.
013200     05  WS-CD-LAST-DATE         PIC 9999/99/99.
013300 01  WS-TIME-EDIT.
013400     05  WS-TE-HH                PIC 9(02).
013500     05  FILLER                  PIC X(01) VALUE ":".
013600     05  WS-TE-MM                PIC 9(02).
013700     05  FILLER                  PIC X(01) VALUE ":".
013800     05  WS-TE-SS                PIC 9(02).
013900 01  WS-TIME-WORK.
014000     05  WS-TW-HH                PIC 9(02).
014100     05  WS-TW-MM                PIC 9(02).
014200     05  WS-TW-SS                PIC 9(02).
014300     05  WS-TW-HS                PIC 9(02).
014400 01  WS-COUNT-LINE.
014500     05  WS-CL-LABEL             PIC X(44).
014600     05  WS-CL-COUNT             PIC ZZ,ZZZ,ZZ9.
014700
014800 PROCEDURE DIVISION.
014900*****************************************************************
015000*    0000-MAINLINE
015100*****************************************************************
015200 0000-MAINLINE.
015300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015400     IF NOT WS-RUN-ABORTED
015500         PERFORM 2000-PROCESS-ONE-RECORD THRU 2000-EXIT
015600             UNTIL WS-END-OF-CAPFILE
015700         PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT
015800     END-IF.
015900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016000     MOVE WS-RETURN-CODE TO RETURN-CODE.
016100     STOP RUN.
016200
016300*****************************************************************
016400*    1000-INITIALIZE
016500*****************************************************************
016600 1000-INITIALIZE.
016700     PERFORM 1020-READ-CYCLE-DATE THRU 1020-EXIT.
016800     IF WS-RUN-ABORTED
016900         GO TO 1000-EXIT
017000     END-IF.
017100     OPEN INPUT CAPPED-FILE.
017200     IF WS-CAPFILE-STATUS NOT = "00"
017300         DISPLAY "HELLOCAP - UNABLE TO OPEN CAPFILE, STATUS = "
017400             WS-CAPFILE-STATUS
017500         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
017600         GO TO 1000-EXIT
017700     END-IF.
017800     SET WS-CAPFILE-READY TO TRUE.
017900     PERFORM 1040-OPEN-REPORT THRU 1040-EXIT.
018000 1000-EXIT.
018100     EXIT.
018200
018300*****************************************************************
018400*    1020-READ-CYCLE-DATE
018500*    THE REPORT IS FOR THE CYCLE DATE - THE DATE HELLO AND
018600*    HELLOTDQ STAMP ON CG-DATE.  WITHOUT ONE NOTHING IS PRINTED.
018700*****************************************************************
018800 1020-READ-CYCLE-DATE.
018900     OPEN INPUT CYCLE-CONTROL.
019000     IF WS-CYCLDATE-STATUS NOT = "00"
019100         DISPLAY "HELLOCAP - CYCLDATE NOT AVAILABLE, STATUS = "
019200             WS-CYCLDATE-STATUS
019300         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
019400         GO TO 1020-EXIT
019500     END-IF.
019600     READ CYCLE-CONTROL
019700         AT END
019800             MOVE ZERO TO CD-CYCLE-DATE
019900     END-READ.
020000     CLOSE CYCLE-CONTROL.
020100     IF CD-CYCLE-DATE IS NOT NUMERIC
020200         OR CD-CYCLE-DATE = ZERO
020300         DISPLAY "HELLOCAP - CYCLDATE RECORD MISSING OR INVALID"
020400         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
020500         GO TO 1020-EXIT
020600     END-IF.
020700     MOVE CD-CYCLE-DATE TO WS-CYCLE-DATE.
020800     DISPLAY "HELLOCAP - REPORTING CAPPED GREETINGS FOR CYCLE "
020900         WS-CYCLE-DATE.
021000 1020-EXIT.
021100     EXIT.
021200
021300*****************************************************************
021400*    1040-OPEN-REPORT
021500*    AN UNOPENABLE REPORT IS A WARNING; THE CONSOLE TOTALS ARE
021600*    STILL DISPLAYED.
021700*****************************************************************
021800 1040-OPEN-REPORT.
021900     OPEN OUTPUT CAPPED-REPORT.
022000     IF WS-CAPRPT-STATUS NOT = "00"
022100         DISPLAY "HELLOCAP - UNABLE TO OPEN CAPRPT, STATUS = "
022200             WS-CAPRPT-STATUS
022300         MOVE 4 TO WS-RETURN-CODE
022400     ELSE
022500         SET WS-CAPRPT-OK TO TRUE
022600     END-IF.
022700     MOVE WS-CYCLE-DATE TO WS-CH-DATE.
022800     MOVE SPACES TO CR-LINE.
022900     MOVE WS-CR-HEADING-LINE TO CR-LINE.
023000     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
023100     MOVE SPACES TO CR-LINE.
023200     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
023300     MOVE WS-CR-COLUMN-LINE TO CR-LINE.
023400     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
023500 1040-EXIT.
023600     EXIT.
023700
023800*****************************************************************
023900*    1900-ABORT-RUN
024000*****************************************************************
024100 1900-ABORT-RUN.
024200     SET WS-RUN-ABORTED TO TRUE.
024300     MOVE 8 TO WS-RETURN-CODE.
024400     DISPLAY "HELLOCAP - RUN ABORTED, NO REPORT PRODUCED".
024500 1900-EXIT.
024600     EXIT.
024700
024800*****************************************************************
024900*    2000-PROCESS-ONE-RECORD
025000*    ONLY RECORDS STAMPED WITH THE CYCLE DATE ARE LISTED.
025100*****************************************************************
025200 2000-PROCESS-ONE-RECORD.
025300     READ CAPPED-FILE
025400         AT END
025500             MOVE "Y" TO WS-CAPFILE-EOF-SW
025600             GO TO 2000-EXIT
025700     END-READ.
025800     ADD 1 TO WS-CAPFILE-READ-COUNT.
025900     IF CG-DATE NOT = WS-CYCLE-DATE
026000         ADD 1 TO WS-OTHER-DATE-COUNT
026100         GO TO 2000-EXIT
026200     END-IF.
026300     ADD 1 TO WS-CAPPED-COUNT.
026400     MOVE SPACES TO WS-CR-DETAIL-LINE.
026500     PERFORM 2100-COUNT-CHANNEL THRU 2100-EXIT.
026600     MOVE CG-CUST-ID TO WS-CD-CUST-ID.
026700     MOVE CG-NAME TO WS-CD-NAME.
026800     MOVE CG-ACCOUNT-NO TO WS-CD-ACCOUNT.
026900     MOVE CG-OCCASION TO WS-CD-OCCASION.
027000     MOVE CG-LANGUAGE-CODE TO WS-CD-LANGUAGE.
027100     MOVE CG-TERM-ID TO WS-CD-TERM-ID.
027200     IF CG-TIME IS NUMERIC
027300         MOVE CG-TIME TO WS-TIME-WORK
027400         MOVE WS-TW-HH TO WS-TE-HH
027500         MOVE WS-TW-MM TO WS-TE-MM
027600         MOVE WS-TW-SS TO WS-TE-SS
027700         MOVE WS-TIME-EDIT TO WS-CD-TIME
027800     END-IF.
027900     IF CG-WINDOW-COUNT IS NUMERIC
028000         MOVE CG-WINDOW-COUNT TO WS-CD-WINDOW-COUNT
028100     ELSE
028200         MOVE ZERO TO WS-CD-WINDOW-COUNT
028300     END-IF.
028400     IF CG-LAST-CONTACT-DATE IS NUMERIC
028500         MOVE CG-LAST-CONTACT-DATE TO WS-CD-LAST-DATE
028600     ELSE
028700         MOVE ZERO TO WS-CD-LAST-DATE
028800     END-IF.
028900     MOVE WS-CR-DETAIL-LINE TO CR-LINE.
029000     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
029100 2000-EXIT.
029200     EXIT.
029300
029400
029500*****************************************************************
029600*    2100-COUNT-CHANNEL
029700*****************************************************************
029800 2100-COUNT-CHANNEL.
029900     IF CG-CHANNEL-BATCH
030000         ADD 1 TO WS-BATCH-COUNT
030100         MOVE "ROSTER" TO WS-CD-CHANNEL
030200         GO TO 2100-EXIT
030300     END-IF.
030400     IF CG-CHANNEL-INTERACTIVE
030500         ADD 1 TO WS-INTERACTIVE-COUNT
030600         MOVE "INTERACTIVE" TO WS-CD-CHANNEL
030700         GO TO 2100-EXIT
030800     END-IF.
030900     IF CG-CHANNEL-ANNIVERSARY
031000         ADD 1 TO WS-ANNIV-COUNT
031100         MOVE "ANNIVERSARY" TO WS-CD-CHANNEL
031200         GO TO 2100-EXIT
031300     END-IF.
031400     IF CG-CHANNEL-ONLINE
031500         ADD 1 TO WS-ONLINE-COUNT
031600         MOVE "ONLINE" TO WS-CD-CHANNEL
031700         GO TO 2100-EXIT
031800     END-IF.
031900     ADD 1 TO WS-UNKNOWN-COUNT.
032000     MOVE "UNKNOWN" TO WS-CD-CHANNEL.
032100 2100-EXIT.
032200     EXIT.
032300
032400*****************************************************************
032500*    7100-WRITE-REPORT-LINE
032600*****************************************************************
032700 7100-WRITE-REPORT-LINE.
032800     IF WS-CAPRPT-OK
032900         WRITE CR-LINE
033000     END-IF.
033100 7100-EXIT.
033200     EXIT.
033300
033400*****************************************************************
033500*    8000-PRINT-SUMMARY
033600*    THE CHANNEL TOTALS ADD BACK TO THE CAPPED COUNT: ROSTER,
033700*    INTERACTIVE AND ANNIVERSARY MATCH HELLO'S RS-CAPPED, ONLINE
033800*    MATCHES HELLOTDQ'S, AS HELLORCN BALANCES THEM.
033900*****************************************************************
034000 8000-PRINT-SUMMARY.
034100     IF WS-CAPPED-COUNT = ZERO
034200         MOVE SPACES TO CR-LINE
034300         MOVE "NO GREETINGS WERE CAPPED THIS CYCLE" TO CR-LINE
034400         PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
034500     END-IF.
034600     MOVE SPACES TO CR-LINE.
034700     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
034800     MOVE "CAPFILE RECORDS READ" TO WS-CL-LABEL.
034900     MOVE WS-CAPFILE-READ-COUNT TO WS-CL-COUNT.
035000     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
035100     MOVE "  FOR OTHER CYCLE DATES" TO WS-CL-LABEL.
035200     MOVE WS-OTHER-DATE-COUNT TO WS-CL-COUNT.
035300     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
035400     MOVE "GREETINGS CAPPED THIS CYCLE" TO WS-CL-LABEL.
035500     MOVE WS-CAPPED-COUNT TO WS-CL-COUNT.
035600     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
035700     MOVE "  ROSTER" TO WS-CL-LABEL.
035800     MOVE WS-BATCH-COUNT TO WS-CL-COUNT.
035900     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
036000     MOVE "  INTERACTIVE" TO WS-CL-LABEL.
036100     MOVE WS-INTERACTIVE-COUNT TO WS-CL-COUNT.
036200     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
036300     MOVE "  ANNIVERSARY" TO WS-CL-LABEL.
036400     MOVE WS-ANNIV-COUNT TO WS-CL-COUNT.
036500     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
036600     MOVE "  ONLINE" TO WS-CL-LABEL.
036700     MOVE WS-ONLINE-COUNT TO WS-CL-COUNT.
036800     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
036900     MOVE "  UNKNOWN CHANNEL" TO WS-CL-LABEL.
037000     MOVE WS-UNKNOWN-COUNT TO WS-CL-COUNT.
037100     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
037200     DISPLAY "HELLOCAP - " WS-CAPPED-COUNT
037300         " GREETING(S) CAPPED FOR CYCLE " WS-CYCLE-DATE ", "
037400         WS-OTHER-DATE-COUNT " OTHER-DATE RECORD(S) SKIPPED.".
037500     IF WS-UNKNOWN-COUNT > ZERO
037600         DISPLAY "HELLOCAP - " WS-UNKNOWN-COUNT
037700             " RECORD(S) WITH AN UNKNOWN CHANNEL"
037800         IF WS-RETURN-CODE < 4
037900             MOVE 4 TO WS-RETURN-CODE
038000         END-IF
038100     END-IF.
038200 8000-EXIT.
038300     EXIT.
038400
038500*****************************************************************
038600*    8100-PRINT-ONE-COUNT
038700*****************************************************************
038800 8100-PRINT-ONE-COUNT.
038900     MOVE SPACES TO CR-LINE.
039000     MOVE WS-COUNT-LINE TO CR-LINE.
039100     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
039200 8100-EXIT.
039300     EXIT.
039400
039500*****************************************************************
039600*    9000-TERMINATE
039700*****************************************************************
039800 9000-TERMINATE.
039900     IF WS-CAPFILE-READY
040000         CLOSE CAPPED-FILE
040100     END-IF.
040200     IF WS-CAPRPT-OK
040300         CLOSE CAPPED-REPORT
040400     END-IF.
040500 9000-EXIT.
040600     EXIT.
