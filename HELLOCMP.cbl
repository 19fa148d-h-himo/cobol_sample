000100*****************************************************************
000200*    MODIFICATION HISTORY
000300*    2026-10-15  DRO  INITIAL VERSION.  CAMPAIGN RESULTS REPORT.
000400*                     FOR EACH CAMPAIGN ON THE CAMPAIGN MASTER,
000500*                     ADDS UP THE CAMPSTAT RECORDS THE BATCH RUNS
000600*                     WROTE FOR IT AND PRINTS HOW MANY ROSTER
000700*                     RECORDS WERE SUBMITTED, REJECTED, DEFERRED,
000800*                     SUPPRESSED, CAPPED, GREETED, AND SENT TO
000900*                     FULFILLMENT, AGAINST THE CAMPAIGN'S TARGET.
001000*****************************************************************
001100 IDENTIFICATION DIVISION.
001200 PROGRAM-ID.    HELLOCMP.
001300 AUTHOR.        D. OKAFOR.
001400 INSTALLATION.  RETAIL BANKING SYSTEMS.
001500 DATE-WRITTEN.  2026-10-15.
001600 DATE-COMPILED.
001700*****************************************************************
001800*    HELLOCMP SORTS THE CAMPAIGN MASTER (CAMPMAS.CPY) TOGETHER
001900*    WITH EVERY CAMPAIGN STATISTICS RECORD (CAMPSTAT.CPY) BY
002000*    CAMPAIGN CODE AND PRINTS ONE LINE PER CAMPAIGN ON CMPRPT:
002100*    ITS OWNER, DATES, STATUS ON THE CYCLE DATE (FUTURE, ACTIVE,
002200*    OR ENDED), TARGET VOLUME, THE COUNTS SUMMED OVER ALL OF ITS
002300*    RUNS, AND THE FULFILLMENT RECORDS AS A PERCENTAGE OF THE
002400*    TARGET.  A CAMPAIGN WITH NO RUNS YET PRINTS WITH ZEROS.
002500*
002600*    A RELEASED RECORD IS ONE THE PENDING RELEASE PASS FED BACK
002700*    IN AFTER AN EARLIER RUN DEFERRED IT, SO FOR EVERY CAMPAIGN
002800*    SUBMITTED + RELEASED = REJECTED + DEFERRED + SUPPRESSED +
002900*    CAPPED + GREETED.  A CAMPAIGN THAT DOES NOT BALANCE, OR
003000*    THAT SENT MORE TO FULFILLMENT THAN IT GREETED, IS FLAGGED.
003100*    STATISTICS FOR A CODE NO LONGER ON THE CAMPAIGN MASTER
003200*    PRINT WITH STATUS UNKNOWN.
003300*
003400*    CAMPSTAT IS APPENDED TO BY EVERY BATCH RUN AND NEVER
003500*    CLEARED, SO THE FIGURES ARE CAMPAIGN-TO-DATE.  ON A
003600*    PARTITIONED NIGHT THE JCL CONCATENATES THE PARTITIONS'
003700*    CAMPSTAT DATASETS BEHIND THE MAIN ONE.
003800*
003900*    CONDITION CODES: 0 CLEAN, 4 WARNING (A CAMPAIGN FLAGGED OR
004000*    UNKNOWN, OR NO CYCLE DATE SO NO STATUS), 8 FAILED (CAMPAIGN,
004100*    CAMPSTAT, OR CMPRPT WOULD NOT OPEN OR READ TO THE END).
004200*****************************************************************
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER.   IBM-370.
004600 OBJECT-COMPUTER.   IBM-370.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT CAMPAIGN-MASTER ASSIGN TO CAMPAIGN
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS SEQUENTIAL
005200         RECORD KEY IS CN-CAMPAIGN-CODE
005300         FILE STATUS IS WS-CAMPAIGN-STATUS.
005400     SELECT CAMPAIGN-STATS ASSIGN TO CAMPSTAT
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-CAMPSTAT-STATUS.
005700     SELECT CYCLE-CONTROL ASSIGN TO CYCLDATE
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-CYCLDATE-STATUS.
006000     SELECT SORT-WORK ASSIGN TO SORTWK01.
006100     SELECT CAMPAIGN-REPORT ASSIGN TO CMPRPT
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-CMPRPT-STATUS.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  CAMPAIGN-MASTER
006800     LABEL RECORDS ARE STANDARD.
006900     COPY CAMPMAS.
007000
007100 FD  CAMPAIGN-STATS
007200     RECORDING MODE IS F
007300     LABEL RECORDS ARE STANDARD.
007400     COPY CAMPSTAT.
007500
007600 FD  CYCLE-CONTROL
007700     RECORDING MODE IS F
007800     LABEL RECORDS ARE STANDARD.
007900     COPY CYCLDATE.
008000
008100*****************************************************************
008200*    SORT RECORD - THE CAMPAIGN MASTER RECORD (TYPE 1) LEADS ITS
008300*    CAMPAIGN'S CAMPSTAT RECORDS (TYPE 2).
008400*****************************************************************
008500 SD  SORT-WORK.
008600 01  SW-RECORD.
008700     05  SW-CAMPAIGN-CODE        PIC X(06).
008800     05  SW-TYPE                 PIC X(01).
008900         88  SW-TYPE-MASTER          VALUE "1".
009000         88  SW-TYPE-STATS           VALUE "2".
009100     05  SW-OWNER                PIC X(20).
009200     05  SW-START-DATE           PIC 9(08).
009300     05  SW-END-DATE             PIC 9(08).
009400     05  SW-TARGET-VOLUME        PIC 9(07).
009500     05  SW-SUBMITTED            PIC 9(07).
009600     05  SW-RELEASED             PIC 9(07).
009700     05  SW-REJECTED             PIC 9(07).
009800     05  SW-DEFERRED             PIC 9(07).
009900     05  SW-SUPPRESSED           PIC 9(07).
010000     05  SW-CAPPED               PIC 9(07).
010100     05  SW-GREETED              PIC 9(07).
010200     05  SW-EXTRACTED            PIC 9(07).
010300     05  FILLER                  PIC X(10).
010400
010500 FD  CAMPAIGN-REPORT
010600     RECORDING MODE IS F
010700     LABEL RECORDS ARE STANDARD.
010800 01  CR-LINE                 PIC X(132).
010900
011000 WORKING-STORAGE SECTION.
011100*****************************************************************
011200*    RUN CONTROL SWITCHES
011300*****************************************************************
011400 77  WS-CAMPAIGN-STATUS      PIC X(02) VALUE SPACES.
011500 77  WS-CAMPSTAT-STATUS      PIC X(02) VALUE SPACES.
011600 77  WS-CYCLDATE-STATUS      PIC X(02) VALUE SPACES.
011700 77  WS-CMPRPT-STATUS        PIC X(02) VALUE SPACES.
011800 77  WS-CMPRPT-OPEN-SW       PIC X(01) VALUE "N".
011900     88  WS-CMPRPT-OK            VALUE "Y".
012000 77  WS-INPUT-EOF-SW         PIC X(01) VALUE "N".
012100     88  WS-END-OF-INPUT         VALUE "Y".
012200 77  WS-SORT-EOF-SW          PIC X(01) VALUE "N".
012300     88  WS-SORT-AT-END          VALUE "Y".
012400 77  WS-ABORT-SW             PIC X(01) VALUE "N".
012500     88  WS-RUN-ABORTED          VALUE "Y".
012600 77  WS-INPUT-FAILED-SW      PIC X(01) VALUE "N".
012700     88  WS-INPUT-FAILED         VALUE "Y".
012800 77  WS-RETURN-CODE          PIC 9(01) VALUE ZERO.
012900
013000*****************************************************************
013100*    CYCLE DATE - THE DAY EACH CAMPAIGN'S STATUS IS GIVEN AS OF.
013200*    WITHOUT ONE THE STATUS COLUMN IS LEFT BLANK.
013300*****************************************************************
013400 77  WS-CYCLE-DATE           PIC 9(08) VALUE ZERO.
013500 77  WS-CYCLE-DATE-SW        PIC X(01) VALUE "N".
013600     88  WS-CYCLE-DATE-SET       VALUE "Y".
013700
013800*****************************************************************
013900*    CURRENT CAMPAIGN GROUP - THE MASTER RECORD, IF ANY, AND THE
014000*    SUM OF ITS CAMPSTAT RECORDS, HELD UNTIL THE CODE CHANGES.
014100*****************************************************************
014200 77  WS-GRP-CODE             PIC X(06) VALUE SPACES.
014300 77  WS-GRP-ACTIVE-SW        PIC X(01) VALUE "N".
014400     88  WS-GRP-ACTIVE           VALUE "Y".
014500 77  WS-GRP-MASTER-SW        PIC X(01) VALUE "N".
014600     88  WS-GRP-ON-MASTER        VALUE "Y".
014700 01  WS-GRP-MASTER.
014800     05  WS-GM-OWNER             PIC X(20).
014900     05  WS-GM-START-DATE        PIC 9(08).
015000     05  WS-GM-END-DATE          PIC 9(08).
015100     05  WS-GM-TARGET            PIC 9(07).
015200 01  WS-GRP-TOTALS.
015300     05  WS-GT-RUNS              PIC 9(08) COMP.
015400     05  WS-GT-SUBMITTED         PIC 9(08) COMP.
015500     05  WS-GT-RELEASED          PIC 9(08) COMP.
015600     05  WS-GT-REJECTED          PIC 9(08) COMP.
015700     05  WS-GT-DEFERRED          PIC 9(08) COMP.
015800     05  WS-GT-SUPPRESSED        PIC 9(08) COMP.
015900     05  WS-GT-CAPPED            PIC 9(08) COMP.
016000     05  WS-GT-GREETED           PIC 9(08) COMP.
016100     05  WS-GT-EXTRACTED         PIC 9(08) COMP.
016200 77  WS-GRP-IN               PIC 9(08) VALUE ZERO COMP.
016300 77  WS-GRP-OUT              PIC 9(08) VALUE ZERO COMP.
016400 77  WS-PERCENT              PIC 9(06) VALUE ZERO COMP.
016500 77  WS-EDIT-DATE            PIC 9999/99/99.
016600
016700*****************************************************************
016800*    REPORT TOTALS, ACROSS EVERY CAMPAIGN PRINTED.
016900*****************************************************************
017000 01  WS-RPT-TOTALS.
017100     05  WS-RT-TARGET            PIC 9(08) COMP VALUE ZERO.
017200     05  WS-RT-SUBMITTED         PIC 9(08) COMP VALUE ZERO.
017300     05  WS-RT-RELEASED          PIC 9(08) COMP VALUE ZERO.
017400     05  WS-RT-REJECTED          PIC 9(08) COMP VALUE ZERO.
017500     05  WS-RT-DEFERRED          PIC 9(08) COMP VALUE ZERO.
017600     05  WS-RT-SUPPRESSED        PIC 9(08) COMP VALUE ZERO.
017700     05  WS-RT-CAPPED            PIC 9(08) COMP VALUE ZERO.
017800     05  WS-RT-GREETED           PIC 9(08) COMP VALUE ZERO.
017900     05  WS-RT-EXTRACTED         PIC 9(08) COMP VALUE ZERO.
018000
018100*****************************************************************
018200*    RUN COUNTERS FOR THE SUMMARY AND THE CONSOLE.
018300*****************************************************************
018400 77  WS-MASTER-READ-COUNT    PIC 9(08) VALUE ZERO COMP.
018500 77  WS-STATS-READ-COUNT     PIC 9(08) VALUE ZERO COMP.
018600 77  WS-CAMPAIGN-COUNT       PIC 9(08) VALUE ZERO COMP.
018700 77  WS-NO-ACTIVITY-COUNT    PIC 9(08) VALUE ZERO COMP.
018800 77  WS-UNKNOWN-COUNT        PIC 9(08) VALUE ZERO COMP.
018900 77  WS-UNBALANCED-COUNT     PIC 9(08) VALUE ZERO COMP.
019000 77  WS-FUTURE-COUNT         PIC 9(08) VALUE ZERO COMP.
019100 77  WS-ACTIVE-COUNT         PIC 9(08) VALUE ZERO COMP.
019200 77  WS-ENDED-COUNT          PIC 9(08) VALUE ZERO COMP.
019300
019400*****************************************************************
019500*    PRINT-LINE WORK AREAS.  THE COUNT COLUMNS ARE RIGHT-ALIGNED
019600*    UNDER THEIR HEADINGS.
019700*****************************************************************
019800 01  WS-HEADING-LINE.
019900     05  FILLER                  PIC X(25)
020000             VALUE "CAMPAIGN RESULTS - AS OF ".
020100     05  WS-HD-DATE              PIC X(10).
020200 01  WS-COLUMN-LINE-1.
020300     05  FILLER                  PIC X(07) VALUE "CAMP".
020400     05  FILLER                  PIC X(16) VALUE "OWNER".
020500     05  FILLER                  PIC X(11) VALUE "START".
020600     05  FILLER                  PIC X(11) VALUE "END".
020700     05  FILLER                  PIC X(07) VALUE "STATUS".
020800     05  FILLER                  PIC X(08) VALUE "  TARGET".
020900     05  FILLER                  PIC X(08) VALUE "  SUBMIT".
021000     05  FILLER                  PIC X(08) VALUE " RELEASE".
021100     05  FILLER                  PIC X(08) VALUE "  REJECT".
021200     05  FILLER                  PIC X(08) VALUE "   DEFER".
021300     05  FILLER                  PIC X(08) VALUE "   SUPPR".
021400     05  FILLER                  PIC X(08) VALUE "  CAPPED".
021500     05  FILLER                  PIC X(08) VALUE " GREETED".
021600     05  FILLER                  PIC X(08) VALUE " FULFILL".
021700     05  FILLER                  PIC X(08) VALUE "  % TGT".
021800 01  WS-DETAIL-LINE.
021900     05  WS-DT-CODE              PIC X(06).
022000     05  FILLER                  PIC X(01) VALUE SPACES.
022100     05  WS-DT-OWNER             PIC X(15).
022200     05  FILLER                  PIC X(01) VALUE SPACES.
022300     05  WS-DT-START             PIC X(10).
022400     05  FILLER                  PIC X(01) VALUE SPACES.
022500     05  WS-DT-END               PIC X(10).
022600     05  FILLER                  PIC X(01) VALUE SPACES.
022700     05  WS-DT-STATUS            PIC X(07).
022800     05  WS-DT-TARGET            PIC Z(07)9.
022900     05  WS-DT-SUBMITTED         PIC Z(07)9.
023000     05  WS-DT-RELEASED          PIC Z(07)9.
023100     05  WS-DT-REJECTED          PIC Z(07)9.
023200     05  WS-DT-DEFERRED          PIC Z(07)9.
023300     05  WS-DT-SUPPRESSED        PIC Z(07)9.
023400     05  WS-DT-CAPPED            PIC Z(07)9.
023500     05  WS-DT-GREETED           PIC Z(07)9.
023600     05  WS-DT-EXTRACTED         PIC Z(07)9.
023700     05  FILLER                  PIC X(01) VALUE SPACES.
023800     05  WS-DT-PERCENT           PIC X(05).
023900     05  FILLER                  PIC X(01) VALUE SPACES.
024000     05  WS-DT-FLAG              PIC X(01).
024100 01  WS-PERCENT-EDIT.
024200     05  WS-PE-VALUE             PIC ZZZ9.
024300     05  FILLER                  PIC X(01) VALUE "%".
024400 01  WS-COUNT-LINE.
024500     05  WS-CL-LABEL             PIC X(44).
024600     05  WS-CL-COUNT             PIC ZZ,ZZZ,ZZ9.
024700
024800 PROCEDURE DIVISION.
024900*****************************************************************
025000*    0000-MAINLINE
025100*    ONE SORT: THE CAMPAIGN MASTER AND CAMPSTAT IN, ONE REPORT
025200*    LINE PER CAMPAIGN OUT.
025300*****************************************************************
025400 0000-MAINLINE.
025500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025600     IF NOT WS-RUN-ABORTED
025700         SORT SORT-WORK
025800             ON ASCENDING KEY SW-CAMPAIGN-CODE SW-TYPE
025900             INPUT PROCEDURE IS 2000-RELEASE-RECORDS
026000                 THRU 2000-EXIT
026100             OUTPUT PROCEDURE IS 3000-REPORT-CAMPAIGNS
026200                 THRU 3000-EXIT
026300         PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT
026400     END-IF.
026500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
026600     MOVE WS-RETURN-CODE TO RETURN-CODE.
026700     STOP RUN.
026800
026900*****************************************************************
027000*    1000-INITIALIZE
027100*    PROBES OR OPENS EVERY FILE BEFORE THE SORT STARTS - A SORT
027200*    WHOSE INPUT PROCEDURE CANNOT OPEN A FILE WOULD JUST ABEND,
027300*    AND A MISSING FILE MUST BE A CLEAN CC 8.
027400*****************************************************************
027500 1000-INITIALIZE.
027600     OPEN INPUT CAMPAIGN-MASTER.
027700     IF WS-CAMPAIGN-STATUS NOT = "00"
027800         DISPLAY "HELLOCMP - UNABLE TO OPEN CAMPAIGN, STATUS = "
027900             WS-CAMPAIGN-STATUS
028000         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
028100         GO TO 1000-EXIT
028200     END-IF.
028300     CLOSE CAMPAIGN-MASTER.
028400     OPEN INPUT CAMPAIGN-STATS.
028500     IF WS-CAMPSTAT-STATUS NOT = "00"
028600         DISPLAY "HELLOCMP - UNABLE TO OPEN CAMPSTAT, STATUS = "
028700             WS-CAMPSTAT-STATUS
028800         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
028900         GO TO 1000-EXIT
029000     END-IF.
029100     CLOSE CAMPAIGN-STATS.
029200     OPEN OUTPUT CAMPAIGN-REPORT.
029300     IF WS-CMPRPT-STATUS NOT = "00"
029400         DISPLAY "HELLOCMP - UNABLE TO OPEN CMPRPT, STATUS = "
029500             WS-CMPRPT-STATUS
029600         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
029700         GO TO 1000-EXIT
029800     END-IF.
029900     SET WS-CMPRPT-OK TO TRUE.
030000     PERFORM 1010-READ-CYCLE-DATE THRU 1010-EXIT.
030100     MOVE SPACES TO WS-HD-DATE.
030200     IF WS-CYCLE-DATE-SET
030300         MOVE WS-CYCLE-DATE TO WS-EDIT-DATE
030400         MOVE WS-EDIT-DATE TO WS-HD-DATE
030500     END-IF.
030600     MOVE SPACES TO CR-LINE.
030700     MOVE WS-HEADING-LINE TO CR-LINE.
030800     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
030900     MOVE SPACES TO CR-LINE.
031000     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
031100     MOVE WS-COLUMN-LINE-1 TO CR-LINE.
031200     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
031300 1000-EXIT.
031400     EXIT.
031500
031600*****************************************************************
031700*    1010-READ-CYCLE-DATE
031800*    THE CYCLE DATE FROM THE CYCLDATE CONTROL RECORD.  WITHOUT A
031900*    USABLE ONE THE REPORT STILL RUNS, WITH NO CAMPAIGN STATUS,
032000*    AND ENDS WITH A WARNING.
032100*****************************************************************
032200 1010-READ-CYCLE-DATE.
032300     OPEN INPUT CYCLE-CONTROL.
032400     IF WS-CYCLDATE-STATUS NOT = "00"
032500         DISPLAY "HELLOCMP - CYCLDATE NOT AVAILABLE, STATUS = "
032600             WS-CYCLDATE-STATUS
032700         GO TO 1010-NO-CYCLE-DATE
032800     END-IF.
032900     READ CYCLE-CONTROL
033000         AT END
033100             MOVE ZERO TO CD-CYCLE-DATE
033200     END-READ.
033300     CLOSE CYCLE-CONTROL.
033400     IF CD-CYCLE-DATE IS NOT NUMERIC
033500         OR CD-CYCLE-DATE = ZERO
033600         DISPLAY "HELLOCMP - CYCLDATE RECORD MISSING OR INVALID"
033700         GO TO 1010-NO-CYCLE-DATE
033800     END-IF.
033900     MOVE CD-CYCLE-DATE TO WS-CYCLE-DATE.
034000     SET WS-CYCLE-DATE-SET TO TRUE.
034100     GO TO 1010-EXIT.
034200 1010-NO-CYCLE-DATE.
034300     DISPLAY "HELLOCMP - CAMPAIGN STATUS WILL NOT BE SHOWN".
034400     MOVE 4 TO WS-RETURN-CODE.
034500 1010-EXIT.
034600     EXIT.
034700
034800*****************************************************************
034900*    1900-ABORT-RUN
035000*****************************************************************
035100 1900-ABORT-RUN.
035200     SET WS-RUN-ABORTED TO TRUE.
035300     MOVE 8 TO WS-RETURN-CODE.
035400     DISPLAY "HELLOCMP - RUN ABORTED, NO CAMPAIGN RESULTS "
035500         "REPORTED".
035600 1900-EXIT.
035700     EXIT.
035800
035900*****************************************************************
036000*    2000-RELEASE-RECORDS
036100*    SORT INPUT PROCEDURE - THE CAMPAIGN MASTER, THEN CAMPSTAT.
036200*    A READ THAT FAILS PART WAY STOPS THAT FILE AND FAILS THE
036300*    RUN - HALF THE FIGURES WOULD UNDERSTATE EVERY CAMPAIGN.
036400*****************************************************************
036500 2000-RELEASE-RECORDS.
036600     OPEN INPUT CAMPAIGN-MASTER.
036700     MOVE "N" TO WS-INPUT-EOF-SW.
036800     PERFORM 2100-RELEASE-ONE-MASTER THRU 2100-EXIT
036900         UNTIL WS-END-OF-INPUT.
037000     CLOSE CAMPAIGN-MASTER.
037100     OPEN INPUT CAMPAIGN-STATS.
037200     MOVE "N" TO WS-INPUT-EOF-SW.
037300     PERFORM 2200-RELEASE-ONE-STATS THRU 2200-EXIT
037400         UNTIL WS-END-OF-INPUT.
037500     CLOSE CAMPAIGN-STATS.
037600 2000-EXIT.
037700     EXIT.
037800
037900*****************************************************************
038000*    2100-RELEASE-ONE-MASTER
038100*****************************************************************
038200 2100-RELEASE-ONE-MASTER.
038300     READ CAMPAIGN-MASTER NEXT RECORD
038400         AT END
038500             MOVE "Y" TO WS-INPUT-EOF-SW
038600             GO TO 2100-EXIT
038700     END-READ.
038800     IF WS-CAMPAIGN-STATUS NOT = "00"
038900         DISPLAY "HELLOCMP - CAMPAIGN READ FAILED, STATUS = "
039000             WS-CAMPAIGN-STATUS
039100         SET WS-INPUT-FAILED TO TRUE
039200         MOVE "Y" TO WS-INPUT-EOF-SW
039300         GO TO 2100-EXIT
039400     END-IF.
039500     ADD 1 TO WS-MASTER-READ-COUNT.
039600     MOVE SPACES TO SW-RECORD.
039700     MOVE CN-CAMPAIGN-CODE TO SW-CAMPAIGN-CODE.
039800     SET SW-TYPE-MASTER TO TRUE.
039900     MOVE CN-OWNER TO SW-OWNER.
040000     MOVE ZERO TO SW-START-DATE SW-END-DATE SW-TARGET-VOLUME.
040100     IF CN-START-DATE IS NUMERIC
040200         MOVE CN-START-DATE TO SW-START-DATE
040300     END-IF.
040400     IF CN-END-DATE IS NUMERIC
040500         MOVE CN-END-DATE TO SW-END-DATE
040600     END-IF.
040700     IF CN-TARGET-VOLUME IS NUMERIC
040800         MOVE CN-TARGET-VOLUME TO SW-TARGET-VOLUME
040900     END-IF.
041000     MOVE ZERO TO SW-SUBMITTED SW-RELEASED SW-REJECTED
041100                  SW-DEFERRED SW-SUPPRESSED SW-CAPPED
041200                  SW-GREETED SW-EXTRACTED.
041300     RELEASE SW-RECORD.
041400 2100-EXIT.
041500     EXIT.
041600
041700*****************************************************************
041800*    2200-RELEASE-ONE-STATS
041900*    A CAMPSTAT RECORD WHOSE COUNTS ARE NOT NUMERIC IS SKIPPED
042000*    WITH A CONSOLE MESSAGE AND FAILS THE RUN.
042100*****************************************************************
042200 2200-RELEASE-ONE-STATS.
042300     READ CAMPAIGN-STATS
042400         AT END
042500             MOVE "Y" TO WS-INPUT-EOF-SW
042600             GO TO 2200-EXIT
042700     END-READ.
042800     IF WS-CAMPSTAT-STATUS NOT = "00"
042900         DISPLAY "HELLOCMP - CAMPSTAT READ FAILED, STATUS = "
043000             WS-CAMPSTAT-STATUS
043100         SET WS-INPUT-FAILED TO TRUE
043200         MOVE "Y" TO WS-INPUT-EOF-SW
043300         GO TO 2200-EXIT
043400     END-IF.
043500     ADD 1 TO WS-STATS-READ-COUNT.
043600     IF CS-SUBMITTED IS NOT NUMERIC
043700         OR CS-RELEASED IS NOT NUMERIC
043800         OR CS-REJECTED IS NOT NUMERIC
043900         OR CS-DEFERRED IS NOT NUMERIC
044000         OR CS-SUPPRESSED IS NOT NUMERIC
044100         OR CS-CAPPED IS NOT NUMERIC
044200         OR CS-GREETED IS NOT NUMERIC
044300         OR CS-EXTRACTED IS NOT NUMERIC
044400         DISPLAY "HELLOCMP - CAMPSTAT RECORD "
044500             WS-STATS-READ-COUNT " FOR CAMPAIGN "
044600             CS-CAMPAIGN-CODE " IS NOT NUMERIC - SKIPPED"
044700         SET WS-INPUT-FAILED TO TRUE
044800         GO TO 2200-EXIT
044900     END-IF.
045000     MOVE SPACES TO SW-RECORD.
045100     MOVE CS-CAMPAIGN-CODE TO SW-CAMPAIGN-CODE.
045200     SET SW-TYPE-STATS TO TRUE.
045300     MOVE ZERO TO SW-START-DATE SW-END-DATE SW-TARGET-VOLUME.
045400     MOVE CS-SUBMITTED TO SW-SUBMITTED.
045500     MOVE CS-RELEASED TO SW-RELEASED.
045600     MOVE CS-REJECTED TO SW-REJECTED.
045700     MOVE CS-DEFERRED TO SW-DEFERRED.
045800     MOVE CS-SUPPRESSED TO SW-SUPPRESSED.
045900     MOVE CS-CAPPED TO SW-CAPPED.
046000     MOVE CS-GREETED TO SW-GREETED.
046100     MOVE CS-EXTRACTED TO SW-EXTRACTED.
046200     RELEASE SW-RECORD.
046300 2200-EXIT.
046400     EXIT.
046500
046600*****************************************************************
046700*    3000-REPORT-CAMPAIGNS
046800*    SORT OUTPUT PROCEDURE - GROUPS THE SORTED RECORDS BY
046900*    CAMPAIGN CODE AND PRINTS EACH GROUP AS IT ENDS.
047000*****************************************************************
047100 3000-REPORT-CAMPAIGNS.
047200     PERFORM 3100-RETURN-ONE-RECORD THRU 3100-EXIT
047300         UNTIL WS-SORT-AT-END.
047400     IF WS-GRP-ACTIVE
047500         PERFORM 3500-END-GROUP THRU 3500-EXIT
047600     END-IF.
047700 3000-EXIT.
047800     EXIT.
047900
048000*****************************************************************
048100*    3100-RETURN-ONE-RECORD
048200*****************************************************************
048300 3100-RETURN-ONE-RECORD.
048400     RETURN SORT-WORK
048500         AT END
048600             MOVE "Y" TO WS-SORT-EOF-SW
048700             GO TO 3100-EXIT
048800     END-RETURN.
048900     IF WS-GRP-ACTIVE
049000         AND SW-CAMPAIGN-CODE NOT = WS-GRP-CODE
049100         PERFORM 3500-END-GROUP THRU 3500-EXIT
049200     END-IF.
049300     IF NOT WS-GRP-ACTIVE
049400         PERFORM 3200-START-GROUP THRU 3200-EXIT
049500     END-IF.
049600     IF SW-TYPE-MASTER
049700         SET WS-GRP-ON-MASTER TO TRUE
049800         MOVE SW-OWNER TO WS-GM-OWNER
049900         MOVE SW-START-DATE TO WS-GM-START-DATE
050000         MOVE SW-END-DATE TO WS-GM-END-DATE
050100         MOVE SW-TARGET-VOLUME TO WS-GM-TARGET
050200     ELSE
050300         ADD 1 TO WS-GT-RUNS
050400         ADD SW-SUBMITTED TO WS-GT-SUBMITTED
050500         ADD SW-RELEASED TO WS-GT-RELEASED
050600         ADD SW-REJECTED TO WS-GT-REJECTED
050700         ADD SW-DEFERRED TO WS-GT-DEFERRED
050800         ADD SW-SUPPRESSED TO WS-GT-SUPPRESSED
050900         ADD SW-CAPPED TO WS-GT-CAPPED
051000         ADD SW-GREETED TO WS-GT-GREETED
051100         ADD SW-EXTRACTED TO WS-GT-EXTRACTED
051200     END-IF.
051300 3100-EXIT.
051400     EXIT.
051500
051600*****************************************************************
051700*    3200-START-GROUP
051800*****************************************************************
051900 3200-START-GROUP.
052000     SET WS-GRP-ACTIVE TO TRUE.
052100     MOVE SW-CAMPAIGN-CODE TO WS-GRP-CODE.
052200     MOVE "N" TO WS-GRP-MASTER-SW.
052300     MOVE SPACES TO WS-GM-OWNER.
052400     MOVE ZERO TO WS-GM-START-DATE WS-GM-END-DATE WS-GM-TARGET.
052500     MOVE ZERO TO WS-GT-RUNS WS-GT-SUBMITTED WS-GT-RELEASED
052600                  WS-GT-REJECTED WS-GT-DEFERRED WS-GT-SUPPRESSED
052700                  WS-GT-CAPPED WS-GT-GREETED WS-GT-EXTRACTED.
052800 3200-EXIT.
052900     EXIT.
053000
053100*****************************************************************
053200*    3500-END-GROUP
053300*    PRINTS THE CAMPAIGN'S LINE.  A CODE NOT ON THE CAMPAIGN
053400*    MASTER IS STATUS UNKNOWN; A CAMPAIGN WHOSE COUNTS DO NOT
053500*    BALANCE, OR THAT SENT MORE TO FULFILLMENT THAN IT GREETED,
053600*    IS FLAGGED "*".
053700*****************************************************************
053800 3500-END-GROUP.
053900     MOVE "N" TO WS-GRP-ACTIVE-SW.
054000     ADD 1 TO WS-CAMPAIGN-COUNT.
054100     MOVE SPACES TO WS-DT-FLAG.
054200     MOVE WS-GRP-CODE TO WS-DT-CODE.
054300     IF WS-GRP-ON-MASTER
054400         MOVE WS-GM-OWNER TO WS-DT-OWNER
054500         MOVE WS-GM-START-DATE TO WS-EDIT-DATE
054600         MOVE WS-EDIT-DATE TO WS-DT-START
054700         IF WS-GM-START-DATE = ZERO
054800             MOVE "OPEN" TO WS-DT-START
054900         END-IF
055000         MOVE WS-GM-END-DATE TO WS-EDIT-DATE
055100         MOVE WS-EDIT-DATE TO WS-DT-END
055200         IF WS-GM-END-DATE = ZERO
055300             MOVE "OPEN" TO WS-DT-END
055400         END-IF
055500         PERFORM 3510-SET-STATUS THRU 3510-EXIT
055600         MOVE WS-GM-TARGET TO WS-DT-TARGET
055700         ADD WS-GM-TARGET TO WS-RT-TARGET
055800     ELSE
055900         ADD 1 TO WS-UNKNOWN-COUNT
056000         MOVE "NOT ON MASTER" TO WS-DT-OWNER
056100         MOVE SPACES TO WS-DT-START WS-DT-END
056200         MOVE "UNKNOWN" TO WS-DT-STATUS
056300         MOVE ZERO TO WS-DT-TARGET
056400         DISPLAY "HELLOCMP - CAMPSTAT HAS CAMPAIGN " WS-GRP-CODE
056500             " WHICH IS NOT ON THE CAMPAIGN MASTER"
056600     END-IF.
056700     IF WS-GT-RUNS = ZERO
056800         ADD 1 TO WS-NO-ACTIVITY-COUNT
056900     END-IF.
057000     COMPUTE WS-GRP-IN = WS-GT-SUBMITTED + WS-GT-RELEASED.
057100     COMPUTE WS-GRP-OUT = WS-GT-REJECTED + WS-GT-DEFERRED
057200         + WS-GT-SUPPRESSED + WS-GT-CAPPED + WS-GT-GREETED.
057300     IF WS-GRP-IN NOT = WS-GRP-OUT
057400         OR WS-GT-EXTRACTED > WS-GT-GREETED
057500         ADD 1 TO WS-UNBALANCED-COUNT
057600         MOVE "*" TO WS-DT-FLAG
057700         DISPLAY "HELLOCMP - CAMPAIGN " WS-GRP-CODE
057800             " DOES NOT BALANCE: " WS-GRP-IN " IN, "
057900             WS-GRP-OUT " OUT, " WS-GT-GREETED " GREETED, "
058000             WS-GT-EXTRACTED " FULFILLED"
058100     END-IF.
058200     MOVE WS-GT-SUBMITTED TO WS-DT-SUBMITTED.
058300     MOVE WS-GT-RELEASED TO WS-DT-RELEASED.
058400     MOVE WS-GT-REJECTED TO WS-DT-REJECTED.
058500     MOVE WS-GT-DEFERRED TO WS-DT-DEFERRED.
058600     MOVE WS-GT-SUPPRESSED TO WS-DT-SUPPRESSED.
058700     MOVE WS-GT-CAPPED TO WS-DT-CAPPED.
058800     MOVE WS-GT-GREETED TO WS-DT-GREETED.
058900     MOVE WS-GT-EXTRACTED TO WS-DT-EXTRACTED.
059000     MOVE SPACES TO WS-DT-PERCENT.
059100     IF WS-GM-TARGET > ZERO
059200         COMPUTE WS-PERCENT ROUNDED =
059300             WS-GT-EXTRACTED * 100 / WS-GM-TARGET
059400         PERFORM 3520-EDIT-PERCENT THRU 3520-EXIT
059500     END-IF.
059600     ADD WS-GT-SUBMITTED TO WS-RT-SUBMITTED.
059700     ADD WS-GT-RELEASED TO WS-RT-RELEASED.
059800     ADD WS-GT-REJECTED TO WS-RT-REJECTED.
059900     ADD WS-GT-DEFERRED TO WS-RT-DEFERRED.
060000     ADD WS-GT-SUPPRESSED TO WS-RT-SUPPRESSED.
060100     ADD WS-GT-CAPPED TO WS-RT-CAPPED.
060200     ADD WS-GT-GREETED TO WS-RT-GREETED.
060300     ADD WS-GT-EXTRACTED TO WS-RT-EXTRACTED.
060400     MOVE SPACES TO CR-LINE.
060500     MOVE WS-DETAIL-LINE TO CR-LINE.
060600     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
060700 3500-EXIT.
060800     EXIT.
060900
061000*****************************************************************
061100*    3510-SET-STATUS
061200*    FUTURE BEFORE THE START DATE, ENDED AFTER THE END DATE,
061300*    OTHERWISE ACTIVE - ON THE CYCLE DATE.  A ZERO DATE LEAVES
061400*    THAT SIDE OPEN, AS IN HELLO.
061500*****************************************************************
061600 3510-SET-STATUS.
061700     MOVE SPACES TO WS-DT-STATUS.
061800     IF NOT WS-CYCLE-DATE-SET
061900         GO TO 3510-EXIT
062000     END-IF.
062100     IF WS-CYCLE-DATE < WS-GM-START-DATE
062200         MOVE "FUTURE" TO WS-DT-STATUS
062300         ADD 1 TO WS-FUTURE-COUNT
062400         GO TO 3510-EXIT
062500     END-IF.
062600     IF WS-GM-END-DATE NOT = ZERO
062700         AND WS-CYCLE-DATE > WS-GM-END-DATE
062800         MOVE "ENDED" TO WS-DT-STATUS
062900         ADD 1 TO WS-ENDED-COUNT
063000         GO TO 3510-EXIT
063100     END-IF.
063200     MOVE "ACTIVE" TO WS-DT-STATUS.
063300     ADD 1 TO WS-ACTIVE-COUNT.
063400 3510-EXIT.
063500     EXIT.
063600
063700*****************************************************************
063800*    3520-EDIT-PERCENT
063900*    WS-PERCENT AS "NNNN%"; ANYTHING OVER 9999 SHOWS AS 9999.
064000*****************************************************************
064100 3520-EDIT-PERCENT.
064200     IF WS-PERCENT > 9999
064300         MOVE 9999 TO WS-PERCENT
064400     END-IF.
064500     MOVE WS-PERCENT TO WS-PE-VALUE.
064600     MOVE WS-PERCENT-EDIT TO WS-DT-PERCENT.
064700 3520-EXIT.
064800     EXIT.
064900
065000*****************************************************************
065100*    7100-WRITE-REPORT-LINE
065200*****************************************************************
065300 7100-WRITE-REPORT-LINE.
065400     IF WS-CMPRPT-OK
065500         WRITE CR-LINE
065600     END-IF.
065700 7100-EXIT.
065800     EXIT.
065900
066000*****************************************************************
066100*    8000-PRINT-SUMMARY
066200*    THE TOTALS LINE UNDER THE CAMPAIGNS, THEN THE RUN COUNTS AT
066300*    THE FOOT OF CMPRPT AND TO THE CONSOLE.  AN UNKNOWN OR
066400*    FLAGGED CAMPAIGN ENDS THE RUN WITH A WARNING; AN INPUT
066500*    FAILURE FAILS IT.
066600*****************************************************************
066700 8000-PRINT-SUMMARY.
066800     MOVE SPACES TO WS-DETAIL-LINE.
066900     MOVE "TOTAL" TO WS-DT-CODE.
067000     MOVE WS-RT-TARGET TO WS-DT-TARGET.
067100     MOVE WS-RT-SUBMITTED TO WS-DT-SUBMITTED.
067200     MOVE WS-RT-RELEASED TO WS-DT-RELEASED.
067300     MOVE WS-RT-REJECTED TO WS-DT-REJECTED.
067400     MOVE WS-RT-DEFERRED TO WS-DT-DEFERRED.
067500     MOVE WS-RT-SUPPRESSED TO WS-DT-SUPPRESSED.
067600     MOVE WS-RT-CAPPED TO WS-DT-CAPPED.
067700     MOVE WS-RT-GREETED TO WS-DT-GREETED.
067800     MOVE WS-RT-EXTRACTED TO WS-DT-EXTRACTED.
067900     IF WS-RT-TARGET > ZERO
068000         COMPUTE WS-PERCENT ROUNDED =
068100             WS-RT-EXTRACTED * 100 / WS-RT-TARGET
068200         PERFORM 3520-EDIT-PERCENT THRU 3520-EXIT
068300     END-IF.
068400     MOVE SPACES TO CR-LINE.
068500     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
068600     MOVE WS-DETAIL-LINE TO CR-LINE.
068700     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
068800     MOVE SPACES TO CR-LINE.
068900     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
069000     MOVE "CAMPAIGN MASTER RECORDS READ" TO WS-CL-LABEL.
069100     MOVE WS-MASTER-READ-COUNT TO WS-CL-COUNT.
069200     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
069300     MOVE "CAMPSTAT RECORDS READ" TO WS-CL-LABEL.
069400     MOVE WS-STATS-READ-COUNT TO WS-CL-COUNT.
069500     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
069600     MOVE "CAMPAIGNS REPORTED" TO WS-CL-LABEL.
069700     MOVE WS-CAMPAIGN-COUNT TO WS-CL-COUNT.
069800     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
069900     MOVE "  FUTURE" TO WS-CL-LABEL.
070000     MOVE WS-FUTURE-COUNT TO WS-CL-COUNT.
070100     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
070200     MOVE "  ACTIVE" TO WS-CL-LABEL.
070300     MOVE WS-ACTIVE-COUNT TO WS-CL-COUNT.
070400     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
070500     MOVE "  ENDED" TO WS-CL-LABEL.
070600     MOVE WS-ENDED-COUNT TO WS-CL-COUNT.
070700     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
070800     MOVE "  UNKNOWN - NOT ON THE CAMPAIGN MASTER" TO WS-CL-LABEL.
070900     MOVE WS-UNKNOWN-COUNT TO WS-CL-COUNT.
071000     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
071100     MOVE "CAMPAIGNS WITH NO RUNS YET" TO WS-CL-LABEL.
071200     MOVE WS-NO-ACTIVITY-COUNT TO WS-CL-COUNT.
071300     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
071400     MOVE "CAMPAIGNS FLAGGED * - COUNTS DO NOT BALANCE"
071500         TO WS-CL-LABEL.
071600     MOVE WS-UNBALANCED-COUNT TO WS-CL-COUNT.
071700     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
071800     DISPLAY "HELLOCMP - " WS-CAMPAIGN-COUNT " CAMPAIGN(S), "
071900         WS-RT-GREETED " GREETED, " WS-RT-EXTRACTED
072000         " SENT TO FULFILLMENT.".
072100     IF WS-INPUT-FAILED
072200         DISPLAY "HELLOCMP - AN INPUT FILE DID NOT READ CLEANLY, "
072300             "FIGURES ARE INCOMPLETE"
072400         MOVE 8 TO WS-RETURN-CODE
072500     END-IF.
072600     IF WS-UNKNOWN-COUNT > ZERO
072700         OR WS-UNBALANCED-COUNT > ZERO
072800         IF WS-RETURN-CODE < 4
072900             MOVE 4 TO WS-RETURN-CODE
073000         END-IF
073100     END-IF.
073200 8000-EXIT.
073300     EXIT.
073400
073500*****************************************************************
073600*    8100-PRINT-ONE-COUNT
073700*****************************************************************
073800 8100-PRINT-ONE-COUNT.
073900     MOVE SPACES TO CR-LINE.
074000     MOVE WS-COUNT-LINE TO CR-LINE.
074100     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
074200 8100-EXIT.
074300     EXIT.
074400
074500*****************************************************************
074600*    9000-TERMINATE
074700*****************************************************************
074800 9000-TERMINATE.
074900     IF WS-CMPRPT-OK
075000         CLOSE CAMPAIGN-REPORT
075100     END-IF.
075200 9000-EXIT.
075300     EXIT.
