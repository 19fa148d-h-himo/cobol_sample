001500*                     RULES HELLORCN'S 4000-BALANCE APPLIES, SO
001600*                     THE 6 AM "DID THE NIGHT RUN CLEAN?"
001700*                     QUESTION IS ANSWERED WITHOUT LEAVING CICS.
001710*    2026-10-15  DRO  "TODAY" IS NOW THE CYCLE DATE READ FROM
001720*                     THE CYCLDATE CONTROL FILE (DEFINED TO CICS
001730*                     AS AN ESDS), THE DATE THE BATCH SUITE
001740*                     STAMPS ITS RUN-STATUS RECORDS WITH.  IF IT
001750*                     CANNOT BE READ THE SCREEN FALLS BACK TO THE
001760*                     CALENDAR DATE AND SAYS SO.  HELLORCN'S OWN
001770*                     RUN-STATUS RECORD IS LEFT OUT OF THE FEED
001780*                     ROLL-UP, AS HELLORCN ITSELF LEAVES IT OUT.
001783*    2026-10-15  DRO  ADDED A CAPPED COLUMN (RS-CAPPED, GREETINGS
001786*                     HELD BACK BY THE CONTACT-FREQUENCY CAP) AND
001789*                     FOLDED IT INTO BOTH BALANCE RULES THE WAY
001792*                     HELLORCN NOW DOES.  THE DETAIL LINES ARE
001795*                     64 CHARACTERS WIDE.
001800*****************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID.    HELLOSTA.
003500*    THE GREET-LOG AND EXTRACT PROOFS NEED THE FULL LOG FILES
003600*    AND STAY WITH HELLORCN - THE VERDICT HERE COVERS THE RULES
003700*    PROVABLE FROM RUN-STATUS ALONE (READ = GREETED + REJECTED
003800*    + DEFERRED + SUPPRESSED + CAPPED, AND TDQ READ = TDQ
003850*    DRAINED + TDQ CAPPED).
003900*****************************************************************
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
005800*    HERE AS A WORKING-STORAGE AREA FOR THE CICS BROWSE.
005900*****************************************************************
006000     COPY RUNSTAT.
006010*
006020*****************************************************************
006030*    CYCLE-DATE CONTROL RECORD - READ ONCE PER ENTRY FOR THE
006040*    DATE THE SCREEN REPORTS ON.
006050*****************************************************************
006060     COPY CYCLDATE.
006100*
006200*****************************************************************
006300*    PER-PROGRAM ROLL-UP TABLE - ROW 1 IS HELLO WITH THE
007700         10  WS-PG-REJECTED          PIC 9(08) COMP.
007800         10  WS-PG-DEFERRED          PIC 9(08) COMP.
007900         10  WS-PG-SUPPRESSED        PIC 9(08) COMP.
007950         10  WS-PG-CAPPED            PIC 9(08) COMP.
008000*
008100 77  WS-ROW                     PIC 9(01) VALUE ZERO COMP.
008200 77  WS-BAD-STATUS-COUNT        PIC 9(04) VALUE ZERO COMP.
008700     88  WS-BROWSE-AT-END           VALUE "Y".
008800 77  WS-UNAVAIL-PTR             PIC 9(02) VALUE 1 COMP.
008900 77  WS-UNAVAIL-LIST            PIC X(48) VALUE SPACES.
009000 77  WS-CYCLE-DATE-SW           PIC X(01) VALUE "N".
009100     88  WS-CYCLE-DATE-SET          VALUE "Y".
009200 01  WS-ABSTIME                 PIC S9(15) COMP-3 VALUE ZERO.
009300 01  WS-EDIT-DATE               PIC 9999/99/99.
009400*
010300     05  FILLER                  PIC X(09) VALUE " GREETED ".
010400     05  FILLER                  PIC X(09) VALUE "REJECTED ".
010500     05  FILLER                  PIC X(09) VALUE "DEFERRED ".
010600     05  FILLER                  PIC X(09) VALUE "    SUPP ".
010650     05  FILLER                  PIC X(08) VALUE "  CAPPED".
010700 01  WS-DETAIL-LINE.
010800     05  WS-DL-PROGRAM           PIC X(08).
010900     05  FILLER                  PIC X(01) VALUE SPACE.
011800     05  WS-DL-DEFERRED          PIC ZZZZZZZ9.
011900     05  FILLER                  PIC X(01) VALUE SPACE.
012000     05  WS-DL-SUPPRESSED        PIC ZZZZZZZ9.
012033     05  FILLER                  PIC X(01) VALUE SPACE.
012066     05  WS-DL-CAPPED            PIC ZZZZZZZ9.
012100*
012200 COPY STATMAP.
012300 COPY DFHAID.
015200*    BEING BROWSABLE (FILE CLOSED OR NOT DEFINED TO CICS) IS
015300*    REPORTED ON THE MESSAGE LINE, NOT AN ABEND - THE DESK CAN
015400*    STILL FALL BACK TO THE RCNRPT PRINT.
015410*    "TODAY" IS THE CYCLE DATE, OR THE CALENDAR DATE WHEN THE
015420*    CYCLDATE FILE CANNOT BE READ.
015500*****************************************************************
015600 1000-BUILD-STATUS.
015610     MOVE SPACES TO STATMAPO.
015620     PERFORM 1050-GET-CYCLE-DATE THRU 1050-EXIT.
016500     PERFORM 1100-INIT-ONE-ROW THRU 1100-EXIT
016600         VARYING WS-PG-IDX FROM 1 BY 1
016700         UNTIL WS-PG-IDX > 6.
019100         UNTIL WS-BROWSE-AT-END.
019200     EXEC CICS ENDBR FILE('RUNSTAT')
019300     END-EXEC.
019400     IF WS-CYCLE-DATE-SET
019410         MOVE "PRESS ENTER TO REFRESH" TO MSGO
019420     ELSE
019430         MOVE "CYCLE DATE NOT AVAILABLE - SHOWING CALENDAR DATE"
019440             TO MSGO
019450     END-IF.
019500 1000-EXIT.
019600     EXIT.
019603*
019608*****************************************************************
019613*    1050-GET-CYCLE-DATE
019618*    READS THE ONE CYCLDATE RECORD (RBA ZERO) FOR THE DATE THE
019623*    FIGURES ARE ROLLED UP FOR.  A FILE THAT CANNOT BE READ, OR
019628*    A ZERO OR NON-NUMERIC DATE, FALLS BACK TO THE CALENDAR
019633*    DATE - AN INQUIRY SCREEN SHOULD STILL SHOW SOMETHING - AND
019638*    1000-BUILD-STATUS FLAGS THE FALLBACK ON THE MESSAGE LINE.
019643*****************************************************************
019648 1050-GET-CYCLE-DATE.
019653     MOVE "N" TO WS-CYCLE-DATE-SW.
019658     MOVE ZERO TO WS-RBA.
019663     EXEC CICS READ FILE('CYCLDATE')
019668         INTO(CD-RECORD)
019673         RIDFLD(WS-RBA)
019678         RBA
019683         RESP(WS-RESP-CODE)
019688     END-EXEC.
019693     IF WS-RESP-CODE = DFHRESP(NORMAL)
019698         AND CD-CYCLE-DATE IS NUMERIC
019703         AND CD-CYCLE-DATE NOT = ZERO
019708         MOVE CD-CYCLE-DATE TO WS-TODAY-DATE
019713         SET WS-CYCLE-DATE-SET TO TRUE
019718         GO TO 1050-EXIT
019723     END-IF.
019728     EXEC CICS ASKTIME
019733         ABSTIME(WS-ABSTIME)
019738     END-EXEC.
019743     EXEC CICS FORMATTIME
019748         ABSTIME(WS-ABSTIME)
019753         YYYYMMDD(WS-TODAY-DATE)
019758     END-EXEC.
019763 1050-EXIT.
019768     EXIT.
019773*
019800*****************************************************************
019900*    1100-INIT-ONE-ROW
020000*****************************************************************
020700     MOVE ZERO TO WS-PG-REJECTED (WS-PG-IDX).
020800     MOVE ZERO TO WS-PG-DEFERRED (WS-PG-IDX).
020900     MOVE ZERO TO WS-PG-SUPPRESSED (WS-PG-IDX).
020950     MOVE ZERO TO WS-PG-CAPPED (WS-PG-IDX).
021000 1100-EXIT.
021100     EXIT.
021200*
022900         GO TO 2200-EXIT
023000     END-IF.
023100     IF RS-RUN-DATE NOT = WS-TODAY-DATE
023110         OR RS-PROGRAM = "HELLORCN"
023200         GO TO 2200-EXIT
023300     END-IF.
023400     IF NOT RS-STATUS-CLEAN
027500*****************************************************************
027600*    2300-ROLL-INTO-ROW
027700*    FOLDS THE RS-RECORD JUST READ INTO TABLE ROW WS-ROW.  THE
027800*    DEFERRED, SUPPRESSED, AND CAPPED FIELDS ARE GUARDED NUMERIC
027900*    THE WAY HELLORCN GUARDS THEM, SO RECORDS WRITTEN BEFORE
028000*    THOSE FIELDS EXISTED STILL ROLL UP.
028100*****************************************************************
028200 2300-ROLL-INTO-ROW.
028300     SET WS-PG-IDX TO WS-ROW.
029100     IF RS-SUPPRESSED IS NUMERIC
029200         ADD RS-SUPPRESSED TO WS-PG-SUPPRESSED (WS-PG-IDX)
029300     END-IF.
029325     IF RS-CAPPED IS NUMERIC
029350         ADD RS-CAPPED TO WS-PG-CAPPED (WS-PG-IDX)
029375     END-IF.
029400     IF RS-STATUS-FAILED
029500         MOVE "F" TO WS-PG-STATUS (WS-PG-IDX)
029600     ELSE
035500     MOVE WS-PG-REJECTED (WS-PG-IDX) TO WS-DL-REJECTED.
035600     MOVE WS-PG-DEFERRED (WS-PG-IDX) TO WS-DL-DEFERRED.
035700     MOVE WS-PG-SUPPRESSED (WS-PG-IDX) TO WS-DL-SUPPRESSED.
035750     MOVE WS-PG-CAPPED (WS-PG-IDX) TO WS-DL-CAPPED.
035800 3100-EXIT.
035900     EXIT.
036000*
037600     IF WS-PG-IN (1) NOT = WS-PG-GREETED (1)
037700             + WS-PG-REJECTED (1) + WS-PG-DEFERRED (1)
037800             + WS-PG-SUPPRESSED (1)
037850             + WS-PG-CAPPED (1)
037900         MOVE "OUT OF BALANCE: HELLO READ <> GRT+REJ+DEF+SUP+CAP"
038000             TO VERDICTO
038200         GO TO 4000-EXIT
038300     END-IF.
038400     IF WS-PG-IN (6) NOT = WS-PG-GREETED (6)
038450             + WS-PG-CAPPED (6)
038500         MOVE "OUT OF BALANCE: TDQ READ <> TDQ DRAINED + CAPPED"
038600             TO VERDICTO
038800         GO TO 4000-EXIT
038900     END-IF.
