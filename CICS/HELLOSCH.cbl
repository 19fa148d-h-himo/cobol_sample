000100*****************************************************************
000200*    MODIFICATION HISTORY
000300*    2026-10-15  DRO  INITIAL VERSION.  SCHEDULED-GREETING DESK
000400*                     (HSCH).  A BRANCH ASKING WHETHER A
000500*                     CUSTOMER'S FUTURE-DATED GREETING IS STILL
000600*                     ON ITS WAY, OR WANTING ONE SENT ON A GIVEN
000700*                     DAY, USED TO NEED A BATCH ROSTER RECORD AND
000800*                     A DUMP OF THE PENDING FILE.  PENDING IS NOW
000900*                     A KSDS KEYED BY CUSTOMER ID AND GREET-ON
001000*                     DATE, AND THIS TRANSACTION LISTS, SCHEDULES,
001100*                     AND CANCELS PENDING GREETINGS ONLINE, WITH
001200*                     EVERY SCHEDULE AND CANCEL AUDITED TO CUSTAUD
001300*                     THE WAY HMNT AUDITS MASTER CHANGES.
001400*****************************************************************
001500 IDENTIFICATION DIVISION.
001600 PROGRAM-ID.    HELLOSCH.
001700 AUTHOR.        D. OKAFOR.
001800 INSTALLATION.  RETAIL BANKING SYSTEMS.
001900 DATE-WRITTEN.  2026-10-15.
002000 DATE-COMPILED.
002100*****************************************************************
002200*    HELLOSCH IS THE CICS TRANSACTION (HSCH) FOR THE SCHEDULED-
002300*    GREETING DESK.  THE OPERATOR KEYS AN ACTION CODE AND A
002400*    CUSTOMER ID, AND FOR S AND X A GREET-ON DATE:
002500*
002600*      I  LISTS THE CUSTOMER'S PENDING GREETINGS, EARLIEST FIRST -
002700*         UP TO TEN, WITH THE DATE EACH WAS SCHEDULED AND WHERE
002800*         FROM (A TERMINAL ID, OR BTCH/BTCN FOR THE BATCH ROSTER).
002900*      S  SCHEDULES A NEW GREETING FOR THE DATE KEYED, WHICH MUST
003000*         BE A REAL DATE AFTER TODAY AND NOT MORE THAN A YEAR
003100*         AHEAD.  TODAY IS THE CYCLE DATE ON CYCLDATE, THE DATE
003200*         HELLOREL RELEASES AGAINST.  THE CUSTOMER MUST BE ON
003300*         CUSTMAS; THE NAME COMES FROM THERE, AND THE LANGUAGE
003400*         FROM THE SCREEN OR, IF THAT IS LEFT BLANK, FROM
003500*         CM-LANGUAGE-CODE.
003600*      X  CANCELS THE CUSTOMER'S PENDING GREETING FOR THE DATE
003700*         KEYED.  WHEN MORE THAN ONE IS WAITING FOR THAT DAY, THE
003800*         EARLIEST SCHEDULED GOES AND THE OPERATOR IS TOLD THE
003900*         OTHERS ARE STILL THERE.
004000*
004100*    PENDING (PENDREC.CPY) IS THE KSDS HELLO'S DEFERRALS ARE
004200*    LOADED ONTO AND HELLOREL RELEASES FROM, DEFINED TO CICS AS
004300*    FILE PENDING.  A GREETING SCHEDULED HERE IS AN ORDINARY
004400*    PENDING RECORD - HELLOREL RELEASES IT ON ITS DATE THROUGH
004500*    BATCH HELLO, AND HELLOSWP SWEEPS IT IF THE CUSTOMER IS
004600*    DELETED FIRST.  ITS ORIGIN IS TODAY'S DATE, THIS TERMINAL,
004700*    AND THE TIME OF DAY, SO IT CANNOT COLLIDE WITH A BATCH KEY.
004800*    THE BATCH JOBS THAT UPDATE PENDING HAVE IT CLOSED TO CICS
004900*    WHILE THEY RUN; THE OPERATOR IS TOLD TO TRY LATER.
005000*
005100*    EVERY SCHEDULE (CA-ACTION "S") AND CANCEL ("X") IS QUEUED
005200*    TO THE HMNT TD QUEUE, WHICH THE DCT MAPS TO CUSTAUD, WITH
005300*    THE NAME, GREET-ON DATE, AND LANGUAGE IN CA-GREETING-DETAIL.
005400*
005500*    RESTRICT HSCH TO AUTHORIZED OPERATORS THROUGH THE NORMAL
005600*    TRANSACTION-SECURITY DEFINITION, AS FOR HMNT.
005700*
005800*    PSEUDO-CONVERSATIONAL LIKE HELLOMNT: THE FIRST ENTRY PAINTS
005900*    THE SCREEN, EACH LATER ENTRY READS IT BACK AND APPLIES ONE
006000*    ACTION.
006100*****************************************************************
006200 ENVIRONMENT DIVISION.
006300 CONFIGURATION SECTION.
006400 SOURCE-COMPUTER.   IBM-370.
006500 OBJECT-COMPUTER.   IBM-370.
006600*
006700 DATA DIVISION.
006800 WORKING-STORAGE SECTION.
006900*****************************************************************
007000*    COMMAREA PASSED BETWEEN PSEUDO-CONVERSATIONAL TASK ENTRIES.
007100*    WC-SCREEN-SENT IS ZERO ON THE FIRST ENTRY (SCREEN NOT YET
007200*    PAINTED) AND SET TO 1 BEFORE THE RETURN THAT REDISPLAYS IT.
007300*****************************************************************
007400 01  WS-COMMAREA.
007500     05  WC-SCREEN-SENT          PIC 9(01) VALUE ZERO.
007600*
007700*****************************************************************
007800*    CUSTOMER-MASTER RECORD, READ FOR THE NAME, ACCOUNT, AND
007900*    LANGUAGE OF THE CUSTOMER BEING SCHEDULED.
008000*****************************************************************
008100     COPY CUSTMAS.
008200*
008300*****************************************************************
008400*    PENDING-GREETINGS RECORD - THE SAME LAYOUT THE BATCH SIDE
008500*    LOADS, RELEASES, AND SWEEPS.
008600*****************************************************************
008700     COPY PENDREC.
008800*
008900*****************************************************************
009000*    AUDIT RECORD QUEUED TO THE HMNT EXTRAPARTITION TD QUEUE
009100*    AFTER EVERY SCHEDULE AND CANCEL - THE SAME QUEUE, AND SO
009200*    THE SAME CUSTAUD DATASET, HELLOMNT AUDITS TO.
009300*****************************************************************
009400     COPY CUSTAUD.
009500*
009600*****************************************************************
009700*    CYCLE-DATE CONTROL RECORD - THE BUSINESS DATE A NEW
009800*    GREETING'S DATE IS EDITED AGAINST.
009900*****************************************************************
010000     COPY CYCLDATE.
010100*
010200 77  WS-CUST-ID                 PIC X(06) VALUE SPACES.
010300 77  WS-ACTION                  PIC X(01) VALUE SPACE.
010400     88  WS-ACT-LIST                VALUE "I".
010500     88  WS-ACT-SCHEDULE            VALUE "S".
010600     88  WS-ACT-CANCEL              VALUE "X".
010700 77  WS-RESP-CODE               PIC S9(08) COMP VALUE ZERO.
010800 01  WS-ABSTIME                 PIC S9(15) COMP-3 VALUE ZERO.
010900 77  WS-TODAY                   PIC 9(08) VALUE ZERO.
011000 77  WS-CYCLE-DATE              PIC 9(08) VALUE ZERO.
011100 77  WS-RBA                     PIC S9(08) COMP VALUE ZERO.
011200 77  WS-NOW-TIME                PIC 9(06) VALUE ZERO.
011300 77  WS-LATEST-DATE             PIC 9(08) VALUE ZERO.
011400*
011500*****************************************************************
011600*    GREET-ON DATE EDIT.  FEBRUARY TAKES 29 DAYS IN A LEAP YEAR -
011700*    THE SAME RULE HELLOCYC USES TO ADVANCE THE CYCLE DATE.
011800*****************************************************************
011900 01  WS-GREET-ON-DATE           PIC 9(08) VALUE ZERO.
012000 01  WS-GREET-ON-PARTS REDEFINES WS-GREET-ON-DATE.
012100     05  WS-GO-YYYY             PIC 9(04).
012200     05  WS-GO-MM               PIC 9(02).
012300     05  WS-GO-DD               PIC 9(02).
012400 01  WS-MONTH-DAYS-DATA         PIC X(24)
012500         VALUE "312831303130313130313031".
012600 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
012700     05  WS-MD-DAYS             PIC 9(02) OCCURS 12 TIMES.
012800 77  WS-MONTH-END               PIC 9(02) VALUE ZERO.
012900 77  WS-LEAP-QUOTIENT           PIC 9(04) VALUE ZERO.
013000 77  WS-LEAP-REM-4              PIC 9(04) VALUE ZERO.
013100 77  WS-LEAP-REM-100            PIC 9(04) VALUE ZERO.
013200 77  WS-LEAP-REM-400            PIC 9(04) VALUE ZERO.
013300 77  WS-DATE-OK-SW              PIC X(01) VALUE "N".
013400     88  WS-DATE-OK                 VALUE "Y".
013500*
013600*****************************************************************
013700*    PENDING BROWSE CONTROLS.  THE BROWSE STARTS AT THE LOWEST
013800*    KEY FOR THE CUSTOMER (OR CUSTOMER AND DATE) AND STOPS AT THE
013900*    FIRST RECORD FOR ANYONE ELSE.
014000*****************************************************************
014100 01  WS-BROWSE-KEY.
014200     05  WS-BK-CUST-ID          PIC X(06).
014300     05  WS-BK-GREET-ON-DATE    PIC X(08).
014400     05  WS-BK-ORIGIN           PIC X(20).
014500 77  WS-BROWSE-SW               PIC X(01) VALUE "N".
014600     88  WS-BROWSE-DONE             VALUE "Y".
014700 77  WS-BROWSE-FAILED-SW        PIC X(01) VALUE "N".
014800     88  WS-BROWSE-FAILED           VALUE "Y".
014900 77  WS-BROWSE-STARTED-SW       PIC X(01) VALUE "N".
015000     88  WS-BROWSE-STARTED          VALUE "Y".
015100 77  WS-FOUND-COUNT             PIC 9(04) COMP VALUE ZERO.
015200 77  WS-LINE-SUB                PIC 9(04) COMP VALUE ZERO.
015300 77  WS-LIST-MAX                PIC 9(04) COMP VALUE 10.
015400 77  WS-WRITE-TRIES             PIC 9(04) COMP VALUE ZERO.
015500 77  WS-WRITE-SW                PIC X(01) VALUE "N".
015600     88  WS-WRITE-DONE              VALUE "Y".
015700*
015800*****************************************************************
015900*    THE GREETING BEING CANCELLED, KEPT WHILE THE BROWSE LOOKS
016000*    PAST IT FOR ANOTHER ON THE SAME DAY, AND THE DETAILS THAT
016100*    GO ON THE AUDIT RECORD.
016200*****************************************************************
016300 01  WS-CANCEL-KEY              PIC X(34) VALUE SPACES.
016400 77  WS-MORE-SW                 PIC X(01) VALUE "N".
016500     88  WS-MORE-ON-DATE            VALUE "Y".
016600 77  WS-AUD-NAME                PIC X(20) VALUE SPACES.
016700 77  WS-AUD-GREET-ON-DATE       PIC 9(08) VALUE ZERO.
016800 77  WS-AUD-LANGUAGE-CODE       PIC X(02) VALUE SPACES.
016900 77  WS-AUD-ACCOUNT-NO          PIC X(10) VALUE SPACES.
017000*
017100*****************************************************************
017200*    ONE LIST LINE, LINED UP UNDER THE HDRLBL COLUMN HEADINGS.
017300*****************************************************************
017400 01  WS-PEND-LINE.
017500     05  WS-PL-GREET-ON         PIC 9999/99/99.
017600     05  FILLER                 PIC X(02) VALUE SPACES.
017700     05  WS-PL-LANGUAGE         PIC X(02).
017800     05  FILLER                 PIC X(02) VALUE SPACES.
017900     05  WS-PL-NAME             PIC X(20).
018000     05  FILLER                 PIC X(02) VALUE SPACES.
018100     05  WS-PL-ORIGIN-DATE      PIC 9999/99/99.
018200     05  FILLER                 PIC X(01) VALUE SPACES.
018300     05  WS-PL-ORIGIN-ID        PIC X(04).
018400 01  WS-LIST-MSG.
018500     05  FILLER                 PIC X(26)
018600             VALUE "PENDING GREETINGS LISTED: ".
018700     05  WS-LM-COUNT            PIC Z9.
018800*
018900 COPY SCHDMAP.
019000 COPY DFHAID.
019100*
019200 PROCEDURE DIVISION.
019300*****************************************************************
019400*    0000-MAINLINE
019500*    FIRST ENTRY PAINTS THE SCREEN AND RETURNS WITH THE
019600*    COMMAREA.  EACH LATER ENTRY (WC-SCREEN-SENT = 1) READS THE
019700*    OPERATOR'S INPUT BACK AND APPLIES THE REQUESTED ACTION.
019800*****************************************************************
019900 0000-MAINLINE.
020000     IF EIBCALEN = ZERO
020100         PERFORM 1000-SEND-INITIAL-SCREEN THRU 1000-EXIT
020200     ELSE
020300         MOVE DFHCOMMAREA TO WS-COMMAREA
020400         IF WC-SCREEN-SENT = 1
020500             PERFORM 2000-PROCESS-INPUT THRU 2000-EXIT
020600         ELSE
020700             PERFORM 1000-SEND-INITIAL-SCREEN THRU 1000-EXIT
020800         END-IF
020900     END-IF.
021000     EXEC CICS RETURN
021100         TRANSID('HSCH')
021200         COMMAREA(WS-COMMAREA)
021300     END-EXEC.
021400*
021500*****************************************************************
021600*    1000-SEND-INITIAL-SCREEN
021700*    CLEARS AND PAINTS A BLANK SCHDMAP SCREEN FOR THE OPERATOR
021800*    TO KEY AN ACTION, CUSTOMER ID, DATE, AND LANGUAGE INTO.
021900*****************************************************************
022000 1000-SEND-INITIAL-SCREEN.
022100     MOVE SPACES TO SCHDMAPO.
022200     EXEC CICS SEND MAP('SCHDMAP')
022300         MAPSET('SCHDSET')
022400         ERASE
022500     END-EXEC.
022600     MOVE 1 TO WC-SCREEN-SENT.
022700 1000-EXIT.
022800     EXIT.
022900*
023000*****************************************************************
023100*    2000-PROCESS-INPUT
023200*    READS THE KEYED SCREEN, VALIDATES THE ACTION AND CUSTOMER
023300*    ID, CLEARS THE LAST LIST, ROUTES TO THE RIGHT DESK
023400*    PARAGRAPH, AND REDISPLAYS THE SCREEN WITH THE RESULT.
023500*****************************************************************
023600 2000-PROCESS-INPUT.
023700     EXEC CICS RECEIVE MAP('SCHDMAP')
023800         MAPSET('SCHDSET')
023900         RESP(WS-RESP-CODE)
024000     END-EXEC.
024100     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
024200         MOVE "*** PLEASE KEY YOUR ENTRY AND PRESS ENTER ***"
024300             TO MSGO
024400         GO TO 2900-SEND-RESPONSE-SCREEN
024500     END-IF.
024600     PERFORM 2050-CLEAR-ONE-LINE THRU 2050-EXIT
024700         VARYING WS-LINE-SUB FROM 1 BY 1
024800         UNTIL WS-LINE-SUB > WS-LIST-MAX.
024900     MOVE SPACES TO CNAMEO.
025000     MOVE ACTI TO WS-ACTION.
025100     IF CUSTIDI = SPACES OR CUSTIDL = ZERO
025200         MOVE "*** PLEASE ENTER A CUSTOMER ID ***" TO MSGO
025300         GO TO 2900-SEND-RESPONSE-SCREEN
025400     END-IF.
025500     MOVE CUSTIDI TO WS-CUST-ID.
025600     EXEC CICS ASKTIME
025700         ABSTIME(WS-ABSTIME)
025800     END-EXEC.
025900     EXEC CICS FORMATTIME
026000         ABSTIME(WS-ABSTIME)
026100         YYYYMMDD(WS-TODAY)
026200         TIME(WS-NOW-TIME)
026300     END-EXEC.
026400     IF WS-ACT-LIST
026500         PERFORM 2100-LIST-PENDING THRU 2100-EXIT
026600     ELSE
026700         IF WS-ACT-SCHEDULE
026800             PERFORM 2200-SCHEDULE-GREETING THRU 2200-EXIT
026900         ELSE
027000             IF WS-ACT-CANCEL
027100                 PERFORM 2300-CANCEL-GREETING THRU 2300-EXIT
027200             ELSE
027300                 MOVE "*** ACTION MUST BE I, S, OR X ***"
027400                     TO MSGO
027500             END-IF
027600         END-IF
027700     END-IF.
027800 2900-SEND-RESPONSE-SCREEN.
027900     MOVE -1 TO ACTL.
028000     EXEC CICS SEND MAP('SCHDMAP')
028100         MAPSET('SCHDSET')
028200         DATAONLY
028300         CURSOR
028400     END-EXEC.
028500 2000-EXIT.
028600     EXIT.
028700*
028800*****************************************************************
028900*    2050-CLEAR-ONE-LINE
029000*    BLANKS ONE LIST LINE SO A SHORTER LIST DOES NOT LEAVE THE
029100*    PREVIOUS CUSTOMER'S GREETINGS SHOWING BELOW IT.
029200*****************************************************************
029300 2050-CLEAR-ONE-LINE.
029400     MOVE SPACES TO PLINEO (WS-LINE-SUB).
029500 2050-EXIT.
029600     EXIT.
029700*
029800*****************************************************************
029900*    2100-LIST-PENDING
030000*    SHOWS THE CUSTOMER'S NAME (IF STILL ON CUSTMAS) AND UP TO
030100*    TEN PENDING GREETINGS IN KEY ORDER - EARLIEST GREET-ON DATE
030200*    FIRST, THEN EARLIEST SCHEDULED.  A CUSTOMER DELETED SINCE
030300*    THE LAST HELLOSWP SWEEP STILL HAS THEIRS LISTED, SO THE
030400*    OPERATOR CAN SEE WHAT THE SWEEP WILL CANCEL.
030500*****************************************************************
030600 2100-LIST-PENDING.
030700     PERFORM 2700-READ-CUSTOMER THRU 2700-EXIT.
030800     MOVE LOW-VALUES TO WS-BROWSE-KEY.
030900     MOVE WS-CUST-ID TO WS-BK-CUST-ID.
031000     PERFORM 2600-START-BROWSE THRU 2600-EXIT.
031100     IF WS-BROWSE-FAILED
031200         GO TO 2100-EXIT
031300     END-IF.
031400     MOVE ZERO TO WS-FOUND-COUNT.
031500     PERFORM 2110-LIST-ONE-PENDING THRU 2110-EXIT
031600         UNTIL WS-BROWSE-DONE.
031700     IF WS-BROWSE-STARTED
031800         EXEC CICS ENDBR FILE('PENDING')
031900         END-EXEC
032000     END-IF.
032100     IF WS-BROWSE-FAILED
032200         GO TO 2100-EXIT
032300     END-IF.
032400     IF WS-FOUND-COUNT = ZERO
032500         MOVE "NO PENDING GREETINGS FOR THIS CUSTOMER" TO MSGO
032600         GO TO 2100-EXIT
032700     END-IF.
032800     IF WS-FOUND-COUNT > WS-LIST-MAX
032900         MOVE "FIRST 10 SHOWN - MORE PENDING GREETINGS ON FILE"
033000             TO MSGO
033100         GO TO 2100-EXIT
033200     END-IF.
033300     MOVE WS-FOUND-COUNT TO WS-LM-COUNT.
033400     MOVE WS-LIST-MSG TO MSGO.
033500 2100-EXIT.
033600     EXIT.
033700*
033800*****************************************************************
033900*    2110-LIST-ONE-PENDING
034000*    ONE MORE RECORD FROM THE BROWSE.  THE ELEVENTH FOR THE
034100*    CUSTOMER IS NOT SHOWN; IT ONLY PROVES THERE ARE MORE.
034200*****************************************************************
034300 2110-LIST-ONE-PENDING.
034400     PERFORM 2610-READ-NEXT-PENDING THRU 2610-EXIT.
034500     IF WS-BROWSE-DONE
034600         GO TO 2110-EXIT
034700     END-IF.
034800     IF PR-CUST-ID NOT = WS-CUST-ID
034900         SET WS-BROWSE-DONE TO TRUE
035000         GO TO 2110-EXIT
035100     END-IF.
035200     ADD 1 TO WS-FOUND-COUNT.
035300     IF WS-FOUND-COUNT > WS-LIST-MAX
035400         SET WS-BROWSE-DONE TO TRUE
035500         GO TO 2110-EXIT
035600     END-IF.
035700     MOVE PR-GREET-ON-DATE TO WS-PL-GREET-ON.
035800     MOVE PR-LANGUAGE-CODE TO WS-PL-LANGUAGE.
035900     MOVE PR-NAME TO WS-PL-NAME.
036000     MOVE PR-ORIGIN-DATE TO WS-PL-ORIGIN-DATE.
036100     MOVE PR-ORIGIN-ID TO WS-PL-ORIGIN-ID.
036200     MOVE WS-PEND-LINE TO PLINEO (WS-FOUND-COUNT).
036300 2110-EXIT.
036400     EXIT.
036500*
036600*****************************************************************
036700*    2200-SCHEDULE-GREETING
036800*    ADDS A PENDING GREETING FOR THE KEYED DATE.  THE RECORD IS
036900*    BUILT EXACTLY AS HELLO DEFERS A ROSTER RECORD, SO THE
037000*    RELEASE PASS CANNOT TELL THE TWO APART.  TWO SCHEDULES FROM
037100*    ONE TERMINAL IN THE SAME SECOND TAKE THE NEXT SEQUENCE UP.
037200*****************************************************************
037300 2200-SCHEDULE-GREETING.
037400     PERFORM 2500-EDIT-GREET-ON-DATE THRU 2500-EXIT.
037500     IF NOT WS-DATE-OK
037600         GO TO 2200-EXIT
037700     END-IF.
037800     EXEC CICS READ FILE('CUSTMAS')
037900         INTO(CM-RECORD)
038000         RIDFLD(WS-CUST-ID)
038100         RESP(WS-RESP-CODE)
038200     END-EXEC.
038300     IF WS-RESP-CODE = DFHRESP(NOTFND)
038400         MOVE "*** CUSTOMER NOT ON FILE ***" TO MSGO
038500         GO TO 2200-EXIT
038600     END-IF.
038700     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
038800         MOVE "*** CUSTMAS READ FAILED - CALL SUPPORT ***"
038900             TO MSGO
039000         GO TO 2200-EXIT
039100     END-IF.
039200     MOVE CM-CUST-NAME TO CNAMEO.
039300     MOVE SPACES TO PR-RECORD.
039400     MOVE WS-CUST-ID TO PR-CUST-ID.
039500     MOVE WS-GREET-ON-DATE TO PR-GREET-ON-DATE.
039600     MOVE WS-TODAY TO PR-ORIGIN-DATE.
039700     MOVE EIBTRMID TO PR-ORIGIN-ID.
039800     COMPUTE PR-ORIGIN-SEQ = WS-NOW-TIME * 100.
039900     MOVE CM-CUST-NAME TO PR-NAME.
040000     MOVE WS-CUST-ID TO PR-ROSTER-CUST-ID.
040100     IF LANGL = ZERO OR LANGI = SPACES
040200         MOVE CM-LANGUAGE-CODE TO PR-LANGUAGE-CODE
040300     ELSE
040400         MOVE LANGI TO PR-LANGUAGE-CODE
040500     END-IF.
040600     MOVE WS-GREET-ON-DATE TO PR-ROSTER-GREET-ON.
040700     MOVE ZERO TO WS-WRITE-TRIES.
040800     MOVE "N" TO WS-WRITE-SW.
040900     PERFORM 2210-WRITE-PENDING THRU 2210-EXIT
041000         UNTIL WS-WRITE-DONE.
041100     IF WS-RESP-CODE = DFHRESP(DUPREC)
041200         MOVE "*** GREETING NOT SCHEDULED - PLEASE TRY AGAIN ***"
041300             TO MSGO
041400         GO TO 2200-EXIT
041500     END-IF.
041600     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
041700         PERFORM 2750-PENDING-ERROR THRU 2750-EXIT
041800         GO TO 2200-EXIT
041900     END-IF.
042000     MOVE PR-LANGUAGE-CODE TO LANGO.
042100     MOVE "GREETING SCHEDULED" TO MSGO.
042200     MOVE PR-NAME TO WS-AUD-NAME.
042300     MOVE PR-GREET-ON-DATE TO WS-AUD-GREET-ON-DATE.
042400     MOVE PR-LANGUAGE-CODE TO WS-AUD-LANGUAGE-CODE.
042500     MOVE CM-ACCOUNT-NO TO WS-AUD-ACCOUNT-NO.
042600     PERFORM 2800-WRITE-AUDIT-TO-TDQ THRU 2800-EXIT.
042700 2200-EXIT.
042800     EXIT.
042900*
043000*****************************************************************
043100*    2210-WRITE-PENDING
043200*    ONE WRITE ATTEMPT.  A DUPLICATE KEY MOVES THE ORIGIN
043300*    SEQUENCE UP ONE AND TRIES AGAIN, UP TO 99 TIMES.
043400*****************************************************************
043500 2210-WRITE-PENDING.
043600     EXEC CICS WRITE FILE('PENDING')
043700         FROM(PR-RECORD)
043800         RIDFLD(PR-KEY)
043900         RESP(WS-RESP-CODE)
044000     END-EXEC.
044100     IF WS-RESP-CODE NOT = DFHRESP(DUPREC)
044200         SET WS-WRITE-DONE TO TRUE
044300         GO TO 2210-EXIT
044400     END-IF.
044500     ADD 1 TO WS-WRITE-TRIES.
044600     IF WS-WRITE-TRIES > 98
044700         SET WS-WRITE-DONE TO TRUE
044800         GO TO 2210-EXIT
044900     END-IF.
045000     ADD 1 TO PR-ORIGIN-SEQ.
045100 2210-EXIT.
045200     EXIT.
045300*
045400*****************************************************************
045500*    2300-CANCEL-GREETING
045600*    DELETES THE CUSTOMER'S EARLIEST-SCHEDULED PENDING GREETING
045700*    FOR THE KEYED DATE.  ANY DATE ON FILE CAN BE CANCELLED,
045800*    INCLUDING ONE ALREADY DUE THAT HELLOREL HAS NOT YET
045900*    RELEASED.  THE CUSTOMER NEED NOT STILL BE ON CUSTMAS.
046000*****************************************************************
046100 2300-CANCEL-GREETING.
046200     IF GDATEL = ZERO OR GDATEI IS NOT NUMERIC
046300         MOVE "*** PLEASE ENTER THE GREET-ON DATE TO CANCEL ***"
046400             TO MSGO
046500         GO TO 2300-EXIT
046600     END-IF.
046700     MOVE GDATEI TO WS-GREET-ON-DATE.
046800     PERFORM 2700-READ-CUSTOMER THRU 2700-EXIT.
046900     MOVE LOW-VALUES TO WS-BROWSE-KEY.
047000     MOVE WS-CUST-ID TO WS-BK-CUST-ID.
047100     MOVE GDATEI TO WS-BK-GREET-ON-DATE.
047200     PERFORM 2600-START-BROWSE THRU 2600-EXIT.
047300     IF WS-BROWSE-FAILED
047400         GO TO 2300-EXIT
047500     END-IF.
047600     MOVE SPACES TO WS-CANCEL-KEY.
047700     MOVE "N" TO WS-MORE-SW.
047800     PERFORM 2310-FIND-ON-DATE THRU 2310-EXIT.
047900     IF WS-CANCEL-KEY NOT = SPACES
048000         AND NOT WS-BROWSE-FAILED
048100         PERFORM 2310-FIND-ON-DATE THRU 2310-EXIT
048200     END-IF.
048300     IF WS-BROWSE-STARTED
048400         EXEC CICS ENDBR FILE('PENDING')
048500         END-EXEC
048600     END-IF.
048700     IF WS-BROWSE-FAILED
048800         GO TO 2300-EXIT
048900     END-IF.
049000     IF WS-CANCEL-KEY = SPACES
049100         MOVE "*** NO PENDING GREETING FOR THAT DATE ***"
049200             TO MSGO
049300         GO TO 2300-EXIT
049400     END-IF.
049500     EXEC CICS DELETE FILE('PENDING')
049600         RIDFLD(WS-CANCEL-KEY)
049700         RESP(WS-RESP-CODE)
049800     END-EXEC.
049900     IF WS-RESP-CODE = DFHRESP(NOTFND)
050000         MOVE "*** GREETING ALREADY RELEASED OR CANCELLED ***"
050100             TO MSGO
050200         GO TO 2300-EXIT
050300     END-IF.
050400     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
050500         PERFORM 2750-PENDING-ERROR THRU 2750-EXIT
050600         GO TO 2300-EXIT
050700     END-IF.
050800     IF WS-MORE-ON-DATE
050900         MOVE "CANCELLED - ANOTHER GREETING IS SET FOR THAT DAY"
051000             TO MSGO
051100     ELSE
051200         MOVE "GREETING CANCELLED" TO MSGO
051300     END-IF.
051400     MOVE WS-AUD-LANGUAGE-CODE TO LANGO.
051500     PERFORM 2800-WRITE-AUDIT-TO-TDQ THRU 2800-EXIT.
051600 2300-EXIT.
051700     EXIT.
051800*
051900*****************************************************************
052000*    2310-FIND-ON-DATE
052100*    THE FIRST CALL KEEPS THE KEY AND DETAILS OF THE FIRST
052200*    GREETING FOR THE CUSTOMER AND DATE; THE SECOND ONLY NOTES
052300*    WHETHER ANOTHER FOLLOWS IT.
052400*****************************************************************
052500 2310-FIND-ON-DATE.
052600     PERFORM 2610-READ-NEXT-PENDING THRU 2610-EXIT.
052700     IF WS-BROWSE-DONE
052800         GO TO 2310-EXIT
052900     END-IF.
053000     IF PR-CUST-ID NOT = WS-CUST-ID
053100         OR PR-GREET-ON-DATE NOT = WS-GREET-ON-DATE
053200         SET WS-BROWSE-DONE TO TRUE
053300         GO TO 2310-EXIT
053400     END-IF.
053500     IF WS-CANCEL-KEY NOT = SPACES
053600         SET WS-MORE-ON-DATE TO TRUE
053700         GO TO 2310-EXIT
053800     END-IF.
053900     MOVE PR-KEY TO WS-CANCEL-KEY.
054000     MOVE PR-NAME TO WS-AUD-NAME.
054100     MOVE PR-GREET-ON-DATE TO WS-AUD-GREET-ON-DATE.
054200     MOVE PR-LANGUAGE-CODE TO WS-AUD-LANGUAGE-CODE.
054300 2310-EXIT.
054400     EXIT.
054500*
054600*****************************************************************
054700*    2500-EDIT-GREET-ON-DATE
054800*    A NEW GREETING'S DATE MUST BE NUMERIC, A REAL CALENDAR
054900*    DATE, AFTER THE CYCLE DATE (THAT DAY'S ROSTER HAS ALREADY
055000*    GONE), AND NO MORE THAN A YEAR AHEAD OF IT.
055100*****************************************************************
055200 2500-EDIT-GREET-ON-DATE.
055300     MOVE "N" TO WS-DATE-OK-SW.
055400     IF GDATEL = ZERO OR GDATEI IS NOT NUMERIC
055500         MOVE "*** PLEASE ENTER THE GREET-ON DATE AS YYYYMMDD ***"
055600             TO MSGO
055700         GO TO 2500-EXIT
055800     END-IF.
055900     MOVE GDATEI TO WS-GREET-ON-DATE.
056000     IF WS-GO-MM < 1 OR WS-GO-MM > 12
056100         MOVE "*** GREET-ON DATE IS NOT A REAL DATE ***" TO MSGO
056200         GO TO 2500-EXIT
056300     END-IF.
056400     PERFORM 2510-SET-MONTH-END THRU 2510-EXIT.
056500     IF WS-GO-DD < 1 OR WS-GO-DD > WS-MONTH-END
056600         MOVE "*** GREET-ON DATE IS NOT A REAL DATE ***" TO MSGO
056700         GO TO 2500-EXIT
056800     END-IF.
056900     PERFORM 2520-GET-CYCLE-DATE THRU 2520-EXIT.
057000     IF WS-GREET-ON-DATE NOT > WS-CYCLE-DATE
057100         MOVE "*** GREET-ON DATE MUST BE AFTER TODAY ***" TO MSGO
057200         GO TO 2500-EXIT
057300     END-IF.
057400     COMPUTE WS-LATEST-DATE = WS-CYCLE-DATE + 10000.
057500     IF WS-GREET-ON-DATE > WS-LATEST-DATE
057600         MOVE "*** GREET-ON DATE IS MORE THAN A YEAR AHEAD ***"
057700             TO MSGO
057800         GO TO 2500-EXIT
057900     END-IF.
058000     SET WS-DATE-OK TO TRUE.
058100 2500-EXIT.
058200     EXIT.
058300*
058400*****************************************************************
058500*    2510-SET-MONTH-END
058600*    LAST DAY OF THE MONTH IN WS-GREET-ON-DATE.  A YEAR DIVISIBLE
058700*    BY 4 IS A LEAP YEAR UNLESS IT IS A CENTURY NOT DIVISIBLE BY
058800*    400.
058900*****************************************************************
059000 2510-SET-MONTH-END.
059100     MOVE WS-MD-DAYS (WS-GO-MM) TO WS-MONTH-END.
059200     IF WS-GO-MM NOT = 2
059300         GO TO 2510-EXIT
059400     END-IF.
059500     DIVIDE WS-GO-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
059600         REMAINDER WS-LEAP-REM-4.
059700     DIVIDE WS-GO-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
059800         REMAINDER WS-LEAP-REM-100.
059900     DIVIDE WS-GO-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
060000         REMAINDER WS-LEAP-REM-400.
060100     IF WS-LEAP-REM-4 = ZERO
060200         AND (WS-LEAP-REM-100 NOT = ZERO
060300              OR WS-LEAP-REM-400 = ZERO)
060400         MOVE 29 TO WS-MONTH-END
060500     END-IF.
060600 2510-EXIT.
060700     EXIT.
060800*
060900*****************************************************************
061000*    2520-GET-CYCLE-DATE
061100*    READS THE ONE CYCLDATE RECORD (RBA ZERO) INTO WS-CYCLE-DATE,
061200*    AS HELLOSTA DOES.  A FILE THAT CANNOT BE READ, OR A ZERO OR
061300*    NON-NUMERIC DATE, FALLS BACK TO THE CALENDAR DATE, WHICH THE
061400*    CYCLE DATE ONLY EVER TRAILS.
061500*****************************************************************
061600 2520-GET-CYCLE-DATE.
061700     MOVE WS-TODAY TO WS-CYCLE-DATE.
061800     MOVE ZERO TO WS-RBA.
061900     EXEC CICS READ FILE('CYCLDATE')
062000         INTO(CD-RECORD)
062100         RIDFLD(WS-RBA)
062200         RBA
062300         RESP(WS-RESP-CODE)
062400     END-EXEC.
062500     IF WS-RESP-CODE = DFHRESP(NORMAL)
062600         AND CD-CYCLE-DATE IS NUMERIC
062700         AND CD-CYCLE-DATE NOT = ZERO
062800         MOVE CD-CYCLE-DATE TO WS-CYCLE-DATE
062900     END-IF.
063000 2520-EXIT.
063100     EXIT.
063200*
063300*****************************************************************
063400*    2600-START-BROWSE
063500*    POSITIONS ON THE FIRST PENDING RECORD AT OR AFTER
063600*    WS-BROWSE-KEY.  NOTHING THAT FAR UP THE FILE MEANS NOTHING
063700*    FOR THE CUSTOMER - THE BROWSE IS SIMPLY ALREADY DONE.  ONLY
063800*    A BROWSE THAT STARTED (WS-BROWSE-STARTED) IS ENDED WITH
063900*    ENDBR - CICS REJECTS AN ENDBR FOR ONE THAT NEVER STARTED.
064000*****************************************************************
064100 2600-START-BROWSE.
064200     MOVE "N" TO WS-BROWSE-SW.
064300     MOVE "N" TO WS-BROWSE-FAILED-SW.
064400     MOVE "N" TO WS-BROWSE-STARTED-SW.
064500     EXEC CICS STARTBR FILE('PENDING')
064600         RIDFLD(WS-BROWSE-KEY)
064700         GTEQ
064800         RESP(WS-RESP-CODE)
064900     END-EXEC.
065000     IF WS-RESP-CODE = DFHRESP(NORMAL)
065100         SET WS-BROWSE-STARTED TO TRUE
065200         GO TO 2600-EXIT
065300     END-IF.
065400     IF WS-RESP-CODE = DFHRESP(NOTFND)
065500         SET WS-BROWSE-DONE TO TRUE
065600         GO TO 2600-EXIT
065700     END-IF.
065800     SET WS-BROWSE-DONE TO TRUE.
065900     SET WS-BROWSE-FAILED TO TRUE.
066000     PERFORM 2750-PENDING-ERROR THRU 2750-EXIT.
066100 2600-EXIT.
066200     EXIT.
066300*
066400*****************************************************************
066500*    2610-READ-NEXT-PENDING
066600*    NEXT RECORD OF THE BROWSE INTO PR-RECORD.  END OF FILE ENDS
066700*    THE BROWSE QUIETLY; ANY OTHER FAILURE ENDS IT WITH A
066800*    MESSAGE.
066900*****************************************************************
067000 2610-READ-NEXT-PENDING.
067100     IF WS-BROWSE-DONE
067200         GO TO 2610-EXIT
067300     END-IF.
067400     EXEC CICS READNEXT FILE('PENDING')
067500         INTO(PR-RECORD)
067600         RIDFLD(WS-BROWSE-KEY)
067700         RESP(WS-RESP-CODE)
067800     END-EXEC.
067900     IF WS-RESP-CODE = DFHRESP(NORMAL)
068000         GO TO 2610-EXIT
068100     END-IF.
068200     SET WS-BROWSE-DONE TO TRUE.
068300     IF WS-RESP-CODE NOT = DFHRESP(ENDFILE)
068400         SET WS-BROWSE-FAILED TO TRUE
068500         PERFORM 2750-PENDING-ERROR THRU 2750-EXIT
068600     END-IF.
068700 2610-EXIT.
068800     EXIT.
068900*
069000*****************************************************************
069100*    2700-READ-CUSTOMER
069200*    PUTS THE CUSTOMER'S NAME ON THE SCREEN AND KEEPS THE
069300*    ACCOUNT NUMBER FOR THE AUDIT RECORD.  A CUSTOMER NO LONGER
069400*    ON CUSTMAS IS NOT AN ERROR HERE - THEIR GREETINGS CAN STILL
069500*    BE LISTED AND CANCELLED.
069600*****************************************************************
069700 2700-READ-CUSTOMER.
069800     MOVE SPACES TO WS-AUD-ACCOUNT-NO.
069900     EXEC CICS READ FILE('CUSTMAS')
070000         INTO(CM-RECORD)
070100         RIDFLD(WS-CUST-ID)
070200         RESP(WS-RESP-CODE)
070300     END-EXEC.
070400     IF WS-RESP-CODE = DFHRESP(NORMAL)
070500         MOVE CM-CUST-NAME TO CNAMEO
070600         MOVE CM-ACCOUNT-NO TO WS-AUD-ACCOUNT-NO
070700     ELSE
070800         MOVE "(NOT ON CUSTMAS)" TO CNAMEO
070900     END-IF.
071000 2700-EXIT.
071100     EXIT.
071200*
071300*****************************************************************
071400*    2750-PENDING-ERROR
071500*    MESSAGE FOR A PENDING REQUEST THAT FAILED.  THE FILE IS
071600*    CLOSED TO CICS WHILE THE NIGHTLY JOBS UPDATE IT, AND THAT
071700*    IS NOT A CALL FOR SUPPORT.
071800*****************************************************************
071900 2750-PENDING-ERROR.
072000     IF WS-RESP-CODE = DFHRESP(NOTOPEN)
072100         OR WS-RESP-CODE = DFHRESP(DISABLED)
072200         MOVE "*** PENDING CLOSED FOR NIGHTLY RUN - TRY LATER ***"
072300             TO MSGO
072400     ELSE
072500         MOVE "*** PENDING FILE REQUEST FAILED - CALL SUPPORT ***"
072600             TO MSGO
072700     END-IF.
072800 2750-EXIT.
072900     EXIT.
073000*
073100*****************************************************************
073200*    2800-WRITE-AUDIT-TO-TDQ
073300*    QUEUES ONE CA-RECORD TO THE HMNT EXTRAPARTITION TD QUEUE FOR
073400*    THE SCHEDULE OR CANCEL JUST MADE - WHO, WHEN, WHICH
073500*    CUSTOMER, AND THE NAME, GREET-ON DATE, AND LANGUAGE OF THE
073600*    GREETING.  AS IN HELLOMNT, A FAILED AUDIT WRITE IS REPORTED
073700*    TO THE OPERATOR, BECAUSE THE CHANGE HAS ALREADY BEEN MADE.
073800*****************************************************************
073900 2800-WRITE-AUDIT-TO-TDQ.
074000     MOVE SPACES TO CA-RECORD.
074100     EXEC CICS ASKTIME
074200         ABSTIME(WS-ABSTIME)
074300     END-EXEC.
074400     EXEC CICS FORMATTIME
074500         ABSTIME(WS-ABSTIME)
074600         YYYYMMDD(CA-DATE)
074700         TIME(CA-TIME)
074800     END-EXEC.
074900     MOVE WS-ACTION            TO CA-ACTION.
075000     MOVE WS-CUST-ID           TO CA-CUST-ID.
075100     MOVE WS-AUD-NAME          TO CA-GD-NAME.
075200     MOVE WS-AUD-GREET-ON-DATE TO CA-GD-GREET-ON-DATE.
075300     MOVE WS-AUD-LANGUAGE-CODE TO CA-GD-LANGUAGE-CODE.
075400     MOVE WS-AUD-ACCOUNT-NO    TO CA-ACCOUNT-NO.
075500     MOVE EIBTRMID             TO CA-TERM-ID.
075600     EXEC CICS WRITEQ TD
075700         QUEUE('HMNT')
075800         FROM(CA-RECORD)
075900         LENGTH(LENGTH OF CA-RECORD)
076000         RESP(WS-RESP-CODE)
076100     END-EXEC.
076200     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
076300         MOVE "*** CHANGE MADE BUT AUDIT NOT LOGGED ***" TO MSGO
076400     END-IF.
076500 2800-EXIT.
076600     EXIT.
