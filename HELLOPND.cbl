000100*****************************************************************
000200*    MODIFICATION HISTORY
000300*    2026-10-15  DRO  INITIAL VERSION.  PENDING-FILE UTILITY FOR
000400*                     THE KEYED PENDING FILE.  PENDING USED TO BE
000500*                     A FLAT FILE HELLO APPENDED TO AND HELLOREL
000600*                     REWROTE WHOLE EVERY DAY, SO NOBODY COULD
000700*                     ANSWER "IS THIS CUSTOMER'S GREETING STILL
000800*                     SCHEDULED?" WITHOUT A DUMP.  IT IS NOW A
000900*                     KSDS THE ONLINE HSCH DESK READS AND UPDATES,
001000*                     AND THIS UTILITY DOES THE BATCH SIDE: IT
001100*                     LOADS HELLO'S DEFERRALS ONTO IT, AND
001200*                     RELEASES AND PURGES THE DUE ONES FOR
001300*                     HELLOREL.
001400*    2026-10-15  DRO  ADDED FUNCTION CV, THE ONE-TIME CUTOVER
001500*                     THAT CARRIES THE OLD FLAT PENDING FILE'S
001600*                     GREETINGS ONTO THE KSDS (HELLOPDC.JCL).
001700*    2026-10-15  DRO  RL MARKS EVERY RELEASED ROSTER RECORD
001800*                     (NI-RELEASE-SW) SO HELLO COUNTS IT AS A
001900*                     RELEASED GREETING, NOT A NEW SUBMISSION, ON
002000*                     THE CAMPAIGN STATISTICS.
002100*****************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID.    HELLOPND.
002400 AUTHOR.        D. OKAFOR.
002500 INSTALLATION.  RETAIL BANKING SYSTEMS.
002600 DATE-WRITTEN.  2026-10-15.
002700 DATE-COMPILED.
002800*****************************************************************
002900*    HELLOPND WORKS ON THE PENDING-GREETINGS KSDS (PENDREC.CPY),
003000*    ONE FUNCTION PER STEP, NAMED ON THE PNDPRM CONTROL CARD
003100*    (PNDPRM.CPY):
003200*
003300*      LD  LOAD.  READS THE PENDADD STAGING FILE - THE DEFERRALS
003400*          HELLO WROTE, KEY AND ALL, IN 2110-DEFER-IF-NOT-DUE -
003500*          AND WRITES EACH ONE ONTO PENDING.  A RECORD WHOSE KEY
003600*          IS ALREADY THERE WAS LOADED BY AN EARLIER ATTEMPT (OR
003700*          DEFERRED TWICE BY A RESTARTED HELLO) AND IS SKIPPED, SO
003800*          THE STEP CAN SIMPLY BE RERUN.
003900*      RL  RELEASE.  READS PENDING FROM END TO END AND COPIES THE
004000*          NAME-IN IMAGE OF EVERY GREETING DUE ON OR BEFORE THE
004100*          CYCLE DATE TO THE PENDREL ROSTER, WHICH HELLOREL THEN
004200*          RUNS THROUGH ORDINARY BATCH HELLO.  PENDING IS ONLY
004300*          READ, SO A FAILED RELEASE PASS LEAVES IT AS IT WAS.
004400*      PG  PURGE.  DELETES FROM PENDING EVERY GREETING DUE ON OR
004500*          BEFORE THE CYCLE DATE - THE SAME RECORDS RL RELEASED -
004600*          ONCE HELLO HAS GREETED THE RELEASED ROSTER CLEANLY.
004700*      CV  CONVERT.  READS THE OLD FLAT 80-BYTE PENDING FILE
004800*          (THE NAME-IN IMAGE ALONE) FROM PENDCONV, GIVES EACH
004900*          RECORD A KEY - ORIGIN "CONV", THE CYCLE DATE, AND ITS
005000*          RECORD NUMBER - AND LOADS IT THE WAY LD DOES.  THE
005100*          KEYS COME OUT THE SAME EVERY TIME, SO A RERUN SKIPS
005200*          WHAT IS ALREADY THERE.
005300*
005400*    RL, PG, AND CV USE THE SAME CYCLE DATE HELLO DOES, FROM THE
005500*    CYCLDATE CONTROL RECORD, SO NOTHING RELEASED TODAY CAN ALSO
005600*    BE DEFERRED AGAIN BY THE RELEASE PASS.
005700*
005800*    CONDITION CODES: 0 CLEAN, 4 WARNING (LD OR CV FOUND RECORDS
005900*    WITH AN UNREADABLE GREET-ON DATE AND LEFT THEM OFF PENDING),
006000*    8 FAILED (PNDPRM OR CYCLDATE INVALID, A FILE WOULD NOT OPEN,
006100*    OR A PENDING READ, WRITE, OR DELETE OR A PENDREL WRITE
006200*    FAILED - SEE THE CONSOLE; EVERY FUNCTION CAN BE RERUN AS IT
006300*    STANDS).
006400*****************************************************************
006500 ENVIRONMENT DIVISION.
006600 CONFIGURATION SECTION.
006700 SOURCE-COMPUTER.   IBM-370.
006800 OBJECT-COMPUTER.   IBM-370.
006900 INPUT-OUTPUT SECTION.
007000 FILE-CONTROL.
007100     SELECT PARM-FILE ASSIGN TO PNDPRM
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS WS-PARM-STATUS.
007400     SELECT PENDING-FILE ASSIGN TO PENDING
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS DYNAMIC
007700         RECORD KEY IS PR-KEY
007800         FILE STATUS IS WS-PENDING-STATUS.
007900     SELECT PENDING-ADD ASSIGN TO PENDADD
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS WS-PENDADD-STATUS.
008200     SELECT RELEASE-FILE ASSIGN TO PENDREL
008300         ORGANIZATION IS SEQUENTIAL
008400         FILE STATUS IS WS-PENDREL-STATUS.
008500     SELECT CYCLE-CONTROL ASSIGN TO CYCLDATE
008600         ORGANIZATION IS SEQUENTIAL
008700         FILE STATUS IS WS-CYCLDATE-STATUS.
008800     SELECT PENDING-CONV ASSIGN TO PENDCONV
008900         ORGANIZATION IS SEQUENTIAL
009000         FILE STATUS IS WS-PENDCONV-STATUS.
009100
009200 DATA DIVISION.
009300 FILE SECTION.
009400 FD  PARM-FILE
009500     RECORDING MODE IS F
009600     LABEL RECORDS ARE STANDARD.
009700     COPY PNDPRM.
009800
009900 FD  PENDING-FILE
010000     LABEL RECORDS ARE STANDARD.
010100     COPY PENDREC.
010200
010300*****************************************************************
010400*    PENDADD RECORDS ARE PENDREC RECORDS, KEY AND ALL; THEY ARE
010500*    MOVED WHOLE INTO PR-RECORD TO BE WRITTEN.
010600*****************************************************************
010700 FD  PENDING-ADD
010800     RECORDING MODE IS F
010900     LABEL RECORDS ARE STANDARD.
011000 01  PA-IMAGE                PIC X(120).
011100
011200 FD  RELEASE-FILE
011300     RECORDING MODE IS F
011400     LABEL RECORDS ARE STANDARD.
011500     COPY NAMEIN
011600         REPLACING ==NI-RECORD==         BY ==RL-RECORD==
011700                   ==NI-NAME==           BY ==RL-NAME==
011800                   ==NI-CUST-ID==        BY ==RL-CUST-ID==
011900                   ==NI-LANGUAGE-CODE==  BY ==RL-LANGUAGE-CODE==
012000                   ==NI-GREET-ON-DATE==  BY ==RL-GREET-ON-DATE==
012100                   ==NI-CAMPAIGN-CODE==  BY ==RL-CAMPAIGN-CODE==
012200                   ==NI-RELEASE-SW==     BY ==RL-RELEASE-SW==
012300                   ==NI-RELEASED-FROM-PENDING==
012400                       BY ==RL-RELEASED-FROM-PENDING==.
012500
012600 FD  CYCLE-CONTROL
012700     RECORDING MODE IS F
012800     LABEL RECORDS ARE STANDARD.
012900     COPY CYCLDATE.
013000
013100 FD  PENDING-CONV
013200     RECORDING MODE IS F
013300     LABEL RECORDS ARE STANDARD.
013400     COPY NAMEIN
013500         REPLACING ==NI-RECORD==         BY ==CV-RECORD==
013600                   ==NI-NAME==           BY ==CV-NAME==
013700                   ==NI-CUST-ID==        BY ==CV-CUST-ID==
013800                   ==NI-LANGUAGE-CODE==  BY ==CV-LANGUAGE-CODE==
013900                   ==NI-GREET-ON-DATE==  BY ==CV-GREET-ON-DATE==
014000                   ==NI-CAMPAIGN-CODE==  BY ==CV-CAMPAIGN-CODE==
014100                   ==NI-RELEASE-SW==     BY ==CV-RELEASE-SW==
014200                   ==NI-RELEASED-FROM-PENDING==
014300                       BY ==CV-RELEASED-FROM-PENDING==.
014400
014500 WORKING-STORAGE SECTION.
014600*****************************************************************
014700*    RUN CONTROL SWITCHES
014800*****************************************************************
014900 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
015000 77  WS-PENDING-STATUS       PIC X(02) VALUE SPACES.
015100 77  WS-PENDADD-STATUS       PIC X(02) VALUE SPACES.
015200 77  WS-PENDREL-STATUS       PIC X(02) VALUE SPACES.
015300 77  WS-CYCLDATE-STATUS      PIC X(02) VALUE SPACES.
015400 77  WS-PENDCONV-STATUS      PIC X(02) VALUE SPACES.
015500 77  WS-INPUT-EOF-SW         PIC X(01) VALUE "N".
015600     88  WS-END-OF-INPUT         VALUE "Y".
015700 77  WS-ABORT-SW             PIC X(01) VALUE "N".
015800     88  WS-RUN-ABORTED          VALUE "Y".
015900 77  WS-FAILED-SW            PIC X(01) VALUE "N".
016000     88  WS-PENDING-FAILED       VALUE "Y".
016100 77  WS-RETURN-CODE          PIC 9(01) VALUE ZERO.
016200 77  WS-CYCLE-DATE           PIC 9(08) VALUE ZERO.
016300
016400*****************************************************************
016500*    COUNTERS.  EVERY RECORD READ IS ACCOUNTED FOR ONE WAY OR THE
016600*    OTHER, AND 8000-PRINT-SUMMARY PROVES IT.
016700*****************************************************************
016800 77  WS-READ-COUNT           PIC 9(08) VALUE ZERO COMP.
016900 77  WS-LOADED-COUNT         PIC 9(08) VALUE ZERO COMP.
017000 77  WS-ON-FILE-COUNT        PIC 9(08) VALUE ZERO COMP.
017100 77  WS-INVALID-COUNT        PIC 9(08) VALUE ZERO COMP.
017200 77  WS-DUE-COUNT            PIC 9(08) VALUE ZERO COMP.
017300 77  WS-NOT-DUE-COUNT        PIC 9(08) VALUE ZERO COMP.
017400 77  WS-ACCOUNTED-COUNT      PIC 9(08) VALUE ZERO COMP.
017500
017600 PROCEDURE DIVISION.
017700*****************************************************************
017800*    0000-MAINLINE
017900*    OVERALL CONTROL - ONE FUNCTION PER RUN.
018000*****************************************************************
018100 0000-MAINLINE.
018200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018300     IF NOT WS-RUN-ABORTED
018400         IF PN-FUNC-LOAD
018500             PERFORM 2000-LOAD-PENDING THRU 2000-EXIT
018600         END-IF
018700         IF PN-FUNC-RELEASE
018800             PERFORM 3000-RELEASE-DUE THRU 3000-EXIT
018900         END-IF
019000         IF PN-FUNC-PURGE
019100             PERFORM 4000-PURGE-RELEASED THRU 4000-EXIT
019200         END-IF
019300         IF PN-FUNC-CONVERT
019400             PERFORM 2500-CONVERT-PENDING THRU 2500-EXIT
019500         END-IF
019600         PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT
019700     END-IF.
019800     MOVE WS-RETURN-CODE TO RETURN-CODE.
019900     STOP RUN.
020000
020100*****************************************************************
020200*    1000-INITIALIZE
020300*    READS THE CONTROL CARD AND, FOR RL, PG, AND CV, THE CYCLE
020400*    DATE.
020500*    EITHER ONE MISSING OR INVALID STOPS THE RUN BEFORE PENDING
020600*    IS TOUCHED.
020700*****************************************************************
020800 1000-INITIALIZE.
020900     OPEN INPUT PARM-FILE.
021000     IF WS-PARM-STATUS NOT = "00"
021100         DISPLAY "HELLOPND - UNABLE TO OPEN PNDPRM, STATUS = "
021200             WS-PARM-STATUS
021300         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
021400         GO TO 1000-EXIT
021500     END-IF.
021600     READ PARM-FILE
021700         AT END
021800             MOVE SPACES TO PN-RECORD
021900     END-READ.
022000     CLOSE PARM-FILE.
022100     IF NOT PN-FUNC-VALID
022200         DISPLAY "HELLOPND - PNDPRM FUNCTION MISSING OR UNKNOWN: "
022300             PN-FUNCTION
022400         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
022500         GO TO 1000-EXIT
022600     END-IF.
022700     DISPLAY "HELLOPND - FUNCTION " PN-FUNCTION.
022800     IF PN-FUNC-LOAD
022900         GO TO 1000-EXIT
023000     END-IF.
023100     PERFORM 1010-READ-CYCLE-DATE THRU 1010-EXIT.
023200 1000-EXIT.
023300     EXIT.
023400
023500*****************************************************************
023600*    1010-READ-CYCLE-DATE
023700*    LOADS THE CYCLE DATE FROM THE ONE-RECORD CYCLDATE CONTROL
023800*    FILE.  RELEASING OR PURGING AGAINST A GUESSED DATE COULD
023900*    GREET A CUSTOMER EARLY OR DROP A GREETING THAT WAS NEVER
024000*    RELEASED, SO WITHOUT ONE THE RUN STOPS.
024100*****************************************************************
024200 1010-READ-CYCLE-DATE.
024300     OPEN INPUT CYCLE-CONTROL.
024400     IF WS-CYCLDATE-STATUS NOT = "00"
024500         DISPLAY "HELLOPND - UNABLE TO OPEN CYCLDATE, STATUS = "
024600             WS-CYCLDATE-STATUS
024700         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
024800         GO TO 1010-EXIT
024900     END-IF.
025000     READ CYCLE-CONTROL
025100         AT END
025200             MOVE ZERO TO CD-CYCLE-DATE
025300     END-READ.
025400     CLOSE CYCLE-CONTROL.
025500     IF CD-CYCLE-DATE IS NOT NUMERIC
025600         OR CD-CYCLE-DATE = ZERO
025700         DISPLAY "HELLOPND - CYCLDATE RECORD MISSING OR INVALID"
025800         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
025900         GO TO 1010-EXIT
026000     END-IF.
026100     MOVE CD-CYCLE-DATE TO WS-CYCLE-DATE.
026200     DISPLAY "HELLOPND - PROCESSING CYCLE DATE " WS-CYCLE-DATE.
026300 1010-EXIT.
026400     EXIT.
026500
026600*****************************************************************
026700*    1900-ABORT-RUN
026800*    MARKS THE RUN ABORTED WITH CONDITION CODE 8 SO THE FOLLOWING
026900*    JCL STEPS ARE SKIPPED.
027000*****************************************************************
027100 1900-ABORT-RUN.
027200     SET WS-RUN-ABORTED TO TRUE.
027300     MOVE 8 TO WS-RETURN-CODE.
027400     DISPLAY "HELLOPND - RUN ABORTED, PENDING WAS NOT CHANGED".
027500 1900-EXIT.
027600     EXIT.
027700
027800*****************************************************************
027900*    2000-LOAD-PENDING
028000*    LD - OPENS THE STAGING FILE AND PENDING AND LOADS EVERY
028100*    STAGED DEFERRAL.
028200*****************************************************************
028300 2000-LOAD-PENDING.
028400     OPEN INPUT PENDING-ADD.
028500     IF WS-PENDADD-STATUS NOT = "00"
028600         DISPLAY "HELLOPND - UNABLE TO OPEN PENDADD, STATUS = "
028700             WS-PENDADD-STATUS
028800         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
028900         GO TO 2000-EXIT
029000     END-IF.
029100     OPEN I-O PENDING-FILE.
029200     IF WS-PENDING-STATUS NOT = "00"
029300         DISPLAY "HELLOPND - UNABLE TO OPEN PENDING, STATUS = "
029400             WS-PENDING-STATUS
029500         CLOSE PENDING-ADD
029600         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
029700         GO TO 2000-EXIT
029800     END-IF.
029900     PERFORM 2100-LOAD-ONE-RECORD THRU 2100-EXIT
030000         UNTIL WS-END-OF-INPUT
030100             OR WS-PENDING-FAILED.
030200     CLOSE PENDING-ADD.
030300     CLOSE PENDING-FILE.
030400 2000-EXIT.
030500     EXIT.
030600
030700*****************************************************************
030800*    2100-LOAD-ONE-RECORD
030900*    WRITES ONE STAGED DEFERRAL ONTO PENDING.  A DUPLICATE KEY
031000*    ("22") MEANS THE SAME RUN DEFERRED THE SAME ROSTER RECORD AND
031100*    IT IS ALREADY THERE - COUNTED AND SKIPPED, NOT AN ERROR.  A
031200*    RECORD WITHOUT A NUMERIC GREET-ON DATE COULD NEVER BE
031300*    RELEASED, SO IT IS LEFT OFF AND THE RUN ENDS WITH A WARNING.
031400*****************************************************************
031500 2100-LOAD-ONE-RECORD.
031600     READ PENDING-ADD
031700         AT END
031800             MOVE "Y" TO WS-INPUT-EOF-SW
031900             GO TO 2100-EXIT
032000     END-READ.
032100     ADD 1 TO WS-READ-COUNT.
032200     MOVE PA-IMAGE TO PR-RECORD.
032300     PERFORM 2200-WRITE-PENDING THRU 2200-EXIT.
032400 2100-EXIT.
032500     EXIT.
032600
032700*****************************************************************
032800*    2200-WRITE-PENDING
032900*    WRITES THE RECORD BUILT IN PR-RECORD ONTO PENDING, FOR LD
033000*    AND CV ALIKE.
033100*****************************************************************
033200 2200-WRITE-PENDING.
033300     IF PR-GREET-ON-DATE IS NOT NUMERIC
033400         ADD 1 TO WS-INVALID-COUNT
033500         DISPLAY "HELLOPND - INPUT RECORD " WS-READ-COUNT
033600             " HAS NO GREET-ON DATE, NOT LOADED"
033700         GO TO 2200-EXIT
033800     END-IF.
033900     WRITE PR-RECORD.
034000     IF WS-PENDING-STATUS = "00"
034100         ADD 1 TO WS-LOADED-COUNT
034200         GO TO 2200-EXIT
034300     END-IF.
034400     IF WS-PENDING-STATUS = "22"
034500         ADD 1 TO WS-ON-FILE-COUNT
034600         GO TO 2200-EXIT
034700     END-IF.
034800     DISPLAY "HELLOPND - PENDING WRITE FAILED, STATUS = "
034900         WS-PENDING-STATUS " AT INPUT RECORD " WS-READ-COUNT.
035000     SET WS-PENDING-FAILED TO TRUE.
035100 2200-EXIT.
035200     EXIT.
035300
035400*****************************************************************
035500*    2500-CONVERT-PENDING
035600*    CV - OPENS THE OLD FLAT PENDING FILE AND THE NEW KSDS AND
035700*    CARRIES EVERY GREETING ACROSS.
035800*****************************************************************
035900 2500-CONVERT-PENDING.
036000     OPEN INPUT PENDING-CONV.
036100     IF WS-PENDCONV-STATUS NOT = "00"
036200         DISPLAY "HELLOPND - UNABLE TO OPEN PENDCONV, STATUS = "
036300             WS-PENDCONV-STATUS
036400         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
036500         GO TO 2500-EXIT
036600     END-IF.
036700     OPEN I-O PENDING-FILE.
036800     IF WS-PENDING-STATUS NOT = "00"
036900         DISPLAY "HELLOPND - UNABLE TO OPEN PENDING, STATUS = "
037000             WS-PENDING-STATUS
037100         CLOSE PENDING-CONV
037200         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
037300         GO TO 2500-EXIT
037400     END-IF.
037500     PERFORM 2600-CONVERT-ONE-RECORD THRU 2600-EXIT
037600         UNTIL WS-END-OF-INPUT
037700             OR WS-PENDING-FAILED.
037800     CLOSE PENDING-CONV.
037900     CLOSE PENDING-FILE.
038000 2500-EXIT.
038100     EXIT.
038200
038300*****************************************************************
038400*    2600-CONVERT-ONE-RECORD
038500*    KEYS ONE OLD PENDING RECORD.  THE OLD FILE HAD NO ORIGIN, SO
038600*    THE CUTOVER STANDS IN FOR IT: ORIGIN "CONV", THE CYCLE DATE
038700*    OF THE CUTOVER, AND THE RECORD'S POSITION ON THE OLD FILE.
038800*****************************************************************
038900 2600-CONVERT-ONE-RECORD.
039000     READ PENDING-CONV
039100         AT END
039200             MOVE "Y" TO WS-INPUT-EOF-SW
039300             GO TO 2600-EXIT
039400     END-READ.
039500     ADD 1 TO WS-READ-COUNT.
039600     MOVE SPACES TO PR-RECORD.
039700     MOVE CV-CUST-ID TO PR-CUST-ID.
039800     MOVE CV-GREET-ON-DATE TO PR-GREET-ON-DATE.
039900     MOVE WS-CYCLE-DATE TO PR-ORIGIN-DATE.
040000     MOVE "CONV" TO PR-ORIGIN-ID.
040100     MOVE WS-READ-COUNT TO PR-ORIGIN-SEQ.
040200     MOVE CV-RECORD TO PR-ROSTER-IMAGE.
040300     PERFORM 2200-WRITE-PENDING THRU 2200-EXIT.
040400 2600-EXIT.
040500     EXIT.
040600
040700*****************************************************************
040800*    3000-RELEASE-DUE
040900*    RL - COPIES EVERY DUE GREETING'S NAME-IN IMAGE TO PENDREL,
041000*    MARKED AS RELEASED FROM PENDING.
041100*    THE KEY LEADS WITH THE CUSTOMER ID, NOT THE DATE, SO THE
041200*    WHOLE FILE IS READ.
041300*****************************************************************
041400 3000-RELEASE-DUE.
041500     OPEN INPUT PENDING-FILE.
041600     IF WS-PENDING-STATUS NOT = "00"
041700         DISPLAY "HELLOPND - UNABLE TO OPEN PENDING, STATUS = "
041800             WS-PENDING-STATUS
041900         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
042000         GO TO 3000-EXIT
042100     END-IF.
042200     OPEN OUTPUT RELEASE-FILE.
042300     IF WS-PENDREL-STATUS NOT = "00"
042400         DISPLAY "HELLOPND - UNABLE TO OPEN PENDREL, STATUS = "
042500             WS-PENDREL-STATUS
042600         CLOSE PENDING-FILE
042700         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
042800         GO TO 3000-EXIT
042900     END-IF.
043000     PERFORM 3100-RELEASE-ONE-RECORD THRU 3100-EXIT
043100         UNTIL WS-END-OF-INPUT
043200             OR WS-PENDING-FAILED.
043300     CLOSE PENDING-FILE.
043400     CLOSE RELEASE-FILE.
043500 3000-EXIT.
043600     EXIT.
043700
043800*****************************************************************
043900*    3100-RELEASE-ONE-RECORD
044000*****************************************************************
044100 3100-RELEASE-ONE-RECORD.
044200     PERFORM 5000-READ-NEXT-PENDING THRU 5000-EXIT.
044300     IF WS-END-OF-INPUT
044400         OR WS-PENDING-FAILED
044500         GO TO 3100-EXIT
044600     END-IF.
044700     IF PR-GREET-ON-DATE > WS-CYCLE-DATE
044800         ADD 1 TO WS-NOT-DUE-COUNT
044900         GO TO 3100-EXIT
045000     END-IF.
045100     MOVE PR-ROSTER-IMAGE TO RL-RECORD.
045200     SET RL-RELEASED-FROM-PENDING TO TRUE.
045300     WRITE RL-RECORD.
045400     IF WS-PENDREL-STATUS NOT = "00"
045500         DISPLAY "HELLOPND - PENDREL WRITE FAILED, STATUS = "
045600             WS-PENDREL-STATUS " FOR CUSTOMER " PR-CUST-ID
045700         SET WS-PENDING-FAILED TO TRUE
045800         GO TO 3100-EXIT
045900     END-IF.
046000     ADD 1 TO WS-DUE-COUNT.
046100 3100-EXIT.
046200     EXIT.
046300
046400*****************************************************************
046500*    4000-PURGE-RELEASED
046600*    PG - DELETES EVERY DUE GREETING FROM PENDING.  A PURGE THAT
046700*    STOPS PART WAY CAN SIMPLY BE RERUN - WHAT IT ALREADY DELETED
046800*    IS GONE, AND THE REST IS STILL DUE.
046900*****************************************************************
047000 4000-PURGE-RELEASED.
047100     OPEN I-O PENDING-FILE.
047200     IF WS-PENDING-STATUS NOT = "00"
047300         DISPLAY "HELLOPND - UNABLE TO OPEN PENDING, STATUS = "
047400             WS-PENDING-STATUS
047500         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
047600         GO TO 4000-EXIT
047700     END-IF.
047800     PERFORM 4100-PURGE-ONE-RECORD THRU 4100-EXIT
047900         UNTIL WS-END-OF-INPUT
048000             OR WS-PENDING-FAILED.
048100     CLOSE PENDING-FILE.
048200 4000-EXIT.
048300     EXIT.
048400
048500*****************************************************************
048600*    4100-PURGE-ONE-RECORD
048700*    THE DELETE IS BY THE KEY JUST READ; IT DOES NOT MOVE THE
048800*    BROWSE, SO THE NEXT READ NEXT CARRIES ON FROM THERE.
048900*****************************************************************
049000 4100-PURGE-ONE-RECORD.
049100     PERFORM 5000-READ-NEXT-PENDING THRU 5000-EXIT.
049200     IF WS-END-OF-INPUT
049300         OR WS-PENDING-FAILED
049400         GO TO 4100-EXIT
049500     END-IF.
049600     IF PR-GREET-ON-DATE > WS-CYCLE-DATE
049700         ADD 1 TO WS-NOT-DUE-COUNT
049800         GO TO 4100-EXIT
049900     END-IF.
050000     DELETE PENDING-FILE RECORD.
050100     IF WS-PENDING-STATUS NOT = "00"
050200         DISPLAY "HELLOPND - PENDING DELETE FAILED, STATUS = "
050300             WS-PENDING-STATUS " FOR CUSTOMER " PR-CUST-ID
050400         SET WS-PENDING-FAILED TO TRUE
050500         GO TO 4100-EXIT
050600     END-IF.
050700     ADD 1 TO WS-DUE-COUNT.
050800 4100-EXIT.
050900     EXIT.
051000
051100*****************************************************************
051200*    5000-READ-NEXT-PENDING
051300*    ONE PENDING RECORD IN KEY ORDER FOR RL AND PG.
051400*****************************************************************
051500 5000-READ-NEXT-PENDING.
051600     READ PENDING-FILE NEXT RECORD
051700         AT END
051800             MOVE "Y" TO WS-INPUT-EOF-SW
051900             GO TO 5000-EXIT
052000     END-READ.
052100     IF WS-PENDING-STATUS NOT = "00"
052200         DISPLAY "HELLOPND - PENDING READ FAILED, STATUS = "
052300             WS-PENDING-STATUS
052400         SET WS-PENDING-FAILED TO TRUE
052500         GO TO 5000-EXIT
052600     END-IF.
052700     ADD 1 TO WS-READ-COUNT.
052800 5000-EXIT.
052900     EXIT.
053000
053100*****************************************************************
053200*    8000-PRINT-SUMMARY
053300*    THE COUNTS FOR THE FUNCTION RUN, AND THE BALANCE PROOF THAT
053400*    EVERY RECORD READ WAS ACCOUNTED FOR.
053500*****************************************************************
053600 8000-PRINT-SUMMARY.
053700     IF WS-RUN-ABORTED
053800         GO TO 8000-EXIT
053900     END-IF.
054000     IF PN-FUNC-LOAD
054100         DISPLAY "HELLOPND - " WS-READ-COUNT " STAGED, "
054200             WS-LOADED-COUNT " LOADED, " WS-ON-FILE-COUNT
054300             " ALREADY ON PENDING, " WS-INVALID-COUNT " INVALID."
054400         COMPUTE WS-ACCOUNTED-COUNT = WS-LOADED-COUNT
054500             + WS-ON-FILE-COUNT + WS-INVALID-COUNT
054600     END-IF.
054700     IF PN-FUNC-CONVERT
054800         DISPLAY "HELLOPND - " WS-READ-COUNT " ON THE FLAT FILE, "
054900             WS-LOADED-COUNT " LOADED, " WS-ON-FILE-COUNT
055000             " ALREADY ON PENDING, " WS-INVALID-COUNT " INVALID."
055100         COMPUTE WS-ACCOUNTED-COUNT = WS-LOADED-COUNT
055200             + WS-ON-FILE-COUNT + WS-INVALID-COUNT
055300     END-IF.
055400     IF PN-FUNC-RELEASE
055500         DISPLAY "HELLOPND - " WS-READ-COUNT " PENDING, "
055600             WS-DUE-COUNT " RELEASED, " WS-NOT-DUE-COUNT
055700             " NOT YET DUE."
055800         COMPUTE WS-ACCOUNTED-COUNT = WS-DUE-COUNT
055900             + WS-NOT-DUE-COUNT
056000     END-IF.
056100     IF PN-FUNC-PURGE
056200         DISPLAY "HELLOPND - " WS-READ-COUNT " PENDING, "
056300             WS-DUE-COUNT " PURGED, " WS-NOT-DUE-COUNT
056400             " NOT YET DUE."
056500         COMPUTE WS-ACCOUNTED-COUNT = WS-DUE-COUNT
056600             + WS-NOT-DUE-COUNT
056700     END-IF.
056800     IF WS-PENDING-FAILED
056900         DISPLAY "HELLOPND - FUNCTION " PN-FUNCTION
057000             " DID NOT FINISH - FIX AND RERUN THE STEP"
057100         MOVE 8 TO WS-RETURN-CODE
057200         GO TO 8000-EXIT
057300     END-IF.
057400     IF WS-ACCOUNTED-COUNT NOT = WS-READ-COUNT
057500         DISPLAY "HELLOPND - COUNTS DO NOT BALANCE"
057600         MOVE 8 TO WS-RETURN-CODE
057700         GO TO 8000-EXIT
057800     END-IF.
057900     IF WS-INVALID-COUNT > ZERO
058000         MOVE 4 TO WS-RETURN-CODE
058100     END-IF.
058200 8000-EXIT.
058300     EXIT.
