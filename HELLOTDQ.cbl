002470*                     UNOPENABLE SIDE FILE IS ONLY A NOTE - THE
002480*                     NEXT HELLO STARTUP FALLS BACK TO THE FULL
002490*                     LOG SCAN.
002491*    2026-10-15  DRO  DRAINED AND RUN-STATUS RECORDS ARE DATED
002492*                     WITH THE CYCLDATE CYCLE DATE, NOT THE CLOCK,
002493*                     SO A LATE GREETING STAYS IN THE DAY HELLORCN
002494*                     BALANCES.  NO USABLE CYCLE DATE FAILS THE
002495*                     RUN AND LEAVES THE QUEUE FOR A RERUN.
002496*    2026-10-15  DRO  CONTACT-FREQUENCY CAP.  DRAINED GREETINGS
002497*                     FOR KNOWN CUSTOMERS ARE ADDED TO CONTHIST.
002498*                     THOSE HELLOCIC CAPPED GO TO CAPFILE, NOT
002499*                     GREET-LOG: READ = DRAINED + CAPPED.
002500*****************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID.    HELLOTDQ.
005500     SELECT RUN-STATUS ASSIGN TO RUNSTAT
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-RUNSTAT-STATUS.
005710     SELECT CYCLE-CONTROL ASSIGN TO CYCLDATE
005720         ORGANIZATION IS SEQUENTIAL
005730         FILE STATUS IS WS-CYCLDATE-STATUS.
005740     SELECT CONTACT-HIST ASSIGN TO CONTHIST
005745         ORGANIZATION IS INDEXED
005750         ACCESS MODE IS RANDOM
005755         RECORD KEY IS CH-CUST-ID
005760         FILE STATUS IS WS-CONTHIST-STATUS.
005765     SELECT CAPPED-FILE ASSIGN TO CAPFILE
005770         ORGANIZATION IS SEQUENTIAL
005775         FILE STATUS IS WS-CAPFILE-STATUS.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006800                   ==GL-TIME==           BY ==TQ-TIME==
006900                   ==GL-TERM-ID==        BY ==TQ-TERM-ID==
007000                   ==GL-LANGUAGE-CODE==  BY ==TQ-LANGUAGE-CODE==
007100                   ==GL-ACCOUNT-NO==     BY ==TQ-ACCOUNT-NO==
007125                   ==GL-CUST-ID==        BY ==TQ-CUST-ID==
007150                   ==GL-CAP-SW==         BY ==TQ-CAP-SW==
007175                   ==GL-CONTACT-CAPPED== BY ==TQ-CONTACT-CAPPED==
007187                   ==GL-OCCASION==       BY ==TQ-OCCASION==
007193                   ==GL-CAMPAIGN-CODE==  BY ==TQ-CAMPAIGN-CODE==.
007200
007300 FD  GREET-LOG
007400     RECORDING MODE IS F
007753                   ==GL-TIME==           BY ==GT-TIME==
007754                   ==GL-TERM-ID==        BY ==GT-TERM-ID==
007755                   ==GL-LANGUAGE-CODE==  BY ==GT-LANGUAGE-CODE==
007756                   ==GL-ACCOUNT-NO==     BY ==GT-ACCOUNT-NO==
007757                   ==GL-CUST-ID==        BY ==GT-CUST-ID==
007758                   ==GL-CAP-SW==         BY ==GT-CAP-SW==
007759                   ==GL-CONTACT-CAPPED== BY ==GT-CONTACT-CAPPED==
007760                   ==GL-OCCASION==       BY ==GT-OCCASION==
007765                   ==GL-CAMPAIGN-CODE==  BY ==GT-CAMPAIGN-CODE==.
007770
007800 FD  RUN-STATUS
007900     RECORDING MODE IS F
008000     LABEL RECORDS ARE STANDARD.
008100     COPY RUNSTAT.
008110
008120 FD  CYCLE-CONTROL
008130     RECORDING MODE IS F
008140     LABEL RECORDS ARE STANDARD.
008150     COPY CYCLDATE.
008155
008159 FD  CONTACT-HIST
008163     LABEL RECORDS ARE STANDARD.
008167     COPY CONTHIST.
008171
008175 FD  CAPPED-FILE
008179     RECORDING MODE IS F
008183     LABEL RECORDS ARE STANDARD.
008187     COPY CAPLOG.
008200
008300 WORKING-STORAGE SECTION.
008400*****************************************************************
009810 77  WS-GLTODAY-STATUS       PIC X(02) VALUE SPACES.
009820 77  WS-GLTODAY-OPEN-SW      PIC X(01) VALUE "N".
009830     88  WS-GLTODAY-READY        VALUE "Y".
009840 77  WS-CYCLDATE-STATUS      PIC X(02) VALUE SPACES.
009850 77  WS-CYCLE-DATE           PIC 9(08) VALUE ZERO.
009860 77  WS-CYCLE-DATE-SW        PIC X(01) VALUE "N".
009870     88  WS-CYCLE-DATE-SET       VALUE "Y".
009871 77  WS-CONTHIST-STATUS      PIC X(02) VALUE SPACES.
009872     88  WS-CONTHIST-AVAILABLE   VALUE "00" "02" "97".
009873 77  WS-CONTHIST-OPEN-SW     PIC X(01) VALUE "N".
009874     88  WS-CONTHIST-READY       VALUE "Y".
009875 77  WS-CH-FOUND-SW          PIC X(01) VALUE "N".
009876     88  WS-CH-WAS-FOUND         VALUE "Y".
009877 77  WS-CONTHIST-ERROR-COUNT PIC 9(07) VALUE ZERO COMP.
009878 77  WS-CAPFILE-STATUS       PIC X(02) VALUE SPACES.
009879 77  WS-CAPFILE-OPEN-SW      PIC X(01) VALUE "N".
009880     88  WS-CAPFILE-READY        VALUE "Y".
009881 77  WS-CAPPED-COUNT         PIC 9(07) VALUE ZERO COMP.
009882
009883*****************************************************************
009884*    PARAMETER AREA FOR THE HELLOCNT CONTACT-HISTORY SUBPROGRAM
009885*****************************************************************
009886     COPY CONTCAP.
009900
010000 PROCEDURE DIVISION.
010100*****************************************************************
010500 0000-MAINLINE.
010600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010700     IF WS-TDQOUT-OPENED AND WS-GREETLOG-READY
010710         AND WS-CYCLE-DATE-SET
010800         PERFORM 2000-DRAIN-ONE-RECORD THRU 2000-EXIT
010900             UNTIL WS-TDQOUT-AT-END
011000     END-IF.
011900*    MEANS THERE IS NOTHING TO DRAIN.  GREET-LOG IS OPENED THE
012000*    SAME OPEN-EXTEND-THEN-FALL-BACK-TO-OPEN-OUTPUT WAY HELLO.CBL
012100*    OPENS IT, SINCE ON A BRAND NEW SYSTEM THIS COULD BE THE
012200*    FIRST PROGRAM TO EVER TOUCH GREET-LOG.  THE CYCLE DATE IS
012210*    READ FIRST; WITHOUT ONE THE QUEUE IS LEFT UNDRAINED.
012300*****************************************************************
012400 1000-INITIALIZE.
012410     PERFORM 1010-READ-CYCLE-DATE THRU 1010-EXIT.
012500     OPEN INPUT TDQ-OUT.
012600     IF WS-TDQOUT-STATUS NOT = "00"
012700         DISPLAY "HELLOTDQ - TDQOUT NOT AVAILABLE, STATUS = "
014390             WS-GLTODAY-STATUS
014391         DISPLAY "HELLOTDQ - DUP-CHECK SIDE FILE NOT FED"
014392     END-IF.
014394     PERFORM 1020-OPEN-CONTACT-FILES THRU 1020-EXIT.
014400 1000-EXIT.
014500     EXIT.
014501*
014502*****************************************************************
014503*    1010-READ-CYCLE-DATE
014504*    LOADS THE BUSINESS DATE FROM THE ONE-RECORD CYCLDATE
014505*    CONTROL FILE.  A MISSING FILE OR A ZERO OR NON-NUMERIC
014506*    CYCLE DATE LEAVES WS-CYCLE-DATE-SET OFF - NEVER GUESSED.
014507*****************************************************************
014508 1010-READ-CYCLE-DATE.
014509     OPEN INPUT CYCLE-CONTROL.
014510     IF WS-CYCLDATE-STATUS NOT = "00"
014511         DISPLAY "HELLOTDQ - CYCLDATE NOT AVAILABLE, STATUS = "
014512             WS-CYCLDATE-STATUS
014513         GO TO 1010-EXIT
014514     END-IF.
014515     READ CYCLE-CONTROL
014516         AT END
014517             MOVE ZERO TO CD-CYCLE-DATE
014518     END-READ.
014519     CLOSE CYCLE-CONTROL.
014520     IF CD-CYCLE-DATE IS NOT NUMERIC
014521         OR CD-CYCLE-DATE = ZERO
014522         DISPLAY "HELLOTDQ - CYCLDATE RECORD MISSING OR INVALID"
014523         GO TO 1010-EXIT
014524     END-IF.
014525     MOVE CD-CYCLE-DATE TO WS-CYCLE-DATE.
014526     SET WS-CYCLE-DATE-SET TO TRUE.
014527 1010-EXIT.
014528     EXIT.
014530*
014532*****************************************************************
014534*    1020-OPEN-CONTACT-FILES
014536*    OPENS THE CONTHIST CONTACT HISTORY FOR UPDATE AND THE
014538*    CAPFILE CAPPED-GREETINGS FILE THE SAME EXTEND-THEN-OUTPUT
014540*    WAY AS GREET-LOG.  EITHER ONE MISSING IS A WARNING - THE
014542*    GREETINGS STILL DRAIN TO GREET-LOG, BUT THE CONTACT CAP WILL
014544*    NOT SEE THEM, OR THE CAPPED-GREETINGS REPORT WILL BE SHORT.
014546*****************************************************************
014548 1020-OPEN-CONTACT-FILES.
014550     OPEN I-O CONTACT-HIST.
014552     IF WS-CONTHIST-AVAILABLE
014554         SET WS-CONTHIST-READY TO TRUE
014556     ELSE
014558         DISPLAY "HELLOTDQ - CONTHIST NOT AVAILABLE, STATUS = "
014560             WS-CONTHIST-STATUS
014562         DISPLAY "HELLOTDQ - CONTACT HISTORY NOT UPDATED"
014564     END-IF.
014566     OPEN EXTEND CAPPED-FILE.
014568     IF WS-CAPFILE-STATUS NOT = "00"
014570         OPEN OUTPUT CAPPED-FILE
014572     END-IF.
014574     IF WS-CAPFILE-STATUS = "00"
014576         SET WS-CAPFILE-READY TO TRUE
014578     ELSE
014580         DISPLAY "HELLOTDQ - CAPFILE NOT AVAILABLE, STATUS = "
014582             WS-CAPFILE-STATUS
014584     END-IF.
014586 1020-EXIT.
014588     EXIT.
014600*
014700*****************************************************************
014800*    2000-DRAIN-ONE-RECORD
014900*    READS ONE RECORD FROM TDQOUT AND APPENDS IT TO GREET-LOG,
014910*    DATED WITH THE CYCLE DATE (THE TIME KEYED IS KEPT).
014920*    A GREETING HELLOCIC HELD BACK OVER THE CONTACT CAP GOES TO
014930*    CAPFILE INSTEAD; ANY OTHER IS ADDED TO THE CONTACT HISTORY.
015000*****************************************************************
015100 2000-DRAIN-ONE-RECORD.
015200     READ TDQ-OUT
015400             MOVE "Y" TO WS-TDQOUT-EOF-SW
015500         NOT AT END
015600             ADD 1 TO WS-TDQ-READ-COUNT
015610             IF TQ-CONTACT-CAPPED
015620                 PERFORM 2100-WRITE-CAPPED-RECORD THRU 2100-EXIT
015630                 GO TO 2000-EXIT
015640             END-IF
015650             MOVE SPACES TO GL-RECORD
015700             MOVE TQ-NAME           TO GL-NAME
015800             MOVE WS-CYCLE-DATE     TO GL-DATE
015900             MOVE TQ-TIME           TO GL-TIME
016000             MOVE TQ-TERM-ID        TO GL-TERM-ID
016100             MOVE TQ-LANGUAGE-CODE  TO GL-LANGUAGE-CODE
016200             MOVE TQ-ACCOUNT-NO     TO GL-ACCOUNT-NO
016210             MOVE TQ-CUST-ID        TO GL-CUST-ID
016220             MOVE "R"               TO GL-OCCASION
016300             MOVE GL-RECORD TO GT-RECORD
016310             WRITE GL-RECORD
016320             IF WS-GLTODAY-READY
016330                 WRITE GT-RECORD
016340             END-IF
016350             PERFORM 2200-RECORD-CONTACT THRU 2200-EXIT
016400             ADD 1 TO WS-DRAIN-COUNT
016500     END-READ.
016600 2000-EXIT.
016700     EXIT.
016701*
016702*****************************************************************
016703*    2100-WRITE-CAPPED-RECORD
016704*    WRITES ONE CG-RECORD TO CAPFILE FOR AN ONLINE GREETING
016705*    HELLOCIC HELD BACK.  THE WINDOW COUNT IS NOT RECOUNTED HERE
016706*    (IT IS LEFT ZERO); THE LAST-CONTACT DATE COMES FROM CONTHIST.
016707*****************************************************************
016708 2100-WRITE-CAPPED-RECORD.
016709     ADD 1 TO WS-CAPPED-COUNT.
016710     IF NOT WS-CAPFILE-READY
016711         GO TO 2100-EXIT
016712     END-IF.
016713     MOVE SPACES TO CG-RECORD.
016714     MOVE TQ-CUST-ID TO CG-CUST-ID.
016715     MOVE WS-CYCLE-DATE TO CG-DATE.
016716     MOVE TQ-TIME TO CG-TIME.
016717     MOVE TQ-TERM-ID TO CG-TERM-ID.
016718     MOVE TQ-NAME TO CG-NAME.
016719     MOVE TQ-ACCOUNT-NO TO CG-ACCOUNT-NO.
016720     MOVE "R" TO CG-OCCASION.
016721     SET CG-CHANNEL-ONLINE TO TRUE.
016722     MOVE TQ-LANGUAGE-CODE TO CG-LANGUAGE-CODE.
016723     MOVE ZERO TO CG-WINDOW-COUNT.
016724     MOVE ZERO TO CG-LAST-CONTACT-DATE.
016725     IF WS-CONTHIST-READY AND TQ-CUST-ID NOT = SPACES
016726         MOVE TQ-CUST-ID TO CH-CUST-ID
016727         READ CONTACT-HIST
016728             INVALID KEY
016729                 CONTINUE
016730             NOT INVALID KEY
016731                 MOVE CH-LAST-CONTACT-DATE TO CG-LAST-CONTACT-DATE
016732         END-READ
016733     END-IF.
016734     WRITE CG-RECORD.
016735 2100-EXIT.
016736     EXIT.
016737*
016738*****************************************************************
016739*    2200-RECORD-CONTACT
016740*    ADDS THE GREETING JUST DRAINED TO THE CUSTOMER'S CONTACT
016741*    HISTORY AS AN ONLINE ("O") ROUTINE GREETING ON THE CYCLE
016742*    DATE, WRITING A NEW RECORD FOR A CUSTOMER NOT YET ON FILE.
016743*    A GREETING WITH NO CUSTOMER ID CANNOT BE RECORDED.
016744*****************************************************************
016745 2200-RECORD-CONTACT.
016746     IF NOT WS-CONTHIST-READY OR TQ-CUST-ID = SPACES
016747         GO TO 2200-EXIT
016748     END-IF.
016749     MOVE "N" TO WS-CH-FOUND-SW.
016750     MOVE TQ-CUST-ID TO CH-CUST-ID.
016751     READ CONTACT-HIST
016752         INVALID KEY
016753             MOVE SPACES TO CH-RECORD
016754             MOVE TQ-CUST-ID TO CH-CUST-ID
016755             MOVE ZERO TO CH-LAST-CONTACT-DATE
016756             MOVE ZERO TO CH-ENTRY-COUNT
016757         NOT INVALID KEY
016758             SET WS-CH-WAS-FOUND TO TRUE
016759     END-READ.
016760     SET CC-ADD-CONTACT TO TRUE.
016761     MOVE WS-CYCLE-DATE TO CC-TODAY-DATE.
016762     MOVE "R" TO CC-OCCASION.
016763     MOVE "O" TO CC-CHANNEL.
016764     CALL "HELLOCNT" USING CC-PARM CH-RECORD.
016765     IF WS-CH-WAS-FOUND
016766         REWRITE CH-RECORD
016767             INVALID KEY
016768                 CONTINUE
016769         END-REWRITE
016770     ELSE
016771         WRITE CH-RECORD
016772             INVALID KEY
016773                 CONTINUE
016774         END-WRITE
016775     END-IF.
016776     IF NOT WS-CONTHIST-AVAILABLE
016777         ADD 1 TO WS-CONTHIST-ERROR-COUNT
016778         DISPLAY "HELLOTDQ - CONTHIST NOT UPDATED FOR CUSTOMER "
016779             TQ-CUST-ID ", STATUS = " WS-CONTHIST-STATUS
016780     END-IF.
016781 2200-EXIT.
016782     EXIT.
016800*
016900*****************************************************************
017000*    9000-TERMINATE
017810     IF WS-GLTODAY-READY
017820         CLOSE GREET-TODAY
017830     END-IF.
017840     IF WS-CONTHIST-READY
017850         CLOSE CONTACT-HIST
017860     END-IF.
017870     IF WS-CAPFILE-READY
017880         CLOSE CAPPED-FILE
017890     END-IF.
017900     DISPLAY "HELLOTDQ - " WS-DRAIN-COUNT
018000         " ONLINE GREETING(S) DRAINED TO GREET-LOG.".
018010     DISPLAY "HELLOTDQ - " WS-CAPPED-COUNT
018020         " CAPPED ONLINE GREETING(S) WRITTEN TO CAPFILE.".
018100     PERFORM 9060-WRITE-RUN-STATUS THRU 9060-EXIT.
018200 9000-EXIT.
018300     EXIT.
019100*    CLEAN RUN WITH ZERO COUNTS; GREET-LOG NOT OPENING WHILE
019200*    THERE WAS A QUEUE TO DRAIN IS A FAILURE.  OPENED THE SAME
019300*    EXTEND-THEN-OUTPUT WAY HELLO.CBL OPENS ITS FILES.
019310*    GREETINGS HELLOCIC HELD BACK OVER THE CONTACT CAP ARE
019320*    COUNTED AS CAPPED, SO READ = DRAINED + CAPPED.  A MISSING
019330*    CONTHIST OR CAPFILE WITH A QUEUE TO DRAIN IS A WARNING.
019340*    THE UNAVAILABLE-FILES FIELD NAMES ONE FILE - THE MOST
019350*    SERIOUS, SO A LATER TEST OVERWRITES AN EARLIER ONE.
019400*****************************************************************
019500 9060-WRITE-RUN-STATUS.
019600     MOVE SPACES TO RS-RECORD.
019700     MOVE "HELLOTDQ" TO RS-PROGRAM.
019800     IF WS-CYCLE-DATE-SET
019810         MOVE WS-CYCLE-DATE TO RS-RUN-DATE
019820     ELSE
019830         ACCEPT RS-RUN-DATE FROM DATE YYYYMMDD
019840     END-IF.
019900     ACCEPT RS-RUN-TIME FROM TIME.
020000     MOVE WS-TDQ-READ-COUNT TO RS-RECORDS-IN.
020100     MOVE WS-DRAIN-COUNT TO RS-GREETED.
020200     MOVE ZERO TO RS-REJECTED.
020300     MOVE ZERO TO RS-DEFERRED.
020310     MOVE ZERO TO RS-SUPPRESSED.
020320     MOVE WS-CAPPED-COUNT TO RS-CAPPED.
020400     MOVE SPACES TO RS-FILES-UNAVAIL.
020500     SET RS-STATUS-CLEAN TO TRUE.
020600     IF NOT WS-TDQOUT-OPENED
020700         MOVE "TDQOUT" TO RS-FILES-UNAVAIL
020800     END-IF.
020810     IF WS-TDQOUT-OPENED AND NOT WS-CAPFILE-READY
020815         MOVE "CAPFILE" TO RS-FILES-UNAVAIL
020820         SET RS-STATUS-WARNING TO TRUE
020825     END-IF.
020830     IF WS-TDQOUT-OPENED
020835         AND (NOT WS-CONTHIST-READY
020840             OR WS-CONTHIST-ERROR-COUNT > ZERO)
020845         MOVE "CONTHIST" TO RS-FILES-UNAVAIL
020850         SET RS-STATUS-WARNING TO TRUE
020855     END-IF.
020900     IF NOT WS-GREETLOG-READY
021000         MOVE "GREETLOG" TO RS-FILES-UNAVAIL
021100         IF WS-TDQOUT-OPENED
021200             SET RS-STATUS-FAILED TO TRUE
021300         ELSE
021400             SET RS-STATUS-WARNING TO TRUE
021500         END-IF
021600     END-IF.
021610     IF NOT WS-CYCLE-DATE-SET
021620         MOVE "CYCLDATE" TO RS-FILES-UNAVAIL
021630         IF WS-TDQOUT-OPENED
021640             SET RS-STATUS-FAILED TO TRUE
021650         ELSE
021660             SET RS-STATUS-WARNING TO TRUE
021670         END-IF
021680     END-IF.
021700     IF RS-STATUS-FAILED
021800         MOVE 8 TO WS-RETURN-CODE
021900     ELSE
