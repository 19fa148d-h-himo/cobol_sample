000930*                     SO THE OLD CAVEAT ABOUT CROSS-PARTITION
000940*                     DUPLICATES ONLY SURFACING AFTER THE MERGE
000950*                     NO LONGER APPLIES.  NO CODE CHANGE HERE.
000955*    2026-10-15  DRO  CONTACT-FREQUENCY CAP.  THE PARTITION RUNS
000960*                     ONLY READ THE CONTHIST CONTACT HISTORY, SO
000965*                     EACH MERGED GREETING FOR A KNOWN CUSTOMER IS
000970*                     ADDED TO IT HERE, WITH THE GREETING'S OWN
000975*                     DATE AND OCCASION.  BIRTHDAYS ARE KEPT BUT
000980*                     NOT COUNTED.  A CONTHIST THAT WILL NOT OPEN
000985*                     OR UPDATE IS A WARNING (CC 4), NOT A FAILURE
000990*                     - THE GREETINGS ARE STILL MERGED.
001000*****************************************************************
001100 IDENTIFICATION DIVISION.
001200 PROGRAM-ID.    HELLOMRG.
003200*
003300*    ENDS WITH CONDITION CODE 8 WHEN ANY INPUT OR THE LIVE LOG
003400*    WILL NOT OPEN, OR WHEN THE COUNTS DO NOT BALANCE.  RERUN
003500*    SAFETY: DELETE THE PARTIAL DATASETS ONLY AFTER A CC 0 OR 4
003600*    MERGE - SEE HELLOMRG.JCL.
003616*
003632*    EVERY MERGED RECORD CARRYING A CUSTOMER ID IS ALSO ADDED TO
003648*    THE CONTHIST CONTACT HISTORY (SEE 2300-RECORD-CONTACT), SO
003664*    THE NEXT RUN'S CONTACT-FREQUENCY CAP COUNTS IT.  A MERGE
003680*    THAT CANNOT DO THIS ENDS WITH CONDITION CODE 4.
003700*****************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
005600     SELECT GREET-LOG ASSIGN TO GREETLOG
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-GREETLOG-STATUS.
005816     SELECT CONTACT-HIST ASSIGN TO CONTHIST
005832         ORGANIZATION IS INDEXED
005848         ACCESS MODE IS RANDOM
005864         RECORD KEY IS CH-CUST-ID
005880         FILE STATUS IS WS-CONTHIST-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006900                   ==GL-TIME==           BY ==G1-TIME==
007000                   ==GL-TERM-ID==        BY ==G1-TERM-ID==
007100                   ==GL-LANGUAGE-CODE==  BY ==G1-LANGUAGE-CODE==
007200                   ==GL-ACCOUNT-NO==     BY ==G1-ACCOUNT-NO==
007225                   ==GL-CUST-ID==        BY ==G1-CUST-ID==
007250                   ==GL-CAP-SW==         BY ==G1-CAP-SW==
007275                   ==GL-CONTACT-CAPPED== BY ==G1-CONTACT-CAPPED==
007287                   ==GL-OCCASION==       BY ==G1-OCCASION==
007293                   ==GL-CAMPAIGN-CODE==  BY ==G1-CAMPAIGN-CODE==.
007300
007400 FD  PART2-LOG
007500     RECORDING MODE IS F
008100                   ==GL-TIME==           BY ==G2-TIME==
008200                   ==GL-TERM-ID==        BY ==G2-TERM-ID==
008300                   ==GL-LANGUAGE-CODE==  BY ==G2-LANGUAGE-CODE==
008400                   ==GL-ACCOUNT-NO==     BY ==G2-ACCOUNT-NO==
008425                   ==GL-CUST-ID==        BY ==G2-CUST-ID==
008450                   ==GL-CAP-SW==         BY ==G2-CAP-SW==
008475                   ==GL-CONTACT-CAPPED== BY ==G2-CONTACT-CAPPED==
008487                   ==GL-OCCASION==       BY ==G2-OCCASION==
008493                   ==GL-CAMPAIGN-CODE==  BY ==G2-CAMPAIGN-CODE==.
008500
008600 FD  PART3-LOG
008700     RECORDING MODE IS F
009300                   ==GL-TIME==           BY ==G3-TIME==
009400                   ==GL-TERM-ID==        BY ==G3-TERM-ID==
009500                   ==GL-LANGUAGE-CODE==  BY ==G3-LANGUAGE-CODE==
009600                   ==GL-ACCOUNT-NO==     BY ==G3-ACCOUNT-NO==
009625                   ==GL-CUST-ID==        BY ==G3-CUST-ID==
009650                   ==GL-CAP-SW==         BY ==G3-CAP-SW==
009675                   ==GL-CONTACT-CAPPED== BY ==G3-CONTACT-CAPPED==
009687                   ==GL-OCCASION==       BY ==G3-OCCASION==
009693                   ==GL-CAMPAIGN-CODE==  BY ==G3-CAMPAIGN-CODE==.
009700
009800 FD  PART4-LOG
009900     RECORDING MODE IS F
010500                   ==GL-TIME==           BY ==G4-TIME==
010600                   ==GL-TERM-ID==        BY ==G4-TERM-ID==
010700                   ==GL-LANGUAGE-CODE==  BY ==G4-LANGUAGE-CODE==
010800                   ==GL-ACCOUNT-NO==     BY ==G4-ACCOUNT-NO==
010825                   ==GL-CUST-ID==        BY ==G4-CUST-ID==
010850                   ==GL-CAP-SW==         BY ==G4-CAP-SW==
010875                   ==GL-CONTACT-CAPPED== BY ==G4-CONTACT-CAPPED==
010887                   ==GL-OCCASION==       BY ==G4-OCCASION==
010893                   ==GL-CAMPAIGN-CODE==  BY ==G4-CAMPAIGN-CODE==.
010900
011000 FD  GREET-LOG
011100     RECORDING MODE IS F
011200     LABEL RECORDS ARE STANDARD.
011300     COPY GREETLOG.
011320
011340 FD  CONTACT-HIST
011360     LABEL RECORDS ARE STANDARD.
011380     COPY CONTHIST.
011400
011500 WORKING-STORAGE SECTION.
011600*****************************************************************
012600 77  WS-ABORT-SW             PIC X(01) VALUE "N".
012700     88  WS-RUN-ABORTED          VALUE "Y".
012800 77  WS-RETURN-CODE          PIC 9(01) VALUE ZERO.
012814 77  WS-CONTHIST-STATUS      PIC X(02) VALUE SPACES.
012828     88  WS-CONTHIST-AVAILABLE   VALUE "00" "02" "97".
012842 77  WS-CONTHIST-SW          PIC X(01) VALUE "N".
012856     88  WS-CONTHIST-READY       VALUE "Y".
012870 77  WS-CH-FOUND-SW          PIC X(01) VALUE "N".
012884     88  WS-CH-WAS-FOUND         VALUE "Y".
012900
013000*****************************************************************
013100*    MERGE COUNTERS - ONE PER PARTITION PLUS THE GRAND TOTAL
013500 77  WS-PART-COUNT           PIC 9(08) VALUE ZERO COMP.
013600 77  WS-TOTAL-READ           PIC 9(08) VALUE ZERO COMP.
013700 77  WS-TOTAL-WRITTEN        PIC 9(08) VALUE ZERO COMP.
013711 77  WS-CONTACTS-ADDED       PIC 9(08) VALUE ZERO COMP.
013722 77  WS-CONTHIST-ERROR-COUNT PIC 9(08) VALUE ZERO COMP.
013733
013744*****************************************************************
013755*    PARAMETER AREA FOR THE SHARED HELLOCNT CONTACT-HISTORY
013766*    SUBPROGRAM - SEE 2300-RECORD-CONTACT.
013777*****************************************************************
013788     COPY CONTCAP.
013800
013900 PROCEDURE DIVISION.
014000*****************************************************************
018100         CLOSE PART1-LOG PART2-LOG PART3-LOG PART4-LOG
018200         PERFORM 1900-ABORT-RUN THRU 1900-EXIT
018300     END-IF.
018325     IF NOT WS-RUN-ABORTED
018350         PERFORM 1100-OPEN-CONTACT-HIST THRU 1100-EXIT
018375     END-IF.
018400 1000-EXIT.
018500     EXIT.
018600
018605*****************************************************************
018610*    1100-OPEN-CONTACT-HIST
018615*    OPENS THE CONTHIST KSDS FOR UPDATE.  IT IS OPTIONAL - A
018620*    MISSING OR UNOPENABLE FILE IS A WARNING AND THE GREETINGS
018625*    ARE STILL MERGED, BUT THE NEXT RUN'S CAP WILL NOT SEE THEM.
018630*****************************************************************
018635 1100-OPEN-CONTACT-HIST.
018640     OPEN I-O CONTACT-HIST.
018645     IF WS-CONTHIST-AVAILABLE
018650         SET WS-CONTHIST-READY TO TRUE
018655     ELSE
018660         DISPLAY "HELLOMRG - CONTHIST UNAVAILABLE, STATUS = "
018665             WS-CONTHIST-STATUS ", CONTACTS NOT RECORDED"
018670         MOVE 4 TO WS-RETURN-CODE
018675     END-IF.
018680 1100-EXIT.
018685     EXIT.
018690
018700*****************************************************************
018800*    1900-ABORT-RUN
018900*****************************************************************
026300     ADD 1 TO WS-PART-COUNT.
026400     WRITE GL-RECORD.
026500     ADD 1 TO WS-TOTAL-WRITTEN.
026550     PERFORM 2300-RECORD-CONTACT THRU 2300-EXIT.
026600 2200-EXIT.
026700     EXIT.
026800
026801*****************************************************************
026802*    2300-RECORD-CONTACT
026803*    ADDS THE GREETING JUST MERGED TO THE CUSTOMER'S CONTHIST
026804*    RECORD THROUGH THE SHARED HELLOCNT SUBPROGRAM, DATED WITH
026805*    THE GREETING'S OWN DATE, CHANNEL B (ROSTER BATCH).  A
026806*    RECORD WRITTEN BEFORE GL-OCCASION EXISTED COUNTS AS ROUTINE.
026807*****************************************************************
026808 2300-RECORD-CONTACT.
026809     IF NOT WS-CONTHIST-READY OR GL-CUST-ID = SPACES
026810         GO TO 2300-EXIT
026811     END-IF.
026812     MOVE "N" TO WS-CH-FOUND-SW.
026813     MOVE GL-CUST-ID TO CH-CUST-ID.
026814     READ CONTACT-HIST
026815         INVALID KEY
026816             MOVE SPACES TO CH-RECORD
026817             MOVE GL-CUST-ID TO CH-CUST-ID
026818             MOVE ZERO TO CH-LAST-CONTACT-DATE
026819             MOVE ZERO TO CH-ENTRY-COUNT
026820         NOT INVALID KEY
026821             SET WS-CH-WAS-FOUND TO TRUE
026822     END-READ.
026823     SET CC-ADD-CONTACT TO TRUE.
026824     MOVE GL-DATE TO CC-TODAY-DATE.
026825     MOVE GL-OCCASION TO CC-OCCASION.
026826     IF CC-OCCASION = SPACE
026827         MOVE "R" TO CC-OCCASION
026828     END-IF.
026829     MOVE "B" TO CC-CHANNEL.
026830     CALL "HELLOCNT" USING CC-PARM CH-RECORD.
026831     IF WS-CH-WAS-FOUND
026832         REWRITE CH-RECORD
026833             INVALID KEY
026834                 CONTINUE
026835         END-REWRITE
026836     ELSE
026837         WRITE CH-RECORD
026838             INVALID KEY
026839                 CONTINUE
026840         END-WRITE
026841     END-IF.
026842     IF WS-CONTHIST-AVAILABLE
026843         ADD 1 TO WS-CONTACTS-ADDED
026844     ELSE
026845         ADD 1 TO WS-CONTHIST-ERROR-COUNT
026846         DISPLAY "HELLOMRG - CONTHIST NOT UPDATED FOR CUSTOMER "
026847             GL-CUST-ID ", STATUS = " WS-CONTHIST-STATUS
026848     END-IF.
026849 2300-EXIT.
026850     EXIT.
026851
026900*****************************************************************
027000*    9000-TERMINATE
027100*    CLOSES EVERYTHING AND PROVES THE MERGE BALANCES.
028100                 "DELETE THE PARTIALS"
028200             MOVE 8 TO WS-RETURN-CODE
028300         END-IF
028307         IF WS-CONTHIST-READY
028314             CLOSE CONTACT-HIST
028321             DISPLAY "HELLOMRG - " WS-CONTACTS-ADDED
028328                 " CONTACT(S) ADDED TO CONTHIST."
028335         END-IF
028342         IF WS-CONTHIST-ERROR-COUNT NOT = ZERO
028349             DISPLAY "HELLOMRG - " WS-CONTHIST-ERROR-COUNT
028356                 " CONTACT(S) NOT RECORDED ON CONTHIST"
028363             IF WS-RETURN-CODE < 4
028370                 MOVE 4 TO WS-RETURN-CODE
028377             END-IF
028384         END-IF
028400     END-IF.
028500 9000-EXIT.
028600     EXIT.
