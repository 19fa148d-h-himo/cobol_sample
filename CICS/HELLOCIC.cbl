004398*                     IS QUEUED, SO THE ONLINE CHANNEL MATCHES
004399*                     WHAT BATCH GREETS, LOGS, AND
004400*                     DUPLICATE-CHECKS.
004401*    2026-10-15  DRO  ADDED THE CONTACT-FREQUENCY CAP - A KEYED
004402*                     CUSTOMER ID ALREADY GREETED THE CAPPRM LIMIT
004403*                     OF TIMES IN THE ROLLING WINDOW (PER THE
004404*                     CONTHIST KSDS, COUNTED BY THE SHARED
004405*                     HELLOCNT SUBPROGRAM) IS NOT GREETED.  THE
004406*                     OPERATOR IS TOLD WHY, AND THE RECORD IS
004407*                     STILL QUEUED, MARKED CAPPED, SO THE HELLOTDQ
004408*                     DRAIN COUNTS IT AND PUTS IT ON CAPFILE.
004410*****************************************************************
004500 IDENTIFICATION DIVISION.
004600 PROGRAM-ID.    HELLOCIC.
004700 AUTHOR.        D. OKAFOR.
009960*    LIST THE BATCH AND ANNIVERSARY RUNS DO.
009970*****************************************************************
009980     COPY SUPPFILE.
009981*
009982*****************************************************************
009983*    CONTACT-FREQUENCY CAP - THE CAPPRM PARAMETER RECORD (A
009984*    ONE-RECORD ESDS READ AT RBA ZERO, LIKE CYCLDATE) AND THE
009985*    CONTHIST CONTACT-HISTORY KSDS, BOTH DEFINED TO CICS UNDER
009986*    THOSE NAMES, AND THE PARAMETER AREA FOR THE SHARED HELLOCNT
009987*    WINDOW COUNT - SEE 2145-CHECK-CONTACT-CAP.
009988*****************************************************************
009989     COPY CAPPRM.
009990     COPY CONTHIST.
009991     COPY CONTCAP.
010000*
010100 77  WS-CUST-ID                 PIC X(06) VALUE SPACES.
010200 77  WS-ACCOUNT-NO              PIC X(10) VALUE SPACES.
010500     88  WS-CUST-WAS-FOUND          VALUE "Y".
010510 77  WS-SUPP-FOUND-SW           PIC X(01) VALUE "N".
010520     88  WS-CUST-SUPPRESSED         VALUE "Y".
010540 77  WS-CAP-HIT-SW             PIC X(01) VALUE "N".
010560     88  WS-GREETING-CAPPED         VALUE "Y".
010580 77  WS-RBA                     PIC S9(08) COMP VALUE ZERO.
010600 77  WS-LANGUAGE-CODE           PIC X(02) VALUE "EN".
010700 77  WS-GREETING-TEXT           PIC X(20) VALUE "Hello".
010800 77  WS-RESP-CODE               PIC S9(08) COMP VALUE ZERO.
018710         PERFORM 1500-LOAD-GREETING-TABLE THRU 1500-EXIT
018800         PERFORM 2100-LOOKUP-GREETING THRU 2100-EXIT
018810         PERFORM 2110-BUILD-GREETING-MESSAGE THRU 2110-EXIT
018811*    A CUSTOMER ALREADY GREETED THE CAPPED NUMBER OF TIMES IN
018812*    THE WINDOW IS NOT GREETED.  THE RECORD IS STILL QUEUED,
018813*    MARKED CAPPED, SO THE DRAIN COUNTS IT AS HELD BACK.
018814         MOVE "N" TO WS-CAP-HIT-SW
018815         IF WS-CUST-ID NOT = SPACES
018816             PERFORM 2145-CHECK-CONTACT-CAP THRU 2145-EXIT
018817         END-IF
018818         IF WS-GREETING-CAPPED
018819             MOVE "*** CONTACT LIMIT REACHED - NOT GREETED"
018820                 TO MSGO
018821             PERFORM 2150-LOG-GREETING-TO-TDQ THRU 2150-EXIT
018822             GO TO 2160-SEND-RESPONSE-SCREEN
018823         END-IF
018900         IF WS-CUST-WAS-FOUND
019000             STRING WS-MESSAGE-TEXT DELIMITED BY "  "
019300                    " ACCOUNT ON FILE" DELIMITED BY SIZE
025416 2140-EXIT.
025417     EXIT.
025418*
025419*****************************************************************
025420*    2145-CHECK-CONTACT-CAP
025421*    THE ONLINE COUNTERPART OF HELLO'S 4740-CHECK-CONTACT-CAP.
025422*    READS THE CAPPRM LIMIT AND THE CUSTOMER'S CONTHIST RECORD
025423*    AND HAS HELLOCNT COUNT THE GREETINGS IN THE WINDOW ENDING
025424*    TODAY.  AT OR OVER THE LIMIT SETS WS-GREETING-CAPPED.  NO
025425*    HISTORY RECORD MEANS NO GREETINGS YET.  A PARAMETER RECORD
025426*    THAT CANNOT BE READ OR IS INVALID, OR EITHER FILE CLOSED OR
025427*    UNAVAILABLE TO CICS, LEAVES THE CAP OFF, THE SAME QUIET
025428*    DEGRADATION AS THE SUPPRESSION CHECK.  THE ONLINE CHANNEL
025429*    ONLY GREETS ROUTINE OCCASIONS, SO THERE IS NO BIRTHDAY
025430*    EXEMPTION TO APPLY HERE.  CONTHIST IS BROUGHT UP TO DATE BY
025431*    THE HELLOTDQ DRAIN, NOT HERE, SO GREETINGS QUEUED SINCE THE
025432*    LAST DRAIN ARE NOT YET COUNTED.
025433*****************************************************************
025434 2145-CHECK-CONTACT-CAP.
025435     MOVE ZERO TO WS-RBA.
025436     EXEC CICS READ FILE('CAPPRM')
025437         INTO(CP-RECORD)
025438         RIDFLD(WS-RBA)
025439         RBA
025440         RESP(WS-RESP-CODE)
025441     END-EXEC.
025442     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
025443         GO TO 2145-EXIT
025444     END-IF.
025445     IF CP-CAP-LIMIT NOT NUMERIC
025446         OR CP-WINDOW-DAYS NOT NUMERIC
025447         OR CP-CAP-LIMIT < 1
025448         OR CP-CAP-LIMIT > 10
025449         OR CP-WINDOW-DAYS < 1
025450         GO TO 2145-EXIT
025451     END-IF.
025452     EXEC CICS READ FILE('CONTHIST')
025453         INTO(CH-RECORD)
025454         RIDFLD(WS-CUST-ID)
025455         RESP(WS-RESP-CODE)
025456     END-EXEC.
025457     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
025458         GO TO 2145-EXIT
025459     END-IF.
025460     EXEC CICS ASKTIME
025461         ABSTIME(WS-ABSTIME)
025462     END-EXEC.
025463     EXEC CICS FORMATTIME
025464         ABSTIME(WS-ABSTIME)
025465         YYYYMMDD(CC-TODAY-DATE)
025466     END-EXEC.
025467     SET CC-COUNT-CONTACTS TO TRUE.
025468     MOVE CP-WINDOW-DAYS TO CC-WINDOW-DAYS.
025469     MOVE ZERO TO CC-WINDOW-COUNT.
025470     CALL "HELLOCNT" USING CC-PARM CH-RECORD.
025471     IF CC-WINDOW-COUNT NOT < CP-CAP-LIMIT
025472         SET WS-GREETING-CAPPED TO TRUE
025473     END-IF.
025474 2145-EXIT.
025475     EXIT.
025476*
025500*****************************************************************
025600*    2150-LOG-GREETING-TO-TDQ
025700*    ONLINE GREETINGS HAVE NO ACCESS TO THE BATCH GREET-LOG FILE,
026800*    WILL NOT OPEN.
026900*****************************************************************
027000 2150-LOG-GREETING-TO-TDQ.
027050     MOVE SPACES TO GL-RECORD.
027100     EXEC CICS ASKTIME
027200         ABSTIME(WS-ABSTIME)
027300     END-EXEC.
028000     MOVE EIBTRMID         TO GL-TERM-ID.
028100     MOVE WS-LANGUAGE-CODE TO GL-LANGUAGE-CODE.
028200     MOVE WS-ACCOUNT-NO    TO GL-ACCOUNT-NO.
028220     MOVE WS-CUST-ID       TO GL-CUST-ID.
028240     IF WS-GREETING-CAPPED
028260         SET GL-CONTACT-CAPPED TO TRUE
028280     END-IF.
028300     EXEC CICS WRITEQ TD
028400         QUEUE('HELO')
028500         FROM(GL-RECORD)
