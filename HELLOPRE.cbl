004800*                     INTRODUCES (PORTUGUESE, POLISH) PASSES
004900*                     THE PRE-EDIT THE SAME DAY IT IS ADDED,
005000*                     WITH NO RECOMPILE HERE OR IN HELLO.
005009*    2026-10-15  DRO  ADDED THE CAMPAIGN EDIT.  A ROSTER RECORD
005018*                     NAMING A CAMPAIGN CODE THAT IS NOT ON THE
005027*                     CAMPAIGN MASTER, OR WHOSE GREETING WOULD GO
005036*                     OUT BEFORE THE CAMPAIGN STARTS OR AFTER IT
005045*                     ENDS, IS AN ERROR AND DROPPED - HELLO WOULD
005054*                     REJECT IT.  THE GREETING DATE IS THE FUTURE
005063*                     GREET-ON DATE, ELSE THE CYCLE DATE FROM
005072*                     CYCLDATE.  A MISSING CAMPAIGN MASTER SKIPS
005081*                     THE EDIT, AND A MISSING CYCLE DATE SKIPS
005090*                     THE DATE PART OF IT.  A CAMPAIGN MASTER
005093*                     READ THAT FAILS DROPS THE RECORD AND ENDS
005096*                     THE RUN CC 4.
005100*****************************************************************
005200 IDENTIFICATION DIVISION.
005300 PROGRAM-ID.    HELLOPRE.
005900*    HELLOPRE READS THE NAME-IN ROSTER AND SPLITS IT INTO A
006000*    CLEANED ROSTER (CLEANOUT) AND AN EDIT REPORT (EDITRPT).
006100*
006200*    NAME ERRORS (BLANK NAME, NAME NOT STARTING WITH A LETTER),
006300*    A DELETED CUSTOMER ID, AND AN UNKNOWN OR OUT-OF-DATE CAMPAIGN
006333*    CODE ARE DROPPED FROM THE CLEANED ROSTER - HELLO WOULD ONLY
006400*    REJECT THEM MID-RUN ANYWAY.  LANGUAGE AND CUSTOMER-ID
006500*    PROBLEMS ARE WARNINGS: HELLO DEGRADES GRACEFULLY ON BOTH
006600*    (FALLS BACK TO ENGLISH / TO THE TYPED NAME), SO THOSE
009600     SELECT AUDIT-IN ASSIGN TO CUSTAUD
009700         ORGANIZATION IS SEQUENTIAL
009800         FILE STATUS IS WS-CUSTAUD-STATUS.
009810     SELECT CAMPAIGN-MASTER ASSIGN TO CAMPAIGN
009820         ORGANIZATION IS INDEXED
009830         ACCESS MODE IS RANDOM
009840         RECORD KEY IS CN-CAMPAIGN-CODE
009850         FILE STATUS IS WS-CAMPAIGN-STATUS.
009860     SELECT CYCLE-CONTROL ASSIGN TO CYCLDATE
009870         ORGANIZATION IS SEQUENTIAL
009880         FILE STATUS IS WS-CYCLDATE-STATUS.
009900     SELECT EDIT-REPORT ASSIGN TO EDITRPT
010000         ORGANIZATION IS SEQUENTIAL
010100         FILE STATUS IS WS-REPORT-STATUS.
011900                   ==NI-NAME==           BY ==CO-NAME==
012000                   ==NI-CUST-ID==        BY ==CO-CUST-ID==
012100                   ==NI-LANGUAGE-CODE==  BY ==CO-LANGUAGE-CODE==
012200                   ==NI-GREET-ON-DATE==  BY ==CO-GREET-ON-DATE==
012220                   ==NI-CAMPAIGN-CODE==  BY ==CO-CAMPAIGN-CODE==
012240                   ==NI-RELEASE-SW==     BY ==CO-RELEASE-SW==
012260                   ==NI-RELEASED-FROM-PENDING==
012280                       BY ==CO-RELEASED-FROM-PENDING==.
012300
012400 FD  CUSTOMER-MASTER
012500     LABEL RECORDS ARE STANDARD.
013000     LABEL RECORDS ARE STANDARD.
013100     COPY CUSTAUD.
013200
013210 FD  CAMPAIGN-MASTER
013220     LABEL RECORDS ARE STANDARD.
013230     COPY CAMPMAS.
013240
013250 FD  CYCLE-CONTROL
013260     RECORDING MODE IS F
013270     LABEL RECORDS ARE STANDARD.
013280     COPY CYCLDATE.
013290
013300 FD  EDIT-REPORT
013400     RECORDING MODE IS F
013500     LABEL RECORDS ARE STANDARD.
020600                                 DEPENDING ON WS-DEL-COUNT
020700                                 INDEXED BY WS-DEL-IDX.
020800         10  WS-DEL-CUST-ID          PIC X(06).
020805
020811*****************************************************************
020817*    CAMPAIGN EDIT CONTROLS - A MISSING CAMPAIGN MASTER SKIPS THE
020823*    CAMPAIGN EDIT, AND A MISSING OR INVALID CYCLE DATE SKIPS ITS
020829*    DATE CHECK, THE SAME DEGRADATION AS THE CUSTMAS EDIT.
020835*****************************************************************
020841 77  WS-CAMPAIGN-STATUS      PIC X(02) VALUE SPACES.
020847 77  WS-CAMPAIGN-OPEN-SW     PIC X(01) VALUE "N".
020852     88  WS-CAMPAIGN-READY       VALUE "Y".
020858 77  WS-CAMP-ERROR-SW        PIC X(01) VALUE "N".
020864     88  WS-CAMP-IN-ERROR        VALUE "Y".
020870 77  WS-CYCLDATE-STATUS      PIC X(02) VALUE SPACES.
020876 77  WS-CYCLE-DATE-SW        PIC X(01) VALUE "N".
020882     88  WS-CYCLE-DATE-SET       VALUE "Y".
020888 77  WS-CYCLE-DATE           PIC 9(08) VALUE ZERO.
020894 77  WS-CAMP-GREET-DATE      PIC 9(08) VALUE ZERO.
020900
021000*****************************************************************
021100*    EDIT COUNTERS, ONE PER ERROR/WARNING TYPE, FOR THE SUMMARY
022000 77  WS-BAD-CUST-COUNT       PIC 9(08) VALUE ZERO COMP.
022100 77  WS-DEL-CUST-COUNT       PIC 9(08) VALUE ZERO COMP.
022200 77  WS-BAD-DATE-COUNT       PIC 9(08) VALUE ZERO COMP.
022225 77  WS-BAD-CAMP-COUNT       PIC 9(08) VALUE ZERO COMP.
022250 77  WS-CAMP-EARLY-COUNT     PIC 9(08) VALUE ZERO COMP.
022275 77  WS-CAMP-ENDED-COUNT     PIC 9(08) VALUE ZERO COMP.
022300
022400*****************************************************************
022500*    PRINT-LINE WORK AREAS
026200*    RUN WITH CONDITION CODE 8 - AN EMPTY CLEANED ROSTER THAT
026300*    LOOKS CLEAN WOULD SEND THE OVERNIGHT RUN OFF TO GREET
026400*    NOBODY.  AN UNOPENABLE REPORT IS ONLY A WARNING.  A
026500*    MISSING CUSTOMER-MASTER ONLY DISABLES THE CUSTOMER-ID EDIT,
026550*    AND A MISSING CAMPAIGN MASTER THE CAMPAIGN EDIT.
026600*****************************************************************
026700 1000-INITIALIZE.
026800     PERFORM 1015-LOAD-GREETING-TABLE THRU 1015-EXIT.
030800             UNTIL WS-END-OF-AUDIT
030900         CLOSE AUDIT-IN
031000     END-IF.
031010     OPEN INPUT CAMPAIGN-MASTER.
031020     IF WS-CAMPAIGN-STATUS NOT = "00"
031030         DISPLAY "HELLOPRE - CAMPAIGN MASTER NOT AVAILABLE, "
031040             "STATUS = " WS-CAMPAIGN-STATUS
031050         DISPLAY "HELLOPRE - CAMPAIGN EDIT WILL BE SKIPPED"
031060     ELSE
031070         SET WS-CAMPAIGN-READY TO TRUE
031080         PERFORM 1200-READ-CYCLE-DATE THRU 1200-EXIT
031090     END-IF.
031100 1000-EXIT.
031200     EXIT.
031300
052400 1170-EXIT.
052500     EXIT.
052600
052603*****************************************************************
052606*    1200-READ-CYCLE-DATE
052609*    LOADS THE CYCLE DATE THE OVERNIGHT RUN WILL PROCESS FROM THE
052612*    CYCLDATE CONTROL RECORD, FOR THE CAMPAIGN DATE CHECK.
052615*    WITHOUT ONE THE CAMPAIGN CODE IS STILL CHECKED, ITS DATES
052618*    ARE NOT.
052621*****************************************************************
052624 1200-READ-CYCLE-DATE.
052627     OPEN INPUT CYCLE-CONTROL.
052630     IF WS-CYCLDATE-STATUS NOT = "00"
052633         DISPLAY "HELLOPRE - CYCLDATE NOT AVAILABLE, STATUS = "
052636             WS-CYCLDATE-STATUS
052639         GO TO 1200-NO-CYCLE-DATE
052642     END-IF.
052645     READ CYCLE-CONTROL
052648         AT END
052651             MOVE ZERO TO CD-CYCLE-DATE
052654     END-READ.
052657     CLOSE CYCLE-CONTROL.
052660     IF CD-CYCLE-DATE IS NOT NUMERIC
052663         OR CD-CYCLE-DATE = ZERO
052666         DISPLAY "HELLOPRE - CYCLDATE RECORD MISSING OR INVALID"
052669         GO TO 1200-NO-CYCLE-DATE
052672     END-IF.
052675     MOVE CD-CYCLE-DATE TO WS-CYCLE-DATE.
052678     SET WS-CYCLE-DATE-SET TO TRUE.
052681     GO TO 1200-EXIT.
052684 1200-NO-CYCLE-DATE.
052687     DISPLAY "HELLOPRE - CAMPAIGN DATE CHECK WILL BE SKIPPED".
052690 1200-EXIT.
052693     EXIT.
052696
052700*****************************************************************
052800*    2100-EDIT-ONE-RECORD
052900*    READS ONE ROSTER RECORD AND RUNS EVERY EDIT AGAINST IT.
053000*    NAME, DELETED-CUSTOMER, AND CAMPAIGN ERRORS DROP THE
053100*    RECORD; LANGUAGE, CUSTOMER-ID, AND GREET-ON DATE PROBLEMS
053200*    ONLY WARN, AND THE RECORD IS STILL WRITTEN TO THE CLEANED
053250*    ROSTER.
053300*****************************************************************
053400 2100-EDIT-ONE-RECORD.
053500     READ NAME-IN
054200                 ADD 1 TO WS-DROP-COUNT
054300             ELSE
054400                 PERFORM 4250-CHECK-DELETED THRU 4250-EXIT
054500                 IF NOT WS-CUST-DELETED
054510                     PERFORM 4400-CHECK-CAMPAIGN THRU 4400-EXIT
054520                 END-IF
054530                 IF WS-CUST-DELETED OR WS-CAMP-IN-ERROR
054600                     ADD 1 TO WS-DROP-COUNT
054700                 ELSE
054800                     PERFORM 4100-CHECK-LANGUAGE THRU 4100-EXIT
068900 4300-EXIT.
069000     EXIT.
069100
069101*****************************************************************
069102*    4400-CHECK-CAMPAIGN
069103*    DROPS A ROSTER RECORD WHOSE CAMPAIGN CODE IS NOT ON THE
069104*    CAMPAIGN MASTER, OR WHOSE GREETING DATE - THE GREET-ON DATE
069105*    WHEN IT IS AFTER THE CYCLE DATE, OTHERWISE THE CYCLE DATE -
069106*    FALLS BEFORE THE CAMPAIGN STARTS OR AFTER IT ENDS.  THESE
069107*    ARE THE CHECKS HELLO MAKES, SO THE RECORD WOULD ONLY BE
069108*    REJECTED OVERNIGHT.  A BLANK CODE MEANS NO CAMPAIGN.  A
069109*    READ THAT FAILS (NEITHER FOUND NOR NOT ON FILE) CANNOT
069110*    CHECK THE RECORD, SO IT IS DROPPED TOO, WITH A WARNING.
069111*****************************************************************
069112 4400-CHECK-CAMPAIGN.
069113     MOVE "N" TO WS-CAMP-ERROR-SW.
069114     IF NI-CAMPAIGN-CODE = SPACES OR NOT WS-CAMPAIGN-READY
069115         GO TO 4400-EXIT
069116     END-IF.
069117     MOVE NI-CAMPAIGN-CODE TO CN-CAMPAIGN-CODE.
069118     READ CAMPAIGN-MASTER
069119         INVALID KEY
069120             CONTINUE
069121     END-READ.
069122     IF WS-CAMPAIGN-STATUS NOT = "00"
069123         AND WS-CAMPAIGN-STATUS NOT = "23"
069124         DISPLAY "HELLOPRE - CAMPAIGN MASTER READ FAILED, "
069125             "STATUS = " WS-CAMPAIGN-STATUS
069126         SET WS-CAMP-IN-ERROR TO TRUE
069127         ADD 1 TO WS-BAD-CAMP-COUNT
069128         IF WS-RETURN-CODE < 4
069129             MOVE 4 TO WS-RETURN-CODE
069130         END-IF
069131         MOVE "ERROR" TO WS-DT-TYPE
069132         MOVE "CAMPAIGN READ FAILED - DROPPED" TO WS-DT-TEXT
069133         PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT
069134         GO TO 4400-EXIT
069135     END-IF.
069136     IF WS-CAMPAIGN-STATUS = "23"
069137         SET WS-CAMP-IN-ERROR TO TRUE
069138         ADD 1 TO WS-BAD-CAMP-COUNT
069139         MOVE "ERROR" TO WS-DT-TYPE
069140         MOVE "CAMPAIGN NOT ON FILE - DROPPED" TO WS-DT-TEXT
069141         PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT
069142         GO TO 4400-EXIT
069143     END-IF.
069144     IF NOT WS-CYCLE-DATE-SET
069145         GO TO 4400-EXIT
069146     END-IF.
069147     MOVE WS-CYCLE-DATE TO WS-CAMP-GREET-DATE.
069148     IF NI-GREET-ON-DATE IS NUMERIC
069149         AND NI-GREET-ON-DATE > WS-CYCLE-DATE
069150         MOVE NI-GREET-ON-DATE TO WS-CAMP-GREET-DATE
069151     END-IF.
069152     IF CN-START-DATE IS NUMERIC
069153         AND WS-CAMP-GREET-DATE < CN-START-DATE
069154         SET WS-CAMP-IN-ERROR TO TRUE
069155         ADD 1 TO WS-CAMP-EARLY-COUNT
069156         MOVE "ERROR" TO WS-DT-TYPE
069157         MOVE "CAMPAIGN NOT STARTED - DROPPED" TO WS-DT-TEXT
069158         PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT
069159         GO TO 4400-EXIT
069160     END-IF.
069161     IF CN-END-DATE IS NUMERIC
069162         AND CN-END-DATE NOT = ZERO
069163         AND WS-CAMP-GREET-DATE > CN-END-DATE
069164         SET WS-CAMP-IN-ERROR TO TRUE
069165         ADD 1 TO WS-CAMP-ENDED-COUNT
069166         MOVE "ERROR" TO WS-DT-TYPE
069167         MOVE "CAMPAIGN HAS ENDED - DROPPED" TO WS-DT-TEXT
069168         PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT
069169     END-IF.
069170 4400-EXIT.
069171     EXIT.
069198
069200*****************************************************************
069300*    4500-WRITE-CLEAN-RECORD
069400*    COPIES THE FULL 80-BYTE ROSTER RECORD TO THE CLEANED
074200     MOVE "  CUSTOMER WAS DELETED" TO WS-CL-LABEL.
074300     MOVE WS-DEL-CUST-COUNT TO WS-CL-COUNT.
074400     PERFORM 3100-PRINT-ONE-COUNT THRU 3100-EXIT.
074410     MOVE "  CAMPAIGN NOT ON FILE OR UNREADABLE" TO WS-CL-LABEL.
074420     MOVE WS-BAD-CAMP-COUNT TO WS-CL-COUNT.
074430     PERFORM 3100-PRINT-ONE-COUNT THRU 3100-EXIT.
074440     MOVE "  CAMPAIGN NOT STARTED" TO WS-CL-LABEL.
074450     MOVE WS-CAMP-EARLY-COUNT TO WS-CL-COUNT.
074460     PERFORM 3100-PRINT-ONE-COUNT THRU 3100-EXIT.
074470     MOVE "  CAMPAIGN HAS ENDED" TO WS-CL-LABEL.
074480     MOVE WS-CAMP-ENDED-COUNT TO WS-CL-COUNT.
074490     PERFORM 3100-PRINT-ONE-COUNT THRU 3100-EXIT.
074500     MOVE "WARNINGS - LANGUAGE CODE NOT ON TABLE"
074600         TO WS-CL-LABEL.
074700     MOVE WS-BAD-LANG-COUNT TO WS-CL-COUNT.
078000     IF WS-CUSTMAS-READY
078100         CLOSE CUSTOMER-MASTER
078200     END-IF.
078210     IF WS-CAMPAIGN-READY
078220         CLOSE CAMPAIGN-MASTER
078230     END-IF.
078300 9000-EXIT.
078400     EXIT.
