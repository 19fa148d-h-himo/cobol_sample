001000*                     GREETING LANGUAGE WAS USED.
001100*    2026-08-09  DRO  ADDED GL-ACCOUNT-NO TO RECORD THE ACCOUNT
001200*                     MATCHED FROM CUSTOMER-MASTER, IF ANY.
001210*    2026-10-15  DRO  ADDED GL-CUST-ID (THE CUSTOMER GREETED, IF
001220*                     KNOWN) AND GL-CAP-SW, OUT OF THE FILLER.
001230*                     GL-CAP-SW IS ONLY EVER SET ON THE ONLINE
001240*                     TD QUEUE: HELLOCIC QUEUES A GREETING IT
001250*                     HELD BACK UNDER THE CONTACT-FREQUENCY CAP
001260*                     WITH GL-CONTACT-CAPPED ON, AND HELLOTDQ
001270*                     SENDS THOSE TO CAPFILE, NOT GREET-LOG.
001280*                     ALSO ADDED GL-OCCASION (R ROUTINE, A
001290*                     ANNIVERSARY, B BIRTHDAY) SO HELLOMRG CAN
001295*                     KEEP BIRTHDAYS OUT OF THE CONTACT HISTORY.
001296*    2026-10-15  DRO  ADDED GL-CAMPAIGN-CODE, OUT OF THE FILLER -
001297*                     THE ROSTER CAMPAIGN THE GREETING BELONGED
001298*                     TO (BLANK FOR NONE, AND ON EVERY ONLINE
001299*                     AND ANNIVERSARY GREETING).
001300*****************************************************************
001400 01  GL-RECORD.
001500     05  GL-NAME                 PIC X(20).
001800     05  GL-TERM-ID              PIC X(08).
001900     05  GL-LANGUAGE-CODE        PIC X(02).
002000     05  GL-ACCOUNT-NO           PIC X(10).
002010     05  GL-CUST-ID              PIC X(06).
002020     05  GL-CAP-SW               PIC X(01).
002030         88  GL-CONTACT-CAPPED       VALUE "C".
002040     05  GL-OCCASION             PIC X(01).
002050     05  GL-CAMPAIGN-CODE        PIC X(06).
002100     05  FILLER                  PIC X(10).
