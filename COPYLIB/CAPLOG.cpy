000100*****************************************************************
000200*    CAPLOG.CPY
000300*    RECORD LAYOUT FOR THE CAPPED-GREETINGS FILE (CAPFILE).  ONE
000400*    RECORD IS APPENDED FOR EVERY GREETING HELD BACK BECAUSE THE
000500*    CUSTOMER HAD ALREADY BEEN GREETED CP-CAP-LIMIT TIMES IN THE
000600*    ROLLING WINDOW - BY HELLO FOR THE ROSTER, INTERACTIVE AND
000700*    ANNIVERSARY CHANNELS, AND BY HELLOTDQ FOR THE ONLINE ONES
000800*    HELLOCIC QUEUED AS CAPPED.  HELLOCAP PRINTS THE DAY'S
000900*    RECORDS AS THE CAPPED-GREETINGS REPORT.
001000*
001100*    CG-DATE IS THE CYCLE DATE; CG-CHANNEL AND CG-OCCASION USE
001200*    THE CONTHIST CODES.  CG-WINDOW-COUNT IS HOW MANY COUNTABLE
001300*    GREETINGS WERE ALREADY IN THE WINDOW, AND
001400*    CG-LAST-CONTACT-DATE THE MOST RECENT OF THEM.
001500*
001600*    MODIFICATION HISTORY
001700*    2026-10-15  DRO  INITIAL VERSION.
001800*****************************************************************
001900 01  CG-RECORD.
002000     05  CG-CUST-ID              PIC X(06).
002100     05  CG-DATE                 PIC 9(08).
002200     05  CG-TIME                 PIC 9(08).
002300     05  CG-TERM-ID              PIC X(08).
002400     05  CG-NAME                 PIC X(20).
002500     05  CG-ACCOUNT-NO           PIC X(10).
002600     05  CG-OCCASION             PIC X(01).
002700     05  CG-CHANNEL              PIC X(01).
002800         88  CG-CHANNEL-BATCH        VALUE "B".
002900         88  CG-CHANNEL-INTERACTIVE  VALUE "I".
003000         88  CG-CHANNEL-ANNIVERSARY  VALUE "A".
003100         88  CG-CHANNEL-ONLINE       VALUE "O".
003200     05  CG-LANGUAGE-CODE        PIC X(02).
003300     05  CG-WINDOW-COUNT         PIC 9(03).
003400     05  CG-LAST-CONTACT-DATE    PIC 9(08).
003500     05  FILLER                  PIC X(05).
