000100*****************************************************************
000200*    CAMPSTAT.CPY
000300*    RECORD LAYOUT FOR THE CAMPAIGN STATISTICS FILE.  AT THE END
000400*    OF EVERY BATCH RUN HELLO APPENDS ONE RECORD FOR EACH
000500*    CAMPAIGN IT SAW ON THE ROSTER, SAYING WHAT BECAME OF THAT
000600*    CAMPAIGN'S RECORDS - THE SAME COUNTS THE RUN-STATUS RECORD
000700*    CARRIES FOR THE RUN AS A WHOLE.  THE HELLOCMP CAMPAIGN
000800*    RESULTS REPORT ADDS THEM UP ACROSS RUNS.
000900*
001000*    CS-SUBMITTED COUNTS NEW ROSTER RECORDS AND CS-RELEASED THE
001100*    DEFERRED ONES THE PENDING RELEASE PASS FED BACK IN, SO A
001200*    DEFERRED GREETING IS SUBMITTED ONCE BUT MAY BE GREETED ON
001300*    A LATER DAY.  FOR EACH RECORD, SUBMITTED + RELEASED =
001400*    REJECTED + DEFERRED + SUPPRESSED + CAPPED + GREETED.
001500*    CS-EXTRACTED IS HOW MANY OF THE GREETINGS WENT TO THE
001600*    FULFILLMENT EXTRACT (GREETEXT).
001700*
001800*    MODIFICATION HISTORY
001900*    2026-10-15  DRO  INITIAL VERSION.
002000*****************************************************************
002100 01  CS-RECORD.
002200     05  CS-RUN-DATE             PIC 9(08).
002300     05  CS-PROGRAM              PIC X(08).
002400     05  CS-CAMPAIGN-CODE        PIC X(06).
002500     05  CS-SUBMITTED            PIC 9(07).
002600     05  CS-RELEASED             PIC 9(07).
002700     05  CS-REJECTED             PIC 9(07).
002800     05  CS-DEFERRED             PIC 9(07).
002900     05  CS-SUPPRESSED           PIC 9(07).
003000     05  CS-CAPPED               PIC 9(07).
003100     05  CS-GREETED              PIC 9(07).
003200     05  CS-EXTRACTED            PIC 9(07).
003300     05  FILLER                  PIC X(02).
