000100*****************************************************************
000200*    CONTCAP.CPY
000300*    PARAMETER AREA FOR THE HELLOCNT CONTACT-HISTORY SUBPROGRAM,
000400*    PASSED ALONG WITH THE CALLER'S CH-RECORD (SEE CONTHIST.CPY):
000500*
000600*        CC-COUNT-CONTACTS - RETURNS IN CC-WINDOW-COUNT HOW MANY
000700*            NON-BIRTHDAY GREETINGS ON CH-RECORD FALL IN THE
000800*            CC-WINDOW-DAYS DAYS ENDING ON CC-TODAY-DATE.  THE
000900*            CALLER COMPARES IT WITH CP-CAP-LIMIT.
001000*        CC-ADD-CONTACT - ADDS A GREETING ON CC-TODAY-DATE WITH
001100*            CC-OCCASION AND CC-CHANNEL TO THE TOP OF CH-RECORD.
001200*            THE CALLER WRITES OR REWRITES THE RECORD.
001300*
001400*    CH-RECORD IS NOT READ OR WRITTEN BY THE SUBPROGRAM, SO THE
001500*    BATCH PROGRAMS AND THE ONLINE TRANSACTION SHARE ONE RULE
001600*    WHATEVER FILE ACCESS THEY USE.
001700*
001800*    MODIFICATION HISTORY
001900*    2026-10-15  DRO  INITIAL VERSION.
002000*****************************************************************
002100 01  CC-PARM.
002200     05  CC-FUNCTION             PIC X(01).
002300         88  CC-COUNT-CONTACTS       VALUE "C".
002400         88  CC-ADD-CONTACT          VALUE "A".
002500     05  CC-TODAY-DATE           PIC 9(08).
002600     05  CC-WINDOW-DAYS          PIC 9(03).
002700     05  CC-OCCASION             PIC X(01).
002800     05  CC-CHANNEL              PIC X(01).
002900     05  CC-WINDOW-COUNT         PIC 9(03).
