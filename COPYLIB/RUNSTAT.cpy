002150*                     NEITHER GREETED NOR REJECTED, SO THE
002160*                     RECONCILIATION RULE BECOMES READ = GREETED
002170*                     + REJECTED + DEFERRED + SUPPRESSED.
002171*    2026-10-15  DRO  ADDED RS-CAPPED FOR GREETINGS HELD BACK BY
002172*                     THE ROLLING CONTACT-FREQUENCY CAP.  THERE
002173*                     WAS NO FILLER LEFT, SO RS-FILES-UNAVAIL
002174*                     GIVES UP ITS LAST 7 BYTES (IT NOW NAMES
002175*                     ONE FILE, THE FIRST OR MOST SERIOUS) AND
002176*                     EVERY LATER FIELD KEEPS ITS OFFSET.  OLDER
002177*                     RECORDS MAY HOLD NON-NUMERIC DATA THERE -
002178*                     SPACES, OR THE TAIL OF A FILE NAME SUCH AS
002179*                     HELLOTDQ'S "GREETLOG" - SO EVERY READER
002180*                     TESTS RS-CAPPED IS NUMERIC BEFORE USING IT
002181*                     AND TREATS IT AS ZERO OTHERWISE.  THE RULE
002182*                     BECOMES READ = GREETED + REJECTED + DEFERRED
002183*                     + SUPPRESSED + CAPPED.
002200*****************************************************************
002300 01  RS-RECORD.
002400     05  RS-PROGRAM              PIC X(08).
003100     05  RS-RECORDS-IN           PIC 9(08).
003200     05  RS-GREETED              PIC 9(08).
003300     05  RS-REJECTED             PIC 9(08).
003400     05  RS-FILES-UNAVAIL        PIC X(09).
003450     05  RS-CAPPED               PIC 9(07).
003500     05  RS-DEFERRED             PIC 9(08).
003600     05  RS-SUPPRESSED           PIC 9(07).
