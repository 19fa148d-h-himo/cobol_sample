000100*****************************************************************
000200*    CAMPMAS.CPY
000300*    RECORD LAYOUT FOR THE CAMPAIGN MASTER FILE, A KSDS KEYED BY
000400*    CN-CAMPAIGN-CODE.  ONE RECORD PER MARKETING CAMPAIGN RUN
000500*    THROUGH THE ROSTER (A HOLIDAY MAILING, A BRANCH-OPENING
000600*    WELCOME).  A ROSTER RECORD NAMES ITS CAMPAIGN IN
000700*    NI-CAMPAIGN-CODE; HELLOPRE AND HELLO REJECT ONE WHOSE CODE
000800*    IS NOT ON THIS FILE, OR WHOSE GREETING WOULD GO OUT BEFORE
000900*    CN-START-DATE OR AFTER CN-END-DATE.  THE GREETING DATE IS
001000*    THE RECORD'S GREET-ON DATE WHEN THAT IS STILL IN THE
001100*    FUTURE, OTHERWISE THE CYCLE DATE.
001200*    A ZERO START OR END DATE LEAVES THAT SIDE OF THE CAMPAIGN
001300*    OPEN.
001400*
001500*    CN-TARGET-VOLUME IS THE NUMBER OF GREETINGS MARKETING
001600*    EXPECTS THE CAMPAIGN TO SEND; THE HELLOCMP RESULTS REPORT
001700*    MEASURES THE CAMPAIGN AGAINST IT.  A NON-BLANK CN-TEMPLATE
001800*    REPLACES THE GREETWRD ROSTER TEMPLATE FOR THE CAMPAIGN'S
001900*    GREETINGS, IN EVERY LANGUAGE ("&NAME" MARKS WHERE THE
002000*    CUSTOMER'S NAME GOES, AS IN GREETWRD.CPY).  BLANK KEEPS THE
002100*    ORDINARY LANGUAGE TEMPLATE.
002200*
002300*    THE FILE IS LOADED AND CHANGED BY IDCAMS REPRO FROM CARD
002400*    IMAGES IN THIS LAYOUT - SEE HELLOCPD.JCL.
002500*
002600*    MODIFICATION HISTORY
002700*    2026-10-15  DRO  INITIAL VERSION.
002800*****************************************************************
002900 01  CN-RECORD.
003000     05  CN-CAMPAIGN-CODE        PIC X(06).
003100     05  CN-OWNER                PIC X(20).
003200     05  CN-START-DATE           PIC 9(08).
003300     05  CN-END-DATE             PIC 9(08).
003400     05  CN-TARGET-VOLUME        PIC 9(07).
003500     05  CN-TEMPLATE             PIC X(57).
003600     05  FILLER                  PIC X(14).
