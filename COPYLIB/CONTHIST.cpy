000100*****************************************************************
000200*    CONTHIST.CPY
000300*    RECORD LAYOUT FOR THE CONTACT-HISTORY FILE, A KSDS KEYED BY
000400*    CH-CUST-ID THE SAME WAY CUSTMAS AND SUPPFILE ARE.  ONE RECORD
000500*    PER CUSTOMER WE HAVE GREETED, HOLDING THE MOST RECENT
000600*    GREETINGS NEWEST FIRST, SO THE ROLLING CONTACT-FREQUENCY CAP
000700*    (SEE CAPPRM.CPY) CAN BE CHECKED WITHOUT READING GREET-LOG.
000800*    HELLO'S 3000-GREET-ONE PATH ADDS AN ENTRY FOR EVERY CUSTOMER
000900*    IT GREETS (HELLOMRG DOES IT FOR A PARTITIONED NIGHT, WHEN
001000*    THE PARTITIONS ONLY READ THE FILE), AND HELLOTDQ ADDS ONE
001100*    FOR EVERY ONLINE GREETING IT DRAINS.  THE ENTRIES ARE
001200*    MAINTAINED ONLY THROUGH THE HELLOCNT SUBPROGRAM.
001300*
001400*    CH-CONTACT-OCCASION IS THE GREETING'S OCCASION CODE (R
001500*    ROUTINE, A ACCOUNT ANNIVERSARY, B BIRTHDAY).  BIRTHDAY
001600*    GREETINGS ARE RECORDED BUT NEVER COUNTED AGAINST THE CAP.
001700*    CH-CONTACT-CHANNEL IS WHERE THE GREETING CAME FROM:
001800*    B ROSTER BATCH, I INTERACTIVE, A ANNIVERSARY RUN, O ONLINE.
001900*
002000*    TWELVE ENTRIES ARE KEPT.  THE CAP LIMIT IS AT MOST 10, SO
002100*    EVEN WITH A BIRTHDAY AMONG THEM THE ENTRIES STILL HOLD
002200*    ENOUGH COUNTABLE CONTACTS TO TELL WHETHER THE CAP IS MET;
002300*    OLDER ENTRIES FALL OFF THE BOTTOM.
002400*
002500*    MODIFICATION HISTORY
002600*    2026-10-15  DRO  INITIAL VERSION.
002700*****************************************************************
002800 01  CH-RECORD.
002900     05  CH-CUST-ID              PIC X(06).
003000     05  CH-LAST-CONTACT-DATE    PIC 9(08).
003100     05  CH-ENTRY-COUNT          PIC 9(02).
003200     05  CH-CONTACT              OCCURS 12 TIMES.
003300         10  CH-CONTACT-DATE         PIC 9(08).
003400         10  CH-CONTACT-OCCASION     PIC X(01).
003500         10  CH-CONTACT-CHANNEL      PIC X(01).
003600     05  FILLER                  PIC X(24).
