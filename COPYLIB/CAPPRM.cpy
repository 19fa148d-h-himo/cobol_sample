000100*****************************************************************
000200*    CAPPRM.CPY
000300*    RECORD LAYOUT FOR THE CONTACT-FREQUENCY CAP PARAMETER FILE.
000400*    A SINGLE RECORD CARRYING:
000500*
000600*        CP-CAP-LIMIT - THE MOST GREETINGS ONE CUSTOMER MAY
000700*            RECEIVE, ACROSS ALL CHANNELS, WITHIN THE WINDOW.  A
000800*            GREETING THAT WOULD GO OVER IT IS HELD BACK AND
000900*            COUNTED AS CAPPED.  MUST BE 1 TO 10 (CONTHIST KEEPS
001000*            TWELVE ENTRIES PER CUSTOMER).
001100*        CP-WINDOW-DAYS - LENGTH OF THE ROLLING WINDOW, COUNTING
001200*            THE CYCLE DATE ITSELF.  MUST BE 1 OR MORE.
001300*
001400*    BIRTHDAY GREETINGS ARE NEVER HELD BACK AND NEVER COUNTED.
001500*    UNLIKE THE REPORT PARAMETERS, A MISSING OR INVALID RECORD
001600*    DOES NOT STOP THE GREETING RUN: THE CAP IS SIMPLY NOT
001700*    APPLIED AND THE RUN ENDS WITH A WARNING, THE SAME WAY AN
001800*    UNAVAILABLE SUPPFILE IS HANDLED.  THE ONLINE TRANSACTION
001900*    READS THE SAME RECORD THROUGH ITS CICS FILE DEFINITION.
002000*
002100*    MODIFICATION HISTORY
002200*    2026-10-15  DRO  INITIAL VERSION.
002300*****************************************************************
002400 01  CP-RECORD.
002500     05  CP-CAP-LIMIT            PIC 9(02).
002600     05  CP-WINDOW-DAYS          PIC 9(03).
002700     05  FILLER                  PIC X(75).
