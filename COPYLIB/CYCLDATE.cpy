000100*****************************************************************
000200*    CYCLDATE.CPY
000300*    RECORD LAYOUT FOR THE CYCLE-DATE CONTROL FILE.  ONE 80-BYTE
000400*    RECORD HOLDING THE BUSINESS DATE THE HELLO SUITE IS
000500*    PROCESSING.  EVERY DATED JOB TAKES ITS PROCESSING DATE FROM
000600*    HERE RATHER THAN FROM THE SYSTEM CLOCK, SO A RERUN OR A RUN
000700*    THAT SLIPS PAST MIDNIGHT STILL STAMPS THE DAY IT BELONGS
000800*    TO.  HELLOCYC ADVANCES CD-CYCLE-DATE BY ONE DAY ONLY AFTER
000900*    HELLORCN HAS RECONCILED THE CYCLE CLEAN - SEE HELLORCN.JCL.
001000*    A MISSING, ZERO, OR NON-NUMERIC CYCLE DATE IS A FAILURE;
001100*    NO JOB GUESSES THE DATE FROM THE CLOCK.
001200*
001300*    CD-LAST-ANNIV-DATE IS THE CYCLE DATE OF THE LAST ANNIVERSARY
001400*    RUN THAT FINISHED ITS CUSTOMER-MASTER PASS.  HELLO REWRITES
001500*    IT AT THE END OF EVERY SUCCESSFUL ANNIVERSARY RUN AND USES
001600*    IT TO CATCH UP ANY CYCLE DATES THE RUN MISSED.  ZERO MEANS
001700*    NO ANNIVERSARY RUN HAS BEEN RECORDED YET.
001800*
001900*    MODIFICATION HISTORY
002000*    2026-10-15  DRO  INITIAL VERSION.
002100*****************************************************************
002200 01  CD-RECORD.
002300     05  CD-CYCLE-DATE           PIC 9(08).
002400     05  CD-PRIOR-DATE           PIC 9(08).
002500     05  CD-LAST-ANNIV-DATE      PIC 9(08).
002600     05  CD-ROLL-DATE            PIC 9(08).
002700     05  CD-ROLL-TIME            PIC 9(08).
002800     05  FILLER                  PIC X(40).
