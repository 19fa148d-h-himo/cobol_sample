000100*****************************************************************
000200*    AUDPRM.CPY
000300*    RECORD LAYOUT FOR THE HELLOAUD MAINTENANCE AUDIT-REVIEW
000400*    PARAMETER FILE.  A SINGLE RECORD:
000500*
000600*        AP-FROM-DATE, AP-TO-DATE - THE REVIEW PERIOD, YYYYMMDD,
000700*            BOTH DAYS INCLUDED.
000800*        AP-DAY-START, AP-DAY-END - BUSINESS HOURS, HHMM.
000900*            ONLINE MAINTENANCE BEFORE THE START, OR AT OR AFTER
001000*            THE END, IS AN EXCEPTION.
001100*        AP-WEEKEND-SW - "Y" WHEN SATURDAY AND SUNDAY ARE BUSINESS
001200*            DAYS; ANYTHING ELSE MAKES ALL WEEKEND MAINTENANCE AN
001300*            EXCEPTION.
001400*        AP-NORM-DAYS - HOW MANY DAYS BEFORE THE PERIOD SET EACH
001500*            TERMINAL'S NORM (ITS AVERAGE DAILY VOLUME).
001600*        AP-VOLUME-PCT - A TERMINAL WHOSE DAILY VOLUME IN THE
001700*            PERIOD IS ABOVE THIS PERCENTAGE OF ITS NORM IS AN
001800*            EXCEPTION (300 = OVER THREE TIMES ITS NORMAL VOLUME).
001900*        AP-MIN-VOLUME - A TERMINAL WITH FEWER CHANGES THAN THIS
002000*            IN THE PERIOD IS NEVER A VOLUME EXCEPTION, SO ONE
002100*            EXTRA CHANGE ON A QUIET TERMINAL IS NOT REPORTED.
002200*
002300*    A MISSING OR NON-NUMERIC VALUE STOPS THE RUN COLD, THE SAME
002400*    RULE TRNDPRM AND ARCHPRM APPLY.
002500*
002600*    MODIFICATION HISTORY
002700*    2026-10-15  DRO  INITIAL VERSION.
002800*****************************************************************
002900 01  AP-RECORD.
003000     05  AP-VALUES.
003100         10  AP-FROM-DATE            PIC 9(08).
003200         10  AP-TO-DATE              PIC 9(08).
003300         10  AP-DAY-START            PIC 9(04).
003400         10  AP-DAY-END              PIC 9(04).
003500     05  AP-WEEKEND-SW           PIC X(01).
003600         88  AP-WEEKEND-IS-BUSINESS  VALUE "Y".
003700     05  AP-LIMITS.
003800         10  AP-NORM-DAYS            PIC 9(03).
003900         10  AP-VOLUME-PCT           PIC 9(03).
004000         10  AP-MIN-VOLUME           PIC 9(04).
004100     05  FILLER                  PIC X(45).
