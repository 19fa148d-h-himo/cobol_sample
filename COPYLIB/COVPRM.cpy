000100*****************************************************************
000200*    COVPRM.CPY
000300*    RECORD LAYOUT FOR THE HELLOCOV ANNIVERSARY AND BIRTHDAY
000400*    COVERAGE PARAMETER FILE.  A SINGLE RECORD CARRYING:
000500*
000600*        CV-FROM-DATE, CV-TO-DATE - THE PERIOD TO CHECK, YYYYMMDD,
000700*            BOTH DAYS INCLUDED.  AT MOST 366 DAYS.  CUSTOMERS DUE
000800*            IN THE PERIOD, AND GREETINGS SENT IN IT, ARE LISTED.
000900*
001000*    A MISSING OR NON-NUMERIC VALUE STOPS THE RUN COLD, THE SAME
001100*    RULE TRNDPRM AND ARCHPRM APPLY.
001200*
001300*    MODIFICATION HISTORY
001400*    2026-10-15  DRO  INITIAL VERSION.
001500*****************************************************************
001600 01  CV-RECORD.
001700     05  CV-PERIOD.
001800         10  CV-FROM-DATE            PIC 9(08).
001900         10  CV-TO-DATE              PIC 9(08).
002000     05  FILLER                  PIC X(64).
