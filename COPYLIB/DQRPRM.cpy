000100*****************************************************************
000200*    DQRPRM.CPY
000300*    RECORD LAYOUT FOR THE HELLODQR DATA-QUALITY PARAMETER FILE.
000400*    A SINGLE RECORD CARRYING ONE EXCEPTION-RATE LIMIT PER CHECK,
000500*    EACH A WHOLE PERCENTAGE OF THE CUSTOMERS ON CUSTMAS:
000600*
000700*        DP-ZERO-DATE-PCT - BIRTH OR OPEN DATE NOT ON FILE.
000800*        DP-BAD-DATE-PCT - A DATE THAT IS NOT A REAL DATE, IS
000900*            AFTER THE CYCLE DATE, OR A BIRTH DATE AFTER THE OPEN
001000*            DATE.
001100*        DP-LANGUAGE-PCT - LANGUAGE CODE BLANK OR NOT CARRIED BY
001200*            GREETTAB/GREETWRD.
001300*        DP-ADDRESS-PCT - ADDRESS LINE OR POSTAL CODE MISSING.
001400*        DP-NAME-PCT - NAME NOT IN THE FORM HELLONAM PRODUCES.
001500*        DP-SHARED-PCT - ACCOUNT NUMBER HELD BY MORE THAN ONE
001600*            CUSTOMER ID.
001700*
001800*    A RATE ABOVE ITS LIMIT ENDS THE RUN WITH A WARNING.  ZERO
001900*    MEANS ANY EXCEPTION OF THAT KIND WARNS.  A MISSING OR
002000*    NON-NUMERIC LIMIT STOPS THE RUN COLD, THE SAME RULE TRNDPRM
002100*    AND ARCHPRM APPLY.  DP-LIMIT-TABLE IS THE SAME SIX LIMITS IN
002200*    THE ORDER ABOVE, FOR PROGRAMS THAT WALK THEM.
002300*
002400*    MODIFICATION HISTORY
002500*    2026-10-15  DRO  INITIAL VERSION.
002600*****************************************************************
002700 01  DP-RECORD.
002800     05  DP-LIMITS.
002900         10  DP-ZERO-DATE-PCT        PIC 9(03).
003000         10  DP-BAD-DATE-PCT         PIC 9(03).
003100         10  DP-LANGUAGE-PCT         PIC 9(03).
003200         10  DP-ADDRESS-PCT          PIC 9(03).
003300         10  DP-NAME-PCT             PIC 9(03).
003400         10  DP-SHARED-PCT           PIC 9(03).
003500     05  DP-LIMIT-TABLE REDEFINES DP-LIMITS.
003600         10  DP-LIMIT-PCT            PIC 9(03) OCCURS 6 TIMES.
003700     05  FILLER                  PIC X(62).
