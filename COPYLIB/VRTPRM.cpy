000100*****************************************************************
000200*    VRTPRM.CPY
000300*    RECORD LAYOUT FOR THE HELLOVRT VENDOR-RETURN PARAMETER FILE.
000400*    A SINGLE RECORD CARRYING:
000500*
000600*        VP-BOUNCE-LIMIT - CONSECUTIVE BOUNCES (UNDELIVERABLE OR
000700*            BAD ADDRESS) OF THE SAME ADDRESS THAT PUT IT ON
000800*            HOLD IN ADDRHOLD.  MUST BE 1 OR MORE.
000900*        VP-GRACE-DAYS - DAYS THE VENDOR IS GIVEN TO ACKNOWLEDGE
001000*            A CARD.  A CARD SENT MORE THAN THIS MANY DAYS
001100*            BEFORE THE CYCLE DATE WITH NO ACKNOWLEDGEMENT IS
001200*            LISTED AS NEVER ACKNOWLEDGED.
001300*        VP-LOOKBACK-DAYS - HOW FAR BACK IN GREETEXT TO LOOK.
001400*            CARDS OLDER THAN THIS ARE NO LONGER CHASED, AND A
001500*            RETURN FOR ONE IS LISTED AS UNMATCHED.  MUST BE
001600*            GREATER THAN VP-GRACE-DAYS.
001700*
001800*    A MISSING OR NON-NUMERIC VALUE STOPS THE RUN COLD, THE SAME
001900*    RULE TRNDPRM AND ARCHPRM APPLY.
002000*
002100*    MODIFICATION HISTORY
002200*    2026-10-15  DRO  INITIAL VERSION.
002300*****************************************************************
002400 01  VP-RECORD.
002500     05  VP-BOUNCE-LIMIT         PIC 9(02).
002600     05  VP-GRACE-DAYS           PIC 9(03).
002700     05  VP-LOOKBACK-DAYS        PIC 9(03).
002800     05  FILLER                  PIC X(72).
