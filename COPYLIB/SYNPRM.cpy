000100*****************************************************************
000200*    SYNPRM.CPY
000300*    RECORD LAYOUT FOR THE HELLOSYN CORE-BANKING SYNC PARAMETER
000400*    FILE.  A SINGLE RECORD CARRYING:
000500*
000600*        SY-DELETE-PCT - THE MOST CUSTOMERS ONE SYNC MAY DELETE,
000700*            AS A WHOLE PERCENTAGE (0-100) OF THE CUSTMAS RECORDS
000800*            READ.  ABOVE IT THE EXTRACT IS TAKEN TO BE TRUNCATED
000900*            AND NO TRANSACTION IS WRITTEN AT ALL.
001000*
001100*    A MISSING OR NON-NUMERIC VALUE STOPS THE RUN COLD, THE SAME
001200*    RULE TRNDPRM AND ARCHPRM APPLY.
001300*
001400*    MODIFICATION HISTORY
001500*    2026-10-15  DRO  INITIAL VERSION.
001600*****************************************************************
001700 01  SY-RECORD.
001800     05  SY-DELETE-PCT           PIC 9(03).
001900     05  FILLER                  PIC X(77).
