000100*****************************************************************
000200*    ERACERT.CPY
000300*    RECORD LAYOUT FOR THE ERASURE CERTIFICATE HISTORY (ERACERT).
000400*    EVERY HELLOERA ERASE STEP APPENDS ONE RECORD SAYING WHICH
000500*    DATASET IT WORKED ON FOR WHICH CASE, WHEN AND BY WHOM, AND
000600*    HOW MANY RECORDS IT READ, FOUND FOR THE CASE'S CUSTOMERS,
000700*    AND ACTUALLY CHANGED.  A RERUN FINDS THE SAME RECORDS BUT
000800*    CHANGES NONE, SO A SECOND PASS IS ITS OWN PROOF THAT NOTHING
000900*    WAS MISSED.  THE CT STEP PRINTS THE CERTIFICATE FROM THESE.
001000*
001100*    MODIFICATION HISTORY
001200*    2026-10-15  DRO  INITIAL VERSION.
001300*****************************************************************
001400 01  EC-RECORD.
001500     05  EC-CASE-REF             PIC X(10).
001600     05  EC-FUNCTION             PIC X(02).
001700     05  EC-DSNAME               PIC X(44).
001800     05  EC-RUN-DATE             PIC 9(08).
001900     05  EC-RUN-TIME             PIC 9(08).
002000     05  EC-RUN-BY               PIC X(08).
002100     05  EC-RECORDS-READ         PIC 9(09).
002200     05  EC-RECORDS-MATCHED      PIC 9(09).
002300     05  EC-RECORDS-CHANGED      PIC 9(09).
002400     05  EC-STATUS               PIC X(01).
002500         88  EC-STATUS-COMPLETE      VALUE "C".
002600         88  EC-STATUS-FAILED        VALUE "F".
002700     05  EC-LIST-COUNT           PIC 9(04).
002800     05  FILLER                  PIC X(08).
