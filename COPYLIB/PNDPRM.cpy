000100*****************************************************************
000200*    PNDPRM.CPY
000300*    RECORD LAYOUT FOR THE HELLOPND PENDING-FILE UTILITY CONTROL
000400*    CARD.  ONE CARD PER STEP, NAMING WHAT THE STEP DOES:
000500*
000600*        PN-FUNCTION -
000700*              LD  LOAD THE PENDADD STAGING FILE HELLO DEFERRED
000800*                  TO ONTO THE PENDING KSDS.  A RECORD ALREADY
000900*                  THERE UNDER THE SAME KEY IS SKIPPED, SO A RERUN
001000*                  IS SAFE.
001100*              RL  RELEASE - COPY THE NAME-IN IMAGE OF EVERY
001200*                  PENDING GREETING DUE ON OR BEFORE THE CYCLE
001300*                  DATE TO THE PENDREL ROSTER FOR HELLO.  PENDING
001400*                  IS ONLY READ.
001500*              PG  PURGE - DELETE FROM PENDING EVERY GREETING DUE
001600*                  ON OR BEFORE THE CYCLE DATE, ONCE HELLO HAS
001700*                  GREETED THE RELEASED ROSTER.
001800*              CV  CONVERT - LOAD THE OLD FLAT 80-BYTE PENDING
001900*                  FILE ONTO THE NEW KSDS AT CUTOVER (ONE TIME,
002000*                  HELLOPDC.JCL).  RERUNNABLE LIKE LD.
002100*
002200*    A MISSING OR UNKNOWN FUNCTION STOPS THE RUN COLD, THE SAME
002300*    RULE ERAPRM APPLIES.
002400*
002500*    MODIFICATION HISTORY
002600*    2026-10-15  DRO  INITIAL VERSION.
002700*    2026-10-15  DRO  ADDED CV FOR THE FLAT-FILE CUTOVER.
002800*****************************************************************
002900 01  PN-RECORD.
003000     05  PN-FUNCTION             PIC X(02).
003100         88  PN-FUNC-LOAD            VALUE "LD".
003200         88  PN-FUNC-RELEASE         VALUE "RL".
003300         88  PN-FUNC-PURGE           VALUE "PG".
003400         88  PN-FUNC-CONVERT         VALUE "CV".
003500         88  PN-FUNC-VALID           VALUE "LD" "RL" "PG" "CV".
003600     05  FILLER                  PIC X(78).
