000100*****************************************************************
000200*    ERALIST.CPY
000300*    RECORD LAYOUTS FOR THE CUSTOMER ERASURE LIST COMPLIANCE
000400*    PREPARES FOR EACH RIGHT-TO-ERASURE CASE.  THE FIRST RECORD IS
000500*    A HEADER CARRYING THE CASE REFERENCE EVERY HELLOERA STEP
000600*    STAMPS ON THE CERTIFICATE HISTORY; EACH RECORD AFTER IT
000700*    NAMES ONE CUSTOMER TO ERASE BY CUSTOMER ID, ACCOUNT NUMBER,
000800*    OR BOTH.  A RECORD ON ANY DATASET MATCHING EITHER IS ERASED.
000900*
001000*    MODIFICATION HISTORY
001100*    2026-10-15  DRO  INITIAL VERSION.
001200*****************************************************************
001300 01  EL-HEADER-RECORD.
001400     05  EL-HDR-TYPE             PIC X(01).
001500         88  EL-HEADER               VALUE "H".
001600     05  EL-CASE-REF             PIC X(10).
001700     05  EL-REQUEST-DATE         PIC 9(08).
001800     05  FILLER                  PIC X(61).
001900 01  EL-DETAIL-RECORD.
002000     05  EL-DTL-TYPE             PIC X(01).
002100         88  EL-DETAIL               VALUE "D".
002200     05  EL-CUST-ID              PIC X(06).
002300     05  EL-ACCOUNT-NO           PIC X(10).
002400     05  FILLER                  PIC X(63).
