002300*                     FUTURE-DATED RECORD CAUGHT WHILE THE
002400*                     PENDING-GREETINGS FILE WAS UNAVAILABLE -
002500*                     RESUBMIT IT AND IT DEFERS NORMALLY.
002510*    2026-10-15  DRO  MIRRORED NI-CAMPAIGN-CODE (COLS 39-44) SO A
002520*                     RESUBMITTED RECORD KEEPS ITS CAMPAIGN.
002530*                     ADDED REASONS "CU" (CAMPAIGN CODE NOT ON
002540*                     THE CAMPAIGN MASTER), "CN" (CAMPAIGN NOT
002550*                     YET STARTED ON THE GREETING DATE) AND "CX"
002560*                     (CAMPAIGN ALREADY ENDED).
002600*****************************************************************
002700 01  RJ-RECORD.
002800     05  RJ-NAME                 PIC X(20).
003300         88  RJ-REASON-BLANK-NAME    VALUE "BN".
003400         88  RJ-REASON-NONALPHA      VALUE "NA".
003500         88  RJ-REASON-NO-PENDING    VALUE "PD".
003510         88  RJ-REASON-CAMP-UNKNOWN  VALUE "CU".
003520         88  RJ-REASON-CAMP-NOT-OPEN VALUE "CN".
003530         88  RJ-REASON-CAMP-ENDED    VALUE "CX".
003540     05  RJ-CAMPAIGN-CODE        PIC X(06).
003600     05  FILLER                  PIC X(36).
