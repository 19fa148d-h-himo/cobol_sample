001700*                     ARRIVES - SEE HELLOREL.JCL.  BLANK, ZERO,
001800*                     OR UNREADABLE MEANS GREET TODAY, SO OLD
001900*                     ROSTERS KEEP WORKING UNCHANGED.
001910*    2026-10-15  DRO  ADDED NI-CAMPAIGN-CODE (COLS 39-44) - THE
001920*                     MARKETING CAMPAIGN THE GREETING BELONGS
001930*                     TO, SEE CAMPMAS.CPY; BLANK MEANS NONE.
001940*                     COLS 37-38 STAY UNUSED BECAUSE THE REJECT
001950*                     SUSPENSE RECORD KEEPS ITS REASON CODE
001960*                     THERE.  ADDED NI-RELEASE-SW (COL 45), SET
001970*                     ONLY BY THE HELLOPND RELEASE UNLOAD, SO A
001980*                     RELEASED GREETING IS NOT COUNTED AS A NEW
001990*                     CAMPAIGN SUBMISSION A SECOND TIME.
002000*****************************************************************
002100 01  NI-RECORD.
002200     05  NI-NAME                 PIC X(20).
002300     05  NI-CUST-ID              PIC X(06).
002400     05  NI-LANGUAGE-CODE        PIC X(02).
002500     05  NI-GREET-ON-DATE        PIC 9(08).
002510     05  FILLER                  PIC X(02).
002520     05  NI-CAMPAIGN-CODE        PIC X(06).
002530     05  NI-RELEASE-SW           PIC X(01).
002540         88  NI-RELEASED-FROM-PENDING VALUE "P".
002600     05  FILLER                  PIC X(35).
