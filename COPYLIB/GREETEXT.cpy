001200*
001300*    MODIFICATION HISTORY
001400*    2026-09-01  DRO  INITIAL VERSION.
001410*    2026-10-15  DRO  ADDED GX-CAMPAIGN-CODE, OUT OF THE FILLER -
001420*                     THE ROSTER CAMPAIGN THE GREETING BELONGED
001430*                     TO, BLANK FOR NONE.
001500*****************************************************************
001600 01  GX-RECORD.
001700     05  GX-DATE                 PIC 9(08).
002600     05  GX-GREETING-TEXT        PIC X(60).
002700     05  GX-ADDR-LINE            PIC X(20).
002800     05  GX-POSTAL-CODE          PIC X(06).
002810     05  GX-CAMPAIGN-CODE        PIC X(06).
002900     05  FILLER                  PIC X(21).
