000100*****************************************************************
000200*    VENDRET.CPY
000300*    RECORD LAYOUT FOR THE CARD VENDOR'S DAILY RETURN FILE.  ONE
000400*    80-BYTE RECORD PER CARD THE VENDOR HAS DEALT WITH, NAMED BY
000500*    THE SAME GX-CUST-ID AND GX-DATE THE GREETEXT EXTRACT SENT
000600*    IT, SAYING WHETHER THE CARD WAS MAILED, CAME BACK
000700*    UNDELIVERABLE, OR WAS REJECTED BEFORE MAILING FOR A BAD
000800*    ADDRESS.  VR-VENDOR-DATE IS THE DAY THE VENDOR RECORDED
000900*    THE OUTCOME.
001000*
001100*    THE SAME LAYOUT IS USED FOR THE VENDACK ACKNOWLEDGEMENT
001200*    HISTORY HELLOVRT KEEPS: EVERY RETURN IT HAS MATCHED IS
001300*    APPENDED THERE WITH VR-PROCESS-DATE SET TO THE CYCLE DATE IT
001400*    WAS PROCESSED ON.  THE VENDOR LEAVES VR-PROCESS-DATE BLANK.
001500*
001600*    MODIFICATION HISTORY
001700*    2026-10-15  DRO  INITIAL VERSION.
001800*****************************************************************
001900 01  VR-RECORD.
002000     05  VR-CUST-ID              PIC X(06).
002100     05  VR-GREET-DATE           PIC 9(08).
002200     05  VR-STATUS               PIC X(01).
002300         88  VR-STATUS-MAILED        VALUE "M".
002400         88  VR-STATUS-UNDELIVERABLE VALUE "U".
002500         88  VR-STATUS-BAD-ADDRESS   VALUE "B".
002600         88  VR-STATUS-VALID         VALUE "M" "U" "B".
002700     05  VR-VENDOR-DATE          PIC 9(08).
002800     05  VR-REASON-TEXT          PIC X(30).
002900     05  VR-PROCESS-DATE         PIC 9(08).
003000     05  FILLER                  PIC X(19).
