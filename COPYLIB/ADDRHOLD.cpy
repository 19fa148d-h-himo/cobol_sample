000100*****************************************************************
000200*    ADDRHOLD.CPY
000300*    RECORD LAYOUT FOR THE ADDRESS-HOLD FILE, A KSDS KEYED BY
000400*    AH-CUST-ID THE SAME WAY CUSTMAS AND SUPPFILE ARE.  HELLOVRT
000500*    KEEPS ONE RECORD PER CUSTOMER WHOSE MAILING ADDRESS THE CARD
000600*    VENDOR HAS BOUNCED (UNDELIVERABLE OR BAD ADDRESS), COUNTING
000700*    CONSECUTIVE BOUNCES OF THE ADDRESS HELD IN AH-ADDR-LINE AND
000800*    AH-POSTAL-CODE.  ONCE THE COUNT REACHES THE LIMIT IN VRTPRM
000900*    THE ADDRESS IS HELD: HELLO STOPS PUTTING IT ON THE
001000*    CUSTOMER'S GREETEXT RECORDS.  THE HOLD APPLIES ONLY WHILE
001100*    CUSTMAS STILL CARRIES THAT SAME ADDRESS - AS SOON AS THE
001200*    BRANCH CORRECTS CM-ADDR-LINE OR CM-POSTAL-CODE THE NEW
001300*    ADDRESS GOES OUT AGAIN, NO SEPARATE RELEASE NEEDED.  A
001400*    "MAILED" ACKNOWLEDGEMENT OF THE HELD ADDRESS CLEARS THE
001500*    COUNT AND THE HOLD.
001600*
001700*    MODIFICATION HISTORY
001800*    2026-10-15  DRO  INITIAL VERSION.
001900*****************************************************************
002000 01  AH-RECORD.
002100     05  AH-CUST-ID              PIC X(06).
002200     05  AH-ADDR-LINE            PIC X(20).
002300     05  AH-POSTAL-CODE          PIC X(06).
002400     05  AH-BOUNCE-COUNT         PIC 9(03).
002500     05  AH-FIRST-BOUNCE-DATE    PIC 9(08).
002600     05  AH-LAST-BOUNCE-DATE     PIC 9(08).
002700     05  AH-LAST-STATUS          PIC X(01).
002800     05  AH-HOLD-SW              PIC X(01).
002900         88  AH-ADDRESS-HELD         VALUE "Y".
003000         88  AH-ADDRESS-NOT-HELD     VALUE "N".
003100     05  AH-HOLD-DATE            PIC 9(08).
003200     05  FILLER                  PIC X(19).
