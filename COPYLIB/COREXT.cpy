000100*****************************************************************
000200*    COREXT.CPY
000300*    RECORD LAYOUT FOR THE NIGHTLY CUSTOMER EXTRACT DROPPED BY THE
000400*    CORE BANKING SYSTEM AND COMPARED TO CUSTOMER-MASTER BY
000500*    HELLOSYN.  ONE RECORD PER CUSTOMER THE CORE SYSTEM KNOWS, IN
000600*    NO PARTICULAR ORDER.  THE EXTRACT IS FULL, NOT A DELTA: A
000700*    CUSTOMER ON CUSTMAS BUT NOT ON THE EXTRACT HAS GONE.
000800*
000900*    XC-ACCOUNT-STATUS "C" MARKS AN ACCOUNT THE CORE SYSTEM HAS
001000*    CLOSED BUT STILL EXTRACTS; HELLOSYN TREATS IT AS GONE.
001100*    THE DATES ARE PIC X BECAUSE THE CORE SYSTEM SENDS SPACES OR
001200*    ZEROS FOR A DATE IT DOES NOT HOLD; EITHER MEANS NOT KNOWN.
001300*    THE FIELDS LINE UP WITH CT-RECORD AFTER ITS ACTION BYTE.
001400*
001500*    MODIFICATION HISTORY
001600*    2026-10-15  DRO  INITIAL VERSION.
001700*****************************************************************
001800 01  XC-RECORD.
001900     05  XC-CUST-ID              PIC X(06).
002000     05  XC-CUST-NAME            PIC X(20).
002100     05  XC-ACCOUNT-NO           PIC X(10).
002200     05  XC-OPEN-DATE            PIC X(08).
002300     05  XC-BIRTH-DATE           PIC X(08).
002400     05  XC-LANGUAGE-CODE        PIC X(02).
002500     05  XC-ACCOUNT-STATUS       PIC X(01).
002600         88  XC-ACCOUNT-CLOSED       VALUE "C".
002700     05  FILLER                  PIC X(25).
