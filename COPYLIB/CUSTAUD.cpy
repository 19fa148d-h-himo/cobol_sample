000900*
001000*    MODIFICATION HISTORY
001100*    2026-08-22  DRO  INITIAL VERSION.
001110*    2026-10-15  DRO  ADDED THE GREETING-DESK ACTIONS S
001120*                     (SCHEDULE) AND X (CANCEL) WRITTEN BY THE
001130*                     HSCH TRANSACTION, AND CA-GREETING-DETAIL,
001140*                     WHICH OVERLAYS THE NAME PAIR ON THOSE
001150*                     RECORDS WITH THE CUSTOMER NAME, GREET-ON
001160*                     DATE, AND LANGUAGE OF THE GREETING.  THEY
001170*                     ARE NOT MASTER CHANGES - PROGRAMS LOOKING
001180*                     FOR ADDS AND DELETES NEVER SEE THEM.
001200*****************************************************************
001300 01  CA-RECORD.
001400     05  CA-ACTION               PIC X(01).
001500         88  CA-ACTION-ADD           VALUE "A".
001600         88  CA-ACTION-CHANGE        VALUE "C".
001700         88  CA-ACTION-DELETE        VALUE "D".
001710         88  CA-ACTION-SCHEDULE      VALUE "S".
001720         88  CA-ACTION-CANCEL        VALUE "X".
001730         88  CA-ACTION-GREETING-DESK VALUE "S" "X".
001800     05  CA-CUST-ID              PIC X(06).
001850     05  CA-NAMES.
001900         10  CA-OLD-NAME             PIC X(20).
002000         10  CA-NEW-NAME             PIC X(20).
002010     05  CA-GREETING-DETAIL REDEFINES CA-NAMES.
002020         10  CA-GD-NAME              PIC X(20).
002030         10  CA-GD-GREET-ON-DATE     PIC 9(08).
002040         10  CA-GD-LANGUAGE-CODE     PIC X(02).
002050         10  FILLER                  PIC X(10).
002100     05  CA-ACCOUNT-NO           PIC X(10).
002200     05  CA-DATE                 PIC 9(08).
002300     05  CA-TIME                 PIC 9(08).
