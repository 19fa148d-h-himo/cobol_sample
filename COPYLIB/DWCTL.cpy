000100*****************************************************************
000200*    DWCTL.CPY
000300*    RECORD LAYOUT FOR THE DATA-WAREHOUSE EXPORT CONTROL FILE.  A
000400*    SINGLE RECORD SAYING HOW FAR HELLOEDW HAS EXPORTED:
000500*
000600*        DW-LAST-DATE - THE LAST CYCLE DATE WHOSE GREETINGS AND
000700*            RUN-STATUS RECORDS HAVE BEEN SENT.  THE NEXT EXPORT
000800*            STARTS THE DAY AFTER IT.
000900*        DW-EXPORT-NO - THE NUMBER OF THAT EXPORT, CARRIED ON
001000*            EVERY FEED HEADER SO THE WAREHOUSE CAN SEE A GAP OR
001100*            A REPEAT.
001200*        DW-RUN-DATE/DW-RUN-TIME - CLOCK DATE AND TIME IT RAN.
001300*            THE HIGH-WATER MARK FOR MASTER CHANGES: CUSTAUD IS
001400*            STAMPED BY THE CLOCK, NOT THE CYCLE DATE, SO THE NEXT
001500*            EXPORT SENDS EVERY ADD, CHANGE, AND DELETE STAMPED
001600*            LATER THAN THIS, UP TO ITS OWN RUN DATE AND TIME.
001700*        DW-GREET-COUNT, DW-MAST-COUNT, DW-RUNS-COUNT - THE DETAIL
001800*            RECORDS IT SENT ON EACH OF THE THREE FEEDS.
001900*
002000*    HELLOEDW ONLY READS THIS FILE.  IT WRITES THE NEXT VERSION OF
002100*    THE RECORD TO A SEPARATE DATASET, AND THE JOB COPIES THAT
002200*    OVER THE CONTROL FILE ONLY AFTER THE FEEDS ARE CATALOGED -
002300*    SEE HELLOEDW.JCL.  THE FIRST RECORD IS SEEDED BY HAND WITH
002400*    DW-LAST-DATE ONLY (SEE HELLOEDD.JCL); A NON-NUMERIC COUNT OR
002500*    EXPORT NUMBER IS TAKEN AS ZERO, NO RUN DATE SENDS THE MASTER
002600*    CHANGES STAMPED AFTER DW-LAST-DATE, BUT A MISSING, ZERO, OR
002700*    INVALID DW-LAST-DATE STOPS THE EXPORT - NO JOB GUESSES WHERE
002800*    THE WAREHOUSE LEFT OFF.
002900*
003000*    MODIFICATION HISTORY
003100*    2026-10-15  DRO  INITIAL VERSION.
003200*****************************************************************
003300 01  DW-RECORD.
003400     05  DW-LAST-DATE            PIC 9(08).
003500     05  DW-EXPORT-NO            PIC 9(06).
003600     05  DW-RUN-DATE             PIC 9(08).
003700     05  DW-RUN-TIME             PIC 9(08).
003800     05  DW-GREET-COUNT          PIC 9(08).
003900     05  DW-MAST-COUNT           PIC 9(08).
004000     05  DW-RUNS-COUNT           PIC 9(08).
004100     05  FILLER                  PIC X(26).
