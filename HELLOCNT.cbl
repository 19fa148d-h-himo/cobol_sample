000100*****************************************************************
000200*    MODIFICATION HISTORY
000300*    2026-10-15  DRO  INITIAL VERSION.  SHARED CONTACT-HISTORY
000400*                     SUBPROGRAM FOR THE ROLLING CONTACT-FREQUENCY
000500*                     CAP.  CALLED BY HELLO, HELLOCIC, HELLOTDQ,
000600*                     AND HELLOMRG SO EVERY CHANNEL COUNTS AND
000700*                     RECORDS A CUSTOMER'S GREETINGS THE SAME WAY.
000800*****************************************************************
000900 IDENTIFICATION DIVISION.
001000 PROGRAM-ID.    HELLOCNT.
001100 AUTHOR.        D. OKAFOR.
001200 INSTALLATION.  RETAIL BANKING SYSTEMS.
001300 DATE-WRITTEN.  2026-10-15.
001400 DATE-COMPILED.
001500*****************************************************************
001600*    HELLOCNT WORKS ON A CONTHIST RECORD THE CALLER HAS ALREADY
001700*    READ (OR BUILT FOR A NEW CUSTOMER), IN ONE OF TWO WAYS
001800*    SELECTED BY CC-FUNCTION (SEE CONTCAP.CPY):
001900*
002000*        C - COUNT THE GREETINGS IN THE ROLLING WINDOW.  AN ENTRY
002100*            COUNTS WHEN ITS DATE IS NO EARLIER THAN CC-TODAY-DATE
002200*            LESS CC-WINDOW-DAYS PLUS ONE AND NO LATER THAN
002300*            CC-TODAY-DATE, AND IT IS NOT A BIRTHDAY (OCCASION B).
002400*        A - ADD A GREETING.  THE ENTRIES SHIFT DOWN ONE, THE
002500*            TWELFTH FALLING OFF, AND THE NEW ONE GOES ON TOP.
002600*
002700*    AN ENTRY WITH A ZERO OR NON-NUMERIC DATE NEVER COUNTS, AND A
002800*    NON-NUMERIC OR OUT-OF-RANGE ENTRY COUNT IS TREATED AS AN
002900*    EMPTY HISTORY - A DAMAGED RECORD CAN ONLY LET A GREETING
003000*    THROUGH, NEVER HOLD ONE BACK.  AN UNKNOWN FUNCTION RETURNS
003100*    A ZERO COUNT AND CHANGES NOTHING.
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.   IBM-370.
003600 OBJECT-COMPUTER.   IBM-370.
003700
003800 DATA DIVISION.
003900 WORKING-STORAGE SECTION.
004000*****************************************************************
004100*    WINDOW LIMITS AS DAY NUMBERS, AND THE ENTRY SUBSCRIPTS.
004200*****************************************************************
004300 77  WS-TODAY-DAYNUM         PIC 9(07) VALUE ZERO COMP.
004400 77  WS-WINDOW-START-DAYNUM  PIC 9(07) VALUE ZERO COMP.
004500 77  WS-ENTRY-DAYNUM         PIC 9(07) VALUE ZERO COMP.
004600 77  WS-ENTRY-IDX            PIC 9(02) VALUE ZERO COMP.
004700 77  WS-PRIOR-IDX            PIC 9(02) VALUE ZERO COMP.
004800 77  WS-ENTRY-LIMIT          PIC 9(02) VALUE ZERO COMP.
004900 77  WS-MAX-ENTRIES          PIC 9(02) VALUE 12 COMP.
005000
005100 LINKAGE SECTION.
005200     COPY CONTCAP.
005300     COPY CONTHIST.
005400
005500 PROCEDURE DIVISION USING CC-PARM CH-RECORD.
005600*****************************************************************
005700*    0000-MAINLINE
005800*****************************************************************
005900 0000-MAINLINE.
006000     IF CH-ENTRY-COUNT IS NOT NUMERIC
006100         OR CH-ENTRY-COUNT > WS-MAX-ENTRIES
006200         MOVE ZERO TO CH-ENTRY-COUNT
006300     END-IF.
006400     IF CC-COUNT-CONTACTS
006500         PERFORM 2000-COUNT-CONTACTS THRU 2000-EXIT
006600         GOBACK
006700     END-IF.
006800     IF CC-ADD-CONTACT
006900         PERFORM 3000-ADD-CONTACT THRU 3000-EXIT
007000         GOBACK
007100     END-IF.
007200     MOVE ZERO TO CC-WINDOW-COUNT.
007300     GOBACK.
007400
007500*****************************************************************
007600*    2000-COUNT-CONTACTS
007700*    A WINDOW OF ZERO DAYS OR A BAD CYCLE DATE COUNTS NOTHING.
007800*****************************************************************
007900 2000-COUNT-CONTACTS.
008000     MOVE ZERO TO CC-WINDOW-COUNT.
008100     IF CC-TODAY-DATE IS NOT NUMERIC
008200         OR CC-TODAY-DATE = ZERO
008300         OR CC-WINDOW-DAYS IS NOT NUMERIC
008400         OR CC-WINDOW-DAYS = ZERO
008500         GO TO 2000-EXIT
008600     END-IF.
008700     COMPUTE WS-TODAY-DAYNUM =
008800         FUNCTION INTEGER-OF-DATE (CC-TODAY-DATE).
008900     COMPUTE WS-WINDOW-START-DAYNUM =
009000         WS-TODAY-DAYNUM - CC-WINDOW-DAYS + 1.
009100     MOVE CH-ENTRY-COUNT TO WS-ENTRY-LIMIT.
009200     PERFORM 2100-COUNT-ONE-ENTRY THRU 2100-EXIT
009300         VARYING WS-ENTRY-IDX FROM 1 BY 1
009400         UNTIL WS-ENTRY-IDX > WS-ENTRY-LIMIT.
009500 2000-EXIT.
009600     EXIT.
009700
009800*****************************************************************
009900*    2100-COUNT-ONE-ENTRY
010000*****************************************************************
010100 2100-COUNT-ONE-ENTRY.
010200     IF CH-CONTACT-OCCASION (WS-ENTRY-IDX) = "B"
010300         GO TO 2100-EXIT
010400     END-IF.
010500     IF CH-CONTACT-DATE (WS-ENTRY-IDX) IS NOT NUMERIC
010600         OR CH-CONTACT-DATE (WS-ENTRY-IDX) < 16010101
010700         GO TO 2100-EXIT
010800     END-IF.
010900     COMPUTE WS-ENTRY-DAYNUM = FUNCTION INTEGER-OF-DATE
011000         (CH-CONTACT-DATE (WS-ENTRY-IDX)).
011100     IF WS-ENTRY-DAYNUM NOT < WS-WINDOW-START-DAYNUM
011200         AND WS-ENTRY-DAYNUM NOT > WS-TODAY-DAYNUM
011300         ADD 1 TO CC-WINDOW-COUNT
011400     END-IF.
011500 2100-EXIT.
011600     EXIT.
011700
011800*****************************************************************
011900*    3000-ADD-CONTACT
012000*    SHIFTS EVERY ENTRY DOWN ONE PLACE (THE TWELFTH IS LOST) AND
012100*    PUTS THE NEW GREETING IN THE FIRST.  THE LAST-CONTACT DATE
012200*    ONLY MOVES FORWARD, SO A LATE CATCH-UP ENTRY FOR AN EARLIER
012300*    DAY CANNOT WIND IT BACK.
012400*****************************************************************
012500 3000-ADD-CONTACT.
012600     PERFORM 3100-SHIFT-ONE-ENTRY THRU 3100-EXIT
012700         VARYING WS-ENTRY-IDX FROM WS-MAX-ENTRIES BY -1
012800         UNTIL WS-ENTRY-IDX < 2.
012900     MOVE CC-TODAY-DATE TO CH-CONTACT-DATE (1).
013000     MOVE CC-OCCASION TO CH-CONTACT-OCCASION (1).
013100     MOVE CC-CHANNEL TO CH-CONTACT-CHANNEL (1).
013200     IF CH-ENTRY-COUNT < WS-MAX-ENTRIES
013300         ADD 1 TO CH-ENTRY-COUNT
013400     END-IF.
013500     IF CH-LAST-CONTACT-DATE IS NOT NUMERIC
013600         OR CH-LAST-CONTACT-DATE < CC-TODAY-DATE
013700         MOVE CC-TODAY-DATE TO CH-LAST-CONTACT-DATE
013800     END-IF.
013900     MOVE ZERO TO CC-WINDOW-COUNT.
014000 3000-EXIT.
014100     EXIT.
014200
014300*****************************************************************
014400*    3100-SHIFT-ONE-ENTRY
014500*****************************************************************
014600 3100-SHIFT-ONE-ENTRY.
014700     COMPUTE WS-PRIOR-IDX = WS-ENTRY-IDX - 1.
014800     MOVE CH-CONTACT (WS-PRIOR-IDX) TO CH-CONTACT (WS-ENTRY-IDX).
014900 3100-EXIT.
015000     EXIT.
