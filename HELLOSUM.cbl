001200*                     REPORT WOULD BE EMPTY) - SO AN EMPTY
001300*                     REPORT NO LONGER LOOKS LIKE A CLEAN RUN
001400*                     TO THE SCHEDULER.
001433*    2026-10-15  DRO  ITS RUN-STATUS RECORD NOW ZEROES THE NEW
001466*                     RS-CAPPED COUNT.
001500*****************************************************************
001600 IDENTIFICATION DIVISION.
001700 PROGRAM-ID.    HELLOSUM.
005800                   ==GL-TIME==           BY ==SW-TIME==
005900                   ==GL-TERM-ID==        BY ==SW-TERM-ID==
006000                   ==GL-LANGUAGE-CODE==  BY ==SW-LANGUAGE-CODE==
006100                   ==GL-ACCOUNT-NO==     BY ==SW-ACCOUNT-NO==
006125                   ==GL-CUST-ID==        BY ==SW-CUST-ID==
006150                   ==GL-CAP-SW==         BY ==SW-CAP-SW==
006175                   ==GL-CONTACT-CAPPED== BY ==SW-CONTACT-CAPPED==
006187                   ==GL-OCCASION==       BY ==SW-OCCASION==
006193                   ==GL-CAMPAIGN-CODE==  BY ==SW-CAMPAIGN-CODE==.
006200
006300 FD  REPORT-OUT
006400     RECORDING MODE IS F
050400     MOVE ZERO TO RS-GREETED.
050500     MOVE ZERO TO RS-REJECTED.
050600     MOVE ZERO TO RS-DEFERRED.
050650     MOVE ZERO TO RS-CAPPED.
050700     MOVE SPACES TO RS-FILES-UNAVAIL.
050800     MOVE 1 TO WS-UNAVAIL-PTR.
050900     SET RS-STATUS-CLEAN TO TRUE.
