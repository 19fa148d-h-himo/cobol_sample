006600                   ==GL-TIME==           BY ==SW-TIME==
006700                   ==GL-TERM-ID==        BY ==SW-TERM-ID==
006800                   ==GL-LANGUAGE-CODE==  BY ==SW-LANGUAGE-CODE==
006900                   ==GL-ACCOUNT-NO==     BY ==SW-ACCOUNT-NO==
006925                   ==GL-CUST-ID==        BY ==SW-CUST-ID==
006950                   ==GL-CAP-SW==         BY ==SW-CAP-SW==
006975                   ==GL-CONTACT-CAPPED== BY ==SW-CONTACT-CAPPED==
006987                   ==GL-OCCASION==       BY ==SW-OCCASION==
006993                   ==GL-CAMPAIGN-CODE==  BY ==SW-CAMPAIGN-CODE==.
007000
007100 FD  REPORT-OUT
007200     RECORDING MODE IS F
