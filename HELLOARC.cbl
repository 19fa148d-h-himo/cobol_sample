006600                   ==GL-TIME==           BY ==AR-TIME==
006700                   ==GL-TERM-ID==        BY ==AR-TERM-ID==
006800                   ==GL-LANGUAGE-CODE==  BY ==AR-LANGUAGE-CODE==
006900                   ==GL-ACCOUNT-NO==     BY ==AR-ACCOUNT-NO==
006925                   ==GL-CUST-ID==        BY ==AR-CUST-ID==
006950                   ==GL-CAP-SW==         BY ==AR-CAP-SW==
006975                   ==GL-CONTACT-CAPPED== BY ==AR-CONTACT-CAPPED==
006987                   ==GL-OCCASION==       BY ==AR-OCCASION==
006993                   ==GL-CAMPAIGN-CODE==  BY ==AR-CAMPAIGN-CODE==.
007000
007100 FD  NEW-LOG
007200     RECORDING MODE IS F
007800                   ==GL-TIME==           BY ==NL-TIME==
007900                   ==GL-TERM-ID==        BY ==NL-TERM-ID==
008000                   ==GL-LANGUAGE-CODE==  BY ==NL-LANGUAGE-CODE==
008100                   ==GL-ACCOUNT-NO==     BY ==NL-ACCOUNT-NO==
008125                   ==GL-CUST-ID==        BY ==NL-CUST-ID==
008150                   ==GL-CAP-SW==         BY ==NL-CAP-SW==
008175                   ==GL-CONTACT-CAPPED== BY ==NL-CONTACT-CAPPED==
008187                   ==GL-OCCASION==       BY ==NL-OCCASION==
008193                   ==GL-CAMPAIGN-CODE==  BY ==NL-CAMPAIGN-CODE==.
008200
008300 FD  PARM-FILE
008400     RECORDING MODE IS F
