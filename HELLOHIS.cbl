009100                   ==GL-TIME==           BY ==SW-TIME==
009200                   ==GL-TERM-ID==        BY ==SW-TERM-ID==
009300                   ==GL-LANGUAGE-CODE==  BY ==SW-LANGUAGE-CODE==
009400                   ==GL-ACCOUNT-NO==     BY ==SW-ACCOUNT-NO==
009425                   ==GL-CUST-ID==        BY ==SW-CUST-ID==
009450                   ==GL-CAP-SW==         BY ==SW-CAP-SW==
009475                   ==GL-CONTACT-CAPPED== BY ==SW-CONTACT-CAPPED==
009487                   ==GL-OCCASION==       BY ==SW-OCCASION==
009493                   ==GL-CAMPAIGN-CODE==  BY ==SW-CAMPAIGN-CODE==.
009500
009600 FD  HIST-REPORT
009700     RECORDING MODE IS F
