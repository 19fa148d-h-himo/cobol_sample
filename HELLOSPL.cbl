006500                   ==NI-NAME==           BY ==P1-NAME==
006600                   ==NI-CUST-ID==        BY ==P1-CUST-ID==
006700                   ==NI-LANGUAGE-CODE==  BY ==P1-LANGUAGE-CODE==
006800                   ==NI-GREET-ON-DATE==  BY ==P1-GREET-ON-DATE==
006820                   ==NI-CAMPAIGN-CODE==  BY ==P1-CAMPAIGN-CODE==
006840                   ==NI-RELEASE-SW==     BY ==P1-RELEASE-SW==
006860                   ==NI-RELEASED-FROM-PENDING==
006880                       BY ==P1-RELEASED-FROM-PENDING==.
006900
007000 FD  PART2-OUT
007100     RECORDING MODE IS F
007500                   ==NI-NAME==           BY ==P2-NAME==
007600                   ==NI-CUST-ID==        BY ==P2-CUST-ID==
007700                   ==NI-LANGUAGE-CODE==  BY ==P2-LANGUAGE-CODE==
007800                   ==NI-GREET-ON-DATE==  BY ==P2-GREET-ON-DATE==
007820                   ==NI-CAMPAIGN-CODE==  BY ==P2-CAMPAIGN-CODE==
007840                   ==NI-RELEASE-SW==     BY ==P2-RELEASE-SW==
007860                   ==NI-RELEASED-FROM-PENDING==
007880                       BY ==P2-RELEASED-FROM-PENDING==.
007900
008000 FD  PART3-OUT
008100     RECORDING MODE IS F
008500                   ==NI-NAME==           BY ==P3-NAME==
008600                   ==NI-CUST-ID==        BY ==P3-CUST-ID==
008700                   ==NI-LANGUAGE-CODE==  BY ==P3-LANGUAGE-CODE==
008800                   ==NI-GREET-ON-DATE==  BY ==P3-GREET-ON-DATE==
008820                   ==NI-CAMPAIGN-CODE==  BY ==P3-CAMPAIGN-CODE==
008840                   ==NI-RELEASE-SW==     BY ==P3-RELEASE-SW==
008860                   ==NI-RELEASED-FROM-PENDING==
008880                       BY ==P3-RELEASED-FROM-PENDING==.
008900
009000 FD  PART4-OUT
009100     RECORDING MODE IS F
009500                   ==NI-NAME==           BY ==P4-NAME==
009600                   ==NI-CUST-ID==        BY ==P4-CUST-ID==
009700                   ==NI-LANGUAGE-CODE==  BY ==P4-LANGUAGE-CODE==
009800                   ==NI-GREET-ON-DATE==  BY ==P4-GREET-ON-DATE==
009820                   ==NI-CAMPAIGN-CODE==  BY ==P4-CAMPAIGN-CODE==
009840                   ==NI-RELEASE-SW==     BY ==P4-RELEASE-SW==
009860                   ==NI-RELEASED-FROM-PENDING==
009880                       BY ==P4-RELEASED-FROM-PENDING==.
009900
010000 WORKING-STORAGE SECTION.
010100*****************************************************************
