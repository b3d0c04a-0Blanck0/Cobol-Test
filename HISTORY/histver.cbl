
      *    The first record of an account anchors the chain - there
      *    is no prior link to prove it against, so its stated
      *    balance is taken as read.  Once HistoryArchive has run
      *    that first record is the brought-forward record, whose
      *    balance is the one the archived postings left behind.
       0300-START-ACCOUNT-CHAIN.
           MOVE "N" TO WS-FIRST-REC-SW.
           ADD 1 TO WS-ACCT-COUNT.
