      *    posting timestamp plus the posting's number within its     *
      *    run, so two postings to one account in the same second     *
      *    still key apart.                                           *
      *    HistoryArchive moves an account's oldest postings off to   *
      *    the archive and leaves one B record in their place: no     *
      *    amount, dated and keyed just after the last posting it     *
      *    replaced, carrying the balance that posting left behind,   *
      *    so the account's chain still starts from a stated balance. *
      *****************************************************************
       01  HISTORY-RECORD.
           05  HIST-KEY.
                   15  HIST-POST-NBR   PIC 9(7).
           05  HIST-POST-DATE          PIC X(8).
           05  HIST-TRANS-TYPE         PIC X(1).
               88  HIST-BROUGHT-FORWARD VALUE "B".
           05  HIST-AMOUNT             PIC 9(7)V99.
           05  HIST-NEW-BALANCE        PIC S9(7)V99.
