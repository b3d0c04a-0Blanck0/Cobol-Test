      *****************************************************************
      *    CHQREC.cpy                                                 *
      *    Cheque register record - keyed by account number plus      *
      *    cheque serial, one record per leaf issued, so a book reads *
      *    back in serial order under its account.  AcctMaint writes  *
      *    a leaf for every serial in the range when it issues a book *
      *    (B), and turns issued leaves to stopped on a stop payment  *
      *    (P) for one serial or a range, carrying the operator       *
      *    reference that ordered the stop.  ChequeClear proves each  *
      *    presented cheque against its leaf - issued and unpaid is   *
      *    paid and marked P with the amount, anything else goes back *
      *    to the bank - so a serial can only ever be paid once.      *
      *****************************************************************
       01  CHEQUE-REGISTER-RECORD.
           05  CHQ-KEY.
               10  CHQ-ACCT-NUMBER     PIC 9(6).
               10  CHQ-SERIAL          PIC 9(8).
           05  CHQ-STATUS              PIC X(1).
               88  CHQ-ISSUED          VALUE "I".
               88  CHQ-PAID            VALUE "P".
               88  CHQ-STOPPED         VALUE "S".
           05  CHQ-BOOK-FIRST          PIC 9(8).
           05  CHQ-ISSUE-DATE          PIC 9(8).
           05  CHQ-STATUS-DATE         PIC 9(8).
           05  CHQ-PAID-AMOUNT         PIC 9(7)V99.
           05  CHQ-STOP-REF            PIC X(8).
