      *    debit through zero.  Set and changed only through
      *    AcctMaint's L maintenance transaction.
           05  ACCT-OVERDRAFT-LIMIT PIC 9(7)V99.
      *    The currency the account is held in - every amount on the
      *    record and every posting to it is in this currency.  Blank
      *    is the base currency, which every account that predates
      *    foreign-currency accounts is held in.  Stamped from the
      *    product's currency by AcctMaint at open and never changed
      *    afterwards.
           05  ACCT-CURRENCY       PIC X(3).
