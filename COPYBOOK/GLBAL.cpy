      *****************************************************************
      *    GLBAL.cpy                                                  *
      *    General-ledger balance master record - keyed by GL account *
      *    number, one per account the GL mapping file names.         *
      *    GLLedger builds it from GLMAP, posts each night's released *
      *    journal to it, and prints the daily trial balance from it. *
      *    Balances are carried debit-positive: an asset or expense   *
      *    account stands above zero, a liability such as customer    *
      *    deposits below it.  The month figures belong to the period *
      *    named; the first run of a new month closes the old period  *
      *    to the month-end history and carries the closing balance   *
      *    forward as the new opening.                                *
      *****************************************************************
       01  GL-BALANCE-RECORD.
           05  GLB-ACCOUNT             PIC 9(6).
           05  GLB-DESCRIPTION         PIC X(20).
           05  GLB-PERIOD              PIC 9(6).
           05  GLB-OPEN-BALANCE        PIC S9(11)V99.
           05  GLB-MONTH-DEBITS        PIC 9(11)V99.
           05  GLB-MONTH-CREDITS       PIC 9(11)V99.
           05  GLB-BALANCE             PIC S9(11)V99.
           05  GLB-LAST-POSTED         PIC 9(8).
      *    A GL account the mapping rows name for a foreign currency
      *    is held in that currency as well as in base: the currency
      *    code, and the balance in the currency itself, carried
      *    debit-positive like the base balance.  Blank and zero for
      *    every base-currency account.
           05  GLB-CURRENCY            PIC X(3).
           05  GLB-CCY-BALANCE         PIC S9(11)V99.
