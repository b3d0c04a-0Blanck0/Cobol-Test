      *****************************************************************
      *    LOANREC.cpy                                                *
      *    Instalment loan master record - keyed by loan number, one  *
      *    per loan the shop has lent.  The principal, monthly rate,  *
      *    term and level instalment are fixed when LoanDisburse      *
      *    books the loan and builds its amortization schedule        *
      *    (LNSCHED); the loan itself lives here, not on ACCTMAST -   *
      *    the customer's current account is only where the money is  *
      *    paid in at disbursement and where each instalment is       *
      *    collected from.  LoanDemand raises each instalment on its  *
      *    due date and presents it to the posting run as an LNS      *
      *    debit; whatever the account cannot cover stays demanded    *
      *    and unpaid on the loan, which is what the arrears aging    *
      *    report reads.                                              *
      *****************************************************************
       01  LOAN-MASTER-RECORD.
           05  LN-LOAN-NUMBER          PIC 9(6).
           05  LN-ACCT-NUMBER          PIC 9(6).
           05  LN-STATUS               PIC X(1).
               88  LN-ACTIVE           VALUE "A".
               88  LN-PAID-OFF         VALUE "P".
           05  LN-PRINCIPAL            PIC 9(7)V99.
      *    Monthly rate as a percentage to four decimals, the scale
      *    the product catalog carries its rates in.
           05  LN-RATE                 PIC 9(2)V9(4).
           05  LN-TERM-MONTHS          PIC 9(3).
           05  LN-INSTALMENT           PIC 9(7)V99.
           05  LN-DISBURSE-DATE        PIC 9(8).
      *    The next instalment still to be raised and its due date;
      *    the due date is zero once the last instalment is raised.
           05  LN-NEXT-DUE             PIC 9(8).
           05  LN-NEXT-INSTALMENT      PIC 9(3).
      *    Principal not yet repaid, and everything raised but not
      *    yet collected - instalments demanded tonight and arrears
      *    from earlier due dates alike.  The arrears date is the
      *    due date of the oldest instalment still unpaid, zero when
      *    the loan is up to date.
           05  LN-OUTSTANDING          PIC 9(7)V99.
           05  LN-AMOUNT-DUE           PIC 9(7)V99.
           05  LN-ARREARS-SINCE        PIC 9(8).
           05  LN-PAID-TO-DATE         PIC 9(7)V99.
           05  LN-LAST-PAID-DATE       PIC 9(8).
