      *****************************************************************
      *    LNSCHED.cpy                                                *
      *    Loan amortization schedule - one record per instalment,    *
      *    keyed by loan number and instalment number, written in     *
      *    full by LoanDisburse when the loan is booked.  Each line   *
      *    splits the level instalment into its interest and          *
      *    principal parts on the balance the line starts from; the   *
      *    last line takes whatever principal is left, so the         *
      *    principal parts always foot to the loan.  LoanDemand marks *
      *    a line demanded on its due date; the posting run applies   *
      *    each collection to the oldest demanded lines first,        *
      *    interest before principal, and marks a line paid once it   *
      *    is settled in full.                                        *
      *****************************************************************
       01  LOAN-SCHEDULE-RECORD.
           05  LNS-KEY.
               10  LNS-LOAN-NUMBER     PIC 9(6).
               10  LNS-INSTALMENT-NBR  PIC 9(3).
           05  LNS-DUE-DATE            PIC 9(8).
           05  LNS-INSTALMENT-AMOUNT   PIC 9(7)V99.
           05  LNS-INTEREST-PART       PIC 9(7)V99.
           05  LNS-PRINCIPAL-PART      PIC 9(7)V99.
           05  LNS-BALANCE-AFTER       PIC 9(7)V99.
           05  LNS-STATUS              PIC X(1).
               88  LNS-SCHEDULED       VALUE "S".
               88  LNS-DEMANDED        VALUE "D".
               88  LNS-PAID            VALUE "P".
           05  LNS-PAID-AMOUNT         PIC 9(7)V99.
           05  LNS-PAID-DATE           PIC 9(8).
