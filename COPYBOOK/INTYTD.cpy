      *****************************************************************
      *    INTYTD.cpy                                                 *
      *    Year-to-date credit interest record - keyed by account     *
      *    number.  MonthlyAccrual rolls every month's gross credit   *
      *    interest and the tax it withheld into it, so InterestCert  *
      *    can give each customer the year's figures in January       *
      *    instead of having them re-added from twelve accrual        *
      *    registers.  The year field resets the accumulators lazily, *
      *    the PAYYTD way: the first accrual of a new year finds last *
      *    year's record and restarts it.  The last cycle date and    *
      *    that cycle's amounts are kept so an override rerun of the  *
      *    same month replaces its own figures instead of adding them *
      *    twice.  The tax status is the one the last withholding was *
      *    taken at, and is what the remittance summary groups the    *
      *    tax by.  Every amount is in the base currency: interest    *
      *    on a foreign-currency account goes on at the middle rate   *
      *    of the cycle date it was accrued.                          *
      *****************************************************************
       01  INTEREST-YTD-RECORD.
           05  IYT-ACCT-NUMBER     PIC 9(6).
           05  IYT-YEAR            PIC 9(4).
           05  IYT-GROSS           PIC 9(7)V99.
           05  IYT-TAX             PIC 9(7)V99.
           05  IYT-CREDIT-COUNT    PIC 9(3).
           05  IYT-TAX-STATUS      PIC X(1).
           05  IYT-LAST-CYCLE      PIC 9(8).
           05  IYT-LAST-GROSS      PIC 9(7)V99.
           05  IYT-LAST-TAX        PIC 9(7)V99.
