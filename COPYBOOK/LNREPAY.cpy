      *****************************************************************
      *    LNREPAY.cpy                                                *
      *    Loan repayment movement - one record per LNS instalment    *
      *    demand the posting run meets: what was demanded, what the  *
      *    account could cover and was collected, and how the         *
      *    collection split between interest and principal.  A demand *
      *    collected short or not at all still leaves its record, the *
      *    shortfall being the difference.  GLExtract journals the    *
      *    loan legs from these records, since POSTLOG only sees the  *
      *    single debit to the customer's account.                    *
      *****************************************************************
       01  LOAN-REPAYMENT-RECORD.
           05  LRP-LOAN-NUMBER         PIC 9(6).
           05  LRP-ACCT-NUMBER         PIC 9(6).
           05  LRP-CYCLE-DATE          PIC 9(8).
           05  LRP-DEMANDED            PIC 9(7)V99.
           05  LRP-COLLECTED           PIC 9(7)V99.
           05  LRP-INTEREST            PIC 9(7)V99.
           05  LRP-PRINCIPAL           PIC 9(7)V99.
