      *****************************************************************
      *    NOTCREC.cpy                                                *
      *    Customer notice event record - one per event the customer  *
      *    must be told about by letter rather than wait for the next *
      *    statement: an NSF fee charged by the posting run, a        *
      *    dormancy warning from the sweep, a restriction set or an   *
      *    overdraft limit changed by AcctMaint, a clearing item      *
      *    returned by BankReturn, a dispute decided against the      *
      *    customer in whole or part by DisputeGen, an account closed *
      *    and paid away on request by ClosureSettle.  Each writer    *
      *    stamps its own program name and the business cycle date    *
      *    and fills the amounts, date and detail its letter needs;   *
      *    the meaning of each is listed against the field.  The file *
      *    accumulates across runs (OPEN EXTEND, like the central     *
      *    suspense file) until NoticeLetters prints the letters and  *
      *    rewrites it with only the events it could not yet mail.    *
      *****************************************************************
       01  NOTICE-EVENT-RECORD.
           05  NTC-EVENT-TYPE      PIC X(4).
               88  NTC-NSF-FEE        VALUE "NSFF".
               88  NTC-DORMANT-WARN   VALUE "DRMW".
               88  NTC-RESTRICTION    VALUE "RSTR".
               88  NTC-LIMIT-CHANGE   VALUE "ODLM".
               88  NTC-CLEARING-RETURN VALUE "CRTN".
               88  NTC-DISPUTE-DECIDED VALUE "DSPR".
               88  NTC-CLOSURE-ADVICE VALUE "CLSA".
           05  NTC-ACCT-NUMBER     PIC 9(6).
           05  NTC-CYCLE-DATE      PIC 9(8).
           05  NTC-SOURCE-PROGRAM  PIC X(16).
      *    NSFF the fee charged, DRMW the balance left idle, ODLM the
      *    new limit, CRTN the returned item, DSPR the amount taken
      *    back from the customer, CLSA the net amount paid away;
      *    zero on RSTR.
           05  NTC-AMOUNT          PIC S9(7)V99
                                   SIGN LEADING SEPARATE.
      *    NSFF the debit that bounced, ODLM the limit it replaced,
      *    DSPR the amount disputed, CLSA the balance before the
      *    settlement; zero otherwise.
           05  NTC-PRIOR-AMOUNT    PIC S9(7)V99
                                   SIGN LEADING SEPARATE.
      *    DRMW the day the account goes dormant, RSTR the day the
      *    restriction expires (zero if open-ended), DSPR the day the
      *    case was opened, CLSA the closure date; zero otherwise.
           05  NTC-EVENT-DATE      PIC 9(8).
      *    NSFF the source of the bounced debit, RSTR the restriction
      *    type and reference, CRTN the bank's return reason, DSPR
      *    the case number and the outcome (L lost, P partial), CLSA
      *    where the payout went - the internal account, or the
      *    outside bank's routing code and account.
           05  NTC-DETAIL          PIC X(20).
