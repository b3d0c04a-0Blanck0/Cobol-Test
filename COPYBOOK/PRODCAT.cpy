      *    Fee the posting run charges the account when a debit
      *    bounces for insufficient funds; zero waives the charge.
           05  PROD-NSF-FEE        PIC 9(4)V99.
      *    What kind of product this is: blank (or O) an open-ended
      *    account that MonthlyAccrual pays and charges every month,
      *    T a fixed-term deposit that earns nothing month by month
      *    and is paid its interest by the maturity run instead, on
      *    the terms locked in at open.
           05  PROD-KIND           PIC X(1).
               88  PROD-OPEN-ENDED    VALUE " " "O".
               88  PROD-TERM-DEPOSIT  VALUE "T".
      *    Days before the dormancy threshold at which the sweep
      *    sends the customer a warning letter, so the account can
      *    be used before it is flagged; zero sends no warning.
           05  PROD-DORMANT-WARN-DAYS PIC 9(3).
      *    Fee ClosureSettle charges an account of this product when
      *    it is closed on request, taken from the closing balance
      *    before the payout; zero closes the account free.
           05  PROD-CLOSING-FEE    PIC 9(4)V99.
      *    A youth product names the adult product its accounts move
      *    to when the customer comes of age, and the age that
      *    happens at (zero is the legal majority of 18); the
      *    nightly majority run makes the move.  Blank for every
      *    product that is not a youth product.
           05  PROD-ADULT-CODE     PIC X(3).
           05  PROD-MAJORITY-AGE   PIC 9(2).
      *    The currency a product's accounts are held in, and so the
      *    currency its fees, balances and limits are quoted in;
      *    blank is the base currency.  An account takes its
      *    product's currency when it is opened.
           05  PROD-CURRENCY       PIC X(3).
