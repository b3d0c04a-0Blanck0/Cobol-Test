      *****************************************************************
      *    CLSREQ.cpy                                                 *
      *    Account closure request record - keyed by account number,  *
      *    one live request per account.  Written by AcctMaint's E    *
      *    (close with settlement) transaction with the closure date  *
      *    and the payout destination: an internal account, or an     *
      *    outside bank's routing code and account number.  The       *
      *    nightly ClosureSettle works it in two passes: on the       *
      *    closure date it accrues, charges and pays the balance away *
      *    (R to S), and once the postings have left the balance at   *
      *    zero it closes the account (S to C).  The settlement       *
      *    figures stay on the record for the closure register and    *
      *    the customer's advice.                                     *
      *****************************************************************
       01  CLOSURE-REQUEST-RECORD.
           05  CRQ-ACCT-NUMBER         PIC 9(6).
           05  CRQ-STATUS              PIC X(1).
               88  CRQ-REQUESTED       VALUE "R".
               88  CRQ-SETTLED         VALUE "S".
               88  CRQ-CLOSED          VALUE "C".
           05  CRQ-REQUEST-DATE        PIC 9(8).
           05  CRQ-CLOSURE-DATE        PIC 9(8).
      *    Exactly one destination is filled in: the internal payout
      *    account, or the routing code and account at the outside
      *    bank (payout account zero).
           05  CRQ-PAYOUT-ACCT         PIC 9(6).
           05  CRQ-EXT-ROUTING         PIC X(8).
           05  CRQ-EXT-ACCOUNT         PIC X(10).
           05  CRQ-REQUESTED-BY        PIC X(8).
      *    The settlement as ClosureSettle worked it: the balance it
      *    started from, the interest and overdraft charge accrued
      *    over CRQ-ACCRUAL-DAYS business days to the closure date,
      *    the closing fee and the net paid away.
           05  CRQ-SETTLED-DATE        PIC 9(8).
           05  CRQ-CLOSING-BALANCE     PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
           05  CRQ-INTEREST            PIC 9(7)V99.
           05  CRQ-OD-CHARGE           PIC 9(7)V99.
           05  CRQ-CLOSING-FEE         PIC 9(7)V99.
           05  CRQ-PAYOUT-AMOUNT       PIC 9(7)V99.
           05  CRQ-ACCRUAL-DAYS        PIC 9(3).
           05  CRQ-ORDERS-CANCELLED    PIC 9(3).
           05  CRQ-CLOSED-DATE         PIC 9(8).
      *    Why the settlement is waiting on the desk, blank while
      *    nothing holds it.
           05  CRQ-HELD-REASON         PIC X(20).
