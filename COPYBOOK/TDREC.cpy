      *****************************************************************
      *    TDREC.cpy                                                  *
      *    Term deposit master record - keyed by the deposit's        *
      *    account number, one per account opened on a term deposit   *
      *    product.  The principal, term, monthly rate and maturity   *
      *    date are locked in when AcctMaint opens the deposit; the   *
      *    money itself arrives through the posting run like any      *
      *    other credit.  The standing instruction says what the      *
      *    maturity run does on the maturity date once the interest   *
      *    is paid: R rolls the principal over for another term at    *
      *    the catalog rate of the day, P pays principal and interest *
      *    away to the nominated account by a linked transfer.  While *
      *    the deposit is active the posting run refuses every debit  *
      *    on it except the maturity run's own.                       *
      *****************************************************************
       01  TERM-DEPOSIT-RECORD.
           05  TD-ACCT-NUMBER          PIC 9(6).
           05  TD-STATUS               PIC X(1).
               88  TD-ACTIVE           VALUE "A".
               88  TD-MATURED          VALUE "M".
           05  TD-PRINCIPAL            PIC 9(7)V99.
           05  TD-TERM-MONTHS          PIC 9(3).
      *    Monthly rate as a percentage to four decimals, the scale
      *    of PROD-CREDIT-RATE it was copied from.
           05  TD-RATE                 PIC 9(2)V9(4).
           05  TD-START-DATE           PIC 9(8).
           05  TD-MATURITY-DATE        PIC 9(8).
           05  TD-INSTRUCTION          PIC X(1).
               88  TD-ROLL-OVER        VALUE "R".
               88  TD-PAY-OUT          VALUE "P".
      *    Nominated account for the payout - and, on a rollover,
      *    for the interest; zero on a rollover keeps the interest
      *    on the deposit and rolls it in with the principal.
           05  TD-PAYOUT-ACCT          PIC 9(6).
           05  TD-ROLL-COUNT           PIC 9(3).
           05  TD-LAST-INTEREST        PIC 9(7)V99.
