      *****************************************************************
      *    CLSPAY.cpy                                                 *
      *    Closure payout to an outside bank - one record per closed  *
      *    account whose balance was paid away to an external         *
      *    account.  ClosureSettle writes it on the night the account *
      *    closes, once the payout has provably left the account for  *
      *    the outward-payments account, and ClearingExtract sends it *
      *    to the bank the same night as a P item on BANKCLR carrying *
      *    the beneficiary's routing code and account number.         *
      *****************************************************************
       01  CLOSURE-PAYOUT-RECORD.
           05  CPO-ACCT-NUMBER         PIC 9(6).
           05  CPO-AMOUNT              PIC 9(7)V99.
           05  CPO-EXT-ROUTING         PIC X(8).
           05  CPO-EXT-ACCOUNT         PIC X(10).
           05  CPO-CYCLE-DATE          PIC 9(8).
