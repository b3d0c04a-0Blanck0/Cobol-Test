      *****************************************************************
      *    DSPSETL.cpy                                                *
      *    Dispute settlement movement - one record per case that     *
      *    DisputeGen closes with an award to the customer.  The      *
      *    award reached the customer through the dispute suspense    *
      *    account (provisional credit, or a final credit when none   *
      *    was given), and settling the case writes it off from       *
      *    suspense.                                                  *
      *    No customer account moves, so POSTLOG never sees it;       *
      *    GLExtract journals the DSW row from these records.  The    *
      *    award is in the base currency: DisputeMaint refuses a case *
      *    on an account kept in any other.                           *
      *****************************************************************
       01  DISPUTE-SETTLEMENT-RECORD.
           05  DST-CASE-NUMBER         PIC 9(6).
           05  DST-ACCT-NUMBER         PIC 9(6).
           05  DST-CYCLE-DATE          PIC 9(8).
           05  DST-AWARD-AMOUNT        PIC 9(7)V99.
