      *****************************************************************
      *    CIFLINK.cpy                                                *
      *    Customer-to-account link record - keyed by customer number *
      *    plus account number, so one customer's accounts read back  *
      *    together in account order.  The account number doubles as  *
      *    an alternate key with duplicates, so the customers behind  *
      *    an account (a joint account has more than one) can be      *
      *    found from the account side too.  The role says how the    *
      *    customer stands on the account: P primary holder, J joint  *
      *    holder, S signatory only.  Written by AcctMaint on open    *
      *    and by DemogMaint when an account is attached to an        *
      *    existing customer.                                         *
      *****************************************************************
       01  CUSTOMER-LINK-RECORD.
           05  LNK-KEY.
               10  LNK-CUST-NUMBER     PIC 9(6).
               10  LNK-ACCT-NUMBER     PIC 9(6).
           05  LNK-ROLE                PIC X(1).
               88  LNK-PRIMARY         VALUE "P".
               88  LNK-JOINT           VALUE "J".
               88  LNK-SIGNATORY       VALUE "S".
           05  LNK-LINK-DATE           PIC 9(8).
