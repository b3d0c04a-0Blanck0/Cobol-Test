      *****************************************************************
      *    HOLDREC.cpy                                                *
      *    Uncollected-funds hold record - keyed by account number    *
      *    plus the timestamp and number of the posting or            *
      *    maintenance action that placed it, so an account's holds   *
      *    read back together in the order they were placed.  U holds *
      *    are written by PostTransactions on a credit from a source  *
      *    listed on HOLDCTL and fall away on their release date; M   *
      *    holds are placed and lifted by an operator through         *
      *    AcctMaint, for a fixed amount, until a given date or       *
      *    (99999999) until lifted.  A hold counts against the        *
      *    available balance while its release date is later than the *
      *    cycle date.  HoldRelease drops the expired ones each       *
      *    night.                                                     *
      *****************************************************************
       01  FUNDS-HOLD-RECORD.
           05  HLD-KEY.
               10  HLD-ACCT-NUMBER     PIC 9(6).
               10  HLD-PLACED-TS       PIC X(14).
               10  HLD-PLACED-NBR      PIC 9(7).
           05  HLD-TYPE                PIC X(1).
               88  HLD-UNCOLLECTED     VALUE "U".
               88  HLD-MANUAL          VALUE "M".
           05  HLD-AMOUNT              PIC 9(7)V99.
           05  HLD-PLACED-DATE         PIC 9(8).
           05  HLD-RELEASE-DATE        PIC 9(8).
               88  HLD-UNTIL-LIFTED    VALUE 99999999.
           05  HLD-SOURCE              PIC X(4).
           05  HLD-REF                 PIC X(8).
