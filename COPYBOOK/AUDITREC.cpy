      *    Shared cross-program audit trail record.  Every program    *
      *    writes one of these to AUDIT-LOG-FILE as it runs, so a     *
      *    downstream problem can be traced back to the input and     *
      *    outcome each step actually saw that day.  Maintenance      *
      *    under dual control also records the operator who entered   *
      *    the item and the operator who approved or declined it;     *
      *    every other writer leaves both IDs blank.                  *
      *****************************************************************
       01  AUDIT-LOG-RECORD.
           05  AUDIT-TIMESTAMP     PIC X(26).
           05  AUDIT-KEY-INPUT     PIC X(20).
           05  AUDIT-OUTCOME       PIC X(30).
           05  AUDIT-CYCLE-DATE    PIC 9(8).
           05  AUDIT-MAKER-ID      PIC X(8).
           05  AUDIT-CHECKER-ID    PIC X(8).
