      *****************************************************************
      *    PENDREC.cpy                                                *
      *    Maintenance pending-approval record - keyed by the         *
      *    maintenance system (A AcctMaint, D DemogMaint), the cycle  *
      *    date the item was entered and its entry number that night. *
      *    Every MAINTTXN and DEMOTXN line lands here first under its *
      *    maker's operator ID and waits, status P, for a second      *
      *    operator to approve or decline it.  An approved item is    *
      *    applied by the program that owns it and ends A (applied)   *
      *    or R (refused by the edits on apply); a declined item ends *
      *    D; an item still waiting after its expiry date ends E.     *
      *    The transaction image is carried whole, so the apply runs  *
      *    against exactly what the maker keyed.                      *
      *****************************************************************
       01  PENDING-MAINT-RECORD.
           05  PND-KEY.
               10  PND-SYSTEM          PIC X(1).
                   88  PND-ACCOUNT-MAINT   VALUE "A".
                   88  PND-DEMOG-MAINT     VALUE "D".
               10  PND-ENTRY-DATE      PIC 9(8).
               10  PND-ENTRY-SEQ       PIC 9(4).
           05  PND-STATUS              PIC X(1).
               88  PND-AWAITING        VALUE "P".
               88  PND-APPLIED         VALUE "A".
               88  PND-REFUSED         VALUE "R".
               88  PND-DECLINED        VALUE "D".
               88  PND-EXPIRED         VALUE "E".
           05  PND-ACTION              PIC X(1).
           05  PND-ACCT-NUMBER         PIC X(6).
           05  PND-MAKER-ID            PIC X(8).
           05  PND-CHECKER-ID          PIC X(8).
           05  PND-EXPIRY-DATE         PIC 9(8).
           05  PND-DECIDED-DATE        PIC 9(8).
           05  PND-REASON              PIC X(40).
           05  PND-TRANS-IMAGE         PIC X(160).
