      *****************************************************************
      *    TELLREC.cpy                                                *
      *    Teller journal record - one per counter deposit,           *
      *    withdrawal or own-account transfer captured at sign-on     *
      *    once the customer's PIN has verified.  Carries when it was *
      *    keyed, the branch and teller from the workstation control  *
      *    record, and the item itself as the raw branch detail image *
      *    TransEdit edits, so TellerBalance can envelope the day's   *
      *    items into the branch batch unchanged.  The file           *
      *    accumulates across sign-ons (OPEN EXTEND, like the central *
      *    suspense file) until TellerBalance cuts the batch and      *
      *    empties it.                                                *
      *****************************************************************
       01  TELLER-JOURNAL-RECORD.
           05  TLJ-CAPTURE-TS      PIC X(14).
           05  TLJ-CYCLE-DATE      PIC 9(8).
           05  TLJ-BRANCH          PIC X(4).
           05  TLJ-TELLER-ID       PIC X(8).
      *    A counter deposit goes to the batch as a C credit, a
      *    withdrawal as a D debit, and an own-account transfer as a
      *    T with the receiving account in the contra column - zeros
      *    on D and C, as on every other branch detail.
           05  TLJ-DETAIL.
               10  TLJ-ACCT-NUMBER PIC 9(6).
               10  TLJ-TRANS-TYPE  PIC X(1).
                   88  TLJ-WITHDRAWAL  VALUE "D".
                   88  TLJ-DEPOSIT     VALUE "C".
                   88  TLJ-TRANSFER    VALUE "T".
               10  TLJ-AMOUNT      PIC 9(7)V99.
               10  TLJ-CONTRA      PIC 9(6).
