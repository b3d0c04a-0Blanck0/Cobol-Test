      *****************************************************************
      *    DSPREC.cpy                                                 *
      *    Customer dispute case record - keyed by case number, with  *
      *    the disputed posting's TXNHIST key as a unique alternate   *
      *    key so one posting can only ever be disputed once.  Opened *
      *    and resolved by DisputeMaint through its own transaction   *
      *    stream; the nightly DisputeGen moves the money the case    *
      *    calls for (provisional credit, reversal of a lost or       *
      *    partly lost case) under the DSP branch and closes resolved *
      *    cases.  The two regulatory deadlines are stamped when the  *
      *    case is opened, counted in calendar days.  The award is    *
      *    what the customer finally keeps: the disputed amount on a  *
      *    win, nothing on a loss, the agreed part on a partial.      *
      *****************************************************************
       01  DISPUTE-CASE-RECORD.
           05  DSP-CASE-NUMBER         PIC 9(6).
           05  DSP-HIST-KEY.
               10  DSP-ACCT-NUMBER     PIC 9(6).
               10  DSP-POST-TS         PIC X(14).
               10  DSP-POST-NBR        PIC 9(7).
           05  DSP-POST-DATE           PIC X(8).
           05  DSP-DISPUTED-AMOUNT     PIC 9(7)V99.
           05  DSP-REASON-CODE         PIC X(4).
           05  DSP-OPENED-DATE         PIC 9(8).
           05  DSP-PROVISIONAL-DUE     PIC 9(8).
           05  DSP-RESOLUTION-DUE      PIC 9(8).
           05  DSP-CASE-STATUS         PIC X(1).
               88  DSP-OPEN            VALUE "O".
               88  DSP-RESOLVED        VALUE "R".
               88  DSP-CLOSED          VALUE "C".
      *    N none asked for, Q queued for tonight's DSP batch, I
      *    issued - the credit went out on DSP-PROVISIONAL-DATE.
           05  DSP-PROVISIONAL-STATUS  PIC X(1).
               88  DSP-PROV-NONE       VALUE "N".
               88  DSP-PROV-QUEUED     VALUE "Q".
               88  DSP-PROV-ISSUED     VALUE "I".
           05  DSP-PROVISIONAL-AMOUNT  PIC 9(7)V99.
           05  DSP-PROVISIONAL-DATE    PIC 9(8).
           05  DSP-RESOLUTION          PIC X(1).
               88  DSP-CUSTOMER-WON    VALUE "W".
               88  DSP-CUSTOMER-LOST   VALUE "L".
               88  DSP-PARTIAL         VALUE "P".
           05  DSP-AWARD-AMOUNT        PIC 9(7)V99.
           05  DSP-RESOLVED-DATE       PIC 9(8).
           05  DSP-CLOSED-DATE         PIC 9(8).
           05  DSP-OPENED-BY           PIC X(8).
           05  DSP-RESOLVED-BY         PIC X(8).
