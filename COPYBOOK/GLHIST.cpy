      *****************************************************************
      *    GLHIST.cpy                                                 *
      *    General-ledger month-end history - keyed by period         *
      *    (YYYYMM) and GL account, one record per account per closed *
      *    month.  Written by GLLedger when a new month's first cycle *
      *    closes the old period, and read by GLTrialReprint to       *
      *    reprint any prior month's trial balance exactly as the     *
      *    month closed.                                              *
      *****************************************************************
       01  GL-HISTORY-RECORD.
           05  GLH-KEY.
               10  GLH-PERIOD          PIC 9(6).
               10  GLH-ACCOUNT         PIC 9(6).
           05  GLH-DESCRIPTION         PIC X(20).
           05  GLH-OPEN-BALANCE        PIC S9(11)V99.
           05  GLH-MONTH-DEBITS        PIC 9(11)V99.
           05  GLH-MONTH-CREDITS       PIC 9(11)V99.
           05  GLH-CLOSE-BALANCE       PIC S9(11)V99.
      *    A foreign-currency account's currency and its closing
      *    balance in that currency, for the month-end revaluation.
           05  GLH-CURRENCY            PIC X(3).
           05  GLH-CCY-CLOSE-BALANCE   PIC S9(11)V99.
