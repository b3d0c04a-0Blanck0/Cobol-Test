      *****************************************************************
      *    APVREC.cpy                                                 *
      *    Maintenance decision record - one line per checker         *
      *    decision on a pending maintenance item: the item's key as  *
      *    the pending-items report prints it, A to approve or D to   *
      *    decline, and the checking operator's ID.  AcctMaint reads  *
      *    its decisions from MAINTAPV and DemogMaint from DEMOAPV;   *
      *    the checker may never be the operator who entered the      *
      *    item.                                                      *
      *****************************************************************
       01  MAINT-DECISION-RECORD.
           05  APV-ITEM-KEY.
               10  APV-SYSTEM          PIC X(1).
               10  APV-ENTRY-DATE      PIC 9(8).
               10  APV-ENTRY-SEQ       PIC 9(4).
           05  APV-DECISION            PIC X(1).
               88  APV-APPROVE         VALUE "A".
               88  APV-DECLINE         VALUE "D".
           05  APV-CHECKER-ID          PIC X(8).
