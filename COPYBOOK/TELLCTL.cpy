      *****************************************************************
      *    TELLCTL.cpy                                                *
      *    Teller workstation control record - one per counter        *
      *    position, cut by the branch when the drawer is issued: the *
      *    branch the position belongs to and the teller working it.  *
      *    AcceptTest offers counter capture only where this record   *
      *    is present, and stamps both on every item the teller keys; *
      *    TellerBalance takes the branch from it when the day's      *
      *    batch is cut.                                              *
      *****************************************************************
       01  TELLER-CONTROL-RECORD.
           05  TCT-BRANCH          PIC X(4).
           05  TCT-TELLER-ID       PIC X(8).
