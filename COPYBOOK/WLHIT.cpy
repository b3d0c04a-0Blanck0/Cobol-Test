      *****************************************************************
      *    WLHIT.cpy                                                  *
      *    Watch-list hit record - one per name that screened onto an *
      *    uncleared watch-list entry, whichever program screened it: *
      *    an account opened or a name changed through maintenance,   *
      *    the whole base re-screened when a new list is loaded, a    *
      *    clearing item or an external salary credit about to leave  *
      *    the shop.  Carries the account the hit froze, the name as  *
      *    screened and the match key it reduced to, and the entry it *
      *    landed on.  The file accumulates across runs (OPEN EXTEND, *
      *    like the central suspense file) until WatchListHits        *
      *    applies compliance's decisions and rewrites it with the    *
      *    hits still undecided.                                      *
      *****************************************************************
       01  WATCH-HIT-RECORD.
           05  WLH-CYCLE-DATE      PIC 9(8).
           05  WLH-SOURCE-PROGRAM  PIC X(16).
           05  WLH-SCREEN-KIND     PIC X(1).
               88  WLH-ACCOUNT-OPEN    VALUE "O".
               88  WLH-NAME-CHANGE     VALUE "N".
               88  WLH-LIST-RESCREEN   VALUE "L".
               88  WLH-CLEARING-ITEM   VALUE "C".
               88  WLH-PAYROLL-CREDIT  VALUE "P".
           05  WLH-ACCT-NUMBER     PIC 9(6).
           05  WLH-SCREENED-NAME   PIC X(40).
           05  WLH-MATCH-KEY       PIC X(40).
           05  WLH-ENTRY-ID        PIC X(8).
           05  WLH-LISTED-NAME     PIC X(40).
           05  WLH-LIST-SOURCE     PIC X(8).
