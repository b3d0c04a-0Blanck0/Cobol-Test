      *****************************************************************
      *    WLCLEAR.cpy                                                *
      *    Watch-list clearance - a name compliance has examined      *
      *    against one list entry and found not to be the listed      *
      *    party.  Keyed like the watch list itself, by match key and *
      *    entry identifier, so a screen that lands on the entry      *
      *    skips it when the name screened reduces to a cleared key:  *
      *    the same false positive does not hit again night after     *
      *    night, while the same name against a different entry, or a *
      *    reloaded entry under a different name, still does.         *
      *    Written by WatchListHits when compliance clears a hit;     *
      *    carries the account the hit was cleared on, the day and    *
      *    the officer who cleared it.                                *
      *****************************************************************
       01  WATCH-CLEAR-RECORD.
           05  WLC-KEY.
               10  WLC-MATCH-KEY   PIC X(40).
               10  WLC-ENTRY-ID    PIC X(8).
           05  WLC-ACCT-NUMBER     PIC 9(6).
           05  WLC-CLEARED-DATE    PIC 9(8).
           05  WLC-CLEARED-BY      PIC X(8).
