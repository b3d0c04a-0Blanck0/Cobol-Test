      *****************************************************************
      *    WLREC.cpy                                                  *
      *    Compliance watch-list entry - keyed by the entry's match   *
      *    key and the list's own entry identifier, so every entry    *
      *    that normalises to the same name sits together and one     *
      *    START finds them all.  The match key is the listed name    *
      *    reduced the way every screening program reduces the name   *
      *    it screens: accents folded, case and everything that is    *
      *    not a letter dropped, and the letters that remain put in   *
      *    alphabetical order - spacing, accents, punctuation and the *
      *    order the words were written in all fall away, so VAN DER  *
      *    BERG, Berg van der and VANDERBERG meet on one key.         *
      *    Rebuilt from scratch by WatchListLoad each time compliance *
      *    sends a new list.                                          *
      *****************************************************************
       01  WATCH-LIST-RECORD.
           05  WL-KEY.
               10  WL-MATCH-KEY    PIC X(40).
               10  WL-ENTRY-ID     PIC X(8).
           05  WL-LISTED-NAME      PIC X(40).
           05  WL-LIST-SOURCE      PIC X(8).
           05  WL-LOAD-DATE        PIC 9(8).
