      *****************************************************************
      *    WLWORK.cpy                                                 *
      *    Watch-list screening work areas, shared by every program   *
      *    that screens a name against the compliance watch list so   *
      *    each reduces the name to its match key exactly as          *
      *    WatchListLoad reduced the listed names.  The fold tables   *
      *    take lower case to upper and the Latin-1 accented letters  *
      *    to their plain capital - ligatures and the Nordic O to     *
      *    their nearest single letter; anything left that is not A   *
      *    to Z plays no part in the key.  COPY this fragment into    *
      *    WORKING-STORAGE alongside the WLREC, WLCLEAR and WLHIT     *
      *    file layouts.                                              *
      *****************************************************************
       01  WS-WL-FOLD-FROM.
           05  FILLER              PIC X(26)
                   VALUE "abcdefghijklmnopqrstuvwxyz".
           05  FILLER              PIC X(16)
                   VALUE X"C0C1C2C3C4C5C6C7C8C9CACBCCCDCECF".
           05  FILLER              PIC X(13)
                   VALUE X"D0D1D2D3D4D5D6D8D9DADBDCDD".
           05  FILLER              PIC X(16)
                   VALUE X"E0E1E2E3E4E5E6E7E8E9EAEBECEDEEEF".
           05  FILLER              PIC X(14)
                   VALUE X"F0F1F2F3F4F5F6F8F9FAFBFCFDFF".
       01  WS-WL-FOLD-TO.
           05  FILLER              PIC X(26)
                   VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           05  FILLER              PIC X(16)
                   VALUE "AAAAAAACEEEEIIII".
           05  FILLER              PIC X(13)
                   VALUE "DNOOOOOOUUUUY".
           05  FILLER              PIC X(16)
                   VALUE "AAAAAAACEEEEIIII".
           05  FILLER              PIC X(14)
                   VALUE "DNOOOOOOUUUUYY".
       01  WS-WL-ALPHABET          PIC X(26)
                   VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *    The name to screen, the same name folded, and the key it
      *    reduces to.  Each letter of the alphabet is counted in the
      *    folded name and written into the key that many times, in
      *    alphabet order.
       01  WS-WL-SCREEN-NAME       PIC X(40) VALUE SPACES.
       01  WS-WL-FOLDED-NAME       PIC X(40) VALUE SPACES.
       01  WS-WL-MATCH-KEY         PIC X(40) VALUE SPACES.
       01  WS-WL-LETTER-SUB        PIC 9(4) BINARY VALUE ZERO.
       01  WS-WL-LETTER-COUNT      PIC 9(4) BINARY VALUE ZERO.
       01  WS-WL-KEY-LENGTH        PIC 9(4) BINARY VALUE ZERO.

      *    The account a hit is charged to and how the name came to
      *    be screened (the WLH-SCREEN-KIND values).
       01  WS-WL-ACCT-NUMBER       PIC 9(6) VALUE ZERO.
       01  WS-WL-SCREEN-KIND       PIC X(1) VALUE SPACES.

       01  WS-WL-EOF-SW            PIC X VALUE "N".
           88  WS-WL-EOF               VALUE "Y".
       01  WS-WL-HIT-SW            PIC X VALUE "N".
           88  WS-WL-HIT               VALUE "Y".
           88  WS-WL-NO-HIT            VALUE "N".
       01  WS-WL-FROZEN-SW         PIC X VALUE "N".
           88  WS-WL-ALREADY-FROZEN    VALUE "Y".

      *    The entry a hit landed on.
       01  WS-WL-ENTRY-ID          PIC X(8)  VALUE SPACES.
       01  WS-WL-LISTED-NAME       PIC X(40) VALUE SPACES.
       01  WS-WL-LIST-SOURCE       PIC X(8)  VALUE SPACES.

      *    A hit freezes the account outright and open-ended under
      *    the watch-list reference; only compliance clearing the hit
      *    lifts it.
       01  WS-WL-FREEZE-REF        PIC X(8)  VALUE "WATCHLST".
       01  WS-WL-FREEZE-EXPIRY     PIC 9(8)  VALUE 99991231.

       01  WS-WL-HIT-COUNT         PIC 9(7) BINARY VALUE ZERO.
