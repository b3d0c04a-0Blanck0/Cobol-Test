           05  LGI-NEW-BALANCE     PIC X(12).
           05  FILLER              PIC X(2).
           05  LGI-SOURCE          PIC X(4).
           05  FILLER              PIC X(2).
           05  LGI-ORIGIN          PIC X(4).
           05  FILLER              PIC X(1).
           05  LGI-POST-KIND       PIC X(1).
           05  FILLER              PIC X(2).
           05  LGI-CURRENCY        PIC X(3).
           05  FILLER              PIC X(2).
           05  LGI-BASE-AMOUNT     PIC X(14).
           05  FILLER              PIC X(2).
           05  LGI-SPREAD-AMOUNT   PIC X(14).

       FD  CYCLE-DATE-FILE.
           COPY CYCLCTL.
           MOVE WS-LOG-AMOUNT TO TRANS-AMOUNT.
           MOVE ZERO          TO TRANS-CONTRA-ACCT.
           MOVE "BAK "        TO TRANS-SOURCE.
           MOVE SPACE         TO TRANS-CONVERT.
           WRITE TRANS-RECORD.
           ADD 1 TO WS-REVERSED-COUNT.
           MOVE WS-LOG-ACCT      TO REG-ACCT-NUMBER.
