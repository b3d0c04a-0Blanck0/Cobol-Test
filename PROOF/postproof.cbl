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
       01  WS-CYCLE-OVERRIDE-SW PIC X VALUE "N".
           88  WS-CYCLE-OVERRIDE  VALUE "Y".
       01  WS-CYCLE-DATE PIC 9(8) VALUE ZERO.
       01  WS-STEP-START-STAMP PIC X(14) VALUE SPACES.

       01  WS-STATS-STATUS PIC XX.
           88  STATS-FILE-MISSING VALUE "35".
           05  PRF-STATUS-TEXT     PIC X(78).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-STEP-START-STAMP.
           PERFORM 0020-READ-CYCLE-DATE.
           PERFORM 0025-CHECK-PRIOR-RUN.
           PERFORM 0100-OPEN-FILES.
           END-IF.
           MOVE "PostingProof" TO STAT-PROGRAM-ID.
           MOVE WS-CYCLE-DATE TO STAT-CYCLE-DATE.
           MOVE WS-STEP-START-STAMP TO STAT-START-STAMP.
           MOVE FUNCTION CURRENT-DATE (1:14) TO STAT-END-STAMP.
           MOVE WS-LOG-COUNT TO STAT-READ-COUNT.
           MOVE WS-LOG-COUNT TO STAT-ACCEPTED-COUNT.
           MOVE ZERO TO STAT-REJECTED-COUNT.
