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

      *    Compliance threshold, one record per run: a single posting
      *    at or above it reports on its own, and an account whose
       01  WS-CYCLE-OVERRIDE-SW PIC X VALUE "N".
           88  WS-CYCLE-OVERRIDE  VALUE "Y".
       01  WS-CYCLE-DATE PIC 9(8) VALUE ZERO.
       01  WS-STEP-START-STAMP PIC X(14) VALUE SPACES.

       01  WS-LOG-STATUS PIC XX.
           88  LOG-FILE-MISSING   VALUE "35".
       01  WS-THRESHOLD    PIC 9(7)V99 COMP-3 VALUE ZERO.
       01  WS-CYCLE-MONTH  PIC 9(6) VALUE ZERO.
       01  WS-LOG-ACCT     PIC 9(6) VALUE ZERO.
       01  WS-LOG-AMOUNT   PIC 9(9)V99 COMP-3 VALUE ZERO.
       01  WS-MTD-BEFORE   PIC 9(9)V99 COMP-3 VALUE ZERO.
       01  WS-MTD-AFTER    PIC 9(9)V99 COMP-3 VALUE ZERO.

           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-TRANS-TYPE      PIC X(1).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-AMOUNT-ED       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-MTD-ED          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-CATEGORY        PIC X(16).
           05  FILLER              PIC X(18) VALUE SPACES.

       01  WS-REPORT-TOTAL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
      *    produce without a manual trawl of POSTLOG and the history
      *    master.  Runs nightly, straight after the posting run.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-STEP-START-STAMP.
           PERFORM 0020-READ-CYCLE-DATE.
           PERFORM 0025-CHECK-PRIOR-RUN.
           PERFORM 0100-OPEN-FILES.
           END-IF.
           MOVE "ComplianceReport" TO STAT-PROGRAM-ID.
           MOVE WS-CYCLE-DATE TO STAT-CYCLE-DATE.
           MOVE WS-STEP-START-STAMP TO STAT-START-STAMP.
           MOVE FUNCTION CURRENT-DATE (1:14) TO STAT-END-STAMP.
           MOVE WS-LOG-COUNT TO STAT-READ-COUNT.
           MOVE WS-LOG-COUNT TO STAT-ACCEPTED-COUNT.
           MOVE ZERO TO STAT-REJECTED-COUNT.
      *    Every posting feeds the accumulator; the two report tests
      *    are independent - a single posting over the threshold
      *    reports on its own AND counts toward the month, exactly as
      *    the return rules read.  A posting is judged at its base
      *    currency equivalent, so the one threshold holds for every
      *    account whatever currency it is kept in.
       0200-JUDGE-POSTING.
           ADD 1 TO WS-LOG-COUNT.
           COMPUTE WS-LOG-ACCT =
               FUNCTION NUMVAL(LGI-ACCT-NUMBER).
           COMPUTE WS-LOG-AMOUNT =
               FUNCTION NUMVAL(LGI-BASE-AMOUNT).
           IF WS-LOG-AMOUNT >= WS-THRESHOLD
               ADD 1 TO WS-SINGLE-COUNT
               MOVE "SINGLE POSTING" TO DTL-CATEGORY
