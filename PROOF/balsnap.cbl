       01  WS-CYCLE-OVERRIDE-SW PIC X VALUE "N".
           88  WS-CYCLE-OVERRIDE  VALUE "Y".
       01  WS-CYCLE-DATE PIC 9(8) VALUE ZERO.
       01  WS-STEP-START-STAMP PIC X(14) VALUE SPACES.

       01  WS-ACCT-STATUS PIC XX.
           88  ACCT-OK            VALUE "00".
       01  WS-INACTIVE-COUNT PIC 9(7) BINARY VALUE ZERO.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-STEP-START-STAMP.
           PERFORM 0020-READ-CYCLE-DATE.
           PERFORM 0025-CHECK-PRIOR-RUN.
           PERFORM 0100-OPEN-FILES.
           END-IF.
           MOVE "BalanceSnapshot" TO STAT-PROGRAM-ID.
           MOVE WS-CYCLE-DATE TO STAT-CYCLE-DATE.
           MOVE WS-STEP-START-STAMP TO STAT-START-STAMP.
           MOVE FUNCTION CURRENT-DATE (1:14) TO STAT-END-STAMP.
           MOVE WS-SNAP-COUNT TO STAT-READ-COUNT.
           MOVE WS-ACTIVE-COUNT TO STAT-ACCEPTED-COUNT.
           MOVE WS-INACTIVE-COUNT TO STAT-REJECTED-COUNT.
