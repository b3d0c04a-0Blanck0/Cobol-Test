       01  WS-CYCLE-OVERRIDE-SW PIC X VALUE "N".
           88  WS-CYCLE-OVERRIDE  VALUE "Y".
       01  WS-CYCLE-DATE PIC 9(8) VALUE ZERO.
       01  WS-STEP-START-STAMP PIC X(14) VALUE SPACES.

       01  WS-STATS-STATUS PIC XX.
           88  STATS-FILE-MISSING VALUE "35".
           05  FILLER            PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-STEP-START-STAMP.
           PERFORM 0020-READ-CYCLE-DATE.
           PERFORM 0025-CHECK-PRIOR-RUN.
           PERFORM 0040-READ-CONTROL.
           END-IF.
           MOVE "LesBoucles" TO STAT-PROGRAM-ID.
           MOVE WS-CYCLE-DATE TO STAT-CYCLE-DATE.
           MOVE WS-STEP-START-STAMP TO STAT-START-STAMP.
           MOVE FUNCTION CURRENT-DATE (1:14) TO STAT-END-STAMP.
           MOVE WS-RECORDS-READ TO STAT-READ-COUNT.
           MOVE WS-RECORDS-PROCESSED TO STAT-ACCEPTED-COUNT.
           MOVE ZERO TO STAT-REJECTED-COUNT.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE WS-CYCLE-DATE         TO AUDIT-CYCLE-DATE.
           MOVE "LesBoucles"          TO AUDIT-PROGRAM-ID.
           MOVE SPACES TO AUDIT-MAKER-ID AUDIT-CHECKER-ID.
           MOVE BOUCLES-TRANS-RECORD  TO AUDIT-KEY-INPUT.
           MOVE "RECORD PROCESSED"    TO AUDIT-OUTCOME.
           WRITE AUDIT-LOG-RECORD.
