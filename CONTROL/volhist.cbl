       IDENTIFICATION DIVISION.
       PROGRAM-ID. VolumeHistory.
       AUTHOR. Alexandre ELISABETH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-STATS-FILE
               ASSIGN TO RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATS-STATUS.

           SELECT STEP-HISTORY-FILE
               ASSIGN TO STEPHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HST-KEY
               FILE STATUS IS WS-HST-STATUS.

           SELECT CYCLE-DATE-FILE
               ASSIGN TO CYCLDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYC-STATUS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO CYCLRUN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

           SELECT STEP-PERMIT-FILE
               ASSIGN TO STEPPERM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-STATS-FILE.
           COPY STATREC.

       FD  STEP-HISTORY-FILE.
           COPY STEPHIST.

       FD  CYCLE-DATE-FILE.
           COPY CYCLCTL.

       FD  RUN-CONTROL-FILE.
           COPY RUNREC.

       FD  STEP-PERMIT-FILE.
           COPY STEPPERM.

       WORKING-STORAGE SECTION.
       01  WS-CYC-STATUS PIC XX.
           88  CYC-FILE-MISSING   VALUE "35".
       01  WS-RUN-STATUS PIC XX.
           88  RUN-FILE-MISSING   VALUE "35".
       01  WS-EOF-RUN-SW PIC X VALUE "N".
           88  WS-EOF-RUN         VALUE "Y".
       01  WS-PRIOR-RUN-SW PIC X VALUE "N".
           88  WS-PRIOR-RUN-FOUND VALUE "Y".
       01  WS-PRM-STATUS PIC XX.
       01  WS-EOF-PRM-SW PIC X VALUE "N".
           88  WS-EOF-PRM         VALUE "Y".
       01  WS-STEP-PERMIT-SW PIC X VALUE "N".
           88  WS-STEP-PERMITTED  VALUE "Y".
       01  WS-CYCLE-OVERRIDE-SW PIC X VALUE "N".
           88  WS-CYCLE-OVERRIDE  VALUE "Y".
       01  WS-CYCLE-DATE PIC 9(8) VALUE ZERO.

       01  WS-STATS-STATUS PIC XX.
           88  STATS-FILE-MISSING VALUE "35".
       01  WS-HST-STATUS PIC XX.
           88  HST-FILE-MISSING   VALUE "35".

       01  WS-EOF-STATS-SW PIC X VALUE "N".
           88  WS-EOF-STATS       VALUE "Y".
       01  WS-HISTORY-FOUND-SW PIC X VALUE "N".
           88  WS-HISTORY-FOUND   VALUE "Y".

       01  WS-DAY-NUMBER  PIC 9(7) BINARY VALUE ZERO.
       01  WS-WEEK-NUMBER PIC 9(7) BINARY VALUE ZERO.
       01  WS-WEEKDAY     PIC 9(1) VALUE ZERO.

      *    Tonight's steps as they reported on RUNSTATS.  A rerun
      *    under operator override writes a second record for the
      *    same step; the later one stands, as on the control sheet.
       01  WS-STEP-MAX   PIC 9(2) COMP VALUE 40.
       01  WS-STEP-COUNT PIC 9(2) COMP VALUE ZERO.
       01  WS-STEP-SUB   PIC 9(2) COMP VALUE ZERO.
       01  WS-STEP-HIT   PIC 9(2) COMP VALUE ZERO.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 40 TIMES.
               10  STP-PROGRAM-ID  PIC X(16).
               10  STP-READ        PIC 9(7) COMP-3.
               10  STP-WRITTEN     PIC 9(7) COMP-3.
               10  STP-START-DATE  PIC 9(8).
               10  STP-START-TIME  PIC 9(6).
               10  STP-END-DATE    PIC 9(8).
               10  STP-END-TIME    PIC 9(6).

       01  WS-NIGHT-MAX  PIC 9(1) COMP VALUE 6.
       01  WS-NIGHT-SUB  PIC 9(1) COMP VALUE ZERO.

      *    Wall-clock time of day split for the elapsed-time sum.
       01  WS-CLOCK-TIME PIC 9(6) VALUE ZERO.
       01  WS-CLOCK-SPLIT REDEFINES WS-CLOCK-TIME.
           05  WS-CLOCK-HH         PIC 9(2).
           05  WS-CLOCK-MM         PIC 9(2).
           05  WS-CLOCK-SS         PIC 9(2).
       01  WS-START-SECS   PIC 9(5) COMP-3 VALUE ZERO.
       01  WS-END-SECS     PIC 9(5) COMP-3 VALUE ZERO.
       01  WS-DAYS-APART   PIC S9(3) COMP-3 VALUE ZERO.
       01  WS-ELAPSED-SECS PIC S9(9) COMP-3 VALUE ZERO.

       01  WS-ADDED-COUNT    PIC 9(7) BINARY VALUE ZERO.
       01  WS-UPDATED-COUNT  PIC 9(7) BINARY VALUE ZERO.

      *    The step history, brought up to date once the night has
      *    closed in balance.  Every step that reported on RUNSTATS
      *    under tonight's cycle date has its night - records read
      *    and written, wall-clock start and end, elapsed time -
      *    pushed onto the front of its history for tonight's
      *    weekday, and the oldest of its six nights falls off the
      *    end.  It runs behind the balancing step so an unbalanced
      *    night never becomes part of the average the volume
      *    monitor judges the following weeks against; a night
      *    already recorded under the same date (a resubmitted
      *    close) replaces itself rather than counting twice.
       PROCEDURE DIVISION.
           PERFORM 0020-READ-CYCLE-DATE.
           PERFORM 0025-CHECK-PRIOR-RUN.
           PERFORM 0030-FIND-WEEKDAY.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0110-READ-RUN-STATS.
           PERFORM 0200-TABLE-STATS-RECORD
               UNTIL WS-EOF-STATS.
           PERFORM 0300-RECORD-STEP-NIGHT
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT.
           PERFORM 0900-CLOSE-FILES.
           PERFORM 9100-RECORD-CYCLE-RUN.
           DISPLAY "VolumeHistory: " WS-STEP-COUNT
               " steps recorded for weekday " WS-WEEKDAY ", "
               WS-ADDED-COUNT " new to the history".
           STOP RUN.

      *    RUNSTATS is mandatory, as it is to the balancing step.  An
      *    absent history file is created empty - the first closed
      *    night after installation starts it.
       0100-OPEN-FILES.
           OPEN INPUT RUN-STATS-FILE.
           IF STATS-FILE-MISSING
               DISPLAY "VolumeHistory: RUNSTATS.DAT not found - "
                   "aborting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O STEP-HISTORY-FILE.
           IF HST-FILE-MISSING
               OPEN OUTPUT STEP-HISTORY-FILE
               CLOSE STEP-HISTORY-FILE
               OPEN I-O STEP-HISTORY-FILE
           END-IF.

      *    Tonight's business cycle date, set by operations and
      *    validated by CycleOpen at the top of the night: it picks
      *    tonight's records off RUNSTATS, names the weekday they
      *    are filed under, and drives the double-run check below.
       0020-READ-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE.
           IF CYC-FILE-MISSING
               DISPLAY "VolumeHistory: CYCLDATE.DAT not found - "
                   "aborting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CYCLE-DATE-FILE
               AT END
                   DISPLAY "VolumeHistory: CYCLDATE.DAT is empty - "
                       "aborting"
                   CLOSE CYCLE-DATE-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE CYCLE-DATE TO WS-CYCLE-DATE.
           MOVE CYCLE-OVERRIDE-FLAG TO WS-CYCLE-OVERRIDE-SW.
           CLOSE CYCLE-DATE-FILE.

      *    A completion record for this program against tonight's
      *    cycle date means the step already ran - rerunning it would
      *    recreate its outputs and destroy the evidence of the first
      *    run, so the rerun is refused unless the operator override
      *    flag is set in the cycle control record.
       0025-CHECK-PRIOR-RUN.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUN-STATUS = "00"
               PERFORM 0026-SCAN-RUN-CONTROL
                   UNTIL WS-EOF-RUN OR WS-PRIOR-RUN-FOUND
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF WS-PRIOR-RUN-FOUND AND NOT WS-CYCLE-OVERRIDE
               PERFORM 0027-CHECK-STEP-PERMIT
               IF WS-STEP-PERMITTED
                   DISPLAY "VolumeHistory: cycle " WS-CYCLE-DATE
                       " already completed - stepping over "
                       "under cycle-restart permit"
                   STOP RUN
               END-IF
               DISPLAY "VolumeHistory: cycle " WS-CYCLE-DATE
                   " already completed - rerun refused without "
                   "operator override"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0026-SCAN-RUN-CONTROL.
           READ RUN-CONTROL-FILE
               AT END
                   SET WS-EOF-RUN TO TRUE
               NOT AT END
                   IF RUN-PROGRAM-ID = "VolumeHistory"
                           AND RUN-CYCLE-DATE = WS-CYCLE-DATE
                       SET WS-PRIOR-RUN-FOUND TO TRUE
                   END-IF
           END-READ.

      *    The completed-step permit cut by CycleRestart for a
      *    selectively restarted night: a permit for this program
      *    and tonight's cycle date means step over - end clean so
      *    the resubmitted chain carries on to the step that failed.
       0027-CHECK-STEP-PERMIT.
           OPEN INPUT STEP-PERMIT-FILE.
           IF WS-PRM-STATUS = "00"
               PERFORM 0028-SCAN-STEP-PERMIT
                   UNTIL WS-EOF-PRM OR WS-STEP-PERMITTED
               CLOSE STEP-PERMIT-FILE
           END-IF.

       0028-SCAN-STEP-PERMIT.
           READ STEP-PERMIT-FILE
               AT END
                   SET WS-EOF-PRM TO TRUE
               NOT AT END
                   IF PRM-PROGRAM-ID = "VolumeHistory"
                           AND PRM-CYCLE-DATE = WS-CYCLE-DATE
                       SET WS-STEP-PERMITTED TO TRUE
                   END-IF
           END-READ.

      *    The weekday of the cycle date, 1 for Monday through 7 for
      *    Sunday - day 1 of the integer calendar, 1 January 1601,
      *    was a Monday.
       0030-FIND-WEEKDAY.
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-CYCLE-DATE).
           DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-WEEK-NUMBER
               REMAINDER WS-WEEKDAY.
           IF WS-WEEKDAY = ZERO
               MOVE 7 TO WS-WEEKDAY
           END-IF.

       9100-RECORD-CYCLE-RUN.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF RUN-FILE-MISSING
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           MOVE "VolumeHistory" TO RUN-PROGRAM-ID.
           MOVE WS-CYCLE-DATE TO RUN-CYCLE-DATE.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       0110-READ-RUN-STATS.
           READ RUN-STATS-FILE
               AT END
                   SET WS-EOF-STATS TO TRUE
           END-READ.

       0200-TABLE-STATS-RECORD.
           IF STAT-CYCLE-DATE = WS-CYCLE-DATE
               PERFORM 0210-STORE-STATS-RECORD
           END-IF.
           PERFORM 0110-READ-RUN-STATS.

       0210-STORE-STATS-RECORD.
           MOVE ZERO TO WS-STEP-HIT.
           PERFORM 0220-MATCH-STEP-ENTRY
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT.
           IF WS-STEP-HIT = ZERO
               IF WS-STEP-COUNT >= WS-STEP-MAX
                   DISPLAY "VolumeHistory: more than " WS-STEP-MAX
                       " steps - aborting"
                   PERFORM 0900-CLOSE-FILES
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-STEP-COUNT
               MOVE WS-STEP-COUNT TO WS-STEP-HIT
               MOVE STAT-PROGRAM-ID
                   TO STP-PROGRAM-ID (WS-STEP-HIT)
           END-IF.
           MOVE STAT-READ-COUNT    TO STP-READ (WS-STEP-HIT).
           MOVE STAT-WRITTEN-COUNT TO STP-WRITTEN (WS-STEP-HIT).
           MOVE STAT-START-DATE    TO STP-START-DATE (WS-STEP-HIT).
           MOVE STAT-START-TIME    TO STP-START-TIME (WS-STEP-HIT).
           MOVE STAT-END-DATE      TO STP-END-DATE (WS-STEP-HIT).
           MOVE STAT-END-TIME      TO STP-END-TIME (WS-STEP-HIT).

       0220-MATCH-STEP-ENTRY.
           IF STP-PROGRAM-ID (WS-STEP-SUB) = STAT-PROGRAM-ID
               MOVE WS-STEP-SUB TO WS-STEP-HIT
           END-IF.

      *    A step new to this weekday starts its history; a known
      *    one has its nights moved down a slot unless slot 1 is
      *    already tonight's, and tonight goes into slot 1.
       0300-RECORD-STEP-NIGHT.
           PERFORM 0310-FIND-ELAPSED-TIME.
           MOVE STP-PROGRAM-ID (WS-STEP-SUB) TO HST-PROGRAM-ID.
           MOVE WS-WEEKDAY TO HST-WEEKDAY.
           MOVE "N" TO WS-HISTORY-FOUND-SW.
           READ STEP-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-HISTORY-FOUND TO TRUE
           END-READ.
           IF WS-HISTORY-FOUND
               IF HST-CYCLE-DATE (1) NOT = WS-CYCLE-DATE
                   PERFORM 0320-SHIFT-HISTORY-NIGHT
                       VARYING WS-NIGHT-SUB FROM WS-NIGHT-MAX BY -1
                       UNTIL WS-NIGHT-SUB < 2
                   IF HST-NIGHT-COUNT < WS-NIGHT-MAX
                       ADD 1 TO HST-NIGHT-COUNT
                   END-IF
               END-IF
               PERFORM 0330-FILL-TONIGHT
               REWRITE STEP-HISTORY-RECORD
               ADD 1 TO WS-UPDATED-COUNT
           ELSE
               MOVE ZERO TO HST-NIGHT-COUNT
               PERFORM 0325-CLEAR-HISTORY-NIGHT
                   VARYING WS-NIGHT-SUB FROM 1 BY 1
                   UNTIL WS-NIGHT-SUB > WS-NIGHT-MAX
               MOVE 1 TO HST-NIGHT-COUNT
               PERFORM 0330-FILL-TONIGHT
               WRITE STEP-HISTORY-RECORD
               ADD 1 TO WS-ADDED-COUNT
           END-IF.

      *    Elapsed seconds from the step's start stamp to its end
      *    stamp, counting whole days between them so a step that
      *    runs over midnight is timed right.  A record with no
      *    stamps on it times as nothing.
       0310-FIND-ELAPSED-TIME.
           MOVE ZERO TO WS-ELAPSED-SECS.
           IF STP-START-DATE (WS-STEP-SUB) > ZERO
                   AND STP-END-DATE (WS-STEP-SUB) > ZERO
               COMPUTE WS-DAYS-APART =
                   FUNCTION INTEGER-OF-DATE
                       (STP-END-DATE (WS-STEP-SUB))
                   - FUNCTION INTEGER-OF-DATE
                       (STP-START-DATE (WS-STEP-SUB))
               MOVE STP-START-TIME (WS-STEP-SUB) TO WS-CLOCK-TIME
               COMPUTE WS-START-SECS = WS-CLOCK-HH * 3600
                   + WS-CLOCK-MM * 60 + WS-CLOCK-SS
               MOVE STP-END-TIME (WS-STEP-SUB) TO WS-CLOCK-TIME
               COMPUTE WS-END-SECS = WS-CLOCK-HH * 3600
                   + WS-CLOCK-MM * 60 + WS-CLOCK-SS
               COMPUTE WS-ELAPSED-SECS = WS-DAYS-APART * 86400
                   + WS-END-SECS - WS-START-SECS
           END-IF.
           IF WS-ELAPSED-SECS < ZERO
               MOVE ZERO TO WS-ELAPSED-SECS
           END-IF.
           IF WS-ELAPSED-SECS > 99999
               MOVE 99999 TO WS-ELAPSED-SECS
           END-IF.

       0320-SHIFT-HISTORY-NIGHT.
           MOVE HST-NIGHT (WS-NIGHT-SUB - 1)
               TO HST-NIGHT (WS-NIGHT-SUB).

       0325-CLEAR-HISTORY-NIGHT.
           MOVE ZERO TO HST-CYCLE-DATE (WS-NIGHT-SUB)
                        HST-READ-COUNT (WS-NIGHT-SUB)
                        HST-WRITTEN-COUNT (WS-NIGHT-SUB)
                        HST-START-TIME (WS-NIGHT-SUB)
                        HST-END-TIME (WS-NIGHT-SUB)
                        HST-ELAPSED-SECS (WS-NIGHT-SUB).

       0330-FILL-TONIGHT.
           MOVE WS-CYCLE-DATE TO HST-CYCLE-DATE (1).
           MOVE STP-READ (WS-STEP-SUB)    TO HST-READ-COUNT (1).
           MOVE STP-WRITTEN (WS-STEP-SUB) TO HST-WRITTEN-COUNT (1).
           MOVE STP-START-TIME (WS-STEP-SUB) TO HST-START-TIME (1).
           MOVE STP-END-TIME (WS-STEP-SUB)   TO HST-END-TIME (1).
           MOVE WS-ELAPSED-SECS TO HST-ELAPSED-SECS (1).

       0900-CLOSE-FILES.
           CLOSE RUN-STATS-FILE
                 STEP-HISTORY-FILE.
