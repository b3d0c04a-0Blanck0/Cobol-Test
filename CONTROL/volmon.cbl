       IDENTIFICATION DIVISION.
       PROGRAM-ID. VolumeMonitor.
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

           SELECT VOLUME-CONTROL-FILE
               ASSIGN TO VOLCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VCT-STATUS.

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

           SELECT VOLUME-REPORT-FILE
               ASSIGN TO VOLRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-STATS-FILE.
           COPY STATREC.

       FD  STEP-HISTORY-FILE.
           COPY STEPHIST.

      *    The tolerance operations set per step: how far, as a
      *    percentage either way of the step's trailing average for
      *    the weekday, tonight's records read may stray before the
      *    chain is stopped.  A step with no row is listed but never
      *    judged; a known unusual night (catch-up after a holiday, a
      *    branch closed for the day) is let through by widening the
      *    step's tolerance for the night.
       FD  VOLUME-CONTROL-FILE.
       01  VOLUME-CONTROL-RECORD.
           05  VCT-PROGRAM-ID      PIC X(16).
           05  VCT-TOLERANCE-PCT   PIC 9(3).

       FD  CYCLE-DATE-FILE.
           COPY CYCLCTL.

       FD  RUN-CONTROL-FILE.
           COPY RUNREC.

       FD  STEP-PERMIT-FILE.
           COPY STEPPERM.

       FD  VOLUME-REPORT-FILE.
       01  VOLUME-REPORT-LINE      PIC X(80).

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
       01  WS-STEP-START-STAMP PIC X(14) VALUE SPACES.

       01  WS-STATS-STATUS PIC XX.
           88  STATS-FILE-MISSING VALUE "35".
       01  WS-HST-STATUS PIC XX.
           88  HST-FILE-MISSING   VALUE "35".
       01  WS-VCT-STATUS PIC XX.
           88  VCT-FILE-MISSING   VALUE "35".
       01  WS-RPT-STATUS PIC XX.

       01  WS-EOF-STATS-SW PIC X VALUE "N".
           88  WS-EOF-STATS       VALUE "Y".
       01  WS-EOF-VCT-SW PIC X VALUE "N".
           88  WS-EOF-VCT         VALUE "Y".
       01  WS-HISTORY-OPEN-SW PIC X VALUE "N".
           88  WS-HISTORY-OPEN    VALUE "Y".
       01  WS-HISTORY-FOUND-SW PIC X VALUE "N".
           88  WS-HISTORY-FOUND   VALUE "Y".

      *    A step is judged only against a weekday it has run on at
      *    least this many times - fewer nights make an average too
      *    thin to stop the chain on.
       01  WS-MIN-NIGHTS PIC 9(1) VALUE 3.

       01  WS-DAY-NUMBER  PIC 9(7) BINARY VALUE ZERO.
       01  WS-WEEK-NUMBER PIC 9(7) BINARY VALUE ZERO.
       01  WS-WEEKDAY     PIC 9(1) VALUE ZERO.

       01  WS-VCT-MAX   PIC 9(2) COMP VALUE 40.
       01  WS-VCT-COUNT PIC 9(2) COMP VALUE ZERO.
       01  WS-VCT-SUB   PIC 9(2) COMP VALUE ZERO.
       01  WS-VCT-HIT   PIC 9(2) COMP VALUE ZERO.
       01  WS-TOLERANCE-TABLE.
           05  WS-TOLERANCE-ENTRY OCCURS 40 TIMES.
               10  VCT-TBL-PROGRAM-ID  PIC X(16).
               10  VCT-TBL-TOLERANCE   PIC 9(3).

      *    Tonight's steps as they reported on RUNSTATS so far.  A
      *    rerun under operator override writes a second record for
      *    the same step; the later one stands, as on the control
      *    sheet.
       01  WS-STEP-MAX   PIC 9(2) COMP VALUE 40.
       01  WS-STEP-COUNT PIC 9(2) COMP VALUE ZERO.
       01  WS-STEP-SUB   PIC 9(2) COMP VALUE ZERO.
       01  WS-STEP-HIT   PIC 9(2) COMP VALUE ZERO.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 40 TIMES.
               10  STP-PROGRAM-ID  PIC X(16).
               10  STP-READ        PIC 9(7) COMP-3.

       01  WS-NIGHT-SUB     PIC 9(1) COMP VALUE ZERO.
       01  WS-NIGHTS-USED   PIC 9(1) COMP VALUE ZERO.
       01  WS-READ-SUM      PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-AVERAGE-READ  PIC 9(7) COMP-3 VALUE ZERO.
       01  WS-DEVIATION     PIC S9(9) COMP-3 VALUE ZERO.
       01  WS-DEVIATION-PCT PIC S9(9) COMP-3 VALUE ZERO.

       01  WS-JUDGED-COUNT  PIC 9(7) BINARY VALUE ZERO.
       01  WS-PASSED-COUNT  PIC 9(7) BINARY VALUE ZERO.
       01  WS-BREACH-COUNT  PIC 9(7) BINARY VALUE ZERO.
       01  WS-LINE-COUNT    PIC 9(7) BINARY VALUE ZERO.

       01  WS-CYCLE-HEADING-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(11) VALUE "CYCLE DATE ".
           05  HDG-CYCLE-DATE      PIC 9(8).
           05  FILLER              PIC X(10) VALUE "  WEEKDAY ".
           05  HDG-WEEKDAY         PIC 9(1).
           05  FILLER              PIC X(48) VALUE SPACES.

       01  WS-VOLUME-COLUMN-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(16) VALUE "STEP".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(7)  VALUE "TONIGHT".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(7)  VALUE "AVERAGE".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE " DEV%".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(3)  VALUE "TOL".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(1)  VALUE "N".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(17) VALUE "VERDICT".
           05  FILLER              PIC X(10) VALUE SPACES.

       01  WS-VOLUME-DETAIL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-PROGRAM-ID      PIC X(16).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-READ-ED         PIC ZZZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-AVERAGE-ED      PIC ZZZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-DEVIATION-ED    PIC ----9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-TOLERANCE-ED    PIC ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-NIGHTS          PIC 9(1).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-VERDICT         PIC X(17).
           05  FILLER              PIC X(10) VALUE SPACES.

       01  WS-VOLUME-STATUS-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  VST-STATUS-TEXT     PIC X(78).

       01  WS-BLANK-LINE           PIC X(80) VALUE SPACES.

      *    The nightly volume check, run ahead of the posting run.
      *    Every step that has reported on RUNSTATS so far tonight is
      *    set against its own history for the same weekday: the
      *    records it read tonight against the trailing average of
      *    its last nights on that weekday.  A step whose input has
      *    strayed further than the tolerance operations set for it -
      *    half of the branches' work missing, a generator that ran
      *    twice - stops the chain at RC 12 before anything posts.
      *    The counts can still agree with each other on such a
      *    night, which is why the control sheet alone cannot see
      *    it.  The stopped step records no completion, so once
      *    operations have looked into it (and widened the tolerance
      *    where the night is genuinely unusual) the resubmitted
      *    chain judges the night again.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-STEP-START-STAMP.
           PERFORM 0020-READ-CYCLE-DATE.
           PERFORM 0025-CHECK-PRIOR-RUN.
           PERFORM 0030-FIND-WEEKDAY.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0120-LOAD-TOLERANCES.
           PERFORM 0110-READ-RUN-STATS.
           PERFORM 0200-TABLE-STATS-RECORD
               UNTIL WS-EOF-STATS.
           CLOSE RUN-STATS-FILE.
           IF WS-STEP-COUNT = ZERO
               DISPLAY "VolumeMonitor: no step has reported for "
                   "cycle " WS-CYCLE-DATE " - aborting"
               PERFORM 0900-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0300-JUDGE-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT.
           PERFORM 0800-PRINT-REPORT-STATUS.
           PERFORM 0900-CLOSE-FILES.
           IF WS-BREACH-COUNT = ZERO
               PERFORM 9100-RECORD-CYCLE-RUN
           END-IF.
           PERFORM 9200-WRITE-RUN-STATS.
           IF WS-BREACH-COUNT > ZERO
               DISPLAY "VolumeMonitor: " WS-BREACH-COUNT
                   " steps outside volume tolerance - chain stopped"
               MOVE 12 TO RETURN-CODE
           ELSE
               DISPLAY "VolumeMonitor: " WS-JUDGED-COUNT
                   " steps judged, all within tolerance"
           END-IF.
           STOP RUN.

      *    RUNSTATS and the tolerance table are mandatory - a night
      *    with no statistics gives nothing to judge, and a missing
      *    tolerance table would wave every step through unjudged.
      *    An absent history file only means no night has closed yet
      *    since the monitor was installed: every step then reads as
      *    short of history.
       0100-OPEN-FILES.
           OPEN INPUT RUN-STATS-FILE.
           IF STATS-FILE-MISSING
               DISPLAY "VolumeMonitor: RUNSTATS.DAT not found - "
                   "aborting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT VOLUME-CONTROL-FILE.
           IF VCT-FILE-MISSING
               DISPLAY "VolumeMonitor: VOLCTL.DAT not found - "
                   "aborting"
               CLOSE RUN-STATS-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT STEP-HISTORY-FILE.
           IF WS-HST-STATUS = "00"
               SET WS-HISTORY-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT VOLUME-REPORT-FILE.
           MOVE WS-CYCLE-DATE TO HDG-CYCLE-DATE.
           MOVE WS-WEEKDAY    TO HDG-WEEKDAY.
           WRITE VOLUME-REPORT-LINE FROM WS-CYCLE-HEADING-LINE.
           WRITE VOLUME-REPORT-LINE FROM WS-BLANK-LINE.
           WRITE VOLUME-REPORT-LINE FROM WS-VOLUME-COLUMN-LINE.

      *    Tonight's business cycle date, set by operations and
      *    validated by CycleOpen at the top of the night: it picks
      *    tonight's records off RUNSTATS, names the weekday history
      *    they are judged against, and drives the double-run check
      *    below.
       0020-READ-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE.
           IF CYC-FILE-MISSING
               DISPLAY "VolumeMonitor: CYCLDATE.DAT not found - "
                   "aborting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CYCLE-DATE-FILE
               AT END
                   DISPLAY "VolumeMonitor: CYCLDATE.DAT is empty - "
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
                   DISPLAY "VolumeMonitor: cycle " WS-CYCLE-DATE
                       " already completed - stepping over "
                       "under cycle-restart permit"
                   STOP RUN
               END-IF
               DISPLAY "VolumeMonitor: cycle " WS-CYCLE-DATE
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
                   IF RUN-PROGRAM-ID = "VolumeMonitor"
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
                   IF PRM-PROGRAM-ID = "VolumeMonitor"
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
           MOVE "VolumeMonitor" TO RUN-PROGRAM-ID.
           MOVE WS-CYCLE-DATE TO RUN-CYCLE-DATE.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

      *    The step's own counts go to the shared run-statistics
      *    file as it completes, for the end-of-cycle balancing step
      *    to cross-check against the rest of the night: steps
      *    examined, steps passed (in tolerance or not judged),
      *    steps out of tolerance, report lines written.
       9200-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE.
           IF STATS-FILE-MISSING
               OPEN OUTPUT RUN-STATS-FILE
           END-IF.
           MOVE "VolumeMonitor" TO STAT-PROGRAM-ID.
           MOVE WS-CYCLE-DATE TO STAT-CYCLE-DATE.
           MOVE WS-STEP-START-STAMP TO STAT-START-STAMP.
           MOVE FUNCTION CURRENT-DATE (1:14) TO STAT-END-STAMP.
           MOVE WS-STEP-COUNT TO STAT-READ-COUNT.
           MOVE WS-PASSED-COUNT TO STAT-ACCEPTED-COUNT.
           MOVE WS-BREACH-COUNT TO STAT-REJECTED-COUNT.
           MOVE WS-LINE-COUNT TO STAT-WRITTEN-COUNT.
           WRITE RUN-STATS-RECORD.
           CLOSE RUN-STATS-FILE.

       0110-READ-RUN-STATS.
           READ RUN-STATS-FILE
               AT END
                   SET WS-EOF-STATS TO TRUE
           END-READ.

      *    A tolerance that is not a number is as good as no table -
      *    the monitor refuses to start rather than guess.
       0120-LOAD-TOLERANCES.
           PERFORM 0130-TABLE-TOLERANCE
               UNTIL WS-EOF-VCT.
           CLOSE VOLUME-CONTROL-FILE.

       0130-TABLE-TOLERANCE.
           READ VOLUME-CONTROL-FILE
               AT END
                   SET WS-EOF-VCT TO TRUE
               NOT AT END
                   IF WS-VCT-COUNT >= WS-VCT-MAX
                       DISPLAY "VolumeMonitor: more than "
                           WS-VCT-MAX " tolerance rows - aborting"
                       PERFORM 0900-CLOSE-FILES
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF VCT-TOLERANCE-PCT NOT NUMERIC
                       DISPLAY "VolumeMonitor: tolerance for "
                           VCT-PROGRAM-ID " is not numeric - "
                           "aborting"
                       PERFORM 0900-CLOSE-FILES
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-VCT-COUNT
                   MOVE VCT-PROGRAM-ID
                       TO VCT-TBL-PROGRAM-ID (WS-VCT-COUNT)
                   MOVE VCT-TOLERANCE-PCT
                       TO VCT-TBL-TOLERANCE (WS-VCT-COUNT)
           END-READ.

      *    The monitor's own record from a stopped run earlier
      *    tonight is not one of the steps it judges.
       0200-TABLE-STATS-RECORD.
           IF STAT-CYCLE-DATE = WS-CYCLE-DATE
                   AND STAT-PROGRAM-ID NOT = "VolumeMonitor"
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
                   DISPLAY "VolumeMonitor: more than " WS-STEP-MAX
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
           MOVE STAT-READ-COUNT TO STP-READ (WS-STEP-HIT).

       0220-MATCH-STEP-ENTRY.
           IF STP-PROGRAM-ID (WS-STEP-SUB) = STAT-PROGRAM-ID
               MOVE WS-STEP-SUB TO WS-STEP-HIT
           END-IF.

      *    One line per step.  Only a step with a tolerance row and
      *    enough nights behind it on this weekday is judged; the
      *    average is taken over those nights, leaving out a night
      *    already closed under tonight's own date.  An average of
      *    nothing gives no basis for a percentage, and the step is
      *    passed with that said on its line.
       0300-JUDGE-STEP.
           ADD 1 TO WS-LINE-COUNT.
           MOVE SPACES TO WS-VOLUME-DETAIL-LINE.
           MOVE STP-PROGRAM-ID (WS-STEP-SUB) TO DTL-PROGRAM-ID.
           MOVE STP-READ (WS-STEP-SUB)       TO DTL-READ-ED.
           MOVE ZERO TO WS-VCT-HIT.
           PERFORM 0310-MATCH-TOLERANCE
               VARYING WS-VCT-SUB FROM 1 BY 1
               UNTIL WS-VCT-SUB > WS-VCT-COUNT
                  OR WS-VCT-HIT > ZERO.
           IF WS-VCT-HIT = ZERO
               ADD 1 TO WS-PASSED-COUNT
               MOVE "NOT MONITORED" TO DTL-VERDICT
           ELSE
               MOVE VCT-TBL-TOLERANCE (WS-VCT-HIT)
                   TO DTL-TOLERANCE-ED
               PERFORM 0320-AVERAGE-HISTORY
               MOVE WS-NIGHTS-USED TO DTL-NIGHTS
               EVALUATE TRUE
                   WHEN WS-NIGHTS-USED < WS-MIN-NIGHTS
                       ADD 1 TO WS-PASSED-COUNT
                       MOVE "SHORT HISTORY" TO DTL-VERDICT
                   WHEN WS-AVERAGE-READ = ZERO
                       MOVE ZERO TO DTL-AVERAGE-ED
                       ADD 1 TO WS-PASSED-COUNT
                       MOVE "NO BASIS" TO DTL-VERDICT
                   WHEN OTHER
                       PERFORM 0340-JUDGE-DEVIATION
               END-EVALUATE
           END-IF.
           WRITE VOLUME-REPORT-LINE FROM WS-VOLUME-DETAIL-LINE.

       0310-MATCH-TOLERANCE.
           IF VCT-TBL-PROGRAM-ID (WS-VCT-SUB) =
                   STP-PROGRAM-ID (WS-STEP-SUB)
               MOVE WS-VCT-SUB TO WS-VCT-HIT
           END-IF.

       0320-AVERAGE-HISTORY.
           MOVE ZERO TO WS-NIGHTS-USED WS-READ-SUM WS-AVERAGE-READ.
           MOVE "N" TO WS-HISTORY-FOUND-SW.
           IF WS-HISTORY-OPEN
               MOVE STP-PROGRAM-ID (WS-STEP-SUB) TO HST-PROGRAM-ID
               MOVE WS-WEEKDAY TO HST-WEEKDAY
               READ STEP-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-HISTORY-FOUND TO TRUE
               END-READ
           END-IF.
           IF WS-HISTORY-FOUND
               PERFORM 0330-ADD-HISTORY-NIGHT
                   VARYING WS-NIGHT-SUB FROM 1 BY 1
                   UNTIL WS-NIGHT-SUB > HST-NIGHT-COUNT
               IF WS-NIGHTS-USED > ZERO
                   COMPUTE WS-AVERAGE-READ ROUNDED =
                       WS-READ-SUM / WS-NIGHTS-USED
               END-IF
           END-IF.

       0330-ADD-HISTORY-NIGHT.
           IF HST-CYCLE-DATE (WS-NIGHT-SUB) NOT = WS-CYCLE-DATE
               ADD 1 TO WS-NIGHTS-USED
               ADD HST-READ-COUNT (WS-NIGHT-SUB) TO WS-READ-SUM
           END-IF.

      *    The deviation is signed - a short night and a heavy one
      *    both stop the chain, and the line says which it was.
       0340-JUDGE-DEVIATION.
           ADD 1 TO WS-JUDGED-COUNT.
           MOVE WS-AVERAGE-READ TO DTL-AVERAGE-ED.
           COMPUTE WS-DEVIATION =
               STP-READ (WS-STEP-SUB) - WS-AVERAGE-READ.
           COMPUTE WS-DEVIATION-PCT ROUNDED =
               WS-DEVIATION * 100 / WS-AVERAGE-READ.
           EVALUATE TRUE
               WHEN WS-DEVIATION-PCT > 9999
                   MOVE 9999 TO DTL-DEVIATION-ED
               WHEN WS-DEVIATION-PCT < -9999
                   MOVE -9999 TO DTL-DEVIATION-ED
               WHEN OTHER
                   MOVE WS-DEVIATION-PCT TO DTL-DEVIATION-ED
           END-EVALUATE.
           IF WS-DEVIATION-PCT > VCT-TBL-TOLERANCE (WS-VCT-HIT)
                   OR WS-DEVIATION-PCT <
                       ZERO - VCT-TBL-TOLERANCE (WS-VCT-HIT)
               ADD 1 TO WS-BREACH-COUNT
               MOVE "OUT OF TOLERANCE" TO DTL-VERDICT
               DISPLAY "VolumeMonitor: " STP-PROGRAM-ID (WS-STEP-SUB)
                   " read " STP-READ (WS-STEP-SUB)
                   " against an average of " WS-AVERAGE-READ
           ELSE
               ADD 1 TO WS-PASSED-COUNT
               MOVE "IN TOLERANCE" TO DTL-VERDICT
           END-IF.

       0800-PRINT-REPORT-STATUS.
           WRITE VOLUME-REPORT-LINE FROM WS-BLANK-LINE.
           IF WS-BREACH-COUNT = ZERO
               MOVE "NIGHT'S VOLUMES IN TOLERANCE - CHAIN RELEASED"
                   TO VST-STATUS-TEXT
           ELSE
               MOVE "VOLUMES OUT OF TOLERANCE - CHAIN STOPPED"
                   TO VST-STATUS-TEXT
           END-IF.
           WRITE VOLUME-REPORT-LINE FROM WS-VOLUME-STATUS-LINE.

       0900-CLOSE-FILES.
           IF WS-HISTORY-OPEN
               CLOSE STEP-HISTORY-FILE
           END-IF.
           CLOSE VOLUME-REPORT-FILE.
