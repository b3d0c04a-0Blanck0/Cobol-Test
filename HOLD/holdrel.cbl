       IDENTIFICATION DIVISION.
       PROGRAM-ID. HoldRelease.
       AUTHOR. Alexandre ELISABETH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNDS-HOLD-FILE
               ASSIGN TO FUNDHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HLD-STATUS.

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

           SELECT RUN-STATS-FILE
               ASSIGN TO RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATS-STATUS.

           SELECT HOLD-REPORT-FILE
               ASSIGN TO HOLDRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNDS-HOLD-FILE.
           COPY HOLDREC.

       FD  CYCLE-DATE-FILE.
           COPY CYCLCTL.

       FD  RUN-CONTROL-FILE.
           COPY RUNREC.

       FD  STEP-PERMIT-FILE.
           COPY STEPPERM.

       FD  RUN-STATS-FILE.
           COPY STATREC.

       FD  HOLD-REPORT-FILE.
       01  HOLD-REPORT-LINE        PIC X(80).

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

       01  WS-HLD-STATUS PIC XX.
           88  HLD-FILE-MISSING   VALUE "35".
       01  WS-STATS-STATUS PIC XX.
           88  STATS-FILE-MISSING VALUE "35".
       01  WS-RPT-STATUS PIC XX.

       01  WS-EOF-HLD-SW PIC X VALUE "N".
           88  WS-EOF-HLD         VALUE "Y".

       01  WS-READ-COUNT     PIC 9(7) BINARY VALUE ZERO.
       01  WS-RELEASED-COUNT PIC 9(7) BINARY VALUE ZERO.
       01  WS-IN-FORCE-COUNT PIC 9(7) BINARY VALUE ZERO.
       01  WS-RELEASED-TOTAL PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-IN-FORCE-TOTAL PIC 9(11)V99 COMP-3 VALUE ZERO.

       01  WS-CYCLE-HEADING-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(11) VALUE "CYCLE DATE ".
           05  HDG-CYCLE-DATE      PIC 9(8).
           05  FILLER              PIC X(59) VALUE SPACES.

       01  WS-REPORT-DETAIL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-ACCT-NUMBER-ED  PIC ZZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-TYPE            PIC X(1).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-SOURCE          PIC X(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-REF             PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-PLACED-DATE     PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-RELEASE-DATE    PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-AMOUNT-ED       PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(19) VALUE SPACES.

       01  WS-REPORT-TOTAL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-TOT-LABEL       PIC X(24).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-TOT-COUNT-ED    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-TOT-AMOUNT-ED   PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(27) VALUE SPACES.

      *    The nightly release of uncollected and manual funds holds:
      *    every hold whose release date has come round - on or
      *    before tonight's cycle date - is dropped from the hold
      *    file and listed, so the morning desk sees which funds
      *    became spendable.  Holds still in force are counted, not
      *    listed, and a manual hold placed until lifted never
      *    releases here; only the AcctMaint lift takes it off.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-STEP-START-STAMP.
           PERFORM 0020-READ-CYCLE-DATE.
           PERFORM 0025-CHECK-PRIOR-RUN.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0110-READ-HOLD.
           PERFORM 0200-JUDGE-HOLD
               UNTIL WS-EOF-HLD.
           PERFORM 0800-PRINT-REPORT-TOTALS.
           PERFORM 0900-CLOSE-FILES.
           PERFORM 9100-RECORD-CYCLE-RUN.
           PERFORM 9200-WRITE-RUN-STATS.
           DISPLAY "HoldRelease: " WS-RELEASED-COUNT
               " holds released, " WS-IN-FORCE-COUNT
               " still in force".
           STOP RUN.

      *    An absent hold file only means no hold has ever been
      *    placed - it is created empty and the report still prints
      *    its (all zero) totals.
       0100-OPEN-FILES.
           OPEN I-O FUNDS-HOLD-FILE.
           IF HLD-FILE-MISSING
               OPEN OUTPUT FUNDS-HOLD-FILE
               CLOSE FUNDS-HOLD-FILE
               OPEN I-O FUNDS-HOLD-FILE
           END-IF.
           OPEN OUTPUT HOLD-REPORT-FILE.
           MOVE WS-CYCLE-DATE TO HDG-CYCLE-DATE.
           WRITE HOLD-REPORT-LINE FROM WS-CYCLE-HEADING-LINE.

      *    Tonight's business cycle date, set by operations and
      *    validated by CycleOpen at the top of the night: it stamps
      *    the report heading, decides which holds have come due,
      *    and drives the double-run check below.
       0020-READ-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE.
           IF CYC-FILE-MISSING
               DISPLAY "HoldRelease: CYCLDATE.DAT not found - "
                   "aborting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CYCLE-DATE-FILE
               AT END
                   DISPLAY "HoldRelease: CYCLDATE.DAT is empty - "
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
                   DISPLAY "HoldRelease: cycle " WS-CYCLE-DATE
                       " already completed - stepping over "
                       "under cycle-restart permit"
                   STOP RUN
               END-IF
               DISPLAY "HoldRelease: cycle " WS-CYCLE-DATE
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
                   IF RUN-PROGRAM-ID = "HoldRelease"
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
                   IF PRM-PROGRAM-ID = "HoldRelease"
                           AND PRM-CYCLE-DATE = WS-CYCLE-DATE
                       SET WS-STEP-PERMITTED TO TRUE
                   END-IF
           END-READ.

       9100-RECORD-CYCLE-RUN.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF RUN-FILE-MISSING
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           MOVE "HoldRelease" TO RUN-PROGRAM-ID.
           MOVE WS-CYCLE-DATE TO RUN-CYCLE-DATE.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

      *    The step's own counts go to the shared run-statistics
      *    file as it completes, for the end-of-cycle balancing step
      *    to cross-check against the rest of the night.
       9200-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE.
           IF STATS-FILE-MISSING
               OPEN OUTPUT RUN-STATS-FILE
           END-IF.
           MOVE "HoldRelease" TO STAT-PROGRAM-ID.
           MOVE WS-CYCLE-DATE TO STAT-CYCLE-DATE.
           MOVE WS-STEP-START-STAMP TO STAT-START-STAMP.
           MOVE FUNCTION CURRENT-DATE (1:14) TO STAT-END-STAMP.
           MOVE WS-READ-COUNT TO STAT-READ-COUNT.
           MOVE WS-RELEASED-COUNT TO STAT-ACCEPTED-COUNT.
           MOVE WS-IN-FORCE-COUNT TO STAT-REJECTED-COUNT.
           MOVE WS-RELEASED-COUNT TO STAT-WRITTEN-COUNT.
           WRITE RUN-STATS-RECORD.
           CLOSE RUN-STATS-FILE.

       0110-READ-HOLD.
           READ FUNDS-HOLD-FILE NEXT RECORD
               AT END
                   SET WS-EOF-HLD TO TRUE
           END-READ.

      *    A hold releases on its release date: from that cycle on
      *    the funds are the customer's to draw, the same test the
      *    posting run's funds check applies.
       0200-JUDGE-HOLD.
           ADD 1 TO WS-READ-COUNT.
           IF HLD-RELEASE-DATE > WS-CYCLE-DATE
               ADD 1 TO WS-IN-FORCE-COUNT
               ADD HLD-AMOUNT TO WS-IN-FORCE-TOTAL
           ELSE
               PERFORM 0300-RELEASE-HOLD
           END-IF.
           PERFORM 0110-READ-HOLD.

       0300-RELEASE-HOLD.
           MOVE HLD-ACCT-NUMBER  TO DTL-ACCT-NUMBER-ED.
           MOVE HLD-TYPE         TO DTL-TYPE.
           MOVE HLD-SOURCE       TO DTL-SOURCE.
           MOVE HLD-REF          TO DTL-REF.
           MOVE HLD-PLACED-DATE  TO DTL-PLACED-DATE.
           MOVE HLD-RELEASE-DATE TO DTL-RELEASE-DATE.
           MOVE HLD-AMOUNT       TO DTL-AMOUNT-ED.
           DELETE FUNDS-HOLD-FILE RECORD.
           WRITE HOLD-REPORT-LINE FROM WS-REPORT-DETAIL-LINE.
           ADD 1 TO WS-RELEASED-COUNT.
           ADD HLD-AMOUNT TO WS-RELEASED-TOTAL.

       0800-PRINT-REPORT-TOTALS.
           MOVE "HOLDS ON FILE"        TO RPT-TOT-LABEL.
           MOVE WS-READ-COUNT          TO RPT-TOT-COUNT-ED.
           COMPUTE RPT-TOT-AMOUNT-ED =
               WS-RELEASED-TOTAL + WS-IN-FORCE-TOTAL.
           WRITE HOLD-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "HOLDS RELEASED"       TO RPT-TOT-LABEL.
           MOVE WS-RELEASED-COUNT      TO RPT-TOT-COUNT-ED.
           MOVE WS-RELEASED-TOTAL      TO RPT-TOT-AMOUNT-ED.
           WRITE HOLD-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "HOLDS IN FORCE"       TO RPT-TOT-LABEL.
           MOVE WS-IN-FORCE-COUNT      TO RPT-TOT-COUNT-ED.
           MOVE WS-IN-FORCE-TOTAL      TO RPT-TOT-AMOUNT-ED.
           WRITE HOLD-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

       0900-CLOSE-FILES.
           CLOSE FUNDS-HOLD-FILE
                 HOLD-REPORT-FILE.
