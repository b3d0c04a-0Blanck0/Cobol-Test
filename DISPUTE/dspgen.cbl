       IDENTIFICATION DIVISION.
       PROGRAM-ID. DisputeGen.
       AUTHOR. Alexandre ELISABETH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-CASE-FILE
               ASSIGN TO DSPCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-CASE-NUMBER
               ALTERNATE RECORD KEY IS DSP-HIST-KEY
               FILE STATUS IS WS-DSP-STATUS.

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

           SELECT DISPUTE-BATCH-FILE
               ASSIGN TO DSPRAW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAT-STATUS.

           SELECT DISPUTE-SETTLEMENT-FILE
               ASSIGN TO DSPSETL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DST-STATUS.

           SELECT NOTICE-FILE
               ASSIGN TO NOTICE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTC-STATUS.

           SELECT GENERATION-REPORT-FILE
               ASSIGN TO DSPRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-CASE-FILE.
           COPY DSPREC.

       FD  CYCLE-DATE-FILE.
           COPY CYCLCTL.

       FD  RUN-CONTROL-FILE.
           COPY RUNREC.

       FD  STEP-PERMIT-FILE.
           COPY STEPPERM.

       FD  RUN-STATS-FILE.
           COPY STATREC.

      *    The case movements go out in the batched form the front
      *    edit expects from any branch: an H header naming DSP as
      *    the submitting branch, one TRANS-RECORD image per movement
      *    - a C credit for a provisional or final credit, a D debit
      *    taking back what a lost or partly lost case does not
      *    award - and a T trailer declaring the record count and the
      *    amount hash in centimes, exactly the shape StandingOrderGen
      *    produces for STO.
       FD  DISPUTE-BATCH-FILE.
       01  DISPUTE-BATCH-LINE      PIC X(22).

       FD  DISPUTE-SETTLEMENT-FILE.
           COPY DSPSETL.

       FD  NOTICE-FILE.
           COPY NOTCREC.

       FD  GENERATION-REPORT-FILE.
       01  GENERATION-REPORT-LINE  PIC X(80).

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

       01  WS-DSP-STATUS PIC XX.
           88  DSP-FILE-MISSING   VALUE "35".
       01  WS-STATS-STATUS PIC XX.
           88  STATS-FILE-MISSING VALUE "35".
       01  WS-NTC-STATUS PIC XX.
           88  NTC-FILE-MISSING   VALUE "35".
       01  WS-BAT-STATUS PIC XX.
       01  WS-DST-STATUS PIC XX.
       01  WS-RPT-STATUS PIC XX.

       01  WS-EOF-DSP-SW PIC X VALUE "N".
           88  WS-EOF-DSP         VALUE "Y".

       01  WS-TRANS-OUT.
           05  OUT-ACCT-NUMBER     PIC 9(6).
           05  OUT-TRANS-TYPE      PIC X(1).
           05  OUT-AMOUNT          PIC 9(7)V99.
           05  OUT-CONTRA          PIC 9(6).

       01  WS-BATCH-HEADER-OUT.
           05  FILLER              PIC X(1) VALUE "H".
           05  FILLER              PIC X(4) VALUE "DSP ".
           05  FILLER              PIC X(17) VALUE SPACES.

       01  WS-BATCH-TRAILER-OUT.
           05  FILLER              PIC X(1) VALUE "T".
           05  TRL-COUNT           PIC 9(7).
           05  TRL-AMOUNT          PIC 9(13).
           05  FILLER              PIC X(1) VALUE SPACE.

      *    What a resolved case still has to move: the part of a
      *    provisional credit the award does not cover comes back as
      *    a debit, and an award with no provisional credit behind it
      *    goes out as a final credit.
       01  WS-REVERSAL-AMOUNT PIC 9(7)V99 VALUE ZERO.
       01  WS-CREDIT-AMOUNT   PIC 9(7)V99 VALUE ZERO.
       01  WS-MOVEMENT-TEXT   PIC X(20) VALUE SPACES.

       01  WS-READ-COUNT        PIC 9(7) BINARY VALUE ZERO.
       01  WS-WORKED-COUNT      PIC 9(7) BINARY VALUE ZERO.
       01  WS-SKIPPED-COUNT     PIC 9(7) BINARY VALUE ZERO.
       01  WS-EMITTED-COUNT     PIC 9(7) BINARY VALUE ZERO.
       01  WS-PROVISIONAL-COUNT PIC 9(7) BINARY VALUE ZERO.
       01  WS-FINAL-COUNT       PIC 9(7) BINARY VALUE ZERO.
       01  WS-REVERSAL-COUNT    PIC 9(7) BINARY VALUE ZERO.
       01  WS-CLOSED-COUNT      PIC 9(7) BINARY VALUE ZERO.
       01  WS-NOTICE-COUNT      PIC 9(7) BINARY VALUE ZERO.
       01  WS-HASH-TOTAL        PIC 9(13) COMP-3 VALUE ZERO.
       01  WS-CREDITED-TOTAL    PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-REVERSED-TOTAL    PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-SETTLED-TOTAL     PIC 9(11)V99 COMP-3 VALUE ZERO.

       01  WS-CYCLE-HEADING-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(11) VALUE "CYCLE DATE ".
           05  HDG-CYCLE-DATE      PIC 9(8).
           05  FILLER              PIC X(59) VALUE SPACES.

       01  WS-REPORT-DETAIL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-CASE-NUMBER     PIC 9(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-ACCT-NUMBER     PIC 9(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-MOVEMENT        PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-TRANS-TYPE      PIC X(1).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-AMOUNT-ED       PIC ZZZZZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-AWARD-ED        PIC ZZZZZZ9.99.
           05  FILLER              PIC X(15) VALUE SPACES.

       01  WS-REPORT-TOTAL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-TOT-LABEL       PIC X(24).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-TOT-COUNT-ED    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(45) VALUE SPACES.

       01  WS-REPORT-AMOUNT-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-AMT-LABEL       PIC X(24).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-AMT-ED          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(35) VALUE SPACES.

      *    Nightly money movement for the dispute case file.  Every
      *    queued provisional credit goes out tonight under branch
      *    DSP; every case resolved since the last run is settled -
      *    what the customer loses is taken back, what the customer
      *    wins and was never credited is paid - and closed.  The
      *    award itself is written off from the dispute suspense
      *    account through DSPSETL for GLExtract, and a case decided
      *    against the customer leaves a DSPR notice for the letter
      *    run.  The batch is staged through TRANSEDT like STORAW.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-STEP-START-STAMP.
           PERFORM 0020-READ-CYCLE-DATE.
           PERFORM 0025-CHECK-PRIOR-RUN.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0150-WRITE-BATCH-HEADER.
           PERFORM 0110-READ-CASE.
           PERFORM 0200-SELECT-CASE
               UNTIL WS-EOF-DSP.
           PERFORM 0500-WRITE-BATCH-TRAILER.
           PERFORM 0800-PRINT-REPORT-TOTALS.
           PERFORM 0900-CLOSE-FILES.
           PERFORM 9100-RECORD-CYCLE-RUN.
           PERFORM 9200-WRITE-RUN-STATS.
           DISPLAY "DisputeGen: " WS-EMITTED-COUNT
               " movements emitted, " WS-CLOSED-COUNT
               " cases closed for cycle " WS-CYCLE-DATE.
           STOP RUN.

      *    The case file is the mandatory driver - an absent file must
      *    not quietly send the front edit an empty batch that looks
      *    like a night with nothing to move.
       0100-OPEN-FILES.
           OPEN I-O DISPUTE-CASE-FILE.
           IF DSP-FILE-MISSING
               DISPLAY "DisputeGen: DSPCASE.DAT not found - "
                   "aborting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT DISPUTE-BATCH-FILE.
           OPEN OUTPUT DISPUTE-SETTLEMENT-FILE.
           OPEN OUTPUT GENERATION-REPORT-FILE.
           MOVE WS-CYCLE-DATE TO HDG-CYCLE-DATE.
           WRITE GENERATION-REPORT-LINE FROM WS-CYCLE-HEADING-LINE.
           PERFORM 0105-OPEN-NOTICE-FILE.

      *    The notice file accumulates across runs until the letter
      *    run empties it, so OPEN EXTEND is used once the file
      *    exists, falling back to OPEN OUTPUT the first time.
       0105-OPEN-NOTICE-FILE.
           OPEN EXTEND NOTICE-FILE.
           IF NTC-FILE-MISSING
               OPEN OUTPUT NOTICE-FILE
           END-IF.

      *    Tonight's business cycle date, set by operations and
      *    validated by CycleOpen at the top of the night: it stamps
      *    every report heading, settlement and notice this program
      *    writes, dates the provisional credits and closures, and
      *    drives the double-run check below.
       0020-READ-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE.
           IF CYC-FILE-MISSING
               DISPLAY "DisputeGen: CYCLDATE.DAT not found - "
                   "aborting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CYCLE-DATE-FILE
               AT END
                   DISPLAY "DisputeGen: CYCLDATE.DAT is empty - "
                       "aborting"
                   CLOSE CYCLE-DATE-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE CYCLE-DATE TO WS-CYCLE-DATE.
           MOVE CYCLE-OVERRIDE-FLAG TO WS-CYCLE-OVERRIDE-SW.
           CLOSE CYCLE-DATE-FILE.

      *    A completion record for this program against tonight's
      *    cycle date means the step already ran - the cases it
      *    worked are already marked issued or closed, so a rerun
      *    would emit an empty batch over the real one; it is refused
      *    unless the operator override flag is set in the cycle
      *    control record.
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
                   DISPLAY "DisputeGen: cycle " WS-CYCLE-DATE
                       " already completed - stepping over "
                       "under cycle-restart permit"
                   STOP RUN
               END-IF
               DISPLAY "DisputeGen: cycle " WS-CYCLE-DATE
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
                   IF RUN-PROGRAM-ID = "DisputeGen"
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
                   IF PRM-PROGRAM-ID = "DisputeGen"
                           AND PRM-CYCLE-DATE = WS-CYCLE-DATE
                       SET WS-STEP-PERMITTED TO TRUE
                   END-IF
           END-READ.

       9100-RECORD-CYCLE-RUN.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF RUN-FILE-MISSING
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           MOVE "DisputeGen" TO RUN-PROGRAM-ID.
           MOVE WS-CYCLE-DATE TO RUN-CYCLE-DATE.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

      *    The step's own counts go to the shared run-statistics
      *    file as it completes, for the end-of-cycle balancing step
      *    to cross-check against the rest of the night.  Read is
      *    every case on file, accepted the ones worked tonight,
      *    rejected the ones with nothing to do, written the batch
      *    items emitted.
       9200-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE.
           IF STATS-FILE-MISSING
               OPEN OUTPUT RUN-STATS-FILE
           END-IF.
           MOVE "DisputeGen" TO STAT-PROGRAM-ID.
           MOVE WS-CYCLE-DATE TO STAT-CYCLE-DATE.
           MOVE WS-STEP-START-STAMP TO STAT-START-STAMP.
           MOVE FUNCTION CURRENT-DATE (1:14) TO STAT-END-STAMP.
           MOVE WS-READ-COUNT TO STAT-READ-COUNT.
           MOVE WS-WORKED-COUNT TO STAT-ACCEPTED-COUNT.
           MOVE WS-SKIPPED-COUNT TO STAT-REJECTED-COUNT.
           MOVE WS-EMITTED-COUNT TO STAT-WRITTEN-COUNT.
           WRITE RUN-STATS-RECORD.
           CLOSE RUN-STATS-FILE.

       0150-WRITE-BATCH-HEADER.
           WRITE DISPUTE-BATCH-LINE FROM WS-BATCH-HEADER-OUT.

       0110-READ-CASE.
           READ DISPUTE-CASE-FILE NEXT RECORD
               AT END
                   SET WS-EOF-DSP TO TRUE
           END-READ.

      *    Work tonight: an open case with a provisional credit
      *    queued, or a case resolved and not yet settled.  Every
      *    other case - open and waiting, or closed - rides through
      *    untouched.
       0200-SELECT-CASE.
           ADD 1 TO WS-READ-COUNT.
           EVALUATE TRUE
               WHEN DSP-OPEN AND DSP-PROV-QUEUED
                   PERFORM 0300-ISSUE-PROVISIONAL
                   ADD 1 TO WS-WORKED-COUNT
               WHEN DSP-RESOLVED
                   PERFORM 0400-SETTLE-CASE
                   ADD 1 TO WS-WORKED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-SKIPPED-COUNT
           END-EVALUATE.
           PERFORM 0110-READ-CASE.

       0300-ISSUE-PROVISIONAL.
           MOVE "C"                    TO OUT-TRANS-TYPE.
           MOVE DSP-PROVISIONAL-AMOUNT TO OUT-AMOUNT.
           PERFORM 0350-EMIT-MOVEMENT.
           ADD 1 TO WS-PROVISIONAL-COUNT.
           ADD DSP-PROVISIONAL-AMOUNT TO WS-CREDITED-TOTAL.
           SET DSP-PROV-ISSUED TO TRUE.
           MOVE WS-CYCLE-DATE  TO DSP-PROVISIONAL-DATE.
           REWRITE DISPUTE-CASE-RECORD.
           MOVE "PROVISIONAL CREDIT"   TO WS-MOVEMENT-TEXT.
           PERFORM 0700-WRITE-REPORT-DETAIL.

       0350-EMIT-MOVEMENT.
           MOVE DSP-ACCT-NUMBER TO OUT-ACCT-NUMBER.
           MOVE ZERO            TO OUT-CONTRA.
           WRITE DISPUTE-BATCH-LINE FROM WS-TRANS-OUT.
           ADD 1 TO WS-EMITTED-COUNT.
           COMPUTE WS-HASH-TOTAL =
               WS-HASH-TOTAL + OUT-AMOUNT * 100.

      *    A provisional credit already out is settled against the
      *    award: the part not awarded comes back as a D.  With no
      *    provisional credit out, the award is paid as a final C.
      *    Either way the award now stands and is settled from
      *    suspense, and the case closes.
       0400-SETTLE-CASE.
           MOVE ZERO TO WS-REVERSAL-AMOUNT WS-CREDIT-AMOUNT.
           IF DSP-PROV-ISSUED
               COMPUTE WS-REVERSAL-AMOUNT =
                   DSP-PROVISIONAL-AMOUNT - DSP-AWARD-AMOUNT
           ELSE
               MOVE DSP-AWARD-AMOUNT TO WS-CREDIT-AMOUNT
           END-IF.
           EVALUATE TRUE
               WHEN WS-REVERSAL-AMOUNT > ZERO
                   MOVE "D"                TO OUT-TRANS-TYPE
                   MOVE WS-REVERSAL-AMOUNT TO OUT-AMOUNT
                   PERFORM 0350-EMIT-MOVEMENT
                   ADD 1 TO WS-REVERSAL-COUNT
                   ADD WS-REVERSAL-AMOUNT  TO WS-REVERSED-TOTAL
                   MOVE "REVERSAL"         TO WS-MOVEMENT-TEXT
               WHEN WS-CREDIT-AMOUNT > ZERO
                   MOVE "C"                TO OUT-TRANS-TYPE
                   MOVE WS-CREDIT-AMOUNT   TO OUT-AMOUNT
                   PERFORM 0350-EMIT-MOVEMENT
                   ADD 1 TO WS-FINAL-COUNT
                   ADD WS-CREDIT-AMOUNT    TO WS-CREDITED-TOTAL
                   MOVE "FINAL CREDIT"     TO WS-MOVEMENT-TEXT
               WHEN OTHER
                   MOVE SPACE              TO OUT-TRANS-TYPE
                   MOVE ZERO               TO OUT-AMOUNT
                   MOVE "CLOSED - NO MOVEMENT" TO WS-MOVEMENT-TEXT
           END-EVALUATE.
           IF DSP-AWARD-AMOUNT > ZERO
               PERFORM 0410-WRITE-SETTLEMENT
           END-IF.
           IF DSP-CUSTOMER-LOST OR DSP-PARTIAL
               PERFORM 0420-WRITE-NOTICE
           END-IF.
           SET DSP-CLOSED TO TRUE.
           MOVE WS-CYCLE-DATE TO DSP-CLOSED-DATE.
           REWRITE DISPUTE-CASE-RECORD.
           ADD 1 TO WS-CLOSED-COUNT.
           PERFORM 0700-WRITE-REPORT-DETAIL.

       0410-WRITE-SETTLEMENT.
           MOVE DSP-CASE-NUMBER  TO DST-CASE-NUMBER.
           MOVE DSP-ACCT-NUMBER  TO DST-ACCT-NUMBER.
           MOVE WS-CYCLE-DATE    TO DST-CYCLE-DATE.
           MOVE DSP-AWARD-AMOUNT TO DST-AWARD-AMOUNT.
           WRITE DISPUTE-SETTLEMENT-RECORD.
           ADD DSP-AWARD-AMOUNT TO WS-SETTLED-TOTAL.

       0420-WRITE-NOTICE.
           INITIALIZE NOTICE-EVENT-RECORD.
           SET NTC-DISPUTE-DECIDED TO TRUE.
           MOVE DSP-ACCT-NUMBER     TO NTC-ACCT-NUMBER.
           MOVE WS-CYCLE-DATE       TO NTC-CYCLE-DATE.
           MOVE "DisputeGen"        TO NTC-SOURCE-PROGRAM.
           MOVE WS-REVERSAL-AMOUNT  TO NTC-AMOUNT.
           MOVE DSP-DISPUTED-AMOUNT TO NTC-PRIOR-AMOUNT.
           MOVE DSP-OPENED-DATE     TO NTC-EVENT-DATE.
           STRING "CASE " DSP-CASE-NUMBER " " DSP-RESOLUTION
               DELIMITED BY SIZE INTO NTC-DETAIL.
           WRITE NOTICE-EVENT-RECORD.
           ADD 1 TO WS-NOTICE-COUNT.

       0500-WRITE-BATCH-TRAILER.
           MOVE WS-EMITTED-COUNT TO TRL-COUNT.
           MOVE WS-HASH-TOTAL    TO TRL-AMOUNT.
           WRITE DISPUTE-BATCH-LINE FROM WS-BATCH-TRAILER-OUT.

       0700-WRITE-REPORT-DETAIL.
           MOVE DSP-CASE-NUMBER  TO RPT-CASE-NUMBER.
           MOVE DSP-ACCT-NUMBER  TO RPT-ACCT-NUMBER.
           MOVE WS-MOVEMENT-TEXT TO RPT-MOVEMENT.
           MOVE OUT-TRANS-TYPE   TO RPT-TRANS-TYPE.
           MOVE OUT-AMOUNT       TO RPT-AMOUNT-ED.
           MOVE DSP-AWARD-AMOUNT TO RPT-AWARD-ED.
           WRITE GENERATION-REPORT-LINE FROM WS-REPORT-DETAIL-LINE.

       0800-PRINT-REPORT-TOTALS.
           MOVE "CASES READ"           TO RPT-TOT-LABEL.
           MOVE WS-READ-COUNT          TO RPT-TOT-COUNT-ED.
           WRITE GENERATION-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "PROVISIONAL CREDITS"  TO RPT-TOT-LABEL.
           MOVE WS-PROVISIONAL-COUNT   TO RPT-TOT-COUNT-ED.
           WRITE GENERATION-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "FINAL CREDITS"        TO RPT-TOT-LABEL.
           MOVE WS-FINAL-COUNT         TO RPT-TOT-COUNT-ED.
           WRITE GENERATION-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "REVERSALS"            TO RPT-TOT-LABEL.
           MOVE WS-REVERSAL-COUNT      TO RPT-TOT-COUNT-ED.
           WRITE GENERATION-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "CASES CLOSED"         TO RPT-TOT-LABEL.
           MOVE WS-CLOSED-COUNT        TO RPT-TOT-COUNT-ED.
           WRITE GENERATION-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "NOTICES RAISED"       TO RPT-TOT-LABEL.
           MOVE WS-NOTICE-COUNT        TO RPT-TOT-COUNT-ED.
           WRITE GENERATION-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "AMOUNT CREDITED"      TO RPT-AMT-LABEL.
           MOVE WS-CREDITED-TOTAL      TO RPT-AMT-ED.
           WRITE GENERATION-REPORT-LINE FROM WS-REPORT-AMOUNT-LINE.

           MOVE "AMOUNT REVERSED"      TO RPT-AMT-LABEL.
           MOVE WS-REVERSED-TOTAL      TO RPT-AMT-ED.
           WRITE GENERATION-REPORT-LINE FROM WS-REPORT-AMOUNT-LINE.

           MOVE "AWARDS SETTLED"       TO RPT-AMT-LABEL.
           MOVE WS-SETTLED-TOTAL       TO RPT-AMT-ED.
           WRITE GENERATION-REPORT-LINE FROM WS-REPORT-AMOUNT-LINE.

       0900-CLOSE-FILES.
           CLOSE DISPUTE-CASE-FILE
                 DISPUTE-BATCH-FILE
                 DISPUTE-SETTLEMENT-FILE
                 NOTICE-FILE
                 GENERATION-REPORT-FILE.
