       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanDemand.
       AUTHOR. Alexandre ELISABETH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE
               ASSIGN TO LNMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LN-LOAN-NUMBER
               FILE STATUS IS WS-LNM-STATUS.

           SELECT LOAN-SCHEDULE-FILE
               ASSIGN TO LNSCHED
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LNS-KEY
               FILE STATUS IS WS-LNS-STATUS.

           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT RESTRICTION-FILE
               ASSIGN TO ACCTRST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RST-ACCT-NUMBER
               FILE STATUS IS WS-RST-STATUS.

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

           SELECT DEMAND-BATCH-FILE
               ASSIGN TO LNSRAW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAT-STATUS.

           SELECT DEMAND-REPORT-FILE
               ASSIGN TO LNSRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE.
           COPY LOANREC.

       FD  LOAN-SCHEDULE-FILE.
           COPY LNSCHED.

       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTMAST.

       FD  RESTRICTION-FILE.
           COPY RESTREC.

       FD  CYCLE-DATE-FILE.
           COPY CYCLCTL.

       FD  RUN-CONTROL-FILE.
           COPY RUNREC.

       FD  STEP-PERMIT-FILE.
           COPY STEPPERM.

       FD  RUN-STATS-FILE.
           COPY STATREC.

      *    The demands go out in the batched form the front edit
      *    expects from any branch: an H header naming LNS as the
      *    submitting branch, one D debit per loan presented tonight
      *    for everything it has due - the loan number riding in the
      *    contra field, which is how the posting run finds the loan
      *    to apply the collection to - and a T trailer declaring the
      *    record count and the amount hash in centimes, the same
      *    shape StandingOrderGen produces for STO.
       FD  DEMAND-BATCH-FILE.
       01  DEMAND-BATCH-LINE       PIC X(22).

       FD  DEMAND-REPORT-FILE.
       01  DEMAND-REPORT-LINE      PIC X(80).

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

       01  WS-LNM-STATUS PIC XX.
           88  LNM-FILE-MISSING   VALUE "35".
       01  WS-LNS-STATUS PIC XX.
           88  LNS-FILE-MISSING   VALUE "35".
       01  WS-ACCT-STATUS PIC XX.
           88  ACCT-FILE-MISSING  VALUE "35".
       01  WS-RST-STATUS PIC XX.
           88  RST-FILE-MISSING   VALUE "35".
       01  WS-STATS-STATUS PIC XX.
           88  STATS-FILE-MISSING VALUE "35".
       01  WS-BAT-STATUS PIC XX.
       01  WS-RPT-STATUS PIC XX.

       01  WS-EOF-LNM-SW PIC X VALUE "N".
           88  WS-EOF-LNM         VALUE "Y".

      *    Whether tonight's demand can go to the posting run, and in
      *    words for the register when it cannot.  A demand on an
      *    account that is closed or under a debit restriction would
      *    hold the whole batch at the front edit, so it is kept back
      *    - the instalment is raised all the same and waits on the
      *    loan as arrears.
       01  WS-PRESENT-SW PIC X VALUE SPACE.
           88  WS-DEMAND-PRESENTED VALUE "P".
           88  WS-DEMAND-HELD      VALUE "H".
       01  WS-HELD-REASON      PIC X(20) VALUE SPACES.
       01  WS-SCHEDULE-SW PIC X VALUE "N".
           88  WS-SCHEDULE-BROKEN  VALUE "Y".
           88  WS-SCHEDULE-INTACT  VALUE "N".

       01  WS-TRANS-OUT.
           05  OUT-ACCT-NUMBER     PIC 9(6).
           05  OUT-TRANS-TYPE      PIC X(1).
           05  OUT-AMOUNT          PIC 9(7)V99.
           05  OUT-CONTRA          PIC 9(6).

       01  WS-BATCH-HEADER-OUT.
           05  FILLER              PIC X(1) VALUE "H".
           05  FILLER              PIC X(4) VALUE "LNS ".
           05  FILLER              PIC X(17) VALUE SPACES.

       01  WS-BATCH-TRAILER-OUT.
           05  FILLER              PIC X(1) VALUE "T".
           05  TRL-COUNT           PIC 9(7).
           05  TRL-AMOUNT          PIC 9(13).
           05  FILLER              PIC X(1) VALUE SPACE.

       01  WS-READ-COUNT      PIC 9(7) BINARY VALUE ZERO.
       01  WS-NOT-DUE-COUNT   PIC 9(7) BINARY VALUE ZERO.
       01  WS-DUE-COUNT       PIC 9(7) BINARY VALUE ZERO.
       01  WS-RAISED-COUNT    PIC 9(7) BINARY VALUE ZERO.
       01  WS-PRESENTED-COUNT PIC 9(7) BINARY VALUE ZERO.
       01  WS-HELD-COUNT      PIC 9(7) BINARY VALUE ZERO.
       01  WS-EMITTED-COUNT   PIC 9(7) BINARY VALUE ZERO.
       01  WS-HASH-TOTAL      PIC 9(13) COMP-3 VALUE ZERO.
       01  WS-RAISED-TOTAL    PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-PRESENTED-TOTAL PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-HELD-TOTAL      PIC 9(11)V99 COMP-3 VALUE ZERO.

      *    What tonight raised on the loan in hand.
       01  WS-LOAN-RAISED     PIC 9(7)V99 COMP-3 VALUE ZERO.

      *    Due date arithmetic: the month rolls with the day clamped
      *    to 28, exactly as LoanDisburse dated the schedule lines.
       01  WS-DUE-WORK         PIC 9(8) VALUE ZERO.
       01  WS-DUE-SPLIT REDEFINES WS-DUE-WORK.
           05  DUW-YEAR        PIC 9(4).
           05  DUW-MONTH       PIC 9(2).
           05  DUW-DAY         PIC 9(2).

       01  WS-CYCLE-HEADING-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(11) VALUE "CYCLE DATE ".
           05  HDG-CYCLE-DATE      PIC 9(8).
           05  FILLER              PIC X(59) VALUE SPACES.

       01  WS-REPORT-DETAIL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-LOAN-NUMBER-ED  PIC ZZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-ACCT-NUMBER-ED  PIC ZZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-ARREARS-SINCE   PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-RAISED-ED       PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-AMOUNT-DUE-ED   PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-OUTCOME         PIC X(20).
           05  FILLER              PIC X(4)  VALUE SPACES.

       01  WS-REPORT-TOTAL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-TOT-LABEL       PIC X(24).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-TOT-COUNT-ED    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-TOT-AMOUNT-ED   PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(27) VALUE SPACES.

      *    The nightly instalment run.  Every active loan whose next
      *    due date has come round has that instalment raised - and
      *    any later one also due, should a night have been missed -
      *    and the loan's whole amount due, tonight's instalment and
      *    any arrears with it, is presented to the posting run as
      *    one LNS debit on the customer's account.  The posting run
      *    collects what the account can cover and leaves the rest
      *    on the loan as arrears.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-STEP-START-STAMP.
           PERFORM 0020-READ-CYCLE-DATE.
           PERFORM 0025-CHECK-PRIOR-RUN.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0150-WRITE-BATCH-HEADER.
           PERFORM 0110-READ-LOAN.
           PERFORM 0200-SELECT-LOAN
               UNTIL WS-EOF-LNM.
           PERFORM 0500-WRITE-BATCH-TRAILER.
           PERFORM 0800-PRINT-REPORT-TOTALS.
           PERFORM 0900-CLOSE-FILES.
           PERFORM 9100-RECORD-CYCLE-RUN.
           PERFORM 9200-WRITE-RUN-STATS.
           DISPLAY "LoanDemand: " WS-RAISED-COUNT
               " instalments raised, " WS-PRESENTED-COUNT
               " demands presented, " WS-HELD-COUNT
               " held for cycle " WS-CYCLE-DATE.
           STOP RUN.

      *    An absent loan master only means no loan has ever been
      *    booked - it is created empty, with its schedule, and the
      *    batch goes out as a header and a zero trailer.  The
      *    account master is mandatory: no demand goes out against
      *    an account that cannot be proved open.
       0100-OPEN-FILES.
           OPEN I-O LOAN-MASTER-FILE.
           IF LNM-FILE-MISSING
               OPEN OUTPUT LOAN-MASTER-FILE
               CLOSE LOAN-MASTER-FILE
               OPEN I-O LOAN-MASTER-FILE
           END-IF.
           OPEN I-O LOAN-SCHEDULE-FILE.
           IF LNS-FILE-MISSING
               OPEN OUTPUT LOAN-SCHEDULE-FILE
               CLOSE LOAN-SCHEDULE-FILE
               OPEN I-O LOAN-SCHEDULE-FILE
           END-IF.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF ACCT-FILE-MISSING
               DISPLAY "LoanDemand: ACCTMAST.DAT not found - "
                   "aborting"
               CLOSE LOAN-MASTER-FILE
                     LOAN-SCHEDULE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    An absent restrictions file only means no holds are in
      *    force, so it is created empty rather than failed on.
           OPEN INPUT RESTRICTION-FILE.
           IF RST-FILE-MISSING
               OPEN OUTPUT RESTRICTION-FILE
               CLOSE RESTRICTION-FILE
               OPEN INPUT RESTRICTION-FILE
           END-IF.
           OPEN OUTPUT DEMAND-BATCH-FILE.
           OPEN OUTPUT DEMAND-REPORT-FILE.
           MOVE WS-CYCLE-DATE TO HDG-CYCLE-DATE.
           WRITE DEMAND-REPORT-LINE FROM WS-CYCLE-HEADING-LINE.

      *    Tonight's business cycle date, set by operations and
      *    validated by CycleOpen at the top of the night: it stamps
      *    the register heading, decides which instalments are due,
      *    and drives the double-run check below.
       0020-READ-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE.
           IF CYC-FILE-MISSING
               DISPLAY "LoanDemand: CYCLDATE.DAT not found - "
                   "aborting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CYCLE-DATE-FILE
               AT END
                   DISPLAY "LoanDemand: CYCLDATE.DAT is empty - "
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
      *    present every demand a second time, so the rerun is
      *    refused unless the operator override flag is set in the
      *    cycle control record.
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
                   DISPLAY "LoanDemand: cycle " WS-CYCLE-DATE
                       " already completed - stepping over "
                       "under cycle-restart permit"
                   STOP RUN
               END-IF
               DISPLAY "LoanDemand: cycle " WS-CYCLE-DATE
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
                   IF RUN-PROGRAM-ID = "LoanDemand"
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
                   IF PRM-PROGRAM-ID = "LoanDemand"
                           AND PRM-CYCLE-DATE = WS-CYCLE-DATE
                       SET WS-STEP-PERMITTED TO TRUE
                   END-IF
           END-READ.

       9100-RECORD-CYCLE-RUN.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF RUN-FILE-MISSING
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           MOVE "LoanDemand" TO RUN-PROGRAM-ID.
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
           MOVE "LoanDemand" TO STAT-PROGRAM-ID.
           MOVE WS-CYCLE-DATE TO STAT-CYCLE-DATE.
           MOVE WS-STEP-START-STAMP TO STAT-START-STAMP.
           MOVE FUNCTION CURRENT-DATE (1:14) TO STAT-END-STAMP.
           MOVE WS-READ-COUNT TO STAT-READ-COUNT.
           MOVE WS-DUE-COUNT TO STAT-ACCEPTED-COUNT.
           MOVE WS-NOT-DUE-COUNT TO STAT-REJECTED-COUNT.
           MOVE WS-EMITTED-COUNT TO STAT-WRITTEN-COUNT.
           WRITE RUN-STATS-RECORD.
           CLOSE RUN-STATS-FILE.

       0150-WRITE-BATCH-HEADER.
           WRITE DEMAND-BATCH-LINE FROM WS-BATCH-HEADER-OUT.

       0110-READ-LOAN.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF-LNM TO TRUE
           END-READ.

      *    Due tonight: an active loan with an instalment still to
      *    raise whose due date has arrived.  A paid-off loan, one
      *    whose every instalment is already raised, and one not yet
      *    due ride through untouched.
       0200-SELECT-LOAN.
           ADD 1 TO WS-READ-COUNT.
           IF LN-ACTIVE
                   AND LN-NEXT-DUE NOT = ZERO
                   AND LN-NEXT-DUE NOT > WS-CYCLE-DATE
               PERFORM 0300-RAISE-DEMAND
           ELSE
               ADD 1 TO WS-NOT-DUE-COUNT
           END-IF.
           PERFORM 0110-READ-LOAN.

       0300-RAISE-DEMAND.
           ADD 1 TO WS-DUE-COUNT.
           MOVE ZERO TO WS-LOAN-RAISED.
           SET WS-SCHEDULE-INTACT TO TRUE.
           PERFORM 0310-RAISE-INSTALMENT
               UNTIL LN-NEXT-DUE = ZERO
                  OR LN-NEXT-DUE > WS-CYCLE-DATE
                  OR WS-SCHEDULE-BROKEN.
           PERFORM 0320-CHECK-REPAYMENT-ACCOUNT.
           IF WS-DEMAND-PRESENTED AND LN-AMOUNT-DUE > ZERO
               MOVE LN-ACCT-NUMBER TO OUT-ACCT-NUMBER
               MOVE "D"            TO OUT-TRANS-TYPE
               MOVE LN-AMOUNT-DUE  TO OUT-AMOUNT
               MOVE LN-LOAN-NUMBER TO OUT-CONTRA
               PERFORM 0420-WRITE-BATCH-DETAIL
               ADD 1 TO WS-PRESENTED-COUNT
               ADD LN-AMOUNT-DUE TO WS-PRESENTED-TOTAL
           ELSE
               ADD 1 TO WS-HELD-COUNT
               ADD LN-AMOUNT-DUE TO WS-HELD-TOTAL
           END-IF.
           REWRITE LOAN-MASTER-RECORD.
           PERFORM 0550-WRITE-REPORT-DETAIL.

      *    One instalment raised: its schedule line is marked
      *    demanded and its amount joins what the loan has due.  The
      *    arrears date only moves off zero here - once set it stays
      *    on the oldest unpaid line until a collection clears it.
      *    A schedule line that cannot be found stops the raising and
      *    is reported; the loan is not advanced past it.
       0310-RAISE-INSTALMENT.
           MOVE LN-LOAN-NUMBER     TO LNS-LOAN-NUMBER.
           MOVE LN-NEXT-INSTALMENT TO LNS-INSTALMENT-NBR.
           READ LOAN-SCHEDULE-FILE
               INVALID KEY
                   SET WS-SCHEDULE-BROKEN TO TRUE
               NOT INVALID KEY
                   SET LNS-DEMANDED TO TRUE
                   REWRITE LOAN-SCHEDULE-RECORD
                   ADD LNS-INSTALMENT-AMOUNT TO LN-AMOUNT-DUE
                   ADD LNS-INSTALMENT-AMOUNT TO WS-LOAN-RAISED
                   IF LN-ARREARS-SINCE = ZERO
                       MOVE LNS-DUE-DATE TO LN-ARREARS-SINCE
                   END-IF
                   ADD 1 TO WS-RAISED-COUNT
                   ADD LNS-INSTALMENT-AMOUNT TO WS-RAISED-TOTAL
                   PERFORM 0330-ADVANCE-NEXT-DUE
           END-READ.

       0330-ADVANCE-NEXT-DUE.
           IF LN-NEXT-INSTALMENT < LN-TERM-MONTHS
               ADD 1 TO LN-NEXT-INSTALMENT
               MOVE LN-NEXT-DUE TO WS-DUE-WORK
               PERFORM 0460-ROLL-DUE-MONTH
               MOVE WS-DUE-WORK TO LN-NEXT-DUE
           ELSE
               MOVE ZERO TO LN-NEXT-DUE
           END-IF.

      *    The same two tests the front edit will put the demand
      *    through: the account is on file and active, and no debit
      *    block or freeze is in force on it tonight.
       0320-CHECK-REPAYMENT-ACCOUNT.
           SET WS-DEMAND-PRESENTED TO TRUE.
           MOVE SPACES TO WS-HELD-REASON.
           MOVE LN-ACCT-NUMBER TO ACCT-NUMBER.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   SET WS-DEMAND-HELD TO TRUE
                   MOVE "ACCOUNT NOT ON FILE" TO WS-HELD-REASON
               NOT INVALID KEY
                   IF NOT ACCT-ACTIVE
                       SET WS-DEMAND-HELD TO TRUE
                       MOVE "ACCOUNT NOT ACTIVE" TO WS-HELD-REASON
                   END-IF
           END-READ.
           IF WS-DEMAND-PRESENTED
               MOVE LN-ACCT-NUMBER TO RST-ACCT-NUMBER
               READ RESTRICTION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RST-EXPIRY-DATE >= WS-CYCLE-DATE
                               AND (RST-DEBITS-BLOCKED
                                    OR RST-FULL-FREEZE)
                           SET WS-DEMAND-HELD TO TRUE
                           MOVE "DEBITS RESTRICTED"
                               TO WS-HELD-REASON
                       END-IF
               END-READ
           END-IF.

       0420-WRITE-BATCH-DETAIL.
           WRITE DEMAND-BATCH-LINE FROM WS-TRANS-OUT.
           ADD 1 TO WS-EMITTED-COUNT.
           COMPUTE WS-HASH-TOTAL =
               WS-HASH-TOTAL + OUT-AMOUNT * 100.

       0460-ROLL-DUE-MONTH.
           IF DUW-MONTH = 12
               ADD 1 TO DUW-YEAR
               MOVE 1 TO DUW-MONTH
           ELSE
               ADD 1 TO DUW-MONTH
           END-IF.
           IF DUW-DAY > 28
               MOVE 28 TO DUW-DAY
           END-IF.

       0500-WRITE-BATCH-TRAILER.
           MOVE WS-EMITTED-COUNT TO TRL-COUNT.
           MOVE WS-HASH-TOTAL    TO TRL-AMOUNT.
           WRITE DEMAND-BATCH-LINE FROM WS-BATCH-TRAILER-OUT.

       0550-WRITE-REPORT-DETAIL.
           MOVE LN-LOAN-NUMBER   TO DTL-LOAN-NUMBER-ED.
           MOVE LN-ACCT-NUMBER   TO DTL-ACCT-NUMBER-ED.
           MOVE LN-ARREARS-SINCE TO DTL-ARREARS-SINCE.
           MOVE WS-LOAN-RAISED   TO DTL-RAISED-ED.
           MOVE LN-AMOUNT-DUE    TO DTL-AMOUNT-DUE-ED.
           EVALUATE TRUE
               WHEN WS-SCHEDULE-BROKEN
                   MOVE "SCHEDULE LINE MISSING" TO DTL-OUTCOME
               WHEN WS-DEMAND-HELD
                   MOVE WS-HELD-REASON TO DTL-OUTCOME
               WHEN OTHER
                   MOVE "PRESENTED"    TO DTL-OUTCOME
           END-EVALUATE.
           WRITE DEMAND-REPORT-LINE FROM WS-REPORT-DETAIL-LINE.

       0800-PRINT-REPORT-TOTALS.
           MOVE "LOANS ON FILE"        TO RPT-TOT-LABEL.
           MOVE WS-READ-COUNT          TO RPT-TOT-COUNT-ED.
           MOVE ZERO                   TO RPT-TOT-AMOUNT-ED.
           WRITE DEMAND-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "LOANS NOT DUE"        TO RPT-TOT-LABEL.
           MOVE WS-NOT-DUE-COUNT       TO RPT-TOT-COUNT-ED.
           MOVE ZERO                   TO RPT-TOT-AMOUNT-ED.
           WRITE DEMAND-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "INSTALMENTS RAISED"   TO RPT-TOT-LABEL.
           MOVE WS-RAISED-COUNT        TO RPT-TOT-COUNT-ED.
           MOVE WS-RAISED-TOTAL        TO RPT-TOT-AMOUNT-ED.
           WRITE DEMAND-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "DEMANDS PRESENTED"    TO RPT-TOT-LABEL.
           MOVE WS-PRESENTED-COUNT     TO RPT-TOT-COUNT-ED.
           MOVE WS-PRESENTED-TOTAL     TO RPT-TOT-AMOUNT-ED.
           WRITE DEMAND-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "DEMANDS HELD BACK"    TO RPT-TOT-LABEL.
           MOVE WS-HELD-COUNT          TO RPT-TOT-COUNT-ED.
           MOVE WS-HELD-TOTAL          TO RPT-TOT-AMOUNT-ED.
           WRITE DEMAND-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

       0900-CLOSE-FILES.
           CLOSE LOAN-MASTER-FILE
                 LOAN-SCHEDULE-FILE
                 ACCOUNT-MASTER-FILE
                 RESTRICTION-FILE
                 DEMAND-BATCH-FILE
                 DEMAND-REPORT-FILE.
