       IDENTIFICATION DIVISION.
       PROGRAM-ID. TermDepMaturity.
       AUTHOR. Alexandre ELISABETH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-DEPOSIT-FILE
               ASSIGN TO TDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TD-ACCT-NUMBER
               FILE STATUS IS WS-TDM-STATUS.

           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT PRODUCT-CATALOG-FILE
               ASSIGN TO PRODCAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PRD-STATUS.

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

           SELECT MATURITY-BATCH-FILE
               ASSIGN TO TDMRAW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAT-STATUS.

           SELECT MATURITY-REPORT-FILE
               ASSIGN TO TDMRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT SCHEDULE-REPORT-FILE
               ASSIGN TO TDMSCHED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TERM-DEPOSIT-FILE.
           COPY TDREC.

       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTMAST.

       FD  PRODUCT-CATALOG-FILE.
           COPY PRODCAT.

       FD  CYCLE-DATE-FILE.
           COPY CYCLCTL.

       FD  RUN-CONTROL-FILE.
           COPY RUNREC.

       FD  STEP-PERMIT-FILE.
           COPY STEPPERM.

       FD  RUN-STATS-FILE.
           COPY STATREC.

      *    The maturity postings go out in the batched form the front
      *    edit expects from any branch: an H header naming TDM as
      *    the submitting branch, one TRANS-RECORD image per movement
      *    - a C credit of the interest to the deposit, then a T
      *    transfer of what leaves it for the nominated account - and
      *    a T trailer declaring the record count and the amount hash
      *    in centimes, the same shape StandingOrderGen produces for
      *    STO.  The interest credit comes first so the transfer
      *    finds it on the deposit when the posting run reaches it.
       FD  MATURITY-BATCH-FILE.
       01  MATURITY-BATCH-LINE     PIC X(22).

       FD  MATURITY-REPORT-FILE.
       01  MATURITY-REPORT-LINE    PIC X(80).

       FD  SCHEDULE-REPORT-FILE.
       01  SCHEDULE-REPORT-LINE    PIC X(80).

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

       01  WS-TDM-STATUS PIC XX.
           88  TDM-FILE-MISSING   VALUE "35".
       01  WS-ACCT-STATUS PIC XX.
           88  ACCT-FILE-MISSING  VALUE "35".
       01  WS-PRD-STATUS PIC XX.
           88  PRD-FILE-MISSING   VALUE "35".
       01  WS-STATS-STATUS PIC XX.
           88  STATS-FILE-MISSING VALUE "35".
       01  WS-BAT-STATUS PIC XX.
       01  WS-RPT-STATUS PIC XX.
       01  WS-SCH-STATUS PIC XX.

       01  WS-EOF-TDM-SW PIC X VALUE "N".
           88  WS-EOF-TDM         VALUE "Y".

      *    What the maturity run decided for the deposit in hand:
      *    paid away, rolled over, or held back for the desk because
      *    the deposit or its nominated account is no longer open.
       01  WS-MATURITY-SW PIC X VALUE SPACE.
           88  WS-MATURITY-PAID     VALUE "P".
           88  WS-MATURITY-ROLLED   VALUE "R".
           88  WS-MATURITY-HELD     VALUE "H".
       01  WS-HELD-REASON      PIC X(20) VALUE SPACES.

       01  WS-TRANS-OUT.
           05  OUT-ACCT-NUMBER     PIC 9(6).
           05  OUT-TRANS-TYPE      PIC X(1).
           05  OUT-AMOUNT          PIC 9(7)V99.
           05  OUT-CONTRA          PIC 9(6).

       01  WS-BATCH-HEADER-OUT.
           05  FILLER              PIC X(1) VALUE "H".
           05  FILLER              PIC X(4) VALUE "TDM ".
           05  FILLER              PIC X(17) VALUE SPACES.

       01  WS-BATCH-TRAILER-OUT.
           05  FILLER              PIC X(1) VALUE "T".
           05  TRL-COUNT           PIC 9(7).
           05  TRL-AMOUNT          PIC 9(13).
           05  FILLER              PIC X(1) VALUE SPACE.

       01  WS-READ-COUNT      PIC 9(7) BINARY VALUE ZERO.
       01  WS-NOT-DUE-COUNT   PIC 9(7) BINARY VALUE ZERO.
       01  WS-PAID-COUNT      PIC 9(7) BINARY VALUE ZERO.
       01  WS-ROLLED-COUNT    PIC 9(7) BINARY VALUE ZERO.
       01  WS-HELD-COUNT      PIC 9(7) BINARY VALUE ZERO.
       01  WS-EMITTED-COUNT   PIC 9(7) BINARY VALUE ZERO.
       01  WS-SCHEDULE-COUNT  PIC 9(7) BINARY VALUE ZERO.
       01  WS-HASH-TOTAL      PIC 9(13) COMP-3 VALUE ZERO.
       01  WS-INTEREST-TOTAL  PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-PAID-TOTAL      PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-ROLLED-TOTAL    PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-SCHEDULE-TOTAL  PIC 9(11)V99 COMP-3 VALUE ZERO.

      *    Interest is simple interest for the whole term at the
      *    monthly rate locked in at open, on the principal the
      *    deposit actually holds - a deposit funded short of its
      *    booked amount earns on what arrived, never on more.
       01  WS-INTEREST-BASE   PIC 9(7)V99 COMP-3 VALUE ZERO.
       01  WS-INTEREST-AMOUNT PIC 9(7)V99 COMP-3 VALUE ZERO.
       01  WS-PAYOUT-AMOUNT   PIC 9(7)V99 COMP-3 VALUE ZERO.
       01  WS-NEW-PRINCIPAL   PIC 9(7)V99 COMP-3 VALUE ZERO.
       01  WS-DEPOSIT-PRODUCT PIC X(3) VALUE SPACES.

      *    The schedule looks WS-SCHEDULE-DAYS ahead of tonight, the
      *    window treasury plans its liquidity over.
       01  WS-SCHEDULE-DAYS   PIC 9(3) VALUE 30.
       01  WS-HORIZON-DATE    PIC 9(8) VALUE ZERO.

      *    Maturity date arithmetic for a rollover: the month rolls
      *    with the day clamped to 28, the way AcctMaint set the
      *    first maturity and the standing order run rolls its due
      *    dates.
       01  WS-MATURITY-WORK    PIC 9(8) VALUE ZERO.
       01  WS-MATURITY-SPLIT REDEFINES WS-MATURITY-WORK.
           05  MTW-YEAR        PIC 9(4).
           05  MTW-MONTH       PIC 9(2).
           05  MTW-DAY         PIC 9(2).

       01  WS-CYCLE-HEADING-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(11) VALUE "CYCLE DATE ".
           05  HDG-CYCLE-DATE      PIC 9(8).
           05  FILLER              PIC X(59) VALUE SPACES.

       01  WS-SCHEDULE-HEADING-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(11) VALUE "CYCLE DATE ".
           05  SHD-CYCLE-DATE      PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(17) VALUE "MATURING THROUGH ".
           05  SHD-HORIZON-DATE    PIC 9(8).
           05  FILLER              PIC X(32) VALUE SPACES.

       01  WS-REPORT-DETAIL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-ACCT-NUMBER-ED  PIC ZZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-INSTRUCTION     PIC X(1).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-PRINCIPAL-ED    PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-INTEREST-ED     PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-PAYOUT-ACCT-ED  PIC ZZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-OUTCOME         PIC X(20).
           05  FILLER              PIC X(1)  VALUE SPACES.

       01  WS-SCHEDULE-DETAIL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SCH-ACCT-NUMBER-ED  PIC ZZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SCH-MATURITY-DATE   PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SCH-INSTRUCTION     PIC X(1).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SCH-PRINCIPAL-ED    PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SCH-INTEREST-ED     PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SCH-PAYOUT-ACCT-ED  PIC ZZZZZ9.
           05  FILLER              PIC X(13) VALUE SPACES.

       01  WS-REPORT-TOTAL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-TOT-LABEL       PIC X(24).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-TOT-COUNT-ED    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-TOT-AMOUNT-ED   PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(27) VALUE SPACES.

      *    The nightly term deposit run.  Every active deposit whose
      *    maturity date has come round is paid its interest and then
      *    dealt with on its standing instruction: P pays principal
      *    and interest away to the nominated account by one linked
      *    transfer and retires the deposit; R books a fresh term at
      *    the catalog rate of the day, sending the interest to the
      *    nominated account or, with none, rolling it into the
      *    principal.  The postings go to the front edit as a TDM
      *    batch; the posting run lets only TDM draw on a deposit
      *    that is still locked.  The same pass lists every deposit
      *    maturing in the next WS-SCHEDULE-DAYS for treasury.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-STEP-START-STAMP.
           PERFORM 0020-READ-CYCLE-DATE.
           PERFORM 0025-CHECK-PRIOR-RUN.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0150-WRITE-BATCH-HEADER.
           PERFORM 0110-READ-DEPOSIT.
           PERFORM 0200-JUDGE-DEPOSIT
               UNTIL WS-EOF-TDM.
           PERFORM 0500-WRITE-BATCH-TRAILER.
           PERFORM 0800-PRINT-REPORT-TOTALS.
           PERFORM 0850-PRINT-SCHEDULE-TOTALS.
           PERFORM 0900-CLOSE-FILES.
           PERFORM 9100-RECORD-CYCLE-RUN.
           PERFORM 9200-WRITE-RUN-STATS.
           DISPLAY "TermDepMaturity: " WS-PAID-COUNT " paid out, "
               WS-ROLLED-COUNT " rolled over, " WS-HELD-COUNT
               " held for cycle " WS-CYCLE-DATE.
           STOP RUN.

      *    An absent deposit master only means no deposit has ever
      *    been opened - it is created empty and the batch goes out
      *    as a header and a zero trailer.  The account master and
      *    the product catalog are mandatory: a maturity cannot be
      *    judged without the deposit's balance, nor rolled without
      *    the rate of the day.
       0100-OPEN-FILES.
           OPEN I-O TERM-DEPOSIT-FILE.
           IF TDM-FILE-MISSING
               OPEN OUTPUT TERM-DEPOSIT-FILE
               CLOSE TERM-DEPOSIT-FILE
               OPEN I-O TERM-DEPOSIT-FILE
           END-IF.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF ACCT-FILE-MISSING
               DISPLAY "TermDepMaturity: ACCTMAST.DAT not found - "
                   "aborting"
               CLOSE TERM-DEPOSIT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PRODUCT-CATALOG-FILE.
           IF PRD-FILE-MISSING
               DISPLAY "TermDepMaturity: PRODCAT.DAT not found - "
                   "aborting"
               CLOSE TERM-DEPOSIT-FILE
                     ACCOUNT-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT MATURITY-BATCH-FILE.
           OPEN OUTPUT MATURITY-REPORT-FILE.
           OPEN OUTPUT SCHEDULE-REPORT-FILE.
           COMPUTE WS-HORIZON-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE)
               + WS-SCHEDULE-DAYS).
           MOVE WS-CYCLE-DATE TO HDG-CYCLE-DATE.
           WRITE MATURITY-REPORT-LINE FROM WS-CYCLE-HEADING-LINE.
           MOVE WS-CYCLE-DATE   TO SHD-CYCLE-DATE.
           MOVE WS-HORIZON-DATE TO SHD-HORIZON-DATE.
           WRITE SCHEDULE-REPORT-LINE FROM WS-SCHEDULE-HEADING-LINE.

      *    Tonight's business cycle date, set by operations and
      *    validated by CycleOpen at the top of the night: it stamps
      *    the report headings, decides which deposits have matured,
      *    and drives the double-run check below.
       0020-READ-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE.
           IF CYC-FILE-MISSING
               DISPLAY "TermDepMaturity: CYCLDATE.DAT not found - "
                   "aborting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CYCLE-DATE-FILE
               AT END
                   DISPLAY "TermDepMaturity: CYCLDATE.DAT is empty - "
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
      *    pay every maturity a second time, so the rerun is refused
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
                   DISPLAY "TermDepMaturity: cycle " WS-CYCLE-DATE
                       " already completed - stepping over "
                       "under cycle-restart permit"
                   STOP RUN
               END-IF
               DISPLAY "TermDepMaturity: cycle " WS-CYCLE-DATE
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
                   IF RUN-PROGRAM-ID = "TermDepMaturity"
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
                   IF PRM-PROGRAM-ID = "TermDepMaturity"
                           AND PRM-CYCLE-DATE = WS-CYCLE-DATE
                       SET WS-STEP-PERMITTED TO TRUE
                   END-IF
           END-READ.

       9100-RECORD-CYCLE-RUN.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF RUN-FILE-MISSING
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           MOVE "TermDepMaturity" TO RUN-PROGRAM-ID.
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
           MOVE "TermDepMaturity" TO STAT-PROGRAM-ID.
           MOVE WS-CYCLE-DATE TO STAT-CYCLE-DATE.
           MOVE WS-STEP-START-STAMP TO STAT-START-STAMP.
           MOVE FUNCTION CURRENT-DATE (1:14) TO STAT-END-STAMP.
           MOVE WS-READ-COUNT TO STAT-READ-COUNT.
           COMPUTE STAT-ACCEPTED-COUNT =
               WS-PAID-COUNT + WS-ROLLED-COUNT.
           COMPUTE STAT-REJECTED-COUNT =
               WS-HELD-COUNT + WS-NOT-DUE-COUNT.
           MOVE WS-EMITTED-COUNT TO STAT-WRITTEN-COUNT.
           WRITE RUN-STATS-RECORD.
           CLOSE RUN-STATS-FILE.

       0150-WRITE-BATCH-HEADER.
           WRITE MATURITY-BATCH-LINE FROM WS-BATCH-HEADER-OUT.

       0110-READ-DEPOSIT.
           READ TERM-DEPOSIT-FILE NEXT RECORD
               AT END
                   SET WS-EOF-TDM TO TRUE
           END-READ.

      *    Matured tonight: an active deposit whose maturity date is
      *    on or before the cycle date - a deposit held back on an
      *    earlier night is picked up again until the desk clears
      *    what held it.  Whatever is still active afterwards, a
      *    fresh rollover included, is tested against the schedule
      *    window.
       0200-JUDGE-DEPOSIT.
           ADD 1 TO WS-READ-COUNT.
           IF TD-ACTIVE AND TD-MATURITY-DATE NOT > WS-CYCLE-DATE
               PERFORM 0300-MATURE-DEPOSIT
           ELSE
               ADD 1 TO WS-NOT-DUE-COUNT
           END-IF.
           IF TD-ACTIVE
                   AND TD-MATURITY-DATE > WS-CYCLE-DATE
                   AND TD-MATURITY-DATE NOT > WS-HORIZON-DATE
               PERFORM 0600-WRITE-SCHEDULE-DETAIL
           END-IF.
           PERFORM 0110-READ-DEPOSIT.

      *    Everything the maturity needs is proved before a posting
      *    is emitted: the deposit must still be an open account
      *    and, where money is to leave it, the nominated account
      *    must be open too.  A deposit that fails either is left
      *    exactly as it was - still locked - and listed for the
      *    desk.
       0300-MATURE-DEPOSIT.
           MOVE SPACES TO WS-HELD-REASON.
           MOVE TD-ACCT-NUMBER TO ACCT-NUMBER.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   SET WS-MATURITY-HELD TO TRUE
                   MOVE "DEPOSIT NOT ON FILE" TO WS-HELD-REASON
               NOT INVALID KEY
                   IF ACCT-ACTIVE
                       PERFORM 0310-COMPUTE-INTEREST
                   ELSE
                       SET WS-MATURITY-HELD TO TRUE
                       MOVE "DEPOSIT NOT ACTIVE" TO WS-HELD-REASON
                   END-IF
           END-READ.
           IF NOT WS-MATURITY-HELD AND TD-PAYOUT-ACCT NOT = ZERO
               PERFORM 0320-CHECK-PAYOUT-ACCOUNT
           END-IF.
           EVALUATE TRUE
               WHEN WS-MATURITY-HELD
                   ADD 1 TO WS-HELD-COUNT
               WHEN TD-PAY-OUT
                   PERFORM 0400-PAY-OUT-DEPOSIT
               WHEN OTHER
                   PERFORM 0450-ROLL-OVER-DEPOSIT
           END-EVALUATE.
           PERFORM 0550-WRITE-REPORT-DETAIL.

       0310-COMPUTE-INTEREST.
           SET WS-MATURITY-PAID TO TRUE.
           MOVE ACCT-PRODUCT-CODE TO WS-DEPOSIT-PRODUCT.
           EVALUATE TRUE
               WHEN CUST-SOLDE NOT > ZERO
                   MOVE ZERO TO WS-INTEREST-BASE
               WHEN CUST-SOLDE < TD-PRINCIPAL
                   MOVE CUST-SOLDE TO WS-INTEREST-BASE
               WHEN OTHER
                   MOVE TD-PRINCIPAL TO WS-INTEREST-BASE
           END-EVALUATE.
           COMPUTE WS-INTEREST-AMOUNT ROUNDED =
               WS-INTEREST-BASE * TD-RATE / 100 * TD-TERM-MONTHS
               ON SIZE ERROR
                   SET WS-MATURITY-HELD TO TRUE
                   MOVE "INTEREST OVERFLOW" TO WS-HELD-REASON
           END-COMPUTE.
           IF NOT WS-MATURITY-HELD
               IF CUST-SOLDE > ZERO
                   COMPUTE WS-PAYOUT-AMOUNT =
                       CUST-SOLDE + WS-INTEREST-AMOUNT
                       ON SIZE ERROR
                           SET WS-MATURITY-HELD TO TRUE
                           MOVE "PAYOUT OVERFLOW" TO WS-HELD-REASON
                   END-COMPUTE
               ELSE
                   MOVE WS-INTEREST-AMOUNT TO WS-PAYOUT-AMOUNT
               END-IF
           END-IF.

       0320-CHECK-PAYOUT-ACCOUNT.
           MOVE TD-PAYOUT-ACCT TO ACCT-NUMBER.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   SET WS-MATURITY-HELD TO TRUE
                   MOVE "PAYOUT NOT ON FILE" TO WS-HELD-REASON
               NOT INVALID KEY
                   IF NOT ACCT-ACTIVE
                       SET WS-MATURITY-HELD TO TRUE
                       MOVE "PAYOUT NOT ACTIVE" TO WS-HELD-REASON
                   END-IF
           END-READ.

      *    Pay out: the interest lands on the deposit, then the whole
      *    of what the deposit holds leaves for the nominated
      *    account as one transfer, and the deposit is retired - its
      *    account is free to be closed or debited from here on.
       0400-PAY-OUT-DEPOSIT.
           PERFORM 0410-EMIT-INTEREST-CREDIT.
           IF WS-PAYOUT-AMOUNT > ZERO
               MOVE TD-ACCT-NUMBER   TO OUT-ACCT-NUMBER
               MOVE "T"              TO OUT-TRANS-TYPE
               MOVE WS-PAYOUT-AMOUNT TO OUT-AMOUNT
               MOVE TD-PAYOUT-ACCT   TO OUT-CONTRA
               PERFORM 0420-WRITE-BATCH-DETAIL
           END-IF.
           MOVE WS-INTEREST-AMOUNT TO TD-LAST-INTEREST.
           SET TD-MATURED TO TRUE.
           REWRITE TERM-DEPOSIT-RECORD.
           ADD 1 TO WS-PAID-COUNT.
           ADD WS-PAYOUT-AMOUNT TO WS-PAID-TOTAL.

       0410-EMIT-INTEREST-CREDIT.
           IF WS-INTEREST-AMOUNT > ZERO
               MOVE TD-ACCT-NUMBER     TO OUT-ACCT-NUMBER
               MOVE "C"                TO OUT-TRANS-TYPE
               MOVE WS-INTEREST-AMOUNT TO OUT-AMOUNT
               MOVE ZERO               TO OUT-CONTRA
               PERFORM 0420-WRITE-BATCH-DETAIL
               ADD WS-INTEREST-AMOUNT TO WS-INTEREST-TOTAL
           END-IF.

       0420-WRITE-BATCH-DETAIL.
           WRITE MATURITY-BATCH-LINE FROM WS-TRANS-OUT.
           ADD 1 TO WS-EMITTED-COUNT.
           COMPUTE WS-HASH-TOTAL =
               WS-HASH-TOTAL + OUT-AMOUNT * 100.

      *    Roll over: a fresh term of the same length from tonight
      *    at the deposit product's catalog rate of the day - the
      *    old rate stands if the product has since left the
      *    catalog.  The interest goes to the nominated account when
      *    there is one; otherwise it stays and joins the principal.
       0450-ROLL-OVER-DEPOSIT.
           SET WS-MATURITY-ROLLED TO TRUE.
           PERFORM 0410-EMIT-INTEREST-CREDIT.
           IF TD-PAYOUT-ACCT NOT = ZERO
               IF WS-INTEREST-AMOUNT > ZERO
                   MOVE TD-ACCT-NUMBER     TO OUT-ACCT-NUMBER
                   MOVE "T"                TO OUT-TRANS-TYPE
                   MOVE WS-INTEREST-AMOUNT TO OUT-AMOUNT
                   MOVE TD-PAYOUT-ACCT     TO OUT-CONTRA
                   PERFORM 0420-WRITE-BATCH-DETAIL
               END-IF
               MOVE WS-INTEREST-BASE TO WS-NEW-PRINCIPAL
           ELSE
               COMPUTE WS-NEW-PRINCIPAL =
                   WS-INTEREST-BASE + WS-INTEREST-AMOUNT
           END-IF.
           MOVE WS-DEPOSIT-PRODUCT TO PROD-CODE.
           READ PRODUCT-CATALOG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PROD-CREDIT-RATE TO TD-RATE
           END-READ.
           MOVE WS-NEW-PRINCIPAL   TO TD-PRINCIPAL.
           MOVE WS-CYCLE-DATE      TO TD-START-DATE.
           MOVE WS-CYCLE-DATE      TO WS-MATURITY-WORK.
           PERFORM 0460-ROLL-MATURITY-MONTH TD-TERM-MONTHS TIMES.
           MOVE WS-MATURITY-WORK   TO TD-MATURITY-DATE.
           ADD 1 TO TD-ROLL-COUNT.
           MOVE WS-INTEREST-AMOUNT TO TD-LAST-INTEREST.
           REWRITE TERM-DEPOSIT-RECORD.
           ADD 1 TO WS-ROLLED-COUNT.
           ADD WS-NEW-PRINCIPAL TO WS-ROLLED-TOTAL.

       0460-ROLL-MATURITY-MONTH.
           IF MTW-MONTH = 12
               ADD 1 TO MTW-YEAR
               MOVE 1 TO MTW-MONTH
           ELSE
               ADD 1 TO MTW-MONTH
           END-IF.
           IF MTW-DAY > 28
               MOVE 28 TO MTW-DAY
           END-IF.

       0500-WRITE-BATCH-TRAILER.
           MOVE WS-EMITTED-COUNT TO TRL-COUNT.
           MOVE WS-HASH-TOTAL    TO TRL-AMOUNT.
           WRITE MATURITY-BATCH-LINE FROM WS-BATCH-TRAILER-OUT.

       0550-WRITE-REPORT-DETAIL.
           MOVE TD-ACCT-NUMBER  TO DTL-ACCT-NUMBER-ED.
           MOVE TD-INSTRUCTION  TO DTL-INSTRUCTION.
           MOVE TD-PAYOUT-ACCT  TO DTL-PAYOUT-ACCT-ED.
           EVALUATE TRUE
               WHEN WS-MATURITY-HELD
                   MOVE TD-PRINCIPAL       TO DTL-PRINCIPAL-ED
                   MOVE ZERO               TO DTL-INTEREST-ED
                   MOVE WS-HELD-REASON     TO DTL-OUTCOME
               WHEN WS-MATURITY-PAID
                   MOVE WS-INTEREST-BASE   TO DTL-PRINCIPAL-ED
                   MOVE WS-INTEREST-AMOUNT TO DTL-INTEREST-ED
                   MOVE "PAID OUT"         TO DTL-OUTCOME
               WHEN OTHER
                   MOVE TD-PRINCIPAL       TO DTL-PRINCIPAL-ED
                   MOVE WS-INTEREST-AMOUNT TO DTL-INTEREST-ED
                   STRING "ROLLED TO " TD-MATURITY-DATE
                       DELIMITED BY SIZE INTO DTL-OUTCOME
           END-EVALUATE.
           WRITE MATURITY-REPORT-LINE FROM WS-REPORT-DETAIL-LINE.

      *    Projected interest is the booked principal for the term
      *    at the locked rate - what leaves on a payout is that and
      *    the principal; a rollover only lets go of its interest,
      *    and only when it names an account to pay it to.
       0600-WRITE-SCHEDULE-DETAIL.
           COMPUTE WS-INTEREST-AMOUNT ROUNDED =
               TD-PRINCIPAL * TD-RATE / 100 * TD-TERM-MONTHS
               ON SIZE ERROR
                   MOVE ZERO TO WS-INTEREST-AMOUNT
           END-COMPUTE.
           MOVE TD-ACCT-NUMBER     TO SCH-ACCT-NUMBER-ED.
           MOVE TD-MATURITY-DATE   TO SCH-MATURITY-DATE.
           MOVE TD-INSTRUCTION     TO SCH-INSTRUCTION.
           MOVE TD-PRINCIPAL       TO SCH-PRINCIPAL-ED.
           MOVE WS-INTEREST-AMOUNT TO SCH-INTEREST-ED.
           MOVE TD-PAYOUT-ACCT     TO SCH-PAYOUT-ACCT-ED.
           WRITE SCHEDULE-REPORT-LINE FROM WS-SCHEDULE-DETAIL-LINE.
           ADD 1 TO WS-SCHEDULE-COUNT.
           EVALUATE TRUE
               WHEN TD-PAY-OUT
                   ADD TD-PRINCIPAL WS-INTEREST-AMOUNT
                       TO WS-SCHEDULE-TOTAL
               WHEN TD-PAYOUT-ACCT NOT = ZERO
                   ADD WS-INTEREST-AMOUNT TO WS-SCHEDULE-TOTAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0800-PRINT-REPORT-TOTALS.
           MOVE "DEPOSITS ON FILE"     TO RPT-TOT-LABEL.
           MOVE WS-READ-COUNT          TO RPT-TOT-COUNT-ED.
           MOVE ZERO                   TO RPT-TOT-AMOUNT-ED.
           WRITE MATURITY-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "DEPOSITS NOT MATURED" TO RPT-TOT-LABEL.
           MOVE WS-NOT-DUE-COUNT       TO RPT-TOT-COUNT-ED.
           MOVE ZERO                   TO RPT-TOT-AMOUNT-ED.
           WRITE MATURITY-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "PAID OUT"             TO RPT-TOT-LABEL.
           MOVE WS-PAID-COUNT          TO RPT-TOT-COUNT-ED.
           MOVE WS-PAID-TOTAL          TO RPT-TOT-AMOUNT-ED.
           WRITE MATURITY-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "ROLLED OVER"          TO RPT-TOT-LABEL.
           MOVE WS-ROLLED-COUNT        TO RPT-TOT-COUNT-ED.
           MOVE WS-ROLLED-TOTAL        TO RPT-TOT-AMOUNT-ED.
           WRITE MATURITY-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "HELD FOR THE DESK"    TO RPT-TOT-LABEL.
           MOVE WS-HELD-COUNT          TO RPT-TOT-COUNT-ED.
           MOVE ZERO                   TO RPT-TOT-AMOUNT-ED.
           WRITE MATURITY-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "INTEREST PAID"        TO RPT-TOT-LABEL.
           COMPUTE RPT-TOT-COUNT-ED =
               WS-PAID-COUNT + WS-ROLLED-COUNT.
           MOVE WS-INTEREST-TOTAL      TO RPT-TOT-AMOUNT-ED.
           WRITE MATURITY-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

       0850-PRINT-SCHEDULE-TOTALS.
           MOVE "DEPOSITS MATURING"    TO RPT-TOT-LABEL.
           MOVE WS-SCHEDULE-COUNT      TO RPT-TOT-COUNT-ED.
           MOVE WS-SCHEDULE-TOTAL      TO RPT-TOT-AMOUNT-ED.
           WRITE SCHEDULE-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

       0900-CLOSE-FILES.
           CLOSE TERM-DEPOSIT-FILE
                 ACCOUNT-MASTER-FILE
                 PRODUCT-CATALOG-FILE
                 MATURITY-BATCH-FILE
                 MATURITY-REPORT-FILE
                 SCHEDULE-REPORT-FILE.
