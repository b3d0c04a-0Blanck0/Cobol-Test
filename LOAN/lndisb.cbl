       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanDisburse.
       AUTHOR. Alexandre ELISABETH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-APPLICATION-FILE
               ASSIGN TO LNAPPL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APL-STATUS.

           SELECT LOAN-MASTER-FILE
               ASSIGN TO LNMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-NUMBER
               FILE STATUS IS WS-LNM-STATUS.

           SELECT LOAN-SCHEDULE-FILE
               ASSIGN TO LNSCHED
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LNS-KEY
               FILE STATUS IS WS-LNS-STATUS.

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

           SELECT DISBURSE-BATCH-FILE
               ASSIGN TO LNDRAW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAT-STATUS.

           SELECT DISBURSE-REPORT-FILE
               ASSIGN TO LNDRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    The day's approved loan applications, keyed in by the
      *    credit office: the loan number the office allotted, the
      *    current account the loan pays into and collects from, the
      *    amount lent, the monthly rate as a percentage to four
      *    decimals, and the term in months.
       FD  LOAN-APPLICATION-FILE.
       01  LOAN-APPLICATION-RECORD.
           05  APL-LOAN-NUMBER     PIC 9(6).
           05  APL-ACCT-NUMBER     PIC 9(6).
           05  APL-PRINCIPAL       PIC 9(7)V99.
           05  APL-RATE            PIC 9(2)V9(4).
           05  APL-TERM-MONTHS     PIC 9(3).

       FD  LOAN-MASTER-FILE.
           COPY LOANREC.

       FD  LOAN-SCHEDULE-FILE.
           COPY LNSCHED.

       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTMAST.

       FD  PRODUCT-CATALOG-FILE.
           COPY PRODCAT.

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

      *    The disbursements go out in the batched form the front
      *    edit expects from any branch: an H header naming LND as
      *    the submitting branch, one C credit of the loan amount to
      *    the customer's account per loan booked - the loan number
      *    riding in the contra field so the posting can be traced
      *    back to its loan - and a T trailer declaring the record
      *    count and the amount hash in centimes, the same shape
      *    StandingOrderGen produces for STO.
       FD  DISBURSE-BATCH-FILE.
       01  DISBURSE-BATCH-LINE     PIC X(22).

       FD  DISBURSE-REPORT-FILE.
       01  DISBURSE-REPORT-LINE    PIC X(80).

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

       01  WS-APL-STATUS PIC XX.
           88  APL-FILE-MISSING   VALUE "35".
       01  WS-LNM-STATUS PIC XX.
           88  LNM-FILE-MISSING   VALUE "35".
       01  WS-LNS-STATUS PIC XX.
           88  LNS-FILE-MISSING   VALUE "35".
       01  WS-ACCT-STATUS PIC XX.
           88  ACCT-FILE-MISSING  VALUE "35".
       01  WS-PRD-STATUS PIC XX.
           88  PRD-FILE-MISSING   VALUE "35".
       01  WS-RST-STATUS PIC XX.
           88  RST-FILE-MISSING   VALUE "35".
       01  WS-STATS-STATUS PIC XX.
           88  STATS-FILE-MISSING VALUE "35".
       01  WS-BAT-STATUS PIC XX.
       01  WS-RPT-STATUS PIC XX.

       01  WS-EOF-APL-SW PIC X VALUE "N".
           88  WS-EOF-APL         VALUE "Y".

      *    What the run decided for the application in hand, and in
      *    words for the register when it was refused.
       01  WS-APPLICATION-SW PIC X VALUE SPACE.
           88  WS-APPLICATION-GOOD    VALUE "G".
           88  WS-APPLICATION-REFUSED VALUE "R".
       01  WS-REFUSE-REASON    PIC X(20) VALUE SPACES.

      *    The longest term the shop lends over - thirty years.
       01  WS-TERM-MAX         PIC 9(3) VALUE 360.

       01  WS-TRANS-OUT.
           05  OUT-ACCT-NUMBER     PIC 9(6).
           05  OUT-TRANS-TYPE      PIC X(1).
           05  OUT-AMOUNT          PIC 9(7)V99.
           05  OUT-CONTRA          PIC 9(6).

       01  WS-BATCH-HEADER-OUT.
           05  FILLER              PIC X(1) VALUE "H".
           05  FILLER              PIC X(4) VALUE "LND ".
           05  FILLER              PIC X(17) VALUE SPACES.

       01  WS-BATCH-TRAILER-OUT.
           05  FILLER              PIC X(1) VALUE "T".
           05  TRL-COUNT           PIC 9(7).
           05  TRL-AMOUNT          PIC 9(13).
           05  FILLER              PIC X(1) VALUE SPACE.

       01  WS-READ-COUNT      PIC 9(7) BINARY VALUE ZERO.
       01  WS-BOOKED-COUNT    PIC 9(7) BINARY VALUE ZERO.
       01  WS-REFUSED-COUNT   PIC 9(7) BINARY VALUE ZERO.
       01  WS-EMITTED-COUNT   PIC 9(7) BINARY VALUE ZERO.
       01  WS-HASH-TOTAL      PIC 9(13) COMP-3 VALUE ZERO.
       01  WS-BOOKED-TOTAL    PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-INTEREST-TOTAL  PIC 9(11)V99 COMP-3 VALUE ZERO.

      *    The level instalment is the standard annuity on the
      *    monthly rate: principal x r x (1+r)**n / ((1+r)**n - 1),
      *    or simply principal / n on an interest-free loan.  A rate
      *    and term whose growth factor will not fit are refused
      *    rather than booked on a truncated figure.
       01  WS-MONTHLY-RATE    PIC 9V9(6) COMP-3 VALUE ZERO.
       01  WS-GROWTH-FACTOR   PIC 9(9)V9(9) COMP-3 VALUE ZERO.
       01  WS-INSTALMENT      PIC 9(7)V99 COMP-3 VALUE ZERO.

      *    Schedule build: the balance each line starts from, the
      *    line being written, and the interest the loan will earn
      *    over its whole term.
       01  WS-SCHEDULE-BALANCE PIC 9(7)V99 COMP-3 VALUE ZERO.
       01  WS-LINE-NBR        PIC 9(3) COMP VALUE ZERO.
       01  WS-LINE-PRINCIPAL  PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-LOAN-INTEREST   PIC 9(9)V99 COMP-3 VALUE ZERO.

      *    Due date arithmetic: the month rolls with the day clamped
      *    to 28, the way the standing order run rolls its due dates
      *    and AcctMaint sets a term deposit's maturity.
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
           05  DTL-PRINCIPAL-ED    PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-RATE-ED         PIC Z9.9999.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-TERM-ED         PIC ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-INSTALMENT-ED   PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-OUTCOME         PIC X(20).

       01  WS-REPORT-TOTAL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-TOT-LABEL       PIC X(24).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-TOT-COUNT-ED    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-TOT-AMOUNT-ED   PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(27) VALUE SPACES.

      *    The nightly loan booking run.  Each approved application
      *    is proved - a fresh loan number, an open current account
      *    free of restrictions and not itself a term deposit, a
      *    sensible amount, rate and term - then booked: the loan
      *    master record, its full amortization schedule, and an LND
      *    credit of the loan amount to the customer's account,
      *    which the front edit and the posting run treat like any
      *    other day's work.  Refused applications go back to the
      *    credit office on the register with the reason.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-STEP-START-STAMP.
           PERFORM 0020-READ-CYCLE-DATE.
           PERFORM 0025-CHECK-PRIOR-RUN.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0150-WRITE-BATCH-HEADER.
           PERFORM 0110-READ-APPLICATION.
           PERFORM 0200-JUDGE-APPLICATION
               UNTIL WS-EOF-APL.
           PERFORM 0500-WRITE-BATCH-TRAILER.
           PERFORM 0800-PRINT-REPORT-TOTALS.
           PERFORM 0900-CLOSE-FILES.
           PERFORM 9100-RECORD-CYCLE-RUN.
           PERFORM 9200-WRITE-RUN-STATS.
           DISPLAY "LoanDisburse: " WS-BOOKED-COUNT " loans booked, "
               WS-REFUSED-COUNT " applications refused for cycle "
               WS-CYCLE-DATE.
           STOP RUN.

      *    No application file only means the credit office approved
      *    nothing today - the batch still goes out as a header and a
      *    zero trailer.  The loan master and schedule are created
      *    empty the first time, like the other permanent files.
      *    The account master and the product catalog are mandatory:
      *    no loan is paid into an account that cannot be proved.
       0100-OPEN-FILES.
           OPEN INPUT LOAN-APPLICATION-FILE.
           IF APL-FILE-MISSING
               SET WS-EOF-APL TO TRUE
           END-IF.
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
               DISPLAY "LoanDisburse: ACCTMAST.DAT not found - "
                   "aborting"
               PERFORM 0950-CLOSE-LOAN-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PRODUCT-CATALOG-FILE.
           IF PRD-FILE-MISSING
               DISPLAY "LoanDisburse: PRODCAT.DAT not found - "
                   "aborting"
               PERFORM 0950-CLOSE-LOAN-FILES
               CLOSE ACCOUNT-MASTER-FILE
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
           OPEN OUTPUT DISBURSE-BATCH-FILE.
           OPEN OUTPUT DISBURSE-REPORT-FILE.
           MOVE WS-CYCLE-DATE TO HDG-CYCLE-DATE.
           WRITE DISBURSE-REPORT-LINE FROM WS-CYCLE-HEADING-LINE.

      *    Tonight's business cycle date, set by operations and
      *    validated by CycleOpen at the top of the night: it stamps
      *    the register heading, dates each loan's disbursement and
      *    first instalment, and drives the double-run check below.
       0020-READ-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE.
           IF CYC-FILE-MISSING
               DISPLAY "LoanDisburse: CYCLDATE.DAT not found - "
                   "aborting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CYCLE-DATE-FILE
               AT END
                   DISPLAY "LoanDisburse: CYCLDATE.DAT is empty - "
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
      *    pay every loan out a second time, so the rerun is refused
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
                   DISPLAY "LoanDisburse: cycle " WS-CYCLE-DATE
                       " already completed - stepping over "
                       "under cycle-restart permit"
                   STOP RUN
               END-IF
               DISPLAY "LoanDisburse: cycle " WS-CYCLE-DATE
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
                   IF RUN-PROGRAM-ID = "LoanDisburse"
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
                   IF PRM-PROGRAM-ID = "LoanDisburse"
                           AND PRM-CYCLE-DATE = WS-CYCLE-DATE
                       SET WS-STEP-PERMITTED TO TRUE
                   END-IF
           END-READ.

       9100-RECORD-CYCLE-RUN.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF RUN-FILE-MISSING
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           MOVE "LoanDisburse" TO RUN-PROGRAM-ID.
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
           MOVE "LoanDisburse" TO STAT-PROGRAM-ID.
           MOVE WS-CYCLE-DATE TO STAT-CYCLE-DATE.
           MOVE WS-STEP-START-STAMP TO STAT-START-STAMP.
           MOVE FUNCTION CURRENT-DATE (1:14) TO STAT-END-STAMP.
           MOVE WS-READ-COUNT TO STAT-READ-COUNT.
           MOVE WS-BOOKED-COUNT TO STAT-ACCEPTED-COUNT.
           MOVE WS-REFUSED-COUNT TO STAT-REJECTED-COUNT.
           MOVE WS-EMITTED-COUNT TO STAT-WRITTEN-COUNT.
           WRITE RUN-STATS-RECORD.
           CLOSE RUN-STATS-FILE.

       0150-WRITE-BATCH-HEADER.
           WRITE DISBURSE-BATCH-LINE FROM WS-BATCH-HEADER-OUT.

       0110-READ-APPLICATION.
           READ LOAN-APPLICATION-FILE
               AT END
                   SET WS-EOF-APL TO TRUE
           END-READ.

      *    The cheap checks on the application itself come first;
      *    only an application that is well formed is looked up
      *    against the loan master, the account master and the
      *    restrictions, and only one that passes all of them has
      *    its instalment worked out and is booked.
       0200-JUDGE-APPLICATION.
           ADD 1 TO WS-READ-COUNT.
           SET WS-APPLICATION-GOOD TO TRUE.
           MOVE SPACES TO WS-REFUSE-REASON.
           EVALUATE TRUE
               WHEN APL-LOAN-NUMBER NOT NUMERIC
                       OR APL-LOAN-NUMBER = ZERO
                   SET WS-APPLICATION-REFUSED TO TRUE
                   MOVE "LOAN NUMBER INVALID" TO WS-REFUSE-REASON
               WHEN APL-ACCT-NUMBER NOT NUMERIC
                   SET WS-APPLICATION-REFUSED TO TRUE
                   MOVE "ACCOUNT NOT NUMERIC" TO WS-REFUSE-REASON
               WHEN APL-PRINCIPAL NOT NUMERIC
                       OR APL-PRINCIPAL = ZERO
                   SET WS-APPLICATION-REFUSED TO TRUE
                   MOVE "AMOUNT INVALID" TO WS-REFUSE-REASON
               WHEN APL-RATE NOT NUMERIC
                   SET WS-APPLICATION-REFUSED TO TRUE
                   MOVE "RATE INVALID" TO WS-REFUSE-REASON
               WHEN APL-TERM-MONTHS NOT NUMERIC
                       OR APL-TERM-MONTHS = ZERO
                       OR APL-TERM-MONTHS > WS-TERM-MAX
                   SET WS-APPLICATION-REFUSED TO TRUE
                   MOVE "TERM INVALID" TO WS-REFUSE-REASON
               WHEN OTHER
                   PERFORM 0210-CHECK-LOAN-NUMBER
           END-EVALUATE.
           IF WS-APPLICATION-GOOD
               PERFORM 0220-CHECK-ACCOUNT
           END-IF.
           IF WS-APPLICATION-GOOD
               PERFORM 0230-CHECK-RESTRICTION
           END-IF.
           IF WS-APPLICATION-GOOD
               PERFORM 0300-COMPUTE-INSTALMENT
           END-IF.
           IF WS-APPLICATION-GOOD
               PERFORM 0400-BOOK-LOAN
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
           END-IF.
           PERFORM 0550-WRITE-REPORT-DETAIL.
           PERFORM 0110-READ-APPLICATION.

      *    A loan number is allotted once - an application naming a
      *    number already on the master is a keying slip or a second
      *    submission, and paying it would lend the money twice.
       0210-CHECK-LOAN-NUMBER.
           MOVE APL-LOAN-NUMBER TO LN-LOAN-NUMBER.
           READ LOAN-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-APPLICATION-REFUSED TO TRUE
                   MOVE "LOAN ALREADY ON FILE" TO WS-REFUSE-REASON
           END-READ.

      *    The account must be open, and an ordinary account: a term
      *    deposit takes no debits inside its term, so it could never
      *    be collected from.  Loans are lent and collected in the
      *    base currency, so an account kept in another currency can
      *    neither take the principal nor pay the instalments.
       0220-CHECK-ACCOUNT.
           MOVE APL-ACCT-NUMBER TO ACCT-NUMBER.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   SET WS-APPLICATION-REFUSED TO TRUE
                   MOVE "ACCOUNT NOT ON FILE" TO WS-REFUSE-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT ACCT-ACTIVE
                           SET WS-APPLICATION-REFUSED TO TRUE
                           MOVE "ACCOUNT NOT ACTIVE"
                               TO WS-REFUSE-REASON
                       WHEN ACCT-CURRENCY NOT = SPACES
                           SET WS-APPLICATION-REFUSED TO TRUE
                           MOVE "ACCOUNT NOT IN BASE"
                               TO WS-REFUSE-REASON
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
           IF WS-APPLICATION-GOOD
               MOVE ACCT-PRODUCT-CODE TO PROD-CODE
               READ PRODUCT-CATALOG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PROD-TERM-DEPOSIT
                           SET WS-APPLICATION-REFUSED TO TRUE
                           MOVE "TERM DEPOSIT ACCOUNT"
                               TO WS-REFUSE-REASON
                       END-IF
               END-READ
           END-IF.

      *    Any restriction still in force refuses the loan: a credit
      *    block would hold the disbursement at the front edit, a
      *    debit block would leave every instalment uncollectable.
       0230-CHECK-RESTRICTION.
           MOVE APL-ACCT-NUMBER TO RST-ACCT-NUMBER.
           READ RESTRICTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RST-EXPIRY-DATE >= WS-CYCLE-DATE
                       SET WS-APPLICATION-REFUSED TO TRUE
                       MOVE "ACCOUNT RESTRICTED" TO WS-REFUSE-REASON
                   END-IF
           END-READ.

       0300-COMPUTE-INSTALMENT.
           COMPUTE WS-MONTHLY-RATE = APL-RATE / 100.
           IF WS-MONTHLY-RATE = ZERO
               COMPUTE WS-INSTALMENT ROUNDED =
                   APL-PRINCIPAL / APL-TERM-MONTHS
           ELSE
               COMPUTE WS-GROWTH-FACTOR ROUNDED =
                   (1 + WS-MONTHLY-RATE) ** APL-TERM-MONTHS
                   ON SIZE ERROR
                       SET WS-APPLICATION-REFUSED TO TRUE
                       MOVE "RATE/TERM TOO HIGH" TO WS-REFUSE-REASON
               END-COMPUTE
               IF WS-APPLICATION-GOOD
                   COMPUTE WS-INSTALMENT ROUNDED =
                       APL-PRINCIPAL * WS-MONTHLY-RATE
                       * WS-GROWTH-FACTOR / (WS-GROWTH-FACTOR - 1)
                       ON SIZE ERROR
                           SET WS-APPLICATION-REFUSED TO TRUE
                           MOVE "INSTALMENT OVERFLOW"
                               TO WS-REFUSE-REASON
                   END-COMPUTE
               END-IF
           END-IF.
           IF WS-APPLICATION-GOOD AND WS-INSTALMENT = ZERO
               SET WS-APPLICATION-REFUSED TO TRUE
               MOVE "INSTALMENT TOO SMALL" TO WS-REFUSE-REASON
           END-IF.

      *    Booking: the first instalment falls due a month after
      *    tonight and each one after it a month later.  The loan
      *    record goes on file once its whole schedule has been
      *    written, then the disbursement goes out to the posting
      *    run.
       0400-BOOK-LOAN.
           MOVE APL-LOAN-NUMBER  TO LN-LOAN-NUMBER.
           MOVE APL-ACCT-NUMBER  TO LN-ACCT-NUMBER.
           SET LN-ACTIVE TO TRUE.
           MOVE APL-PRINCIPAL    TO LN-PRINCIPAL LN-OUTSTANDING.
           MOVE APL-RATE         TO LN-RATE.
           MOVE APL-TERM-MONTHS  TO LN-TERM-MONTHS.
           MOVE WS-INSTALMENT    TO LN-INSTALMENT.
           MOVE WS-CYCLE-DATE    TO LN-DISBURSE-DATE.
           MOVE 1                TO LN-NEXT-INSTALMENT.
           MOVE ZERO TO LN-AMOUNT-DUE
                        LN-ARREARS-SINCE
                        LN-PAID-TO-DATE
                        LN-LAST-PAID-DATE.
           MOVE WS-CYCLE-DATE    TO WS-DUE-WORK.
           PERFORM 0460-ROLL-DUE-MONTH.
           MOVE WS-DUE-WORK      TO LN-NEXT-DUE.
           MOVE APL-PRINCIPAL    TO WS-SCHEDULE-BALANCE.
           MOVE ZERO             TO WS-LOAN-INTEREST.
           PERFORM 0410-WRITE-SCHEDULE-LINE
               VARYING WS-LINE-NBR FROM 1 BY 1
               UNTIL WS-LINE-NBR > APL-TERM-MONTHS.
           WRITE LOAN-MASTER-RECORD.
           MOVE APL-ACCT-NUMBER  TO OUT-ACCT-NUMBER.
           MOVE "C"              TO OUT-TRANS-TYPE.
           MOVE APL-PRINCIPAL    TO OUT-AMOUNT.
           MOVE APL-LOAN-NUMBER  TO OUT-CONTRA.
           PERFORM 0420-WRITE-BATCH-DETAIL.
           ADD 1 TO WS-BOOKED-COUNT.
           ADD APL-PRINCIPAL TO WS-BOOKED-TOTAL.
           ADD WS-LOAN-INTEREST TO WS-INTEREST-TOTAL.

      *    One schedule line: interest on the balance the line starts
      *    from, the rest of the level instalment off the principal.
      *    The last line clears whatever principal rounding has left,
      *    so its instalment may differ from the others by a few
      *    centimes.  A line left behind under the same loan number
      *    by an earlier, deleted loan is overwritten.
       0410-WRITE-SCHEDULE-LINE.
           MOVE APL-LOAN-NUMBER TO LNS-LOAN-NUMBER.
           MOVE WS-LINE-NBR     TO LNS-INSTALMENT-NBR.
           MOVE WS-DUE-WORK     TO LNS-DUE-DATE.
           COMPUTE LNS-INTEREST-PART ROUNDED =
               WS-SCHEDULE-BALANCE * WS-MONTHLY-RATE.
           COMPUTE WS-LINE-PRINCIPAL =
               WS-INSTALMENT - LNS-INTEREST-PART.
           IF WS-LINE-NBR = APL-TERM-MONTHS
                   OR WS-LINE-PRINCIPAL > WS-SCHEDULE-BALANCE
               MOVE WS-SCHEDULE-BALANCE TO WS-LINE-PRINCIPAL
           END-IF.
           IF WS-LINE-PRINCIPAL < ZERO
               MOVE ZERO TO WS-LINE-PRINCIPAL
           END-IF.
           MOVE WS-LINE-PRINCIPAL TO LNS-PRINCIPAL-PART.
           COMPUTE LNS-INSTALMENT-AMOUNT =
               LNS-PRINCIPAL-PART + LNS-INTEREST-PART.
           SUBTRACT LNS-PRINCIPAL-PART FROM WS-SCHEDULE-BALANCE.
           MOVE WS-SCHEDULE-BALANCE TO LNS-BALANCE-AFTER.
           SET LNS-SCHEDULED TO TRUE.
           MOVE ZERO TO LNS-PAID-AMOUNT LNS-PAID-DATE.
           WRITE LOAN-SCHEDULE-RECORD
               INVALID KEY
                   REWRITE LOAN-SCHEDULE-RECORD
           END-WRITE.
           ADD LNS-INTEREST-PART TO WS-LOAN-INTEREST.
           PERFORM 0460-ROLL-DUE-MONTH.

       0420-WRITE-BATCH-DETAIL.
           WRITE DISBURSE-BATCH-LINE FROM WS-TRANS-OUT.
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
           WRITE DISBURSE-BATCH-LINE FROM WS-BATCH-TRAILER-OUT.

      *    A refused application is listed as keyed, so far as its
      *    fields are numbers at all - a field that is not prints as
      *    zero beside the reason that says so.
       0550-WRITE-REPORT-DETAIL.
           MOVE ZERO TO DTL-LOAN-NUMBER-ED DTL-ACCT-NUMBER-ED
                        DTL-PRINCIPAL-ED DTL-RATE-ED DTL-TERM-ED
                        DTL-INSTALMENT-ED.
           IF APL-LOAN-NUMBER IS NUMERIC
               MOVE APL-LOAN-NUMBER TO DTL-LOAN-NUMBER-ED
           END-IF.
           IF APL-ACCT-NUMBER IS NUMERIC
               MOVE APL-ACCT-NUMBER TO DTL-ACCT-NUMBER-ED
           END-IF.
           IF APL-PRINCIPAL IS NUMERIC
               MOVE APL-PRINCIPAL TO DTL-PRINCIPAL-ED
           END-IF.
           IF APL-RATE IS NUMERIC
               MOVE APL-RATE TO DTL-RATE-ED
           END-IF.
           IF APL-TERM-MONTHS IS NUMERIC
               MOVE APL-TERM-MONTHS TO DTL-TERM-ED
           END-IF.
           IF WS-APPLICATION-GOOD
               MOVE WS-INSTALMENT TO DTL-INSTALMENT-ED
               STRING "FIRST DUE " LN-NEXT-DUE
                   DELIMITED BY SIZE INTO DTL-OUTCOME
           ELSE
               MOVE WS-REFUSE-REASON TO DTL-OUTCOME
           END-IF.
           WRITE DISBURSE-REPORT-LINE FROM WS-REPORT-DETAIL-LINE.

       0800-PRINT-REPORT-TOTALS.
           MOVE "APPLICATIONS READ"    TO RPT-TOT-LABEL.
           MOVE WS-READ-COUNT          TO RPT-TOT-COUNT-ED.
           MOVE ZERO                   TO RPT-TOT-AMOUNT-ED.
           WRITE DISBURSE-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "LOANS DISBURSED"      TO RPT-TOT-LABEL.
           MOVE WS-BOOKED-COUNT        TO RPT-TOT-COUNT-ED.
           MOVE WS-BOOKED-TOTAL        TO RPT-TOT-AMOUNT-ED.
           WRITE DISBURSE-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "INTEREST SCHEDULED"   TO RPT-TOT-LABEL.
           MOVE WS-BOOKED-COUNT        TO RPT-TOT-COUNT-ED.
           MOVE WS-INTEREST-TOTAL      TO RPT-TOT-AMOUNT-ED.
           WRITE DISBURSE-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "APPLICATIONS REFUSED" TO RPT-TOT-LABEL.
           MOVE WS-REFUSED-COUNT       TO RPT-TOT-COUNT-ED.
           MOVE ZERO                   TO RPT-TOT-AMOUNT-ED.
           WRITE DISBURSE-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

       0900-CLOSE-FILES.
           IF NOT APL-FILE-MISSING
               CLOSE LOAN-APPLICATION-FILE
           END-IF.
           PERFORM 0950-CLOSE-LOAN-FILES.
           CLOSE ACCOUNT-MASTER-FILE
                 PRODUCT-CATALOG-FILE
                 RESTRICTION-FILE
                 DISBURSE-BATCH-FILE
                 DISBURSE-REPORT-FILE.

       0950-CLOSE-LOAN-FILES.
           CLOSE LOAN-MASTER-FILE
                 LOAN-SCHEDULE-FILE.
