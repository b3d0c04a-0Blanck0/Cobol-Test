       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClosureSettle.
       AUTHOR. Alexandre ELISABETH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSURE-REQUEST-FILE
               ASSIGN TO CLOSREQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRQ-ACCT-NUMBER
               FILE STATUS IS WS-CRQ-STATUS.

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

           SELECT NAME-INDEX-FILE
               ASSIGN TO NAMEIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NDX-KEY
               FILE STATUS IS WS-NDX-STATUS.

           SELECT CREDENTIAL-FILE
               ASSIGN TO ACCTCRED
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRD-ACCT-NUMBER
               FILE STATUS IS WS-CRD-STATUS.

           SELECT RESTRICTION-FILE
               ASSIGN TO ACCTRST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RST-ACCT-NUMBER
               FILE STATUS IS WS-RST-STATUS.

           SELECT FUNDS-HOLD-FILE
               ASSIGN TO FUNDHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HLD-STATUS.

           SELECT STANDING-ORDER-FILE
               ASSIGN TO STNDORD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SORD-ORDER-NUMBER
               FILE STATUS IS WS-ORD-STATUS.

           SELECT BUSINESS-CALENDAR-FILE
               ASSIGN TO BUSCAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

           SELECT CLOSURE-CONTROL-FILE
               ASSIGN TO CLSCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

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

           SELECT NOTICE-FILE
               ASSIGN TO NOTICE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTC-STATUS.

           SELECT CLOSURE-BATCH-FILE
               ASSIGN TO CLSRAW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAT-STATUS.

           SELECT CLOSURE-PAYOUT-FILE
               ASSIGN TO CLSPAY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.

           SELECT CLOSURE-REPORT-FILE
               ASSIGN TO CLSRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOSURE-REQUEST-FILE.
           COPY CLSREQ.

       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTMAST.

       FD  PRODUCT-CATALOG-FILE.
           COPY PRODCAT.

       FD  NAME-INDEX-FILE.
           COPY NAMEIDX.

       FD  CREDENTIAL-FILE.
           COPY CREDREC.

       FD  RESTRICTION-FILE.
           COPY RESTREC.

       FD  FUNDS-HOLD-FILE.
           COPY HOLDREC.

       FD  STANDING-ORDER-FILE.
           COPY STORDREC.

      *    The business-calendar master CycleOpen validates the night
      *    against: B marks a processing day.  A closure accrues for
      *    the business days it actually shows between the last
      *    monthly accrual and the closure date.
       FD  BUSINESS-CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CAL-DATE            PIC 9(8).
           05  CAL-DAY-TYPE        PIC X(1).
               88  CAL-BUSINESS-DAY VALUE "B".

      *    One control record: the outward-payments account a payout
      *    to an outside bank is transferred into while it waits for
      *    the clearing extract to send it on.
       FD  CLOSURE-CONTROL-FILE.
       01  CLOSURE-CONTROL-RECORD.
           05  CTL-OUTWARD-ACCT    PIC 9(6).

       FD  CYCLE-DATE-FILE.
           COPY CYCLCTL.

       FD  RUN-CONTROL-FILE.
           COPY RUNREC.

       FD  STEP-PERMIT-FILE.
           COPY STEPPERM.

       FD  RUN-STATS-FILE.
           COPY STATREC.

      *    Every account closed here is told to the customer by
      *    letter: the closure advice goes on the shared notice file
      *    for NoticeLetters.
       FD  NOTICE-FILE.
           COPY NOTCREC.

      *    The settlement postings go out in the batched form the
      *    front edit expects from any branch: an H header naming CLS
      *    as the submitting branch, one TRANS-RECORD image per
      *    movement and a T trailer declaring the record count and
      *    the amount hash in centimes, the same shape TermDepMaturity
      *    produces for TDM.  Per account the interest credit comes
      *    first, then the overdraft charge and the closing fee, and
      *    the payout transfer last, so it finds the account exactly
      *    at its settled figure.
       FD  CLOSURE-BATCH-FILE.
       01  CLOSURE-BATCH-LINE      PIC X(22).

       FD  CLOSURE-PAYOUT-FILE.
           COPY CLSPAY.

       FD  CLOSURE-REPORT-FILE.
       01  CLOSURE-REPORT-LINE     PIC X(80).

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

       01  WS-CRQ-STATUS PIC XX.
           88  CRQ-FILE-MISSING   VALUE "35".
       01  WS-ACCT-STATUS PIC XX.
           88  ACCT-FILE-MISSING  VALUE "35".
       01  WS-PRD-STATUS PIC XX.
           88  PRD-FILE-MISSING   VALUE "35".
       01  WS-NDX-STATUS PIC XX.
           88  NDX-FILE-MISSING   VALUE "35".
       01  WS-CRD-STATUS PIC XX.
           88  CRD-FILE-MISSING   VALUE "35".
       01  WS-RST-STATUS PIC XX.
           88  RST-FILE-MISSING   VALUE "35".
       01  WS-HLD-STATUS PIC XX.
           88  HLD-FILE-MISSING   VALUE "35".
       01  WS-ORD-STATUS PIC XX.
           88  ORD-FILE-MISSING   VALUE "35".
       01  WS-CAL-STATUS PIC XX.
           88  CAL-FILE-MISSING   VALUE "35".
       01  WS-CTL-STATUS PIC XX.
           88  CTL-FILE-MISSING   VALUE "35".
       01  WS-STATS-STATUS PIC XX.
           88  STATS-FILE-MISSING VALUE "35".
       01  WS-NTC-STATUS PIC XX.
           88  NTC-FILE-MISSING   VALUE "35".
       01  WS-BAT-STATUS PIC XX.
       01  WS-PAY-STATUS PIC XX.
       01  WS-RPT-STATUS PIC XX.

       01  WS-EOF-CRQ-SW PIC X VALUE "N".
           88  WS-EOF-CRQ         VALUE "Y".
       01  WS-EOF-CAL-SW PIC X VALUE "N".
           88  WS-EOF-CAL         VALUE "Y".
       01  WS-EOF-HLD-SW PIC X VALUE "N".
           88  WS-EOF-HLD         VALUE "Y".
       01  WS-EOF-ORD-SW PIC X VALUE "N".
           88  WS-EOF-ORD         VALUE "Y".

      *    What the run decided for the request in hand: worked
      *    through, or held back for the desk with the reason.
       01  WS-SETTLE-SW PIC X VALUE SPACE.
           88  WS-SETTLE-OK         VALUE "O".
           88  WS-SETTLE-HELD       VALUE "H".
       01  WS-HELD-REASON      PIC X(20) VALUE SPACES.

       01  WS-OUTWARD-ACCT     PIC 9(6) VALUE ZERO.
       01  WS-PAYOUT-TARGET    PIC 9(6) VALUE ZERO.

      *    The closing account as read, kept apart from the master
      *    record, which the payout account check reads over.
       01  WS-CLOSING-BALANCE  PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-CLOSING-PRODUCT  PIC X(3) VALUE SPACES.
       01  WS-CLOSING-CURRENCY PIC X(3) VALUE SPACES.

      *    The closing account's product terms off the catalog.
       01  WS-CREDIT-RATE     PIC 9(2)V9(4) COMP-3 VALUE ZERO.
       01  WS-OVERDRAFT-RATE  PIC 9(2)V9(4) COMP-3 VALUE ZERO.
       01  WS-PRODUCT-FEE     PIC 9(4)V99 COMP-3 VALUE ZERO.
       01  WS-TERM-PRODUCT-SW PIC X VALUE "N".
           88  WS-TERM-PRODUCT    VALUE "Y".

      *    The monthly rates are quoted for the standard month of 21
      *    business days MonthlyAccrual scales by; a closure earns or
      *    pays for the business days from the day after the last
      *    month accrued through the closure date, on the same scale.
      *    The last month accrued is the month of MonthlyAccrual's
      *    latest completion on the run-control file.
       01  WS-STD-BUSINESS-DAYS PIC 9(2) COMP VALUE 21.
       01  WS-ACCRUAL-DAYS      PIC 9(4) COMP VALUE ZERO.
       01  WS-ACCRUAL-DAYS-DISP PIC 9(3) VALUE ZERO.
       01  WS-LAST-ACCRUAL-DATE PIC 9(8) VALUE ZERO.
       01  WS-ACCRUED-THROUGH   PIC 9(8) VALUE ZERO.
       01  WS-ACCRUED-SPLIT REDEFINES WS-ACCRUED-THROUGH.
           05  ACT-YEAR-MONTH   PIC 9(6).
           05  ACT-DAY          PIC 9(2).
       01  WS-ACCRUE-FROM       PIC 9(8) VALUE ZERO.
       01  WS-ACCRUE-FROM-SPLIT REDEFINES WS-ACCRUE-FROM.
           05  ACF-YEAR-MONTH   PIC 9(6).
           05  ACF-DAY          PIC 9(2).

      *    The settlement itself: what the account holds, plus the
      *    interest or less the overdraft charge to the closure date,
      *    is the net; the closing fee comes out of the net, never
      *    more than there is, and the rest is paid away.
       01  WS-INTEREST-AMOUNT PIC 9(7)V99 COMP-3 VALUE ZERO.
       01  WS-CHARGE-AMOUNT   PIC 9(7)V99 COMP-3 VALUE ZERO.
       01  WS-FEE-AMOUNT      PIC 9(7)V99 COMP-3 VALUE ZERO.
       01  WS-NET-AMOUNT      PIC S9(8)V99 COMP-3 VALUE ZERO.
       01  WS-PAYOUT-AMOUNT   PIC 9(7)V99 COMP-3 VALUE ZERO.
       01  WS-HOLD-TOTAL      PIC 9(9)V99 COMP-3 VALUE ZERO.
       01  WS-ORDER-COUNT     PIC 9(3) VALUE ZERO.

       01  WS-TRANS-OUT.
           05  OUT-ACCT-NUMBER     PIC 9(6).
           05  OUT-TRANS-TYPE      PIC X(1).
           05  OUT-AMOUNT          PIC 9(7)V99.
           05  OUT-CONTRA          PIC 9(6).

       01  WS-BATCH-HEADER-OUT.
           05  FILLER              PIC X(1) VALUE "H".
           05  FILLER              PIC X(4) VALUE "CLS ".
           05  FILLER              PIC X(17) VALUE SPACES.

       01  WS-BATCH-TRAILER-OUT.
           05  FILLER              PIC X(1) VALUE "T".
           05  TRL-COUNT           PIC 9(7).
           05  TRL-AMOUNT          PIC 9(13).
           05  FILLER              PIC X(1) VALUE SPACE.

       01  WS-READ-COUNT      PIC 9(7) BINARY VALUE ZERO.
       01  WS-NOT-DUE-COUNT   PIC 9(7) BINARY VALUE ZERO.
       01  WS-SETTLED-COUNT   PIC 9(7) BINARY VALUE ZERO.
       01  WS-CLOSED-COUNT    PIC 9(7) BINARY VALUE ZERO.
       01  WS-HELD-COUNT      PIC 9(7) BINARY VALUE ZERO.
       01  WS-EMITTED-COUNT   PIC 9(7) BINARY VALUE ZERO.
       01  WS-CANCELLED-COUNT PIC 9(7) BINARY VALUE ZERO.
       01  WS-CLEARING-COUNT  PIC 9(7) BINARY VALUE ZERO.
       01  WS-NOTICE-COUNT    PIC 9(7) BINARY VALUE ZERO.
       01  WS-HASH-TOTAL      PIC 9(13) COMP-3 VALUE ZERO.
       01  WS-INTEREST-TOTAL  PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-CHARGE-TOTAL    PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-FEE-TOTAL       PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-PAYOUT-TOTAL    PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-CLEARING-TOTAL  PIC 9(11)V99 COMP-3 VALUE ZERO.

       01  WS-CYCLE-HEADING-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(11) VALUE "CYCLE DATE ".
           05  HDG-CYCLE-DATE      PIC 9(8).
           05  FILLER              PIC X(59) VALUE SPACES.

      *    Closure register detail: one line for every step the
      *    settlement took on an account - each posting, each order
      *    cancelled, the close, the credential, the advice - or for
      *    the reason it was held.
       01  WS-REPORT-DETAIL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-ACCT-NUMBER-ED  PIC ZZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-STEP            PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-AMOUNT-ED       PIC -Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-DETAIL          PIC X(20).
           05  FILLER              PIC X(13) VALUE SPACES.

       01  WS-REPORT-TOTAL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-TOT-LABEL       PIC X(24).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-TOT-COUNT-ED    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-TOT-AMOUNT-ED   PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(27) VALUE SPACES.

      *    The nightly closure settlement run, working the closure
      *    requests AcctMaint files in two passes.  On the closure
      *    date a request is settled: interest or the overdraft
      *    charge is accrued from the last monthly accrual to the
      *    closure date at the product's catalog rates, the closing
      *    fee is charged, the net is paid away to the nominated
      *    account - or, for an outside bank, into the outward-
      *    payments account - and the account's standing orders are
      *    cancelled so none falls due on an account about to close.
      *    The postings go to the front edit as a CLS batch.  On a
      *    later night, once the posting run has provably left the
      *    balance at zero, the account is closed, its credential is
      *    retired, an outside payout is handed to the clearing
      *    extract and the customer is sent the closure advice.
      *    Anything that stands in the way holds the request for the
      *    desk, and it is tried again every night until cleared.
      *    Every step taken is listed on the closure register.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-STEP-START-STAMP.
           PERFORM 0020-READ-CYCLE-DATE.
           PERFORM 0025-CHECK-PRIOR-RUN.
           PERFORM 0030-FIND-LAST-ACCRUAL.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0130-READ-CLOSURE-CONTROL.
           PERFORM 0150-WRITE-BATCH-HEADER.
           PERFORM 0110-READ-REQUEST.
           PERFORM 0200-JUDGE-REQUEST
               UNTIL WS-EOF-CRQ.
           PERFORM 0500-WRITE-BATCH-TRAILER.
           PERFORM 0800-PRINT-REPORT-TOTALS.
           PERFORM 0900-CLOSE-FILES.
           PERFORM 9100-RECORD-CYCLE-RUN.
           PERFORM 9200-WRITE-RUN-STATS.
           DISPLAY "ClosureSettle: " WS-SETTLED-COUNT " settled, "
               WS-CLOSED-COUNT " closed, " WS-HELD-COUNT
               " held for cycle " WS-CYCLE-DATE.
           STOP RUN.

      *    The account master, the product catalog, the closure
      *    control record and the business calendar are mandatory: a
      *    settlement cannot be worked without the balance, the rates,
      *    somewhere to send an outside payout, or the days to accrue
      *    for.  An absent request file only means no closure has
      *    ever been asked for - it is created empty and the batch
      *    goes out as a header and a zero trailer.  The other masters
      *    are created empty the first time they are not there.
       0100-OPEN-FILES.
           OPEN I-O ACCOUNT-MASTER-FILE.
           IF ACCT-FILE-MISSING
               DISPLAY "ClosureSettle: ACCTMAST.DAT not found - "
                   "aborting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PRODUCT-CATALOG-FILE.
           IF PRD-FILE-MISSING
               DISPLAY "ClosureSettle: PRODCAT.DAT not found - "
                   "aborting"
               CLOSE ACCOUNT-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CLOSURE-CONTROL-FILE.
           IF CTL-FILE-MISSING
               DISPLAY "ClosureSettle: CLSCTL.DAT not found - "
                   "aborting"
               CLOSE ACCOUNT-MASTER-FILE
                     PRODUCT-CATALOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT BUSINESS-CALENDAR-FILE.
           IF CAL-FILE-MISSING
               DISPLAY "ClosureSettle: BUSCAL.DAT not found - "
                   "aborting"
               CLOSE ACCOUNT-MASTER-FILE
                     PRODUCT-CATALOG-FILE
                     CLOSURE-CONTROL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE BUSINESS-CALENDAR-FILE.
           OPEN I-O CLOSURE-REQUEST-FILE.
           IF CRQ-FILE-MISSING
               OPEN OUTPUT CLOSURE-REQUEST-FILE
               CLOSE CLOSURE-REQUEST-FILE
               OPEN I-O CLOSURE-REQUEST-FILE
           END-IF.
           OPEN I-O NAME-INDEX-FILE.
           IF NDX-FILE-MISSING
               OPEN OUTPUT NAME-INDEX-FILE
               CLOSE NAME-INDEX-FILE
               OPEN I-O NAME-INDEX-FILE
           END-IF.
           OPEN I-O CREDENTIAL-FILE.
           IF CRD-FILE-MISSING
               OPEN OUTPUT CREDENTIAL-FILE
               CLOSE CREDENTIAL-FILE
               OPEN I-O CREDENTIAL-FILE
           END-IF.
           OPEN INPUT RESTRICTION-FILE.
           IF RST-FILE-MISSING
               OPEN OUTPUT RESTRICTION-FILE
               CLOSE RESTRICTION-FILE
               OPEN INPUT RESTRICTION-FILE
           END-IF.
           OPEN INPUT FUNDS-HOLD-FILE.
           IF HLD-FILE-MISSING
               OPEN OUTPUT FUNDS-HOLD-FILE
               CLOSE FUNDS-HOLD-FILE
               OPEN INPUT FUNDS-HOLD-FILE
           END-IF.
           OPEN I-O STANDING-ORDER-FILE.
           IF ORD-FILE-MISSING
               OPEN OUTPUT STANDING-ORDER-FILE
               CLOSE STANDING-ORDER-FILE
               OPEN I-O STANDING-ORDER-FILE
           END-IF.
           PERFORM 0105-OPEN-NOTICE.
           OPEN OUTPUT CLOSURE-BATCH-FILE.
           OPEN OUTPUT CLOSURE-PAYOUT-FILE.
           OPEN OUTPUT CLOSURE-REPORT-FILE.
           MOVE WS-CYCLE-DATE TO HDG-CYCLE-DATE.
           WRITE CLOSURE-REPORT-LINE FROM WS-CYCLE-HEADING-LINE.

      *    The customer notice file accumulates across runs, OPEN
      *    EXTEND once it exists and OPEN OUTPUT the first time,
      *    until NoticeLetters prints the letters and rewrites it.
       0105-OPEN-NOTICE.
           OPEN EXTEND NOTICE-FILE.
           IF NTC-FILE-MISSING
               OPEN OUTPUT NOTICE-FILE
           END-IF.

       0130-READ-CLOSURE-CONTROL.
           READ CLOSURE-CONTROL-FILE
               AT END
                   DISPLAY "ClosureSettle: CLSCTL.DAT is empty - "
                       "aborting"
                   PERFORM 0900-CLOSE-FILES
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE CTL-OUTWARD-ACCT TO WS-OUTWARD-ACCT.
           IF WS-OUTWARD-ACCT = ZERO
               DISPLAY "ClosureSettle: CLSCTL.DAT carries a zero "
                   "outward-payments account - aborting"
               PERFORM 0900-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Tonight's business cycle date, set by operations and
      *    validated by CycleOpen at the top of the night: it stamps
      *    the register heading, decides which closures are due, and
      *    drives the double-run check below.
       0020-READ-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE.
           IF CYC-FILE-MISSING
               DISPLAY "ClosureSettle: CYCLDATE.DAT not found - "
                   "aborting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CYCLE-DATE-FILE
               AT END
                   DISPLAY "ClosureSettle: CYCLDATE.DAT is empty - "
                       "aborting"
                   CLOSE CYCLE-DATE-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE CYCLE-DATE TO WS-CYCLE-DATE.
           MOVE CYCLE-OVERRIDE-FLAG TO WS-CYCLE-OVERRIDE-SW.
           CLOSE CYCLE-DATE-FILE.

      *    A completion record for this program against tonight's
      *    cycle date means the step already ran - the requests it
      *    worked are already marked settled or closed, so a rerun
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
                   DISPLAY "ClosureSettle: cycle " WS-CYCLE-DATE
                       " already completed - stepping over "
                       "under cycle-restart permit"
                   STOP RUN
               END-IF
               DISPLAY "ClosureSettle: cycle " WS-CYCLE-DATE
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
                   IF RUN-PROGRAM-ID = "ClosureSettle"
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
                   IF PRM-PROGRAM-ID = "ClosureSettle"
                           AND PRM-CYCLE-DATE = WS-CYCLE-DATE
                       SET WS-STEP-PERMITTED TO TRUE
                   END-IF
           END-READ.

      *    The month MonthlyAccrual last completed: every business day
      *    up to the end of that month has been paid or charged
      *    already.  No completion on file leaves it zero, and each
      *    closure then accrues from the start of its own month.
       0030-FIND-LAST-ACCRUAL.
           MOVE "N" TO WS-EOF-RUN-SW.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUN-STATUS = "00"
               PERFORM 0035-SCAN-ACCRUAL-RUN
                   UNTIL WS-EOF-RUN
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF WS-LAST-ACCRUAL-DATE NOT = ZERO
               MOVE WS-LAST-ACCRUAL-DATE TO WS-ACCRUED-THROUGH
               MOVE 31 TO ACT-DAY
           END-IF.

       0035-SCAN-ACCRUAL-RUN.
           READ RUN-CONTROL-FILE
               AT END
                   SET WS-EOF-RUN TO TRUE
               NOT AT END
                   IF RUN-PROGRAM-ID = "MonthlyAccrual"
                           AND RUN-CYCLE-DATE > WS-LAST-ACCRUAL-DATE
                       MOVE RUN-CYCLE-DATE TO WS-LAST-ACCRUAL-DATE
                   END-IF
           END-READ.

       9100-RECORD-CYCLE-RUN.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF RUN-FILE-MISSING
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           MOVE "ClosureSettle" TO RUN-PROGRAM-ID.
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
           MOVE "ClosureSettle" TO STAT-PROGRAM-ID.
           MOVE WS-CYCLE-DATE TO STAT-CYCLE-DATE.
           MOVE WS-STEP-START-STAMP TO STAT-START-STAMP.
           MOVE FUNCTION CURRENT-DATE (1:14) TO STAT-END-STAMP.
           MOVE WS-READ-COUNT TO STAT-READ-COUNT.
           COMPUTE STAT-ACCEPTED-COUNT =
               WS-SETTLED-COUNT + WS-CLOSED-COUNT.
           COMPUTE STAT-REJECTED-COUNT =
               WS-HELD-COUNT + WS-NOT-DUE-COUNT.
           MOVE WS-EMITTED-COUNT TO STAT-WRITTEN-COUNT.
           WRITE RUN-STATS-RECORD.
           CLOSE RUN-STATS-FILE.

       0150-WRITE-BATCH-HEADER.
           WRITE CLOSURE-BATCH-LINE FROM WS-BATCH-HEADER-OUT.

       0110-READ-REQUEST.
           READ CLOSURE-REQUEST-FILE NEXT RECORD
               AT END
                   SET WS-EOF-CRQ TO TRUE
           END-READ.

      *    A settled request is closed first thing - its postings went
      *    through on an earlier night.  A request whose closure date
      *    has come round is settled; a request held back on an
      *    earlier night is picked up again until the desk clears
      *    what held it.  Closed requests and closures still to come
      *    are only counted.
       0200-JUDGE-REQUEST.
           ADD 1 TO WS-READ-COUNT.
           EVALUATE TRUE
               WHEN CRQ-SETTLED
                   PERFORM 0600-CLOSE-SETTLED-ACCOUNT
               WHEN CRQ-REQUESTED
                       AND CRQ-CLOSURE-DATE NOT > WS-CYCLE-DATE
                   PERFORM 0300-SETTLE-REQUEST
               WHEN OTHER
                   ADD 1 TO WS-NOT-DUE-COUNT
           END-EVALUATE.
           PERFORM 0110-READ-REQUEST.

      *    Everything the settlement needs is proved before a posting
      *    is emitted: the account must still be open and free to be
      *    debited with nothing held against it, and the payout must
      *    have an open account to land on that accepts credits.  A
      *    request that fails any of it is left exactly as it was and
      *    listed for the desk.
       0300-SETTLE-REQUEST.
           SET WS-SETTLE-OK TO TRUE.
           MOVE SPACES TO WS-HELD-REASON.
           PERFORM 0310-CHECK-CLOSING-ACCOUNT.
           IF WS-SETTLE-OK
               PERFORM 0320-CHECK-DEBIT-RESTRICTION
           END-IF.
           IF WS-SETTLE-OK
               PERFORM 0330-CHECK-FUNDS-HOLDS
           END-IF.
           IF WS-SETTLE-OK
               PERFORM 0340-CHECK-PAYOUT-ACCOUNT
           END-IF.
           IF WS-SETTLE-OK
               PERFORM 0350-COMPUTE-SETTLEMENT
           END-IF.
           IF WS-SETTLE-OK
               PERFORM 0400-EMIT-SETTLEMENT
               PERFORM 0450-CANCEL-STANDING-ORDERS
               PERFORM 0470-MARK-SETTLED
           ELSE
               PERFORM 0390-HOLD-REQUEST
           END-IF.

       0310-CHECK-CLOSING-ACCOUNT.
           MOVE CRQ-ACCT-NUMBER TO ACCT-NUMBER.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   SET WS-SETTLE-HELD TO TRUE
                   MOVE "ACCOUNT NOT ON FILE" TO WS-HELD-REASON
               NOT INVALID KEY
                   IF ACCT-ACTIVE
                       MOVE CUST-SOLDE        TO WS-CLOSING-BALANCE
                       MOVE ACCT-PRODUCT-CODE TO WS-CLOSING-PRODUCT
                       MOVE ACCT-CURRENCY     TO WS-CLOSING-CURRENCY
                   ELSE
                       SET WS-SETTLE-HELD TO TRUE
                       MOVE "ACCOUNT NOT ACTIVE" TO WS-HELD-REASON
                   END-IF
           END-READ.

      *    A debit block or a freeze in force stops the settlement -
      *    the fee and the payout are debits the posting run would
      *    refuse anyway.
       0320-CHECK-DEBIT-RESTRICTION.
           MOVE CRQ-ACCT-NUMBER TO RST-ACCT-NUMBER.
           READ RESTRICTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RST-EXPIRY-DATE >= WS-CYCLE-DATE
                           AND (RST-DEBITS-BLOCKED
                                OR RST-FULL-FREEZE)
                       SET WS-SETTLE-HELD TO TRUE
                       MOVE "DEBITS RESTRICTED" TO WS-HELD-REASON
                   END-IF
           END-READ.

      *    Money under a funds hold in force cannot be paid away, so
      *    the whole settlement waits until the hold is released or
      *    lifted.  An expired hold the release run has not yet
      *    dropped counts for nothing.
       0330-CHECK-FUNDS-HOLDS.
           MOVE ZERO TO WS-HOLD-TOTAL.
           MOVE "N" TO WS-EOF-HLD-SW.
           MOVE CRQ-ACCT-NUMBER TO HLD-ACCT-NUMBER.
           MOVE LOW-VALUES      TO HLD-PLACED-TS.
           MOVE ZERO            TO HLD-PLACED-NBR.
           START FUNDS-HOLD-FILE
               KEY IS GREATER THAN OR EQUAL TO HLD-KEY
               INVALID KEY
                   SET WS-EOF-HLD TO TRUE
           END-START.
           PERFORM 0335-ADD-ACCOUNT-HOLD
               UNTIL WS-EOF-HLD.
           IF WS-HOLD-TOTAL > ZERO
               SET WS-SETTLE-HELD TO TRUE
               MOVE "FUNDS ON HOLD" TO WS-HELD-REASON
           END-IF.

       0335-ADD-ACCOUNT-HOLD.
           READ FUNDS-HOLD-FILE NEXT RECORD
               AT END
                   SET WS-EOF-HLD TO TRUE
               NOT AT END
                   IF HLD-ACCT-NUMBER NOT = CRQ-ACCT-NUMBER
                       SET WS-EOF-HLD TO TRUE
                   ELSE
                       IF HLD-RELEASE-DATE > WS-CYCLE-DATE
                           ADD HLD-AMOUNT TO WS-HOLD-TOTAL
                       END-IF
                   END-IF
           END-READ.

      *    The payout lands on the nominated account, or for an
      *    outside bank on the outward-payments account; either way
      *    it has to be an open account free to take a credit, and
      *    held in the closing account's currency - the payout is a
      *    plain transfer, which the posting run will not convert.
      *    A foreign-currency account paid to an outside bank is
      *    therefore held: the outward-payments account is in the
      *    base currency.
       0340-CHECK-PAYOUT-ACCOUNT.
           IF CRQ-PAYOUT-ACCT = ZERO
               MOVE WS-OUTWARD-ACCT TO WS-PAYOUT-TARGET
           ELSE
               MOVE CRQ-PAYOUT-ACCT TO WS-PAYOUT-TARGET
           END-IF.
           MOVE WS-PAYOUT-TARGET TO ACCT-NUMBER.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   SET WS-SETTLE-HELD TO TRUE
                   MOVE "PAYOUT NOT ON FILE" TO WS-HELD-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT ACCT-ACTIVE
                           SET WS-SETTLE-HELD TO TRUE
                           MOVE "PAYOUT NOT ACTIVE" TO WS-HELD-REASON
                       WHEN ACCT-CURRENCY NOT = WS-CLOSING-CURRENCY
                           SET WS-SETTLE-HELD TO TRUE
                           MOVE "PAYOUT CURRENCY" TO WS-HELD-REASON
                   END-EVALUATE
           END-READ.
           IF WS-SETTLE-OK
               MOVE WS-PAYOUT-TARGET TO RST-ACCT-NUMBER
               READ RESTRICTION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RST-EXPIRY-DATE >= WS-CYCLE-DATE
                               AND (RST-CREDITS-BLOCKED
                                    OR RST-FULL-FREEZE)
                           SET WS-SETTLE-HELD TO TRUE
                           MOVE "PAYOUT RESTRICTED" TO WS-HELD-REASON
                       END-IF
               END-READ
           END-IF.

      *    The accrual follows the balance at the closure: a credit
      *    balance earns interest at the credit rate, a debit balance
      *    is charged at the overdraft rate, pro rata to the business
      *    days and with no monthly minimum fee - the account is not
      *    there for a whole month.  A term product accrues nothing.
      *    A debit balance cannot be settled until the customer pays
      *    it in: the charge worked out is kept on the request and
      *    stands when it settles, unless MonthlyAccrual has charged
      *    the period in the meantime.
       0350-COMPUTE-SETTLEMENT.
           MOVE ZERO TO WS-INTEREST-AMOUNT
                        WS-CHARGE-AMOUNT
                        WS-FEE-AMOUNT
                        WS-PAYOUT-AMOUNT.
           PERFORM 0355-LOOKUP-PRODUCT.
           IF WS-SETTLE-OK
               PERFORM 0360-COUNT-ACCRUAL-DAYS
               EVALUATE TRUE
                   WHEN WS-ACCRUAL-DAYS = ZERO
                       MOVE ZERO TO CRQ-OD-CHARGE
                   WHEN WS-CLOSING-BALANCE < ZERO
                       PERFORM 0370-ACCRUE-CHARGE
                   WHEN CRQ-OD-CHARGE = ZERO
                       PERFORM 0375-ACCRUE-INTEREST
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF WS-SETTLE-OK
               MOVE CRQ-OD-CHARGE TO WS-CHARGE-AMOUNT
               COMPUTE WS-NET-AMOUNT = WS-CLOSING-BALANCE
                   + WS-INTEREST-AMOUNT - WS-CHARGE-AMOUNT
               IF WS-NET-AMOUNT < ZERO
                   SET WS-SETTLE-HELD TO TRUE
                   MOVE "DEBIT BALANCE OWED" TO WS-HELD-REASON
               ELSE
                   PERFORM 0380-TAKE-CLOSING-FEE
               END-IF
           END-IF.

       0355-LOOKUP-PRODUCT.
           MOVE WS-CLOSING-PRODUCT TO PROD-CODE.
           READ PRODUCT-CATALOG-FILE
               INVALID KEY
                   SET WS-SETTLE-HELD TO TRUE
                   MOVE "PRODUCT NOT ON FILE" TO WS-HELD-REASON
               NOT INVALID KEY
                   MOVE PROD-CREDIT-RATE    TO WS-CREDIT-RATE
                   MOVE PROD-OVERDRAFT-RATE TO WS-OVERDRAFT-RATE
                   MOVE PROD-CLOSING-FEE    TO WS-PRODUCT-FEE
                   IF PROD-TERM-DEPOSIT
                       SET WS-TERM-PRODUCT TO TRUE
                   ELSE
                       MOVE "N" TO WS-TERM-PRODUCT-SW
                   END-IF
           END-READ.

      *    Business days after the last day already accrued, up to
      *    and including the closure date, counted off the calendar.
       0360-COUNT-ACCRUAL-DAYS.
           MOVE ZERO TO WS-ACCRUAL-DAYS.
           IF WS-ACCRUED-THROUGH = ZERO
               MOVE CRQ-CLOSURE-DATE TO WS-ACCRUE-FROM
               MOVE ZERO TO ACF-DAY
           ELSE
               MOVE WS-ACCRUED-THROUGH TO WS-ACCRUE-FROM
           END-IF.
           IF NOT WS-TERM-PRODUCT
                   AND WS-ACCRUE-FROM < CRQ-CLOSURE-DATE
               MOVE "N" TO WS-EOF-CAL-SW
               OPEN INPUT BUSINESS-CALENDAR-FILE
               PERFORM 0365-COUNT-CALENDAR-RECORD
                   UNTIL WS-EOF-CAL
               CLOSE BUSINESS-CALENDAR-FILE
           END-IF.

       0365-COUNT-CALENDAR-RECORD.
           READ BUSINESS-CALENDAR-FILE
               AT END
                   SET WS-EOF-CAL TO TRUE
               NOT AT END
                   IF CAL-BUSINESS-DAY
                           AND CAL-DATE > WS-ACCRUE-FROM
                           AND CAL-DATE NOT > CRQ-CLOSURE-DATE
                       ADD 1 TO WS-ACCRUAL-DAYS
                   END-IF
           END-READ.

       0370-ACCRUE-CHARGE.
           COMPUTE CRQ-OD-CHARGE ROUNDED =
               WS-CLOSING-BALANCE * WS-OVERDRAFT-RATE / -100
               * WS-ACCRUAL-DAYS / WS-STD-BUSINESS-DAYS
               ON SIZE ERROR
                   SET WS-SETTLE-HELD TO TRUE
                   MOVE "CHARGE OVERFLOW" TO WS-HELD-REASON
           END-COMPUTE.

       0375-ACCRUE-INTEREST.
           IF WS-CLOSING-BALANCE > ZERO
               COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                   WS-CLOSING-BALANCE * WS-CREDIT-RATE / 100
                   * WS-ACCRUAL-DAYS / WS-STD-BUSINESS-DAYS
                   ON SIZE ERROR
                       SET WS-SETTLE-HELD TO TRUE
                       MOVE "INTEREST OVERFLOW" TO WS-HELD-REASON
               END-COMPUTE
           END-IF.

       0380-TAKE-CLOSING-FEE.
           IF WS-PRODUCT-FEE > WS-NET-AMOUNT
               MOVE WS-NET-AMOUNT  TO WS-FEE-AMOUNT
           ELSE
               MOVE WS-PRODUCT-FEE TO WS-FEE-AMOUNT
           END-IF.
           COMPUTE WS-PAYOUT-AMOUNT = WS-NET-AMOUNT - WS-FEE-AMOUNT
               ON SIZE ERROR
                   SET WS-SETTLE-HELD TO TRUE
                   MOVE "PAYOUT OVERFLOW" TO WS-HELD-REASON
           END-COMPUTE.

      *    A held request keeps its status and its reason, and any
      *    overdraft charge worked out for it, for the desk.
       0390-HOLD-REQUEST.
           MOVE WS-HELD-REASON TO CRQ-HELD-REASON.
           REWRITE CLOSURE-REQUEST-RECORD.
           ADD 1 TO WS-HELD-COUNT.
           MOVE CRQ-ACCT-NUMBER    TO DTL-ACCT-NUMBER-ED.
           MOVE "SETTLEMENT HELD"  TO DTL-STEP.
           MOVE WS-CLOSING-BALANCE TO DTL-AMOUNT-ED.
           MOVE WS-HELD-REASON     TO DTL-DETAIL.
           WRITE CLOSURE-REPORT-LINE FROM WS-REPORT-DETAIL-LINE.
           IF CRQ-OD-CHARGE > ZERO
               MOVE "OVERDRAFT CHARGE DUE" TO DTL-STEP
               MOVE CRQ-OD-CHARGE          TO DTL-AMOUNT-ED
               MOVE SPACES                 TO DTL-DETAIL
               WRITE CLOSURE-REPORT-LINE FROM WS-REPORT-DETAIL-LINE
           END-IF.

       0400-EMIT-SETTLEMENT.
           MOVE CRQ-ACCT-NUMBER    TO DTL-ACCT-NUMBER-ED.
           MOVE "CLOSING BALANCE"  TO DTL-STEP.
           MOVE WS-CLOSING-BALANCE TO DTL-AMOUNT-ED.
           MOVE SPACES             TO DTL-DETAIL.
           STRING "CLOSURE " CRQ-CLOSURE-DATE
               DELIMITED BY SIZE INTO DTL-DETAIL.
           WRITE CLOSURE-REPORT-LINE FROM WS-REPORT-DETAIL-LINE.
           IF WS-INTEREST-AMOUNT > ZERO
               MOVE CRQ-ACCT-NUMBER    TO OUT-ACCT-NUMBER
               MOVE "C"                TO OUT-TRANS-TYPE
               MOVE WS-INTEREST-AMOUNT TO OUT-AMOUNT
               MOVE ZERO               TO OUT-CONTRA
               PERFORM 0420-WRITE-BATCH-DETAIL
               ADD WS-INTEREST-AMOUNT  TO WS-INTEREST-TOTAL
               MOVE "INTEREST CREDITED" TO DTL-STEP
               PERFORM 0430-WRITE-ACCRUAL-LINE
           END-IF.
           IF WS-CHARGE-AMOUNT > ZERO
               MOVE CRQ-ACCT-NUMBER    TO OUT-ACCT-NUMBER
               MOVE "D"                TO OUT-TRANS-TYPE
               MOVE WS-CHARGE-AMOUNT   TO OUT-AMOUNT
               MOVE ZERO               TO OUT-CONTRA
               PERFORM 0420-WRITE-BATCH-DETAIL
               ADD WS-CHARGE-AMOUNT    TO WS-CHARGE-TOTAL
               MOVE "OVERDRAFT CHARGED" TO DTL-STEP
               PERFORM 0430-WRITE-ACCRUAL-LINE
           END-IF.
           IF WS-FEE-AMOUNT > ZERO
               MOVE CRQ-ACCT-NUMBER    TO OUT-ACCT-NUMBER
               MOVE "D"                TO OUT-TRANS-TYPE
               MOVE WS-FEE-AMOUNT      TO OUT-AMOUNT
               MOVE ZERO               TO OUT-CONTRA
               PERFORM 0420-WRITE-BATCH-DETAIL
               ADD WS-FEE-AMOUNT       TO WS-FEE-TOTAL
               MOVE "CLOSING FEE"      TO DTL-STEP
               MOVE WS-FEE-AMOUNT      TO DTL-AMOUNT-ED
               MOVE WS-CLOSING-PRODUCT TO DTL-DETAIL
               WRITE CLOSURE-REPORT-LINE FROM WS-REPORT-DETAIL-LINE
           END-IF.
           IF WS-PAYOUT-AMOUNT > ZERO
               MOVE CRQ-ACCT-NUMBER    TO OUT-ACCT-NUMBER
               MOVE "T"                TO OUT-TRANS-TYPE
               MOVE WS-PAYOUT-AMOUNT   TO OUT-AMOUNT
               MOVE WS-PAYOUT-TARGET   TO OUT-CONTRA
               PERFORM 0420-WRITE-BATCH-DETAIL
               ADD WS-PAYOUT-AMOUNT    TO WS-PAYOUT-TOTAL
               MOVE "PAYOUT TRANSFERRED" TO DTL-STEP
               MOVE WS-PAYOUT-AMOUNT   TO DTL-AMOUNT-ED
               MOVE SPACES             TO DTL-DETAIL
               STRING "TO ACCOUNT " WS-PAYOUT-TARGET
                   DELIMITED BY SIZE INTO DTL-DETAIL
               WRITE CLOSURE-REPORT-LINE FROM WS-REPORT-DETAIL-LINE
           END-IF.

       0420-WRITE-BATCH-DETAIL.
           WRITE CLOSURE-BATCH-LINE FROM WS-TRANS-OUT.
           ADD 1 TO WS-EMITTED-COUNT.
           COMPUTE WS-HASH-TOTAL =
               WS-HASH-TOTAL + OUT-AMOUNT * 100.

       0430-WRITE-ACCRUAL-LINE.
           MOVE OUT-AMOUNT         TO DTL-AMOUNT-ED.
           MOVE SPACES             TO DTL-DETAIL.
           MOVE WS-ACCRUAL-DAYS    TO WS-ACCRUAL-DAYS-DISP.
           STRING WS-ACCRUAL-DAYS-DISP " BUSINESS DAYS"
               DELIMITED BY SIZE INTO DTL-DETAIL.
           WRITE CLOSURE-REPORT-LINE FROM WS-REPORT-DETAIL-LINE.

      *    Every active standing order the account pays is cancelled
      *    as it settles, ahead of tonight's standing-order run, so
      *    nothing falls due on an account about to close.  The
      *    master is keyed by order number only, so the whole of it
      *    is walked for the account's orders.
       0450-CANCEL-STANDING-ORDERS.
           MOVE ZERO TO WS-ORDER-COUNT.
           MOVE "N"  TO WS-EOF-ORD-SW.
           MOVE ZERO TO SORD-ORDER-NUMBER.
           START STANDING-ORDER-FILE
               KEY IS GREATER THAN OR EQUAL TO SORD-ORDER-NUMBER
               INVALID KEY
                   SET WS-EOF-ORD TO TRUE
           END-START.
           PERFORM 0455-CANCEL-ONE-ORDER
               UNTIL WS-EOF-ORD.

       0455-CANCEL-ONE-ORDER.
           READ STANDING-ORDER-FILE NEXT RECORD
               AT END
                   SET WS-EOF-ORD TO TRUE
               NOT AT END
                   IF SORD-ACCT-NUMBER = CRQ-ACCT-NUMBER
                           AND SORD-ACTIVE
                       SET SORD-CANCELLED TO TRUE
                       REWRITE STANDING-ORDER-RECORD
                       ADD 1 TO WS-ORDER-COUNT
                       ADD 1 TO WS-CANCELLED-COUNT
                       MOVE "STANDING ORDER ENDED" TO DTL-STEP
                       MOVE SORD-AMOUNT        TO DTL-AMOUNT-ED
                       MOVE SPACES             TO DTL-DETAIL
                       STRING "ORDER " SORD-ORDER-NUMBER
                           DELIMITED BY SIZE INTO DTL-DETAIL
                       WRITE CLOSURE-REPORT-LINE
                           FROM WS-REPORT-DETAIL-LINE
                   END-IF
           END-READ.

       0470-MARK-SETTLED.
           SET CRQ-SETTLED TO TRUE.
           MOVE WS-CYCLE-DATE      TO CRQ-SETTLED-DATE.
           MOVE WS-CLOSING-BALANCE TO CRQ-CLOSING-BALANCE.
           MOVE WS-INTEREST-AMOUNT TO CRQ-INTEREST.
           MOVE WS-CHARGE-AMOUNT   TO CRQ-OD-CHARGE.
           MOVE WS-FEE-AMOUNT      TO CRQ-CLOSING-FEE.
           MOVE WS-PAYOUT-AMOUNT   TO CRQ-PAYOUT-AMOUNT.
           MOVE WS-ACCRUAL-DAYS    TO CRQ-ACCRUAL-DAYS.
           MOVE WS-ORDER-COUNT     TO CRQ-ORDERS-CANCELLED.
           MOVE SPACES             TO CRQ-HELD-REASON.
           REWRITE CLOSURE-REQUEST-RECORD.
           ADD 1 TO WS-SETTLED-COUNT.

      *    The close proper, on a night after the settlement went
      *    through: only a balance posted to exactly zero proves the
      *    CLS batch landed whole.  Anything left - a payout the
      *    posting run bounced, a posting that arrived since - holds
      *    the close for the desk.
       0600-CLOSE-SETTLED-ACCOUNT.
           SET WS-SETTLE-OK TO TRUE.
           MOVE SPACES TO WS-HELD-REASON.
           MOVE CRQ-ACCT-NUMBER TO ACCT-NUMBER.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   SET WS-SETTLE-HELD TO TRUE
                   MOVE "ACCOUNT NOT ON FILE" TO WS-HELD-REASON
               NOT INVALID KEY
                   MOVE CUST-SOLDE TO WS-CLOSING-BALANCE
                   IF CUST-SOLDE NOT = ZERO
                       SET WS-SETTLE-HELD TO TRUE
                       MOVE "BALANCE LEFT" TO WS-HELD-REASON
                   END-IF
           END-READ.
           MOVE CRQ-ACCT-NUMBER TO DTL-ACCT-NUMBER-ED.
           IF WS-SETTLE-HELD
               MOVE WS-HELD-REASON     TO CRQ-HELD-REASON
               REWRITE CLOSURE-REQUEST-RECORD
               ADD 1 TO WS-HELD-COUNT
               MOVE "CLOSE HELD"       TO DTL-STEP
               MOVE WS-CLOSING-BALANCE TO DTL-AMOUNT-ED
               MOVE WS-HELD-REASON     TO DTL-DETAIL
               WRITE CLOSURE-REPORT-LINE FROM WS-REPORT-DETAIL-LINE
           ELSE
               PERFORM 0610-CLOSE-ACCOUNT
               PERFORM 0620-RETIRE-CREDENTIAL
               IF CRQ-PAYOUT-ACCT = ZERO
                       AND CRQ-PAYOUT-AMOUNT > ZERO
                   PERFORM 0630-WRITE-CLEARING-PAYOUT
               END-IF
               PERFORM 0640-WRITE-CLOSURE-ADVICE
               SET CRQ-CLOSED TO TRUE
               MOVE WS-CYCLE-DATE TO CRQ-CLOSED-DATE
               MOVE SPACES        TO CRQ-HELD-REASON
               REWRITE CLOSURE-REQUEST-RECORD
               ADD 1 TO WS-CLOSED-COUNT
           END-IF.

      *    The name index mirrors the master's status: WRITE first,
      *    REWRITE when the name/account pair is already indexed.
       0610-CLOSE-ACCOUNT.
           MOVE "C" TO ACCT-STATUS.
           REWRITE ACCOUNT-MASTER-RECORD.
           MOVE CUST-NOM    TO NDX-NOM.
           MOVE ACCT-NUMBER TO NDX-ACCT-NUMBER.
           MOVE ACCT-STATUS TO NDX-STATUS.
           WRITE NAME-INDEX-RECORD
               INVALID KEY
                   REWRITE NAME-INDEX-RECORD
           END-WRITE.
           MOVE "ACCOUNT CLOSED"  TO DTL-STEP.
           MOVE ZERO              TO DTL-AMOUNT-ED.
           MOVE SPACES            TO DTL-DETAIL.
           STRING "SETTLED " CRQ-SETTLED-DATE
               DELIMITED BY SIZE INTO DTL-DETAIL.
           WRITE CLOSURE-REPORT-LINE FROM WS-REPORT-DETAIL-LINE.

      *    A closed account signs on no more.  AcctMaint seeds a fresh
      *    credential if the account is ever reinstated.
       0620-RETIRE-CREDENTIAL.
           MOVE "CREDENTIAL RETIRED" TO DTL-STEP.
           MOVE ZERO                 TO DTL-AMOUNT-ED.
           MOVE SPACES               TO DTL-DETAIL.
           MOVE CRQ-ACCT-NUMBER TO CRD-ACCT-NUMBER.
           DELETE CREDENTIAL-FILE
               INVALID KEY
                   MOVE "NONE ON FILE" TO DTL-DETAIL
           END-DELETE.
           WRITE CLOSURE-REPORT-LINE FROM WS-REPORT-DETAIL-LINE.

      *    The payout has reached the outward-payments account, so it
      *    is handed to tonight's clearing extract to go to the
      *    outside bank.
       0630-WRITE-CLEARING-PAYOUT.
           MOVE CRQ-ACCT-NUMBER   TO CPO-ACCT-NUMBER.
           MOVE CRQ-PAYOUT-AMOUNT TO CPO-AMOUNT.
           MOVE CRQ-EXT-ROUTING   TO CPO-EXT-ROUTING.
           MOVE CRQ-EXT-ACCOUNT   TO CPO-EXT-ACCOUNT.
           MOVE WS-CYCLE-DATE     TO CPO-CYCLE-DATE.
           WRITE CLOSURE-PAYOUT-RECORD.
           ADD 1 TO WS-CLEARING-COUNT.
           ADD CRQ-PAYOUT-AMOUNT TO WS-CLEARING-TOTAL.
           MOVE "SENT TO CLEARING"  TO DTL-STEP.
           MOVE CRQ-PAYOUT-AMOUNT   TO DTL-AMOUNT-ED.
           MOVE SPACES              TO DTL-DETAIL.
           STRING CRQ-EXT-ROUTING " " CRQ-EXT-ACCOUNT
               DELIMITED BY SIZE INTO DTL-DETAIL.
           WRITE CLOSURE-REPORT-LINE FROM WS-REPORT-DETAIL-LINE.

       0640-WRITE-CLOSURE-ADVICE.
           INITIALIZE NOTICE-EVENT-RECORD.
           SET NTC-CLOSURE-ADVICE   TO TRUE.
           MOVE CRQ-ACCT-NUMBER     TO NTC-ACCT-NUMBER.
           MOVE WS-CYCLE-DATE       TO NTC-CYCLE-DATE.
           MOVE "ClosureSettle"     TO NTC-SOURCE-PROGRAM.
           MOVE CRQ-PAYOUT-AMOUNT   TO NTC-AMOUNT.
           MOVE CRQ-CLOSING-BALANCE TO NTC-PRIOR-AMOUNT.
           MOVE CRQ-CLOSURE-DATE    TO NTC-EVENT-DATE.
           IF CRQ-PAYOUT-ACCT = ZERO
               STRING CRQ-EXT-ROUTING " " CRQ-EXT-ACCOUNT
                   DELIMITED BY SIZE INTO NTC-DETAIL
           ELSE
               STRING "TO ACCOUNT " CRQ-PAYOUT-ACCT
                   DELIMITED BY SIZE INTO NTC-DETAIL
           END-IF.
           WRITE NOTICE-EVENT-RECORD.
           ADD 1 TO WS-NOTICE-COUNT.
           MOVE "CLOSURE ADVICE"    TO DTL-STEP.
           MOVE CRQ-PAYOUT-AMOUNT   TO DTL-AMOUNT-ED.
           MOVE NTC-DETAIL          TO DTL-DETAIL.
           WRITE CLOSURE-REPORT-LINE FROM WS-REPORT-DETAIL-LINE.

       0500-WRITE-BATCH-TRAILER.
           MOVE WS-EMITTED-COUNT TO TRL-COUNT.
           MOVE WS-HASH-TOTAL    TO TRL-AMOUNT.
           WRITE CLOSURE-BATCH-LINE FROM WS-BATCH-TRAILER-OUT.

       0800-PRINT-REPORT-TOTALS.
           MOVE "REQUESTS ON FILE"     TO RPT-TOT-LABEL.
           MOVE WS-READ-COUNT          TO RPT-TOT-COUNT-ED.
           MOVE ZERO                   TO RPT-TOT-AMOUNT-ED.
           WRITE CLOSURE-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "NOT DUE OR DONE"      TO RPT-TOT-LABEL.
           MOVE WS-NOT-DUE-COUNT       TO RPT-TOT-COUNT-ED.
           MOVE ZERO                   TO RPT-TOT-AMOUNT-ED.
           WRITE CLOSURE-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "SETTLED TONIGHT"      TO RPT-TOT-LABEL.
           MOVE WS-SETTLED-COUNT       TO RPT-TOT-COUNT-ED.
           MOVE WS-PAYOUT-TOTAL        TO RPT-TOT-AMOUNT-ED.
           WRITE CLOSURE-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "INTEREST CREDITED"    TO RPT-TOT-LABEL.
           MOVE WS-SETTLED-COUNT       TO RPT-TOT-COUNT-ED.
           MOVE WS-INTEREST-TOTAL      TO RPT-TOT-AMOUNT-ED.
           WRITE CLOSURE-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "OVERDRAFT CHARGED"    TO RPT-TOT-LABEL.
           MOVE WS-SETTLED-COUNT       TO RPT-TOT-COUNT-ED.
           MOVE WS-CHARGE-TOTAL        TO RPT-TOT-AMOUNT-ED.
           WRITE CLOSURE-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "CLOSING FEES"         TO RPT-TOT-LABEL.
           MOVE WS-SETTLED-COUNT       TO RPT-TOT-COUNT-ED.
           MOVE WS-FEE-TOTAL           TO RPT-TOT-AMOUNT-ED.
           WRITE CLOSURE-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "STANDING ORDERS ENDED" TO RPT-TOT-LABEL.
           MOVE WS-CANCELLED-COUNT     TO RPT-TOT-COUNT-ED.
           MOVE ZERO                   TO RPT-TOT-AMOUNT-ED.
           WRITE CLOSURE-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "ACCOUNTS CLOSED"      TO RPT-TOT-LABEL.
           MOVE WS-CLOSED-COUNT        TO RPT-TOT-COUNT-ED.
           MOVE ZERO                   TO RPT-TOT-AMOUNT-ED.
           WRITE CLOSURE-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "SENT TO CLEARING"     TO RPT-TOT-LABEL.
           MOVE WS-CLEARING-COUNT      TO RPT-TOT-COUNT-ED.
           MOVE WS-CLEARING-TOTAL      TO RPT-TOT-AMOUNT-ED.
           WRITE CLOSURE-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "CLOSURE ADVICES"      TO RPT-TOT-LABEL.
           MOVE WS-NOTICE-COUNT        TO RPT-TOT-COUNT-ED.
           MOVE ZERO                   TO RPT-TOT-AMOUNT-ED.
           WRITE CLOSURE-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "HELD FOR THE DESK"    TO RPT-TOT-LABEL.
           MOVE WS-HELD-COUNT          TO RPT-TOT-COUNT-ED.
           MOVE ZERO                   TO RPT-TOT-AMOUNT-ED.
           WRITE CLOSURE-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

       0900-CLOSE-FILES.
           CLOSE CLOSURE-REQUEST-FILE
                 ACCOUNT-MASTER-FILE
                 PRODUCT-CATALOG-FILE
                 NAME-INDEX-FILE
                 CREDENTIAL-FILE
                 RESTRICTION-FILE
                 FUNDS-HOLD-FILE
                 STANDING-ORDER-FILE
                 CLOSURE-CONTROL-FILE
                 NOTICE-FILE
                 CLOSURE-BATCH-FILE
                 CLOSURE-PAYOUT-FILE
                 CLOSURE-REPORT-FILE.
