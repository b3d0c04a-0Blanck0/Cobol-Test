               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT NOTICE-FILE
               ASSIGN TO NOTICE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
       FD  DORMANCY-REPORT-FILE.
       01  DORMANCY-REPORT-LINE    PIC X(80).

      *    An account coming up to its product's threshold is warned
      *    by letter first: each warning is an event on the shared
      *    notice file for NoticeLetters.
       FD  NOTICE-FILE.
           COPY NOTCREC.

       WORKING-STORAGE SECTION.
       01  WS-CYC-STATUS PIC XX.
           88  CYC-FILE-MISSING   VALUE "35".
       01  WS-PRD-STATUS PIC XX.
           88  PRD-FILE-MISSING   VALUE "35".
       01  WS-RPT-STATUS PIC XX.
       01  WS-NTC-STATUS PIC XX.
           88  NTC-FILE-MISSING   VALUE "35".

       01  WS-EOF-ACCT-SW PIC X VALUE "N".
           88  WS-EOF-ACCT        VALUE "Y".
       01  WS-CUTOFF-INT      PIC 9(8) BINARY VALUE ZERO.
       01  WS-CUTOFF-DATE     PIC 9(8) VALUE ZERO.

      *    The warning window: an account is warned once, on the
      *    sweep that first finds its last activity older than the
      *    product's warning point - older than tonight's warning
      *    cutoff but not older than the cutoff the previous sweep
      *    worked to.  The previous sweep's date comes from the run
      *    control file; on the very first sweep the window has no
      *    lower edge.  A zero warning cutoff means the product sends
      *    no warning.
       01  WS-LAST-SWEEP-DATE PIC 9(8) VALUE ZERO.
       01  WS-LAST-SWEEP-INT  PIC 9(8) BINARY VALUE ZERO.
       01  WS-WARN-CUTOFF-DATE PIC 9(8) VALUE ZERO.
       01  WS-WARN-FROM-DATE  PIC 9(8) VALUE ZERO.
       01  WS-WARN-SPAN       PIC 9(4) VALUE ZERO.
       01  WS-WORK-INT        PIC 9(8) BINARY VALUE ZERO.

       01  WS-READ-COUNT      PIC 9(7) BINARY VALUE ZERO.
       01  WS-FLAGGED-COUNT   PIC 9(7) BINARY VALUE ZERO.
       01  WS-ALREADY-COUNT   PIC 9(7) BINARY VALUE ZERO.
       01  WS-NO-PRODUCT-COUNT PIC 9(7) BINARY VALUE ZERO.
       01  WS-WARNED-COUNT    PIC 9(7) BINARY VALUE ZERO.

       01  WS-CYCLE-HEADING-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           PERFORM 0100-OPEN-FILES.
           COMPUTE WS-CYCLE-INT =
               FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE).
           IF WS-LAST-SWEEP-DATE > ZERO
               COMPUTE WS-LAST-SWEEP-INT =
                   FUNCTION INTEGER-OF-DATE(WS-LAST-SWEEP-DATE)
           END-IF.
           PERFORM 0110-READ-ACCOUNT.
           PERFORM 0200-SWEEP-ACCOUNT
               UNTIL WS-EOF-ACCT.
           PERFORM 9100-RECORD-CYCLE-RUN.
           DISPLAY "DormantSweep: " WS-FLAGGED-COUNT
               " newly dormant, " WS-ALREADY-COUNT
               " already dormant, " WS-WARNED-COUNT
               " warned".
           IF WS-NO-PRODUCT-COUNT > 0
               DISPLAY "DormantSweep: " WS-NO-PRODUCT-COUNT
                   " accounts carry no catalog product - "
           OPEN OUTPUT DORMANCY-REPORT-FILE.
           MOVE WS-CYCLE-DATE TO HDG-CYCLE-DATE.
           WRITE DORMANCY-REPORT-LINE FROM WS-CYCLE-HEADING-LINE.
           PERFORM 0105-OPEN-NOTICE.

      *    The customer notice file accumulates across the batch
      *    suite the way the central suspense file does - OPEN
      *    EXTEND once it exists, OPEN OUTPUT the first time it does
      *    not - until NoticeLetters prints the letters and rewrites
      *    it.
       0105-OPEN-NOTICE.
           OPEN EXTEND NOTICE-FILE.
           IF NTC-FILE-MISSING
               OPEN OUTPUT NOTICE-FILE
           END-IF.

      *    The account's own dormancy threshold, looked up by the
      *    product code AcctMaint stamped at open, turned into the
                       WS-CYCLE-INT - PROD-DORMANT-DAYS
                   COMPUTE WS-CUTOFF-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
                   PERFORM 0160-SET-WARNING-WINDOW
           END-READ.

      *    The warning point sits the product's warning days short
      *    of its threshold; a product with no warning days, or with
      *    as many as the threshold itself, sends no warning.
       0160-SET-WARNING-WINDOW.
           MOVE ZERO TO WS-WARN-CUTOFF-DATE WS-WARN-FROM-DATE.
           IF PROD-DORMANT-WARN-DAYS > ZERO
                   AND PROD-DORMANT-WARN-DAYS < PROD-DORMANT-DAYS
               COMPUTE WS-WARN-SPAN =
                   PROD-DORMANT-DAYS - PROD-DORMANT-WARN-DAYS
               COMPUTE WS-WORK-INT = WS-CYCLE-INT - WS-WARN-SPAN
               COMPUTE WS-WARN-CUTOFF-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
               IF WS-LAST-SWEEP-DATE > ZERO
                   COMPUTE WS-WORK-INT =
                       WS-LAST-SWEEP-INT - WS-WARN-SPAN
                   COMPUTE WS-WARN-FROM-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
               END-IF
           END-IF.

      *    Tonight's business cycle date, set by operations and
      *    validated by CycleOpen at the top of the night: it stamps
      *    every report heading this program writes and drives the
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUN-STATUS = "00"
               PERFORM 0026-SCAN-RUN-CONTROL
                   UNTIL WS-EOF-RUN
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF WS-PRIOR-RUN-FOUND AND NOT WS-CYCLE-OVERRIDE
                           AND RUN-CYCLE-DATE = WS-CYCLE-DATE
                       SET WS-PRIOR-RUN-FOUND TO TRUE
                   END-IF
                   IF RUN-PROGRAM-ID = "DormantSweep"
                           AND RUN-CYCLE-DATE < WS-CYCLE-DATE
                           AND RUN-CYCLE-DATE > WS-LAST-SWEEP-DATE
                       MOVE RUN-CYCLE-DATE TO WS-LAST-SWEEP-DATE
                   END-IF
           END-READ.

       9100-RECORD-CYCLE-RUN.
      *    An active account is measured against its own product's
      *    cutoff; an account whose product is not on the catalog is
      *    reported and left alone - flagging it dormant on a guessed
      *    threshold would be worse than leaving it a sweep late.  An
      *    account not yet past the cutoff but newly inside its
      *    product's warning window is warned by letter.
       0220-SWEEP-ACTIVE-ACCOUNT.
           PERFORM 0150-LOOKUP-PRODUCT.
           EVALUATE TRUE
                   ADD 1 TO WS-FLAGGED-COUNT
                   MOVE "NEWLY DORMANT" TO DTL-NOTE
                   PERFORM 0300-WRITE-REPORT-DETAIL
               WHEN ACCT-LAST-ACTIVITY < WS-WARN-CUTOFF-DATE
                       AND ACCT-LAST-ACTIVITY NOT < WS-WARN-FROM-DATE
                   PERFORM 0270-WRITE-DORMANT-WARNING
                   ADD 1 TO WS-WARNED-COUNT
                   MOVE "WARNING SENT" TO DTL-NOTE
                   PERFORM 0300-WRITE-REPORT-DETAIL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    The letter tells the customer the balance left idle and
      *    the first sweep date on which the account would be
      *    flagged, the day after its threshold runs out.
       0270-WRITE-DORMANT-WARNING.
           INITIALIZE NOTICE-EVENT-RECORD.
           SET NTC-DORMANT-WARN    TO TRUE.
           MOVE ACCT-NUMBER        TO NTC-ACCT-NUMBER.
           MOVE WS-CYCLE-DATE      TO NTC-CYCLE-DATE.
           MOVE "DormantSweep"     TO NTC-SOURCE-PROGRAM.
           MOVE CUST-SOLDE         TO NTC-AMOUNT.
           COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE(ACCT-LAST-ACTIVITY)
               + PROD-DORMANT-DAYS + 1.
           COMPUTE NTC-EVENT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT).
           WRITE NOTICE-EVENT-RECORD.

      *    The name index mirrors every status change on the master
      *    - without this, the sign-on candidate list would keep
      *    showing a dormant account as active.  WRITE first, REWRITE
           MOVE WS-NO-PRODUCT-COUNT    TO RPT-TOT-COUNT-ED.
           WRITE DORMANCY-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "DORMANCY WARNINGS SENT" TO RPT-TOT-LABEL.
           MOVE WS-WARNED-COUNT        TO RPT-TOT-COUNT-ED.
           WRITE DORMANCY-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

       0900-CLOSE-FILES.
           CLOSE ACCOUNT-MASTER-FILE
                 NAME-INDEX-FILE
                 PRODUCT-CATALOG-FILE
                 DORMANCY-REPORT-FILE
                 NOTICE-FILE.
