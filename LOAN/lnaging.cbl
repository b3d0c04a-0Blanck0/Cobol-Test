       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanArrears.
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

           SELECT AGING-REPORT-FILE
               ASSIGN TO LNAGERPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE.
           COPY LOANREC.

       FD  CYCLE-DATE-FILE.
           COPY CYCLCTL.

       FD  RUN-CONTROL-FILE.
           COPY RUNREC.

       FD  STEP-PERMIT-FILE.
           COPY STEPPERM.

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-LINE       PIC X(80).

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

       01  WS-LNM-STATUS PIC XX.
           88  LNM-FILE-MISSING   VALUE "35".
       01  WS-RPT-STATUS PIC XX.

       01  WS-EOF-LNM-SW PIC X VALUE "N".
           88  WS-EOF-LNM         VALUE "Y".

       01  WS-DAYS-IN-ARREARS PIC 9(5) BINARY VALUE ZERO.

       01  WS-ON-BOOK-COUNT   PIC 9(7) BINARY VALUE ZERO.
       01  WS-ARREARS-COUNT   PIC 9(7) BINARY VALUE ZERO.
       01  WS-BAND1-COUNT     PIC 9(7) BINARY VALUE ZERO.
       01  WS-BAND2-COUNT     PIC 9(7) BINARY VALUE ZERO.
       01  WS-BAND3-COUNT     PIC 9(7) BINARY VALUE ZERO.
       01  WS-BAND4-COUNT     PIC 9(7) BINARY VALUE ZERO.
       01  WS-ON-BOOK-TOTAL   PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-ARREARS-TOTAL   PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-BAND1-TOTAL     PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-BAND2-TOTAL     PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-BAND3-TOTAL     PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-BAND4-TOTAL     PIC 9(11)V99 COMP-3 VALUE ZERO.

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
           05  DTL-DAYS-ED         PIC ZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-AMOUNT-DUE-ED   PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-OUTSTANDING-ED  PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-BAND            PIC X(10).
           05  FILLER              PIC X(7)  VALUE SPACES.

       01  WS-REPORT-TOTAL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-TOT-LABEL       PIC X(24).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-TOT-COUNT-ED    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-TOT-AMOUNT-ED   PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(27) VALUE SPACES.

      *    Daily arrears aging for the loan book: every loan with an
      *    instalment raised and not yet collected, aged in days from
      *    the due date of its oldest unpaid line to tonight's cycle
      *    date and banded 1-30, 31-60, 61-90 and over 90 days, with
      *    the book's size beside it so collections can see arrears
      *    as a share of what is lent.  A report only - nothing on
      *    the loan master changes.
       PROCEDURE DIVISION.
           PERFORM 0020-READ-CYCLE-DATE.
           PERFORM 0025-CHECK-PRIOR-RUN.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0110-READ-LOAN.
           PERFORM 0200-AGE-LOAN
               UNTIL WS-EOF-LNM.
           PERFORM 0800-PRINT-REPORT-TOTALS.
           PERFORM 0900-CLOSE-FILES.
           PERFORM 9100-RECORD-CYCLE-RUN.
           DISPLAY "LoanArrears: " WS-ARREARS-COUNT
               " loans in arrears of " WS-ON-BOOK-COUNT " on book".
           STOP RUN.

      *    An absent loan master only means no loan has been booked -
      *    the report still prints its (all zero) totals so the
      *    morning run always produces a page.
       0100-OPEN-FILES.
           OPEN INPUT LOAN-MASTER-FILE.
           IF LNM-FILE-MISSING
               OPEN OUTPUT LOAN-MASTER-FILE
               CLOSE LOAN-MASTER-FILE
               OPEN INPUT LOAN-MASTER-FILE
           END-IF.
           OPEN OUTPUT AGING-REPORT-FILE.
           MOVE WS-CYCLE-DATE TO HDG-CYCLE-DATE.
           WRITE AGING-REPORT-LINE FROM WS-CYCLE-HEADING-LINE.

      *    Tonight's business cycle date, set by operations and
      *    validated by CycleOpen at the top of the night: it stamps
      *    the report heading, is the date every arrears is aged to,
      *    and drives the double-run check below.
       0020-READ-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE.
           IF CYC-FILE-MISSING
               DISPLAY "LoanArrears: CYCLDATE.DAT not found - "
                   "aborting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CYCLE-DATE-FILE
               AT END
                   DISPLAY "LoanArrears: CYCLDATE.DAT is empty - "
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
                   DISPLAY "LoanArrears: cycle " WS-CYCLE-DATE
                       " already completed - stepping over "
                       "under cycle-restart permit"
                   STOP RUN
               END-IF
               DISPLAY "LoanArrears: cycle " WS-CYCLE-DATE
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
                   IF RUN-PROGRAM-ID = "LoanArrears"
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
                   IF PRM-PROGRAM-ID = "LoanArrears"
                           AND PRM-CYCLE-DATE = WS-CYCLE-DATE
                       SET WS-STEP-PERMITTED TO TRUE
                   END-IF
           END-READ.

       9100-RECORD-CYCLE-RUN.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF RUN-FILE-MISSING
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           MOVE "LoanArrears" TO RUN-PROGRAM-ID.
           MOVE WS-CYCLE-DATE TO RUN-CYCLE-DATE.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       0110-READ-LOAN.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF-LNM TO TRUE
           END-READ.

      *    A loan is on book while it is active.  It is in arrears
      *    while anything raised on it is still uncollected; a line
      *    raised tonight and not yet collected ages as one day.
       0200-AGE-LOAN.
           IF LN-ACTIVE
               ADD 1 TO WS-ON-BOOK-COUNT
               ADD LN-OUTSTANDING TO WS-ON-BOOK-TOTAL
               IF LN-AMOUNT-DUE > ZERO
                   PERFORM 0250-REPORT-ARREARS
               END-IF
           END-IF.
           PERFORM 0110-READ-LOAN.

       0250-REPORT-ARREARS.
           ADD 1 TO WS-ARREARS-COUNT.
           ADD LN-AMOUNT-DUE TO WS-ARREARS-TOTAL.
           MOVE ZERO TO WS-DAYS-IN-ARREARS.
           IF LN-ARREARS-SINCE NOT = ZERO
                   AND LN-ARREARS-SINCE < WS-CYCLE-DATE
               COMPUTE WS-DAYS-IN-ARREARS =
                   FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE)
                   - FUNCTION INTEGER-OF-DATE(LN-ARREARS-SINCE)
           END-IF.
           IF WS-DAYS-IN-ARREARS = ZERO
               MOVE 1 TO WS-DAYS-IN-ARREARS
           END-IF.
           EVALUATE TRUE
               WHEN WS-DAYS-IN-ARREARS NOT > 30
                   ADD 1 TO WS-BAND1-COUNT
                   ADD LN-AMOUNT-DUE TO WS-BAND1-TOTAL
                   MOVE "1-30 DAYS"  TO DTL-BAND
               WHEN WS-DAYS-IN-ARREARS NOT > 60
                   ADD 1 TO WS-BAND2-COUNT
                   ADD LN-AMOUNT-DUE TO WS-BAND2-TOTAL
                   MOVE "31-60 DAYS" TO DTL-BAND
               WHEN WS-DAYS-IN-ARREARS NOT > 90
                   ADD 1 TO WS-BAND3-COUNT
                   ADD LN-AMOUNT-DUE TO WS-BAND3-TOTAL
                   MOVE "61-90 DAYS" TO DTL-BAND
               WHEN OTHER
                   ADD 1 TO WS-BAND4-COUNT
                   ADD LN-AMOUNT-DUE TO WS-BAND4-TOTAL
                   MOVE "OVER 90"    TO DTL-BAND
           END-EVALUATE.
           MOVE LN-LOAN-NUMBER     TO DTL-LOAN-NUMBER-ED.
           MOVE LN-ACCT-NUMBER     TO DTL-ACCT-NUMBER-ED.
           MOVE LN-ARREARS-SINCE   TO DTL-ARREARS-SINCE.
           MOVE WS-DAYS-IN-ARREARS TO DTL-DAYS-ED.
           MOVE LN-AMOUNT-DUE      TO DTL-AMOUNT-DUE-ED.
           MOVE LN-OUTSTANDING     TO DTL-OUTSTANDING-ED.
           WRITE AGING-REPORT-LINE FROM WS-REPORT-DETAIL-LINE.

       0800-PRINT-REPORT-TOTALS.
           MOVE "LOANS ON BOOK"        TO RPT-TOT-LABEL.
           MOVE WS-ON-BOOK-COUNT       TO RPT-TOT-COUNT-ED.
           MOVE WS-ON-BOOK-TOTAL       TO RPT-TOT-AMOUNT-ED.
           WRITE AGING-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "ARREARS 1-30 DAYS"    TO RPT-TOT-LABEL.
           MOVE WS-BAND1-COUNT         TO RPT-TOT-COUNT-ED.
           MOVE WS-BAND1-TOTAL         TO RPT-TOT-AMOUNT-ED.
           WRITE AGING-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "ARREARS 31-60 DAYS"   TO RPT-TOT-LABEL.
           MOVE WS-BAND2-COUNT         TO RPT-TOT-COUNT-ED.
           MOVE WS-BAND2-TOTAL         TO RPT-TOT-AMOUNT-ED.
           WRITE AGING-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "ARREARS 61-90 DAYS"   TO RPT-TOT-LABEL.
           MOVE WS-BAND3-COUNT         TO RPT-TOT-COUNT-ED.
           MOVE WS-BAND3-TOTAL         TO RPT-TOT-AMOUNT-ED.
           WRITE AGING-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "ARREARS OVER 90 DAYS" TO RPT-TOT-LABEL.
           MOVE WS-BAND4-COUNT         TO RPT-TOT-COUNT-ED.
           MOVE WS-BAND4-TOTAL         TO RPT-TOT-AMOUNT-ED.
           WRITE AGING-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "LOANS IN ARREARS"     TO RPT-TOT-LABEL.
           MOVE WS-ARREARS-COUNT       TO RPT-TOT-COUNT-ED.
           MOVE WS-ARREARS-TOTAL       TO RPT-TOT-AMOUNT-ED.
           WRITE AGING-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

       0900-CLOSE-FILES.
           CLOSE LOAN-MASTER-FILE
                 AGING-REPORT-FILE.
