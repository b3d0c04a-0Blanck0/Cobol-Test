       IDENTIFICATION DIVISION.
       PROGRAM-ID. FxRateLoad.
       AUTHOR. Alexandre ELISABETH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FLAT-FILE
               ASSIGN TO FXRATEIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAT-STATUS.

           SELECT FX-RATE-FILE
               ASSIGN TO FXRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXR-KEY
               FILE STATUS IS WS-FXR-STATUS.

           SELECT CYCLE-DATE-FILE
               ASSIGN TO CYCLDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYC-STATUS.

           SELECT LOAD-REPORT-FILE
               ASSIGN TO FXLDRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Treasury's rate sheet for the day, one line per foreign
      *    currency the shop holds: the currency code, the middle
      *    rate as base-currency units for one unit of the currency,
      *    the spread either side of it as a percentage, and the
      *    currency's name.  The sheet carries no date of its own -
      *    every rate on it is for tonight's business cycle date.
       FD  RATE-FLAT-FILE.
       01  RATE-FLAT-RECORD.
           05  FLAT-CURRENCY       PIC X(3).
           05  FLAT-MID-RATE       PIC 9(4)V9(6).
           05  FLAT-SPREAD-PCT     PIC 9(2)V9(4).
           05  FLAT-DESCRIPTION    PIC X(16).

       FD  FX-RATE-FILE.
           COPY FXRATE.

       FD  CYCLE-DATE-FILE.
           COPY CYCLCTL.

       FD  LOAD-REPORT-FILE.
       01  LOAD-REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CYC-STATUS PIC XX.
           88  CYC-FILE-MISSING   VALUE "35".
       01  WS-CYCLE-DATE PIC 9(8) VALUE ZERO.

       01  WS-FLAT-STATUS PIC XX.
           88  FLAT-FILE-MISSING  VALUE "35".
       01  WS-FXR-STATUS PIC XX.
           88  FXR-FILE-MISSING   VALUE "35".
       01  WS-RPT-STATUS PIC XX.

       01  WS-EOF-FLAT-SW PIC X VALUE "N".
           88  WS-EOF-FLAT        VALUE "Y".

       01  WS-REFUSE-REASON PIC X(24) VALUE SPACES.
           88  WS-LINE-ACCEPTED   VALUE SPACES.

      *    Currencies already taken off tonight's sheet, so a second
      *    line for one of them is refused instead of silently
      *    replacing the first.
       01  WS-SEEN-MAX   PIC 9(2) COMP VALUE 50.
       01  WS-SEEN-COUNT PIC 9(2) COMP VALUE ZERO.
       01  WS-SEEN-SUB   PIC 9(2) COMP VALUE ZERO.
       01  WS-SEEN-SW PIC X VALUE "N".
           88  WS-SEEN-BEFORE     VALUE "Y".
       01  WS-SEEN-TABLE.
           05  WS-SEEN-CURRENCY    PIC X(3) OCCURS 50 TIMES.

       01  WS-LOADED-COUNT   PIC 9(7) BINARY VALUE ZERO.
       01  WS-REPLACED-COUNT PIC 9(7) BINARY VALUE ZERO.
       01  WS-REFUSED-COUNT  PIC 9(7) BINARY VALUE ZERO.

       01  WS-CYCLE-HEADING-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(11) VALUE "CYCLE DATE ".
           05  HDG-CYCLE-DATE      PIC 9(8).
           05  FILLER              PIC X(59) VALUE SPACES.

      *    One line per rate taken onto the table, and one per sheet
      *    line refused with the reason in place of the rates.
       01  WS-RATE-DETAIL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-CURRENCY        PIC X(3).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-DESCRIPTION     PIC X(16).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-MID-RATE-ED     PIC ZZZ9.999999.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-SPREAD-PCT-ED   PIC Z9.9999.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-ACTION          PIC X(8).
           05  FILLER              PIC X(25) VALUE SPACES.

       01  WS-REFUSED-DETAIL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  REF-CURRENCY        PIC X(3).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  REF-DESCRIPTION     PIC X(16).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(9)  VALUE "REFUSED  ".
           05  REF-REASON          PIC X(24).
           05  FILLER              PIC X(22) VALUE SPACES.

       01  WS-REPORT-TOTAL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-TOT-LABEL       PIC X(28).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-TOT-COUNT-ED    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(41) VALUE SPACES.

      *    Loads treasury's daily rate sheet onto the exchange-rate
      *    table under tonight's business cycle date, ahead of the
      *    night's cycle: PostTransactions converts and values every
      *    foreign-currency posting at these rates, and refuses to
      *    post to a currency with no rate for the night.  Rates for
      *    earlier days are kept for the month-end revaluation.  A
      *    rerun for the same cycle date - treasury correcting the
      *    sheet - replaces the day's rates in place.  A line with no
      *    currency code, a rate that is not a number or is zero, a
      *    spread that is not a number, or a second line for one
      *    currency is refused and reported, and the run ends RC=8
      *    so the sheet is put right before the cycle starts.
       PROCEDURE DIVISION.
           PERFORM 0020-READ-CYCLE-DATE.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0110-READ-FLAT-RATE.
           PERFORM 0200-LOAD-RATE
               UNTIL WS-EOF-FLAT.
           PERFORM 0800-PRINT-REPORT-TOTALS.
           PERFORM 0900-CLOSE-FILES.
           DISPLAY "FxRateLoad: " WS-LOADED-COUNT
               " rates loaded, " WS-REPLACED-COUNT " replaced, "
               WS-REFUSED-COUNT " refused for " WS-CYCLE-DATE.
           IF WS-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    FXRATEIN is the mandatory driver - a night with no sheet
      *    must stop here, where operations will see it, not turn
      *    into a cycle that refuses every foreign posting.
       0100-OPEN-FILES.
           OPEN INPUT RATE-FLAT-FILE.
           IF FLAT-FILE-MISSING
               DISPLAY "FxRateLoad: FXRATEIN.DAT not found - "
                   "aborting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O FX-RATE-FILE.
           IF FXR-FILE-MISSING
               OPEN OUTPUT FX-RATE-FILE
               CLOSE FX-RATE-FILE
               OPEN I-O FX-RATE-FILE
           END-IF.
           OPEN OUTPUT LOAD-REPORT-FILE.
           MOVE WS-CYCLE-DATE TO HDG-CYCLE-DATE.
           WRITE LOAD-REPORT-LINE FROM WS-CYCLE-HEADING-LINE.

      *    Tonight's business cycle date, set by operations: every
      *    rate on the sheet is loaded under it.
       0020-READ-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE.
           IF CYC-FILE-MISSING
               DISPLAY "FxRateLoad: CYCLDATE.DAT not found - "
                   "aborting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CYCLE-DATE-FILE
               AT END
                   DISPLAY "FxRateLoad: CYCLDATE.DAT is empty - "
                       "aborting"
                   CLOSE CYCLE-DATE-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE CYCLE-DATE TO WS-CYCLE-DATE.
           CLOSE CYCLE-DATE-FILE.

       0110-READ-FLAT-RATE.
           READ RATE-FLAT-FILE
               AT END
                   SET WS-EOF-FLAT TO TRUE
           END-READ.

       0200-LOAD-RATE.
           PERFORM 0210-EDIT-FLAT-RATE.
           IF WS-LINE-ACCEPTED
               PERFORM 0250-STORE-RATE
           ELSE
               PERFORM 0260-REPORT-REFUSED-LINE
           END-IF.
           PERFORM 0110-READ-FLAT-RATE.

      *    The checks in the order a clerk would fix them; the first
      *    one a line fails is the reason reported.
       0210-EDIT-FLAT-RATE.
           MOVE SPACES TO WS-REFUSE-REASON.
           PERFORM 0220-CHECK-SEEN-CURRENCY.
           EVALUATE TRUE
               WHEN FLAT-CURRENCY = SPACES
                   MOVE "NO CURRENCY CODE" TO WS-REFUSE-REASON
               WHEN FLAT-MID-RATE NOT NUMERIC
                   MOVE "RATE NOT NUMERIC" TO WS-REFUSE-REASON
               WHEN FLAT-MID-RATE = ZERO
                   MOVE "RATE IS ZERO" TO WS-REFUSE-REASON
               WHEN FLAT-SPREAD-PCT NOT NUMERIC
                   MOVE "SPREAD NOT NUMERIC" TO WS-REFUSE-REASON
               WHEN WS-SEEN-BEFORE
                   MOVE "CURRENCY TWICE ON SHEET" TO WS-REFUSE-REASON
               WHEN WS-SEEN-COUNT >= WS-SEEN-MAX
                   MOVE "TOO MANY CURRENCIES" TO WS-REFUSE-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0220-CHECK-SEEN-CURRENCY.
           MOVE "N" TO WS-SEEN-SW.
           PERFORM 0225-COMPARE-SEEN-CURRENCY
               VARYING WS-SEEN-SUB FROM 1 BY 1
               UNTIL WS-SEEN-SUB > WS-SEEN-COUNT
                  OR WS-SEEN-BEFORE.

       0225-COMPARE-SEEN-CURRENCY.
           IF WS-SEEN-CURRENCY (WS-SEEN-SUB) = FLAT-CURRENCY
               SET WS-SEEN-BEFORE TO TRUE
           END-IF.

      *    A rate already on the table for tonight is the earlier
      *    run's: treasury's corrected sheet replaces it.
       0250-STORE-RATE.
           ADD 1 TO WS-SEEN-COUNT.
           MOVE FLAT-CURRENCY TO WS-SEEN-CURRENCY (WS-SEEN-COUNT).
           MOVE FLAT-CURRENCY    TO FXR-CURRENCY.
           MOVE WS-CYCLE-DATE    TO FXR-RATE-DATE.
           MOVE FLAT-DESCRIPTION TO FXR-DESCRIPTION.
           MOVE FLAT-MID-RATE    TO FXR-MID-RATE.
           MOVE FLAT-SPREAD-PCT  TO FXR-SPREAD-PCT.
           MOVE "LOADED"         TO DTL-ACTION.
           WRITE FX-RATE-RECORD
               INVALID KEY
                   MOVE "REPLACED" TO DTL-ACTION
                   REWRITE FX-RATE-RECORD
           END-WRITE.
           IF DTL-ACTION = "REPLACED"
               ADD 1 TO WS-REPLACED-COUNT
           ELSE
               ADD 1 TO WS-LOADED-COUNT
           END-IF.
           MOVE FLAT-CURRENCY    TO DTL-CURRENCY.
           MOVE FLAT-DESCRIPTION TO DTL-DESCRIPTION.
           MOVE FLAT-MID-RATE    TO DTL-MID-RATE-ED.
           MOVE FLAT-SPREAD-PCT  TO DTL-SPREAD-PCT-ED.
           WRITE LOAD-REPORT-LINE FROM WS-RATE-DETAIL-LINE.

       0260-REPORT-REFUSED-LINE.
           ADD 1 TO WS-REFUSED-COUNT.
           MOVE FLAT-CURRENCY    TO REF-CURRENCY.
           MOVE FLAT-DESCRIPTION TO REF-DESCRIPTION.
           MOVE WS-REFUSE-REASON TO REF-REASON.
           WRITE LOAD-REPORT-LINE FROM WS-REFUSED-DETAIL-LINE.

       0800-PRINT-REPORT-TOTALS.
           MOVE "RATES LOADED"            TO RPT-TOT-LABEL.
           MOVE WS-LOADED-COUNT           TO RPT-TOT-COUNT-ED.
           WRITE LOAD-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "RATES REPLACED"          TO RPT-TOT-LABEL.
           MOVE WS-REPLACED-COUNT         TO RPT-TOT-COUNT-ED.
           WRITE LOAD-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "SHEET LINES REFUSED"     TO RPT-TOT-LABEL.
           MOVE WS-REFUSED-COUNT          TO RPT-TOT-COUNT-ED.
           WRITE LOAD-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

       0900-CLOSE-FILES.
           CLOSE RATE-FLAT-FILE
                 FX-RATE-FILE
                 LOAD-REPORT-FILE.
