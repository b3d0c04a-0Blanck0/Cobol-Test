       IDENTIFICATION DIVISION.
       PROGRAM-ID. FxRevaluation.
       AUTHOR. Alexandre ELISABETH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-HISTORY-FILE
               ASSIGN TO GLMHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLH-KEY
               FILE STATUS IS WS-GLH-STATUS.

           SELECT FX-RATE-FILE
               ASSIGN TO FXRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXR-KEY
               FILE STATUS IS WS-FXR-STATUS.

           SELECT REVAL-CONTROL-FILE
               ASSIGN TO REVALCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT REVAL-REPORT-FILE
               ASSIGN TO FXREVRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-HISTORY-FILE.
           COPY GLHIST.

       FD  FX-RATE-FILE.
           COPY FXRATE.

      *    One control record per run: the closed month, as YYYYMM,
      *    whose currency position finance wants revalued.
       FD  REVAL-CONTROL-FILE.
       01  REVAL-CONTROL-RECORD.
           05  CTL-PERIOD          PIC 9(6).

       FD  REVAL-REPORT-FILE.
       01  REVAL-REPORT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-GLH-STATUS PIC XX.
           88  GLH-FILE-MISSING   VALUE "35".
       01  WS-FXR-STATUS PIC XX.
           88  FXR-FILE-MISSING   VALUE "35".
       01  WS-CTL-STATUS PIC XX.
           88  CTL-FILE-MISSING   VALUE "35".
       01  WS-RPT-STATUS PIC XX.

       01  WS-EOF-GLH-SW PIC X VALUE "N".
           88  WS-EOF-GLH         VALUE "Y".
       01  WS-EOF-FXR-SW PIC X VALUE "N".
           88  WS-EOF-FXR         VALUE "Y".

       01  WS-PERIOD      PIC 9(6) VALUE ZERO.
       01  WS-MONTH-FIRST PIC 9(8) VALUE ZERO.
       01  WS-MONTH-LAST  PIC 9(8) VALUE ZERO.

       01  WS-ACCOUNT-COUNT PIC 9(7) BINARY VALUE ZERO.
       01  WS-NO-RATE-COUNT PIC 9(7) BINARY VALUE ZERO.

      *    Each currency met in the month's history, with the last
      *    rate loaded in the month and the position built up over
      *    its accounts.  The booked base is what the ledger carries
      *    for the accounts; the revalued base is their currency
      *    balance at the month-end rate.
       01  WS-CCY-MAX     PIC 9(3) COMP VALUE 20.
       01  WS-CCY-COUNT   PIC 9(3) COMP VALUE ZERO.
       01  WS-CCY-SUB     PIC 9(3) COMP VALUE ZERO.
       01  WS-CCY-HIT     PIC 9(3) COMP VALUE ZERO.
       01  WS-CCY-POSITION-TABLE.
           05  WS-CCY-POSITION-ENTRY OCCURS 20 TIMES.
               10  POS-CURRENCY        PIC X(3).
               10  POS-RATE-SW         PIC X.
                   88  POS-RATE-FOUND      VALUE "Y".
               10  POS-RATE-DATE       PIC 9(8).
               10  POS-MID-RATE        PIC 9(4)V9(6) COMP-3.
               10  POS-CCY-BALANCE     PIC S9(11)V99 COMP-3.
               10  POS-BOOKED-BASE     PIC S9(11)V99 COMP-3.
               10  POS-REVALUED-BASE   PIC S9(11)V99 COMP-3.

       01  WS-REVALUED-BASE   PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-DIFFERENCE      PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-DIFFERENCE PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-PERIOD-HEADING-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(25)
                   VALUE "CURRENCY REVALUATION FOR ".
           05  HDG-PERIOD          PIC 9(6).
           05  FILLER              PIC X(47) VALUE SPACES.

       01  WS-COLUMN-HEADING-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(11) VALUE "ACCOUNT CCY".
           05  FILLER              PIC X(16)
                   VALUE "        CURRENCY".
           05  FILLER              PIC X(16)
                   VALUE "     BOOKED BASE".
           05  FILLER              PIC X(16)
                   VALUE "   REVALUED BASE".
           05  FILLER              PIC X(16)
                   VALUE "      DIFFERENCE".
           05  FILLER              PIC X(3)  VALUE SPACES.

      *    One line per foreign-currency account, then one per
      *    currency for the whole position under the rate used.
       01  WS-REVAL-DETAIL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RVL-GL-ACCOUNT      PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RVL-CURRENCY        PIC X(3).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RVL-CCY-BALANCE-ED  PIC ---,---,--9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RVL-BOOKED-ED       PIC ---,---,--9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RVL-REVALUED-ED     PIC ---,---,--9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RVL-DIFFERENCE-ED   PIC ---,---,--9.99.
           05  FILLER              PIC X(3)  VALUE SPACES.

       01  WS-RATE-USED-LINE.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  RTU-CURRENCY        PIC X(3).
           05  FILLER              PIC X(9)  VALUE " RATE OF ".
           05  RTU-RATE-DATE       PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RTU-MID-RATE-ED     PIC ZZZ9.999999.
           05  FILLER              PIC X(37) VALUE SPACES.

       01  WS-NO-RATE-LINE.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  NRT-CURRENCY        PIC X(3).
           05  FILLER              PIC X(30)
                   VALUE " NO RATE LOADED IN THE MONTH -".
           05  FILLER              PIC X(22)
                   VALUE " POSITION NOT REVALUED".
           05  FILLER              PIC X(15) VALUE SPACES.

       01  WS-REVAL-STATUS-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RVS-STATUS-TEXT     PIC X(78).

       01  WS-TOTAL-DIFFERENCE-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(28)
                   VALUE "TOTAL REVALUATION DIFFERENCE".
           05  FILLER              PIC X(33) VALUE SPACES.
           05  TDF-DIFFERENCE-ED   PIC ---,---,--9.99.
           05  FILLER              PIC X(3)  VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SUM-LABEL           PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SUM-COUNT-ED        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

      *    Month-end currency position and revaluation from the
      *    month-end history GLLedger writes as each month closes:
      *    every foreign-currency GL account's closing balance in
      *    its currency, the base-currency amount the ledger carries
      *    for it, and that currency balance revalued at the last
      *    rate loaded in the month, with the difference finance
      *    books as the revaluation gain or loss.  Each currency's
      *    position is totalled under the rate used.  Base-currency
      *    accounts have nothing to revalue and are passed over.
      *    Nothing is updated.
       PROCEDURE DIVISION.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0150-READ-CONTROL.
           PERFORM 0200-POSITION-HISTORY.
           PERFORM 0300-REVALUE-ACCOUNT
               UNTIL WS-EOF-GLH.
           PERFORM 0400-PRINT-POSITIONS.
           PERFORM 0900-CLOSE-FILES.
           DISPLAY "FxRevaluation: " WS-ACCOUNT-COUNT
               " currency accounts revalued for period " WS-PERIOD.
           IF WS-NO-RATE-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    The history, the rate table and the control record are
      *    all mandatory - a revaluation with nothing to revalue,
      *    nothing to revalue it at, or no month to revalue fails
      *    fast instead of printing an empty position.
       0100-OPEN-FILES.
           OPEN INPUT GL-HISTORY-FILE.
           IF GLH-FILE-MISSING
               DISPLAY "FxRevaluation: GLMHIST.DAT not found - "
                   "aborting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT FX-RATE-FILE.
           IF FXR-FILE-MISSING
               DISPLAY "FxRevaluation: FXRATE.DAT not found - "
                   "aborting"
               CLOSE GL-HISTORY-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT REVAL-CONTROL-FILE.
           IF CTL-FILE-MISSING
               DISPLAY "FxRevaluation: REVALCTL.DAT not found - "
                   "aborting"
               CLOSE GL-HISTORY-FILE
                     FX-RATE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REVAL-REPORT-FILE.

       0150-READ-CONTROL.
           READ REVAL-CONTROL-FILE
               AT END
                   DISPLAY "FxRevaluation: REVALCTL.DAT is empty - "
                       "aborting"
                   PERFORM 0900-CLOSE-FILES
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE CTL-PERIOD TO WS-PERIOD HDG-PERIOD.
           COMPUTE WS-MONTH-FIRST = WS-PERIOD * 100 + 1.
           COMPUTE WS-MONTH-LAST  = WS-PERIOD * 100 + 31.
           WRITE REVAL-REPORT-LINE FROM WS-PERIOD-HEADING-LINE.
           WRITE REVAL-REPORT-LINE FROM WS-COLUMN-HEADING-LINE.

       0200-POSITION-HISTORY.
           MOVE WS-PERIOD TO GLH-PERIOD.
           MOVE ZERO      TO GLH-ACCOUNT.
           START GL-HISTORY-FILE
               KEY IS GREATER THAN OR EQUAL TO GLH-KEY
               INVALID KEY
                   SET WS-EOF-GLH TO TRUE
           END-START.
           IF NOT WS-EOF-GLH
               PERFORM 0210-READ-HISTORY
           END-IF.

       0210-READ-HISTORY.
           READ GL-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-EOF-GLH TO TRUE
               NOT AT END
                   IF GLH-PERIOD NOT = WS-PERIOD
                       SET WS-EOF-GLH TO TRUE
                   END-IF
           END-READ.

      *    An account in a currency with no rate anywhere in the
      *    month prints at its booked base - unrevalued, difference
      *    nil - and the currency's position line says why.
       0300-REVALUE-ACCOUNT.
           IF GLH-CURRENCY NOT = SPACES
               ADD 1 TO WS-ACCOUNT-COUNT
               PERFORM 0310-FIND-CURRENCY-POSITION
               IF POS-RATE-FOUND (WS-CCY-HIT)
                   COMPUTE WS-REVALUED-BASE ROUNDED =
                       GLH-CCY-CLOSE-BALANCE
                           * POS-MID-RATE (WS-CCY-HIT)
               ELSE
                   MOVE GLH-CLOSE-BALANCE TO WS-REVALUED-BASE
               END-IF
               COMPUTE WS-DIFFERENCE =
                   WS-REVALUED-BASE - GLH-CLOSE-BALANCE
               ADD GLH-CCY-CLOSE-BALANCE
                   TO POS-CCY-BALANCE (WS-CCY-HIT)
               ADD GLH-CLOSE-BALANCE
                   TO POS-BOOKED-BASE (WS-CCY-HIT)
               ADD WS-REVALUED-BASE
                   TO POS-REVALUED-BASE (WS-CCY-HIT)
               MOVE GLH-ACCOUNT           TO RVL-GL-ACCOUNT
               MOVE GLH-CURRENCY          TO RVL-CURRENCY
               MOVE GLH-CCY-CLOSE-BALANCE TO RVL-CCY-BALANCE-ED
               MOVE GLH-CLOSE-BALANCE     TO RVL-BOOKED-ED
               MOVE WS-REVALUED-BASE      TO RVL-REVALUED-ED
               MOVE WS-DIFFERENCE         TO RVL-DIFFERENCE-ED
               WRITE REVAL-REPORT-LINE FROM WS-REVAL-DETAIL-LINE
           END-IF.
           PERFORM 0210-READ-HISTORY.

      *    The currency's place in the position table, opening it -
      *    and finding its month-end rate - the first time the
      *    currency is met.  More currencies than the table holds
      *    stops the run rather than leave a position out.
       0310-FIND-CURRENCY-POSITION.
           MOVE ZERO TO WS-CCY-HIT.
           PERFORM 0315-MATCH-CURRENCY
               VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > WS-CCY-COUNT
                  OR WS-CCY-HIT > ZERO.
           IF WS-CCY-HIT = ZERO
               IF WS-CCY-COUNT >= WS-CCY-MAX
                   DISPLAY "FxRevaluation: more than " WS-CCY-MAX
                       " currencies in the history - aborting"
                   PERFORM 0900-CLOSE-FILES
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CCY-COUNT
               MOVE WS-CCY-COUNT TO WS-CCY-HIT
               MOVE GLH-CURRENCY TO POS-CURRENCY (WS-CCY-HIT)
               MOVE "N"  TO POS-RATE-SW (WS-CCY-HIT)
               MOVE ZERO TO POS-RATE-DATE (WS-CCY-HIT)
                            POS-MID-RATE (WS-CCY-HIT)
                            POS-CCY-BALANCE (WS-CCY-HIT)
                            POS-BOOKED-BASE (WS-CCY-HIT)
                            POS-REVALUED-BASE (WS-CCY-HIT)
               PERFORM 0320-FIND-MONTH-END-RATE
           END-IF.

       0315-MATCH-CURRENCY.
           IF POS-CURRENCY (WS-CCY-SUB) = GLH-CURRENCY
               MOVE WS-CCY-SUB TO WS-CCY-HIT
           END-IF.

      *    The month-end rate is the last one loaded in the month -
      *    the month's final business day, whatever its date.
       0320-FIND-MONTH-END-RATE.
           MOVE "N" TO WS-EOF-FXR-SW.
           MOVE GLH-CURRENCY   TO FXR-CURRENCY.
           MOVE WS-MONTH-FIRST TO FXR-RATE-DATE.
           START FX-RATE-FILE
               KEY IS GREATER THAN OR EQUAL TO FXR-KEY
               INVALID KEY
                   SET WS-EOF-FXR TO TRUE
           END-START.
           PERFORM 0330-READ-MONTH-RATE
               UNTIL WS-EOF-FXR.

       0330-READ-MONTH-RATE.
           READ FX-RATE-FILE NEXT RECORD
               AT END
                   SET WS-EOF-FXR TO TRUE
               NOT AT END
                   IF FXR-CURRENCY NOT = GLH-CURRENCY
                           OR FXR-RATE-DATE > WS-MONTH-LAST
                       SET WS-EOF-FXR TO TRUE
                   ELSE
                       SET POS-RATE-FOUND (WS-CCY-HIT) TO TRUE
                       MOVE FXR-RATE-DATE
                           TO POS-RATE-DATE (WS-CCY-HIT)
                       MOVE FXR-MID-RATE
                           TO POS-MID-RATE (WS-CCY-HIT)
                   END-IF
           END-READ.

      *    A month with no history was never closed - the page says
      *    so rather than printing an empty position.
       0400-PRINT-POSITIONS.
           IF WS-ACCOUNT-COUNT = ZERO
               MOVE "NO FOREIGN-CURRENCY HISTORY FOR THIS PERIOD"
                   TO RVS-STATUS-TEXT
               WRITE REVAL-REPORT-LINE FROM WS-REVAL-STATUS-LINE
           ELSE
               MOVE "CURRENCY POSITION AT MONTH-END"
                   TO RVS-STATUS-TEXT
               WRITE REVAL-REPORT-LINE FROM WS-REVAL-STATUS-LINE
               WRITE REVAL-REPORT-LINE FROM WS-COLUMN-HEADING-LINE
               PERFORM 0410-PRINT-CURRENCY-POSITION
                   VARYING WS-CCY-SUB FROM 1 BY 1
                   UNTIL WS-CCY-SUB > WS-CCY-COUNT
               MOVE WS-TOTAL-DIFFERENCE TO TDF-DIFFERENCE-ED
               WRITE REVAL-REPORT-LINE FROM WS-TOTAL-DIFFERENCE-LINE
           END-IF.
           MOVE "ACCOUNTS REVALUED" TO SUM-LABEL.
           MOVE WS-ACCOUNT-COUNT    TO SUM-COUNT-ED.
           WRITE REVAL-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "CURRENCIES NO RATE"  TO SUM-LABEL.
           MOVE WS-NO-RATE-COUNT    TO SUM-COUNT-ED.
           WRITE REVAL-REPORT-LINE FROM WS-SUMMARY-LINE.

       0410-PRINT-CURRENCY-POSITION.
           COMPUTE WS-DIFFERENCE = POS-REVALUED-BASE (WS-CCY-SUB)
               - POS-BOOKED-BASE (WS-CCY-SUB).
           ADD WS-DIFFERENCE TO WS-TOTAL-DIFFERENCE.
           MOVE "TOTAL"                       TO RVL-GL-ACCOUNT.
           MOVE POS-CURRENCY (WS-CCY-SUB)      TO RVL-CURRENCY.
           MOVE POS-CCY-BALANCE (WS-CCY-SUB)   TO RVL-CCY-BALANCE-ED.
           MOVE POS-BOOKED-BASE (WS-CCY-SUB)   TO RVL-BOOKED-ED.
           MOVE POS-REVALUED-BASE (WS-CCY-SUB) TO RVL-REVALUED-ED.
           MOVE WS-DIFFERENCE                 TO RVL-DIFFERENCE-ED.
           WRITE REVAL-REPORT-LINE FROM WS-REVAL-DETAIL-LINE.
           IF POS-RATE-FOUND (WS-CCY-SUB)
               MOVE POS-CURRENCY (WS-CCY-SUB)  TO RTU-CURRENCY
               MOVE POS-RATE-DATE (WS-CCY-SUB) TO RTU-RATE-DATE
               MOVE POS-MID-RATE (WS-CCY-SUB)  TO RTU-MID-RATE-ED
               WRITE REVAL-REPORT-LINE FROM WS-RATE-USED-LINE
           ELSE
               ADD 1 TO WS-NO-RATE-COUNT
               MOVE POS-CURRENCY (WS-CCY-SUB)  TO NRT-CURRENCY
               WRITE REVAL-REPORT-LINE FROM WS-NO-RATE-LINE
           END-IF.

       0900-CLOSE-FILES.
           CLOSE GL-HISTORY-FILE
                 FX-RATE-FILE
                 REVAL-CONTROL-FILE
                 REVAL-REPORT-FILE.
