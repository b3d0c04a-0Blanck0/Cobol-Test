       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLTrialReprint.
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

           SELECT REPRINT-CONTROL-FILE
               ASSIGN TO TBCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT TRIAL-BALANCE-FILE
               ASSIGN TO GLTBRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-HISTORY-FILE.
           COPY GLHIST.

      *    One control record per reprint: the closed month, as
      *    YYYYMM, whose trial balance finance wants again.
       FD  REPRINT-CONTROL-FILE.
       01  REPRINT-CONTROL-RECORD.
           05  CTL-PERIOD          PIC 9(6).

       FD  TRIAL-BALANCE-FILE.
       01  TRIAL-BALANCE-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-GLH-STATUS PIC XX.
           88  GLH-FILE-MISSING   VALUE "35".
       01  WS-CTL-STATUS PIC XX.
           88  CTL-FILE-MISSING   VALUE "35".
       01  WS-RPT-STATUS PIC XX.

       01  WS-EOF-GLH-SW PIC X VALUE "N".
           88  WS-EOF-GLH         VALUE "Y".

       01  WS-PERIOD      PIC 9(6) VALUE ZERO.

       01  WS-ACCOUNT-COUNT PIC 9(7) BINARY VALUE ZERO.
       01  WS-TB-DEBITS     PIC 9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TB-CREDITS    PIC 9(13)V99 COMP-3 VALUE ZERO.

       01  WS-PERIOD-HEADING-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(28)
                   VALUE "MONTH-END TRIAL BALANCE FOR ".
           05  HDG-PERIOD          PIC 9(6).
           05  FILLER              PIC X(44) VALUE SPACES.

       01  WS-TB-DETAIL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  TBL-GL-ACCOUNT      PIC 9(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  TBL-DESCRIPTION     PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  TBL-DR-ED           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  TBL-CR-ED           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(12) VALUE SPACES.

      *    Under a foreign-currency account, its closing balance in
      *    the currency itself, outside the totals - as GLLedger
      *    prints it nightly.
       01  WS-TB-CURRENCY-LINE.
           05  FILLER              PIC X(12) VALUE SPACES.
           05  FILLER              PIC X(9)  VALUE "CURRENCY ".
           05  TCL-CURRENCY        PIC X(3).
           05  FILLER              PIC X(8)  VALUE SPACES.
           05  TCL-DR-ED           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  TCL-CR-ED           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(12) VALUE SPACES.

       01  WS-TB-STATUS-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  TBS-STATUS-TEXT     PIC X(78).

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SUM-LABEL           PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SUM-COUNT-ED        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

      *    Reprint of a closed month's trial balance from the
      *    month-end history GLLedger writes as each month closes:
      *    every account's closing balance in the debit or credit
      *    column, footed the same way the nightly trial balance
      *    foots.  Nothing is updated.
       PROCEDURE DIVISION.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0150-READ-CONTROL.
           PERFORM 0200-POSITION-HISTORY.
           PERFORM 0300-PRINT-ACCOUNT-LINE
               UNTIL WS-EOF-GLH.
           PERFORM 0400-PRINT-TOTALS.
           PERFORM 0900-CLOSE-FILES.
           DISPLAY "GLTrialReprint: " WS-ACCOUNT-COUNT
               " accounts printed for period " WS-PERIOD.
           STOP RUN.

      *    Both the history and the reprint control record are
      *    mandatory - a reprint with no history to read or no month
      *    to print fails fast instead of printing an empty page
      *    that looks like a quiet month.
       0100-OPEN-FILES.
           OPEN INPUT GL-HISTORY-FILE.
           IF GLH-FILE-MISSING
               DISPLAY "GLTrialReprint: GLMHIST.DAT not found - "
                   "aborting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT REPRINT-CONTROL-FILE.
           IF CTL-FILE-MISSING
               DISPLAY "GLTrialReprint: TBCTL.DAT not found - "
                   "aborting"
               CLOSE GL-HISTORY-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT TRIAL-BALANCE-FILE.

       0150-READ-CONTROL.
           READ REPRINT-CONTROL-FILE
               AT END
                   DISPLAY "GLTrialReprint: TBCTL.DAT is empty - "
                       "aborting"
                   PERFORM 0900-CLOSE-FILES
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE CTL-PERIOD TO WS-PERIOD HDG-PERIOD.
           WRITE TRIAL-BALANCE-LINE FROM WS-PERIOD-HEADING-LINE.

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

       0300-PRINT-ACCOUNT-LINE.
           ADD 1 TO WS-ACCOUNT-COUNT.
           MOVE GLH-ACCOUNT     TO TBL-GL-ACCOUNT.
           MOVE GLH-DESCRIPTION TO TBL-DESCRIPTION.
           IF GLH-CLOSE-BALANCE < ZERO
               MOVE ZERO TO TBL-DR-ED
               COMPUTE TBL-CR-ED = ZERO - GLH-CLOSE-BALANCE
               SUBTRACT GLH-CLOSE-BALANCE FROM WS-TB-CREDITS
           ELSE
               MOVE GLH-CLOSE-BALANCE TO TBL-DR-ED
               MOVE ZERO TO TBL-CR-ED
               ADD GLH-CLOSE-BALANCE TO WS-TB-DEBITS
           END-IF.
           WRITE TRIAL-BALANCE-LINE FROM WS-TB-DETAIL-LINE.
           IF GLH-CURRENCY NOT = SPACES
               PERFORM 0310-PRINT-CURRENCY-LINE
           END-IF.
           PERFORM 0210-READ-HISTORY.

       0310-PRINT-CURRENCY-LINE.
           MOVE GLH-CURRENCY TO TCL-CURRENCY.
           IF GLH-CCY-CLOSE-BALANCE < ZERO
               MOVE ZERO TO TCL-DR-ED
               COMPUTE TCL-CR-ED = ZERO - GLH-CCY-CLOSE-BALANCE
           ELSE
               MOVE GLH-CCY-CLOSE-BALANCE TO TCL-DR-ED
               MOVE ZERO TO TCL-CR-ED
           END-IF.
           WRITE TRIAL-BALANCE-LINE FROM WS-TB-CURRENCY-LINE.

      *    A month with no history was never closed - the page says
      *    so rather than printing a balanced trial balance of
      *    nothing.
       0400-PRINT-TOTALS.
           IF WS-ACCOUNT-COUNT = ZERO
               MOVE "NO MONTH-END HISTORY FOR THIS PERIOD"
                   TO TBS-STATUS-TEXT
               WRITE TRIAL-BALANCE-LINE FROM WS-TB-STATUS-LINE
           ELSE
               MOVE 999999                 TO TBL-GL-ACCOUNT
               MOVE "TRIAL BALANCE TOTALS" TO TBL-DESCRIPTION
               MOVE WS-TB-DEBITS           TO TBL-DR-ED
               MOVE WS-TB-CREDITS          TO TBL-CR-ED
               WRITE TRIAL-BALANCE-LINE FROM WS-TB-DETAIL-LINE
               IF WS-TB-DEBITS = WS-TB-CREDITS
                   MOVE "TRIAL BALANCE IN BALANCE"
                       TO TBS-STATUS-TEXT
               ELSE
                   MOVE "TRIAL BALANCE OUT OF BALANCE"
                       TO TBS-STATUS-TEXT
               END-IF
               WRITE TRIAL-BALANCE-LINE FROM WS-TB-STATUS-LINE
           END-IF.
           MOVE "ACCOUNTS PRINTED" TO SUM-LABEL.
           MOVE WS-ACCOUNT-COUNT   TO SUM-COUNT-ED.
           WRITE TRIAL-BALANCE-LINE FROM WS-SUMMARY-LINE.

       0900-CLOSE-FILES.
           CLOSE GL-HISTORY-FILE
                 REPRINT-CONTROL-FILE
                 TRIAL-BALANCE-FILE.
