       IDENTIFICATION DIVISION.
       PROGRAM-ID. DisputeAging.
       AUTHOR. Alexandre ELISABETH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-CASE-FILE
               ASSIGN TO DSPCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DSP-CASE-NUMBER
               ALTERNATE RECORD KEY IS DSP-HIST-KEY
               FILE STATUS IS WS-DSP-STATUS.

           SELECT CYCLE-DATE-FILE
               ASSIGN TO CYCLDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYC-STATUS.

           SELECT AGING-REPORT-FILE
               ASSIGN TO DSPAGE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-CASE-FILE.
           COPY DSPREC.

       FD  CYCLE-DATE-FILE.
           COPY CYCLCTL.

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CYC-STATUS PIC XX.
           88  CYC-FILE-MISSING   VALUE "35".
       01  WS-DSP-STATUS PIC XX.
           88  DSP-FILE-MISSING   VALUE "35".
       01  WS-RPT-STATUS PIC XX.

       01  WS-EOF-DSP-SW PIC X VALUE "N".
           88  WS-EOF-DSP         VALUE "Y".

       01  WS-CYCLE-DATE   PIC 9(8) VALUE ZERO.
       01  WS-CYCLE-INT    PIC 9(8) BINARY VALUE ZERO.
       01  WS-OPENED-INT   PIC 9(8) BINARY VALUE ZERO.
       01  WS-DUE-INT      PIC 9(8) BINARY VALUE ZERO.

      *    A case whose resolution deadline falls within this many
      *    days of the cycle date is flagged as due soon.
       01  WS-DUE-SOON-DAYS PIC 9(3) VALUE 5.

       01  WS-READ-COUNT        PIC 9(7) BINARY VALUE ZERO.
       01  WS-OPEN-COUNT        PIC 9(7) BINARY VALUE ZERO.
       01  WS-RESOLVED-COUNT    PIC 9(7) BINARY VALUE ZERO.
       01  WS-PAST-DUE-COUNT    PIC 9(7) BINARY VALUE ZERO.
       01  WS-PROV-LATE-COUNT   PIC 9(7) BINARY VALUE ZERO.
       01  WS-DUE-SOON-COUNT    PIC 9(7) BINARY VALUE ZERO.
       01  WS-DISPUTED-TOTAL    PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-OUTSTANDING-TOTAL PIC 9(11)V99 COMP-3 VALUE ZERO.

       01  WS-CYCLE-HEADING-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(11) VALUE "CYCLE DATE ".
           05  HDG-CYCLE-DATE      PIC 9(8).
           05  FILLER              PIC X(59) VALUE SPACES.

      *    One line per case not yet closed: the case and account,
      *    the day it was opened and how long ago, the amount in
      *    dispute, the provisional credit the customer is holding,
      *    the day the case must be decided by, and what needs
      *    attention first.
       01  WS-AGING-DETAIL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-CASE-NUMBER     PIC 9(6).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  DTL-ACCT-NUMBER     PIC 9(6).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  DTL-OPENED-DATE     PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  DTL-DAYS-OPEN       PIC ZZ9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  DTL-DISPUTED-ED     PIC ZZZZZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  DTL-PROVISIONAL-ED  PIC ZZZZZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  DTL-RESOLUTION-DUE  PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  DTL-NOTE            PIC X(13).
           05  FILLER              PIC X(7)  VALUE SPACES.

       01  WS-REPORT-TOTAL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-TOT-LABEL       PIC X(28).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-TOT-COUNT-ED    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(41) VALUE SPACES.

       01  WS-REPORT-AMOUNT-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-AMT-LABEL       PIC X(28).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-AMT-ED          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(31) VALUE SPACES.

      *    The disputes desk's aging of every case not yet closed, in
      *    case order, against the regulatory deadlines stamped when
      *    each was opened: past its resolution deadline, provisional
      *    credit owed and not given by its deadline, or due for a
      *    decision within days.  Resolved cases still wait for
      *    tonight's DisputeGen to settle them and are listed too.
      *    The provisional credit outstanding is the money out on
      *    these cases - the figure finance agrees to the dispute
      *    suspense account.  Nothing is updated.
       PROCEDURE DIVISION.
           PERFORM 0020-READ-CYCLE-DATE.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0110-READ-CASE.
           PERFORM 0200-AGE-CASE
               UNTIL WS-EOF-DSP.
           PERFORM 0800-PRINT-REPORT-TOTALS.
           PERFORM 0900-CLOSE-FILES.
           DISPLAY "DisputeAging: " WS-OPEN-COUNT " open and "
               WS-RESOLVED-COUNT " resolved cases, "
               WS-PAST-DUE-COUNT " past deadline".
           STOP RUN.

      *    The case file is mandatory - a missing file would print an
      *    empty list that reads as nothing in dispute.
       0100-OPEN-FILES.
           OPEN INPUT DISPUTE-CASE-FILE.
           IF DSP-FILE-MISSING
               DISPLAY "DisputeAging: DSPCASE.DAT not found - "
                   "aborting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT AGING-REPORT-FILE.
           MOVE WS-CYCLE-DATE TO HDG-CYCLE-DATE.
           WRITE AGING-REPORT-LINE FROM WS-CYCLE-HEADING-LINE.

      *    Tonight's business cycle date, set by operations and
      *    validated by CycleOpen at the top of the night: it stamps
      *    the report heading and is the day each case's age and
      *    deadlines are measured against.
       0020-READ-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE.
           IF CYC-FILE-MISSING
               DISPLAY "DisputeAging: CYCLDATE.DAT not found - "
                   "aborting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CYCLE-DATE-FILE
               AT END
                   DISPLAY "DisputeAging: CYCLDATE.DAT is empty - "
                       "aborting"
                   CLOSE CYCLE-DATE-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE CYCLE-DATE TO WS-CYCLE-DATE.
           CLOSE CYCLE-DATE-FILE.
           COMPUTE WS-CYCLE-INT =
               FUNCTION INTEGER-OF-DATE (WS-CYCLE-DATE).

       0110-READ-CASE.
           READ DISPUTE-CASE-FILE NEXT RECORD
               AT END
                   SET WS-EOF-DSP TO TRUE
           END-READ.

       0200-AGE-CASE.
           ADD 1 TO WS-READ-COUNT.
           IF NOT DSP-CLOSED
               PERFORM 0300-WRITE-AGING-DETAIL
           END-IF.
           PERFORM 0110-READ-CASE.

      *    Only a credit actually sent is money out; one still queued
      *    for tonight has not left yet.
       0300-WRITE-AGING-DETAIL.
           MOVE DSP-CASE-NUMBER     TO DTL-CASE-NUMBER.
           MOVE DSP-ACCT-NUMBER     TO DTL-ACCT-NUMBER.
           MOVE DSP-OPENED-DATE     TO DTL-OPENED-DATE.
           COMPUTE WS-OPENED-INT =
               FUNCTION INTEGER-OF-DATE (DSP-OPENED-DATE).
           COMPUTE DTL-DAYS-OPEN = WS-CYCLE-INT - WS-OPENED-INT.
           MOVE DSP-DISPUTED-AMOUNT TO DTL-DISPUTED-ED.
           ADD DSP-DISPUTED-AMOUNT  TO WS-DISPUTED-TOTAL.
           IF DSP-PROV-ISSUED
               MOVE DSP-PROVISIONAL-AMOUNT TO DTL-PROVISIONAL-ED
               ADD DSP-PROVISIONAL-AMOUNT  TO WS-OUTSTANDING-TOTAL
           ELSE
               MOVE ZERO TO DTL-PROVISIONAL-ED
           END-IF.
           MOVE DSP-RESOLUTION-DUE  TO DTL-RESOLUTION-DUE.
           COMPUTE WS-DUE-INT =
               FUNCTION INTEGER-OF-DATE (DSP-RESOLUTION-DUE).
           EVALUATE TRUE
               WHEN DSP-RESOLVED
                   MOVE "RESOLVED"      TO DTL-NOTE
                   ADD 1 TO WS-RESOLVED-COUNT
               WHEN DSP-RESOLUTION-DUE < WS-CYCLE-DATE
                   MOVE "PAST DEADLINE" TO DTL-NOTE
                   ADD 1 TO WS-PAST-DUE-COUNT
               WHEN NOT DSP-PROV-ISSUED
                       AND DSP-PROVISIONAL-DUE < WS-CYCLE-DATE
                   MOVE "PROV OVERDUE"  TO DTL-NOTE
                   ADD 1 TO WS-PROV-LATE-COUNT
               WHEN WS-DUE-INT - WS-CYCLE-INT NOT > WS-DUE-SOON-DAYS
                   MOVE "DUE SOON"      TO DTL-NOTE
                   ADD 1 TO WS-DUE-SOON-COUNT
               WHEN OTHER
                   MOVE SPACES          TO DTL-NOTE
           END-EVALUATE.
           IF NOT DSP-RESOLVED
               ADD 1 TO WS-OPEN-COUNT
           END-IF.
           WRITE AGING-REPORT-LINE FROM WS-AGING-DETAIL-LINE.

       0800-PRINT-REPORT-TOTALS.
           MOVE "CASES ON FILE"            TO RPT-TOT-LABEL.
           MOVE WS-READ-COUNT              TO RPT-TOT-COUNT-ED.
           WRITE AGING-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "CASES OPEN"               TO RPT-TOT-LABEL.
           MOVE WS-OPEN-COUNT              TO RPT-TOT-COUNT-ED.
           WRITE AGING-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "RESOLVED AWAITING SETTLEMENT" TO RPT-TOT-LABEL.
           MOVE WS-RESOLVED-COUNT          TO RPT-TOT-COUNT-ED.
           WRITE AGING-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "PAST RESOLUTION DEADLINE" TO RPT-TOT-LABEL.
           MOVE WS-PAST-DUE-COUNT          TO RPT-TOT-COUNT-ED.
           WRITE AGING-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "PROVISIONAL CREDIT OVERDUE" TO RPT-TOT-LABEL.
           MOVE WS-PROV-LATE-COUNT         TO RPT-TOT-COUNT-ED.
           WRITE AGING-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "DECISION DUE SOON"        TO RPT-TOT-LABEL.
           MOVE WS-DUE-SOON-COUNT          TO RPT-TOT-COUNT-ED.
           WRITE AGING-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "AMOUNT IN DISPUTE"        TO RPT-AMT-LABEL.
           MOVE WS-DISPUTED-TOTAL          TO RPT-AMT-ED.
           WRITE AGING-REPORT-LINE FROM WS-REPORT-AMOUNT-LINE.

           MOVE "PROVISIONAL CREDIT OUT"   TO RPT-AMT-LABEL.
           MOVE WS-OUTSTANDING-TOTAL       TO RPT-AMT-ED.
           WRITE AGING-REPORT-LINE FROM WS-REPORT-AMOUNT-LINE.

       0900-CLOSE-FILES.
           CLOSE DISPUTE-CASE-FILE
                 AGING-REPORT-FILE.
