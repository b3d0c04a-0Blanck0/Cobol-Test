       IDENTIFICATION DIVISION.
       PROGRAM-ID. PendingReport.
       AUTHOR. Alexandre ELISABETH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-MAINT-FILE
               ASSIGN TO PENDMNT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PND-KEY
               FILE STATUS IS WS-PND-STATUS.

           SELECT CYCLE-DATE-FILE
               ASSIGN TO CYCLDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYC-STATUS.

           SELECT PENDING-REPORT-FILE
               ASSIGN TO PENDRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-MAINT-FILE.
           COPY PENDREC.

       FD  CYCLE-DATE-FILE.
           COPY CYCLCTL.

       FD  PENDING-REPORT-FILE.
       01  PENDING-REPORT-LINE     PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CYC-STATUS PIC XX.
           88  CYC-FILE-MISSING   VALUE "35".
       01  WS-PND-STATUS PIC XX.
           88  PND-FILE-MISSING   VALUE "35".
       01  WS-RPT-STATUS PIC XX.

       01  WS-EOF-PND-SW PIC X VALUE "N".
           88  WS-EOF-PND         VALUE "Y".

       01  WS-CYCLE-DATE   PIC 9(8) VALUE ZERO.
       01  WS-CYCLE-INT    PIC 9(8) BINARY VALUE ZERO.
       01  WS-ENTRY-INT    PIC 9(8) BINARY VALUE ZERO.

       01  WS-READ-COUNT     PIC 9(7) BINARY VALUE ZERO.
       01  WS-ACCOUNT-COUNT  PIC 9(7) BINARY VALUE ZERO.
       01  WS-DEMOG-COUNT    PIC 9(7) BINARY VALUE ZERO.
       01  WS-TODAY-COUNT    PIC 9(7) BINARY VALUE ZERO.
       01  WS-LAPSED-COUNT   PIC 9(7) BINARY VALUE ZERO.

       01  WS-CYCLE-HEADING-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(11) VALUE "CYCLE DATE ".
           05  HDG-CYCLE-DATE      PIC 9(8).
           05  FILLER              PIC X(59) VALUE SPACES.

      *    One line per item waiting for its checker: the key the
      *    checker quotes back on MAINTAPV or DEMOAPV, what the item
      *    does and to which account, who keyed it, when, and how
      *    long it has left.
       01  WS-PENDING-DETAIL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-ITEM-KEY        PIC X(13).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-ACTION          PIC X(1).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-ACCT-NUMBER     PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-MAKER-ID        PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-ENTRY-DATE      PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-EXPIRY-DATE     PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-DAYS-WAITING    PIC ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-NOTE            PIC X(13).
           05  FILLER              PIC X(4)  VALUE SPACES.

       01  WS-REPORT-TOTAL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-TOT-LABEL       PIC X(28).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-TOT-COUNT-ED    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(41) VALUE SPACES.

      *    Supervisors' list of maintenance waiting on a second
      *    operator: every account and demographic item still at
      *    status P on the pending file, in item order, with the
      *    ones on their last day and the ones already past it - the
      *    next maintenance run lapses those - marked.  Nothing is
      *    updated, so the list can be printed as often as the desk
      *    needs it.
       PROCEDURE DIVISION.
           PERFORM 0020-READ-CYCLE-DATE.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0110-READ-PENDING.
           PERFORM 0200-REPORT-PENDING-ITEM
               UNTIL WS-EOF-PND.
           PERFORM 0800-PRINT-REPORT-TOTALS.
           PERFORM 0900-CLOSE-FILES.
           DISPLAY "PendingReport: " WS-ACCOUNT-COUNT
               " account and " WS-DEMOG-COUNT
               " demographic items awaiting a checker".
           STOP RUN.

      *    The pending file is mandatory - a missing file would print
      *    an empty list that reads as nothing waiting.
       0100-OPEN-FILES.
           OPEN INPUT PENDING-MAINT-FILE.
           IF PND-FILE-MISSING
               DISPLAY "PendingReport: PENDMNT.DAT not found - "
                   "aborting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PENDING-REPORT-FILE.
           MOVE WS-CYCLE-DATE TO HDG-CYCLE-DATE.
           WRITE PENDING-REPORT-LINE FROM WS-CYCLE-HEADING-LINE.

      *    Tonight's business cycle date, set by operations and
      *    validated by CycleOpen at the top of the night: it stamps
      *    the report heading and is the day each item's wait and
      *    expiry are measured against.
       0020-READ-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE.
           IF CYC-FILE-MISSING
               DISPLAY "PendingReport: CYCLDATE.DAT not found - "
                   "aborting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CYCLE-DATE-FILE
               AT END
                   DISPLAY "PendingReport: CYCLDATE.DAT is empty - "
                       "aborting"
                   CLOSE CYCLE-DATE-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE CYCLE-DATE TO WS-CYCLE-DATE.
           CLOSE CYCLE-DATE-FILE.
           COMPUTE WS-CYCLE-INT =
               FUNCTION INTEGER-OF-DATE (WS-CYCLE-DATE).

       0110-READ-PENDING.
           READ PENDING-MAINT-FILE NEXT RECORD
               AT END
                   SET WS-EOF-PND TO TRUE
           END-READ.

       0200-REPORT-PENDING-ITEM.
           ADD 1 TO WS-READ-COUNT.
           IF PND-AWAITING
               PERFORM 0300-WRITE-PENDING-DETAIL
           END-IF.
           PERFORM 0110-READ-PENDING.

       0300-WRITE-PENDING-DETAIL.
           IF PND-ACCOUNT-MAINT
               ADD 1 TO WS-ACCOUNT-COUNT
           ELSE
               ADD 1 TO WS-DEMOG-COUNT
           END-IF.
           MOVE PND-KEY         TO DTL-ITEM-KEY.
           MOVE PND-ACTION      TO DTL-ACTION.
           MOVE PND-ACCT-NUMBER TO DTL-ACCT-NUMBER.
           MOVE PND-MAKER-ID    TO DTL-MAKER-ID.
           MOVE PND-ENTRY-DATE  TO DTL-ENTRY-DATE.
           MOVE PND-EXPIRY-DATE TO DTL-EXPIRY-DATE.
           COMPUTE WS-ENTRY-INT =
               FUNCTION INTEGER-OF-DATE (PND-ENTRY-DATE).
           COMPUTE DTL-DAYS-WAITING = WS-CYCLE-INT - WS-ENTRY-INT.
           EVALUATE TRUE
               WHEN PND-EXPIRY-DATE < WS-CYCLE-DATE
                   MOVE "LAPSED"        TO DTL-NOTE
                   ADD 1 TO WS-LAPSED-COUNT
               WHEN PND-EXPIRY-DATE = WS-CYCLE-DATE
                   MOVE "EXPIRES TODAY" TO DTL-NOTE
                   ADD 1 TO WS-TODAY-COUNT
               WHEN OTHER
                   MOVE SPACES          TO DTL-NOTE
           END-EVALUATE.
           WRITE PENDING-REPORT-LINE FROM WS-PENDING-DETAIL-LINE.

       0800-PRINT-REPORT-TOTALS.
           MOVE "ITEMS ON PENDING FILE"   TO RPT-TOT-LABEL.
           MOVE WS-READ-COUNT             TO RPT-TOT-COUNT-ED.
           WRITE PENDING-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "ACCOUNT ITEMS AWAITING"  TO RPT-TOT-LABEL.
           MOVE WS-ACCOUNT-COUNT          TO RPT-TOT-COUNT-ED.
           WRITE PENDING-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "DEMOGRAPHIC ITEMS AWAITING" TO RPT-TOT-LABEL.
           MOVE WS-DEMOG-COUNT            TO RPT-TOT-COUNT-ED.
           WRITE PENDING-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "ITEMS EXPIRING TODAY"    TO RPT-TOT-LABEL.
           MOVE WS-TODAY-COUNT            TO RPT-TOT-COUNT-ED.
           WRITE PENDING-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "ITEMS LAPSED"            TO RPT-TOT-LABEL.
           MOVE WS-LAPSED-COUNT           TO RPT-TOT-COUNT-ED.
           WRITE PENDING-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

       0900-CLOSE-FILES.
           CLOSE PENDING-MAINT-FILE
                 PENDING-REPORT-FILE.
