               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT NOTICE-FILE
               ASSIGN TO NOTICE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTC-STATUS.

           SELECT CYCLE-DATE-FILE
               ASSIGN TO CYCLDATE
               ORGANIZATION IS LINE SEQUENTIAL
       FD  SUSPENSE-FILE.
           COPY SUSPREC.

      *    Every item the bank returns against one of our accounts is
      *    told to the customer by letter as well as suspended for
      *    the repair desk.
       FD  NOTICE-FILE.
           COPY NOTCREC.

       FD  CYCLE-DATE-FILE.
           COPY CYCLCTL.

           88  ACCT-FILE-MISSING  VALUE "35".
       01  WS-SUSP-STATUS PIC XX.
           88  SUSP-FILE-MISSING  VALUE "35".
       01  WS-NTC-STATUS PIC XX.
           88  NTC-FILE-MISSING   VALUE "35".
       01  WS-CYC-STATUS PIC XX.
           88  CYC-FILE-MISSING   VALUE "35".
       01  WS-RUN-STATUS PIC XX.
               STOP RUN
           END-IF.
           PERFORM 0105-OPEN-SUSPENSE.
           PERFORM 0107-OPEN-NOTICE.
           OPEN OUTPUT SETTLEMENT-REPORT-FILE.
           MOVE WS-CYCLE-DATE TO HDG-CYCLE-DATE.
           WRITE SETTLEMENT-REPORT-LINE FROM WS-CYCLE-HEADING-LINE.
               OPEN OUTPUT SUSPENSE-FILE
           END-IF.

      *    The customer notice file accumulates the same way, until
      *    NoticeLetters prints the letters and rewrites it.
       0107-OPEN-NOTICE.
           OPEN EXTEND NOTICE-FILE.
           IF NTC-FILE-MISSING
               OPEN OUTPUT NOTICE-FILE
           END-IF.

      *    Tonight's business cycle date, set by operations and
      *    validated by CycleOpen at the top of the night: it stamps
      *    the settlement report heading and the suspense records
                   ADD SRF-AMOUNT TO WS-RETURNED-TOTAL
                   PERFORM 0380-SET-BANK-REASON
                   PERFORM 0450-WRITE-MERGE-SUSPENSE
                   PERFORM 0460-WRITE-RETURN-NOTICE
                   PERFORM 0310-READ-SORTED-SENT
                   PERFORM 0320-READ-SORTED-RETURN
               WHEN OTHER
           MOVE SORTED-RETURN-RECORD TO SUSP-RECORD-IMAGE.
           WRITE SUSPENSE-RECORD.

      *    Only a clean return - account on the master, amount the
      *    one we sent - reaches the customer; an unmatched item is
      *    the repair desk's to explain first.
       0460-WRITE-RETURN-NOTICE.
           INITIALIZE NOTICE-EVENT-RECORD.
           SET NTC-CLEARING-RETURN TO TRUE.
           MOVE SRF-ACCT           TO NTC-ACCT-NUMBER.
           MOVE WS-CYCLE-DATE      TO NTC-CYCLE-DATE.
           MOVE "BankReturn"       TO NTC-SOURCE-PROGRAM.
           MOVE SRF-AMOUNT         TO NTC-AMOUNT.
           MOVE WS-SUSPENSE-REASON TO NTC-DETAIL.
           WRITE NOTICE-EVENT-RECORD.

       0700-PRINT-SETTLEMENT-REPORT.
           MOVE "ITEMS SENT"          TO STL-LABEL.
           MOVE WS-SENT-COUNT         TO STL-COUNT-ED.
                 CLEARING-SENT-FILE
                 ACCOUNT-MASTER-FILE
                 SUSPENSE-FILE
                 NOTICE-FILE
                 SETTLEMENT-REPORT-FILE.
