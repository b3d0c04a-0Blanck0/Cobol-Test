       IDENTIFICATION DIVISION.
       PROGRAM-ID. HistoryArchive.
       AUTHOR. Alexandre ELISABETH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-HISTORY-FILE
               ASSIGN TO TXNHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT HISTORY-ARCHIVE-FILE
               ASSIGN TO HISTARC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.

           SELECT BROUGHT-FORWARD-FILE
               ASSIGN TO HISTBFWK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BFW-STATUS.

           SELECT RETENTION-CONTROL-FILE
               ASSIGN TO HISTRCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT CYCLE-DATE-FILE
               ASSIGN TO CYCLDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYC-STATUS.

           SELECT ARCHIVE-REPORT-FILE
               ASSIGN TO HISTARPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-HISTORY-FILE.
           COPY HISTREC.

      *    The archive keeps the TXNHIST layout byte for byte, so
      *    HistInquiry reads an archived posting exactly as it reads
      *    a live one.
       FD  HISTORY-ARCHIVE-FILE.
       01  ARCHIVE-RECORD          PIC X(54).

       FD  BROUGHT-FORWARD-FILE.
       01  BF-WORK-RECORD          PIC X(54).

      *    One control record per run: how many whole months of
      *    history, counting back from the cycle month, stay live.
       FD  RETENTION-CONTROL-FILE.
       01  RETENTION-CONTROL-RECORD.
           05  CTL-RETENTION-MONTHS PIC 9(3).

       FD  CYCLE-DATE-FILE.
           COPY CYCLCTL.

       FD  ARCHIVE-REPORT-FILE.
       01  ARCHIVE-REPORT-LINE     PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-HIST-STATUS PIC XX.
           88  HIST-FILE-MISSING  VALUE "35".
       01  WS-ARC-STATUS PIC XX.
       01  WS-BFW-STATUS PIC XX.
       01  WS-CTL-STATUS PIC XX.
           88  CTL-FILE-MISSING   VALUE "35".
       01  WS-CYC-STATUS PIC XX.
           88  CYC-FILE-MISSING   VALUE "35".
       01  WS-RPT-STATUS PIC XX.

       01  WS-EOF-HIST-SW PIC X VALUE "N".
           88  WS-EOF-HIST        VALUE "Y".
       01  WS-EOF-ARC-SW PIC X VALUE "N".
           88  WS-EOF-ARC         VALUE "Y".
       01  WS-EOF-BFW-SW PIC X VALUE "N".
           88  WS-EOF-BFW         VALUE "Y".
       01  WS-FIRST-REC-SW PIC X VALUE "Y".
           88  WS-FIRST-REC       VALUE "Y".
       01  WS-ACCT-SETTLED-SW PIC X VALUE "N".
           88  WS-ACCT-SETTLED    VALUE "Y".
       01  WS-BF-HELD-SW PIC X VALUE "N".
           88  WS-BF-HELD         VALUE "Y".
       01  WS-OUT-OF-BALANCE-SW PIC X VALUE "N".
           88  WS-OUT-OF-BALANCE  VALUE "Y".

       01  WS-CYCLE-DATE      PIC 9(8) VALUE ZERO.
       01  WS-CYCLE-YEAR      PIC 9(4) VALUE ZERO.
       01  WS-CYCLE-MONTH     PIC 9(2) VALUE ZERO.
       01  WS-RETENTION-MONTHS PIC 9(3) VALUE ZERO.
       01  WS-MONTH-INDEX     PIC 9(6) BINARY VALUE ZERO.
       01  WS-CUTOFF-YEAR     PIC 9(4) VALUE ZERO.
       01  WS-CUTOFF-MONTH    PIC 9(2) VALUE ZERO.
       01  WS-CUTOFF-DATE     PIC 9(8) VALUE ZERO.
       01  WS-CUTOFF-DATE-X   PIC X(8).

      *    The account in hand: how many of its postings have gone to
      *    the archive so far, and the last of them - the posting
      *    whose balance the brought-forward record has to carry.  A
      *    brought-forward record left by an earlier run is held back
      *    until the next record shows whether anything older than
      *    the cutoff follows it; on its own it simply stays.
       01  WS-CUR-ACCT        PIC 9(6) VALUE ZERO.
       01  WS-ACCT-ARCHIVED   PIC 9(7) BINARY VALUE ZERO.
       01  WS-LAST-OLD-TS     PIC X(14).
       01  WS-LAST-OLD-DATE   PIC X(8).
       01  WS-LAST-OLD-BALANCE PIC S9(7)V99 VALUE ZERO.
       01  WS-HELD-RECORD     PIC X(54).

       01  WS-BF-RECORD.
           05  BFR-ACCT-NUMBER     PIC 9(6).
           05  BFR-POST-TS         PIC X(14).
           05  BFR-POST-NBR        PIC 9(7).
           05  BFR-POST-DATE       PIC X(8).
           05  BFR-TRANS-TYPE      PIC X(1).
           05  BFR-AMOUNT          PIC 9(7)V99.
           05  BFR-NEW-BALANCE     PIC S9(7)V99.

       01  WS-BEFORE-COUNT    PIC 9(9) BINARY VALUE ZERO.
       01  WS-ARCHIVED-COUNT  PIC 9(9) BINARY VALUE ZERO.
       01  WS-KEPT-COUNT      PIC 9(9) BINARY VALUE ZERO.
       01  WS-SPLIT-COUNT     PIC 9(9) BINARY VALUE ZERO.
       01  WS-DELETED-COUNT   PIC 9(9) BINARY VALUE ZERO.
       01  WS-BF-BUILT-COUNT  PIC 9(9) BINARY VALUE ZERO.
       01  WS-BF-WRITTEN-COUNT PIC 9(9) BINARY VALUE ZERO.
       01  WS-AFTER-COUNT     PIC 9(9) BINARY VALUE ZERO.
       01  WS-EXPECTED-AFTER  PIC 9(9) BINARY VALUE ZERO.
       01  WS-UPDATE-MISS-COUNT PIC 9(9) BINARY VALUE ZERO.

       01  WS-BEFORE-AMOUNT   PIC 9(13)V99 COMP-3 VALUE ZERO.
       01  WS-ARCHIVED-AMOUNT PIC 9(13)V99 COMP-3 VALUE ZERO.
       01  WS-KEPT-AMOUNT     PIC 9(13)V99 COMP-3 VALUE ZERO.
       01  WS-SPLIT-AMOUNT    PIC 9(13)V99 COMP-3 VALUE ZERO.
       01  WS-AFTER-AMOUNT    PIC 9(13)V99 COMP-3 VALUE ZERO.

       01  WS-ARCHIVE-HEADING-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(11) VALUE "CYCLE DATE ".
           05  HDG-CYCLE-DATE      PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "RETENTION ".
           05  HDG-RETENTION-ED    PIC ZZ9.
           05  FILLER              PIC X(8)  VALUE " MONTHS ".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(16) VALUE "ARCHIVED BEFORE ".
           05  HDG-CUTOFF-DATE     PIC 9(8).
           05  FILLER              PIC X(10) VALUE SPACES.

      *    Count and amount side by side, so the proof can be read
      *    straight down the page.
       01  WS-CONTROL-TOTAL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  CTT-LABEL           PIC X(28).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  CTT-COUNT-ED        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  CTT-AMOUNT-ED       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(15) VALUE SPACES.

       01  WS-REPORT-TOTAL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-TOT-LABEL       PIC X(28).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-TOT-COUNT-ED    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(37) VALUE SPACES.

       01  WS-REPORT-STATUS-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-STATUS-TEXT     PIC X(78).

      *    TXNHIST retention.  Every posting dated before the first
      *    day of the month the retention count reaches back to moves
      *    off the live file into this run's archive, and each
      *    account that lost postings gets one brought-forward record
      *    carrying the balance the last of them left, so
      *    HistoryVerify's chain still starts from a stated balance
      *    and foots to the master.  Only an account's leading run of
      *    old postings moves - the chain is never cut in the middle.
      *    The control report proves archived plus kept against the
      *    file as it stood, and the file as it now stands against
      *    kept plus brought-forward, in count and amount; RC=16 when
      *    either fails, and TXNHIST goes back from the pre-run copy.
      *    A rerun finds only brought-forward records before the
      *    cutoff and archives nothing.
       PROCEDURE DIVISION.
           PERFORM 0020-READ-CYCLE-DATE.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0150-READ-RETENTION-CONTROL.
           PERFORM 0160-COMPUTE-CUTOFF-DATE.
           PERFORM 0110-READ-HISTORY.
           PERFORM 0200-CLASSIFY-HISTORY-RECORD
               UNTIL WS-EOF-HIST.
           IF NOT WS-FIRST-REC AND NOT WS-ACCT-SETTLED
               PERFORM 0260-SETTLE-ACCOUNT
           END-IF.
           CLOSE TRANS-HISTORY-FILE
                 HISTORY-ARCHIVE-FILE
                 BROUGHT-FORWARD-FILE.
           PERFORM 0400-UPDATE-LIVE-HISTORY.
           PERFORM 0600-RECOUNT-LIVE-HISTORY.
           PERFORM 0700-PROVE-CONTROL-TOTALS.
           PERFORM 0800-PRINT-CONTROL-REPORT.
           CLOSE ARCHIVE-REPORT-FILE.
           IF WS-OUT-OF-BALANCE
               DISPLAY "HistoryArchive: CONTROL TOTALS DO NOT AGREE "
                   "- restore TXNHIST and investigate"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "HistoryArchive: " WS-ARCHIVED-COUNT
                   " archived, " WS-KEPT-COUNT " kept, "
                   WS-BF-WRITTEN-COUNT " brought forward"
           END-IF.
           STOP RUN.

      *    Tonight's business cycle date, set by operations and
      *    validated by CycleOpen at the top of the night: the
      *    retention months count back from its month.
       0020-READ-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE.
           IF CYC-FILE-MISSING
               DISPLAY "HistoryArchive: CYCLDATE.DAT not found - "
                   "aborting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CYCLE-DATE-FILE
               AT END
                   DISPLAY "HistoryArchive: CYCLDATE.DAT is empty - "
                       "aborting"
                   CLOSE CYCLE-DATE-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE CYCLE-DATE TO WS-CYCLE-DATE.
           CLOSE CYCLE-DATE-FILE.

      *    Both the history and the retention control record are
      *    mandatory - running with no retention number would either
      *    archive nothing or archive everything, and neither should
      *    happen quietly.  Each run writes a new archive; the JCL
      *    points HISTARC at a new generation every time.
       0100-OPEN-FILES.
           OPEN INPUT TRANS-HISTORY-FILE.
           IF HIST-FILE-MISSING
               DISPLAY "HistoryArchive: TXNHIST.DAT not found - "
                   "aborting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT RETENTION-CONTROL-FILE.
           IF CTL-FILE-MISSING
               DISPLAY "HistoryArchive: HISTRCTL.DAT not found - "
                   "aborting"
               CLOSE TRANS-HISTORY-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT HISTORY-ARCHIVE-FILE
                       BROUGHT-FORWARD-FILE
                       ARCHIVE-REPORT-FILE.

       0150-READ-RETENTION-CONTROL.
           READ RETENTION-CONTROL-FILE
               AT END
                   DISPLAY "HistoryArchive: HISTRCTL.DAT is empty - "
                       "aborting"
                   PERFORM 0190-ABANDON-RUN
           END-READ.
           IF CTL-RETENTION-MONTHS NOT NUMERIC
                   OR CTL-RETENTION-MONTHS = ZERO
               DISPLAY "HistoryArchive: HISTRCTL.DAT retention "
                   "months not valid - aborting"
               PERFORM 0190-ABANDON-RUN
           END-IF.
           MOVE CTL-RETENTION-MONTHS TO WS-RETENTION-MONTHS.
           CLOSE RETENTION-CONTROL-FILE.

      *    Whole months only: the cutoff is the first day of the
      *    month the retention count reaches back to, so each archive
      *    holds complete months and "retention 12" always leaves the
      *    cycle month and the twelve before it live.
       0160-COMPUTE-CUTOFF-DATE.
           DIVIDE WS-CYCLE-DATE BY 10000 GIVING WS-CYCLE-YEAR.
           COMPUTE WS-CYCLE-MONTH =
               (WS-CYCLE-DATE - WS-CYCLE-YEAR * 10000) / 100.
           COMPUTE WS-MONTH-INDEX = WS-CYCLE-YEAR * 12
               + WS-CYCLE-MONTH - 1 - WS-RETENTION-MONTHS.
           DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-CUTOFF-YEAR
               REMAINDER WS-CUTOFF-MONTH.
           ADD 1 TO WS-CUTOFF-MONTH.
           COMPUTE WS-CUTOFF-DATE = WS-CUTOFF-YEAR * 10000
               + WS-CUTOFF-MONTH * 100 + 1.
           MOVE WS-CUTOFF-DATE TO WS-CUTOFF-DATE-X.

       0190-ABANDON-RUN.
           CLOSE TRANS-HISTORY-FILE
                 RETENTION-CONTROL-FILE
                 HISTORY-ARCHIVE-FILE
                 BROUGHT-FORWARD-FILE
                 ARCHIVE-REPORT-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0110-READ-HISTORY.
           READ TRANS-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-EOF-HIST TO TRUE
           END-READ.

      *    First pass, nothing updated: every record is counted and
      *    summed as the file stands, then goes either to the archive
      *    or stays.  Once an account has kept a record, everything
      *    after it stays too.
       0200-CLASSIFY-HISTORY-RECORD.
           ADD 1 TO WS-BEFORE-COUNT.
           ADD HIST-AMOUNT TO WS-BEFORE-AMOUNT.
           IF WS-FIRST-REC
                   OR HIST-ACCT-NUMBER NOT = WS-CUR-ACCT
               IF NOT WS-FIRST-REC AND NOT WS-ACCT-SETTLED
                   PERFORM 0260-SETTLE-ACCOUNT
               END-IF
               PERFORM 0250-START-ACCOUNT
           END-IF.
           IF HIST-POST-DATE < WS-CUTOFF-DATE-X
                   AND NOT WS-ACCT-SETTLED
               PERFORM 0300-ARCHIVE-RECORD
           ELSE
               IF NOT WS-ACCT-SETTLED
                   PERFORM 0260-SETTLE-ACCOUNT
               END-IF
               ADD 1 TO WS-KEPT-COUNT
               ADD HIST-AMOUNT TO WS-KEPT-AMOUNT
           END-IF.
           PERFORM 0110-READ-HISTORY.

       0250-START-ACCOUNT.
           MOVE "N" TO WS-FIRST-REC-SW.
           MOVE HIST-ACCT-NUMBER TO WS-CUR-ACCT.
           MOVE ZERO TO WS-ACCT-ARCHIVED.
           MOVE "N" TO WS-ACCT-SETTLED-SW.
           MOVE "N" TO WS-BF-HELD-SW.

      *    The account's old postings are all in hand.  A held
      *    brought-forward record with nothing old behind it stays
      *    where it is; otherwise the account gets a fresh one keyed
      *    on the last archived posting's timestamp with the highest
      *    posting number, so it reads back after anything archived
      *    and before anything kept.
       0260-SETTLE-ACCOUNT.
           SET WS-ACCT-SETTLED TO TRUE.
           IF WS-BF-HELD
               ADD 1 TO WS-KEPT-COUNT
               MOVE "N" TO WS-BF-HELD-SW
           END-IF.
           IF WS-ACCT-ARCHIVED > ZERO
               MOVE WS-CUR-ACCT         TO BFR-ACCT-NUMBER
               MOVE WS-LAST-OLD-TS      TO BFR-POST-TS
               MOVE 9999999             TO BFR-POST-NBR
               MOVE WS-LAST-OLD-DATE    TO BFR-POST-DATE
               MOVE "B"                 TO BFR-TRANS-TYPE
               MOVE ZERO                TO BFR-AMOUNT
               MOVE WS-LAST-OLD-BALANCE TO BFR-NEW-BALANCE
               WRITE BF-WORK-RECORD FROM WS-BF-RECORD
               ADD 1 TO WS-BF-BUILT-COUNT
           END-IF.

       0300-ARCHIVE-RECORD.
           IF HIST-BROUGHT-FORWARD AND WS-ACCT-ARCHIVED = ZERO
               MOVE HISTORY-RECORD TO WS-HELD-RECORD
               SET WS-BF-HELD TO TRUE
           ELSE
               IF WS-BF-HELD
                   PERFORM 0310-RELEASE-HELD-RECORD
               END-IF
               WRITE ARCHIVE-RECORD FROM HISTORY-RECORD
               ADD 1 TO WS-ARCHIVED-COUNT
                        WS-ACCT-ARCHIVED
               ADD HIST-AMOUNT TO WS-ARCHIVED-AMOUNT
               MOVE HIST-POST-TS     TO WS-LAST-OLD-TS
               MOVE HIST-POST-DATE   TO WS-LAST-OLD-DATE
               MOVE HIST-NEW-BALANCE TO WS-LAST-OLD-BALANCE
           END-IF.

      *    An earlier run's brought-forward record with older
      *    postings after it goes to the archive ahead of them - it
      *    carries no amount.
       0310-RELEASE-HELD-RECORD.
           WRITE ARCHIVE-RECORD FROM WS-HELD-RECORD.
           ADD 1 TO WS-ARCHIVED-COUNT
                    WS-ACCT-ARCHIVED.
           MOVE "N" TO WS-BF-HELD-SW.

      *    Second pass: the archive just written is read back and
      *    every record on it comes off TXNHIST by key, then the
      *    brought-forward records go on.  A key that will not delete
      *    or add is counted and fails the proof.
       0400-UPDATE-LIVE-HISTORY.
           OPEN I-O TRANS-HISTORY-FILE.
           OPEN INPUT HISTORY-ARCHIVE-FILE.
           PERFORM 0410-READ-ARCHIVE.
           PERFORM 0420-REMOVE-ARCHIVED-RECORD
               UNTIL WS-EOF-ARC.
           CLOSE HISTORY-ARCHIVE-FILE.
           OPEN INPUT BROUGHT-FORWARD-FILE.
           PERFORM 0430-READ-BROUGHT-FORWARD.
           PERFORM 0440-WRITE-BROUGHT-FORWARD
               UNTIL WS-EOF-BFW.
           CLOSE BROUGHT-FORWARD-FILE
                 TRANS-HISTORY-FILE.

       0410-READ-ARCHIVE.
           READ HISTORY-ARCHIVE-FILE
               AT END
                   SET WS-EOF-ARC TO TRUE
           END-READ.

       0420-REMOVE-ARCHIVED-RECORD.
           MOVE ARCHIVE-RECORD TO HISTORY-RECORD.
           DELETE TRANS-HISTORY-FILE RECORD
               INVALID KEY
                   ADD 1 TO WS-UPDATE-MISS-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-DELETED-COUNT
           END-DELETE.
           PERFORM 0410-READ-ARCHIVE.

       0430-READ-BROUGHT-FORWARD.
           READ BROUGHT-FORWARD-FILE
               AT END
                   SET WS-EOF-BFW TO TRUE
           END-READ.

       0440-WRITE-BROUGHT-FORWARD.
           WRITE HISTORY-RECORD FROM BF-WORK-RECORD
               INVALID KEY
                   ADD 1 TO WS-UPDATE-MISS-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-BF-WRITTEN-COUNT
           END-WRITE.
           PERFORM 0430-READ-BROUGHT-FORWARD.

      *    Third pass: the file as it now stands, counted and summed
      *    from scratch rather than worked out from the first pass.
       0600-RECOUNT-LIVE-HISTORY.
           OPEN INPUT TRANS-HISTORY-FILE.
           MOVE "N" TO WS-EOF-HIST-SW.
           PERFORM 0110-READ-HISTORY.
           PERFORM 0610-COUNT-LIVE-RECORD
               UNTIL WS-EOF-HIST.
           CLOSE TRANS-HISTORY-FILE.

       0610-COUNT-LIVE-RECORD.
           ADD 1 TO WS-AFTER-COUNT.
           ADD HIST-AMOUNT TO WS-AFTER-AMOUNT.
           PERFORM 0110-READ-HISTORY.

      *    Archived plus kept must be the file as it stood, every
      *    archived record must have come off, and the file as it
      *    now stands must be what was kept plus the brought-forward
      *    records - which carry no amount, so the amounts left on
      *    the file are exactly the amounts kept.
       0700-PROVE-CONTROL-TOTALS.
           COMPUTE WS-SPLIT-COUNT = WS-ARCHIVED-COUNT + WS-KEPT-COUNT.
           COMPUTE WS-SPLIT-AMOUNT =
               WS-ARCHIVED-AMOUNT + WS-KEPT-AMOUNT.
           COMPUTE WS-EXPECTED-AFTER =
               WS-KEPT-COUNT + WS-BF-WRITTEN-COUNT.
           IF WS-SPLIT-COUNT NOT = WS-BEFORE-COUNT
                   OR WS-SPLIT-AMOUNT NOT = WS-BEFORE-AMOUNT
                   OR WS-DELETED-COUNT NOT = WS-ARCHIVED-COUNT
                   OR WS-BF-WRITTEN-COUNT NOT = WS-BF-BUILT-COUNT
                   OR WS-UPDATE-MISS-COUNT > ZERO
                   OR WS-AFTER-COUNT NOT = WS-EXPECTED-AFTER
                   OR WS-AFTER-AMOUNT NOT = WS-KEPT-AMOUNT
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF.

       0800-PRINT-CONTROL-REPORT.
           MOVE WS-CYCLE-DATE       TO HDG-CYCLE-DATE.
           MOVE WS-RETENTION-MONTHS TO HDG-RETENTION-ED.
           MOVE WS-CUTOFF-DATE      TO HDG-CUTOFF-DATE.
           WRITE ARCHIVE-REPORT-LINE FROM WS-ARCHIVE-HEADING-LINE.

           MOVE "RECORDS BEFORE"          TO CTT-LABEL.
           MOVE WS-BEFORE-COUNT           TO CTT-COUNT-ED.
           MOVE WS-BEFORE-AMOUNT          TO CTT-AMOUNT-ED.
           WRITE ARCHIVE-REPORT-LINE FROM WS-CONTROL-TOTAL-LINE.

           MOVE "RECORDS ARCHIVED"        TO CTT-LABEL.
           MOVE WS-ARCHIVED-COUNT         TO CTT-COUNT-ED.
           MOVE WS-ARCHIVED-AMOUNT        TO CTT-AMOUNT-ED.
           WRITE ARCHIVE-REPORT-LINE FROM WS-CONTROL-TOTAL-LINE.

           MOVE "RECORDS KEPT"            TO CTT-LABEL.
           MOVE WS-KEPT-COUNT             TO CTT-COUNT-ED.
           MOVE WS-KEPT-AMOUNT            TO CTT-AMOUNT-ED.
           WRITE ARCHIVE-REPORT-LINE FROM WS-CONTROL-TOTAL-LINE.

           MOVE "ARCHIVED PLUS KEPT"      TO CTT-LABEL.
           MOVE WS-SPLIT-COUNT            TO CTT-COUNT-ED.
           MOVE WS-SPLIT-AMOUNT           TO CTT-AMOUNT-ED.
           WRITE ARCHIVE-REPORT-LINE FROM WS-CONTROL-TOTAL-LINE.

           MOVE "RECORDS REMOVED FROM TXNHIST" TO RPT-TOT-LABEL.
           MOVE WS-DELETED-COUNT          TO RPT-TOT-COUNT-ED.
           WRITE ARCHIVE-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "BROUGHT FORWARD WRITTEN" TO RPT-TOT-LABEL.
           MOVE WS-BF-WRITTEN-COUNT       TO RPT-TOT-COUNT-ED.
           WRITE ARCHIVE-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "KEYS NOT UPDATED"        TO RPT-TOT-LABEL.
           MOVE WS-UPDATE-MISS-COUNT      TO RPT-TOT-COUNT-ED.
           WRITE ARCHIVE-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "RECORDS AFTER"           TO CTT-LABEL.
           MOVE WS-AFTER-COUNT            TO CTT-COUNT-ED.
           MOVE WS-AFTER-AMOUNT           TO CTT-AMOUNT-ED.
           WRITE ARCHIVE-REPORT-LINE FROM WS-CONTROL-TOTAL-LINE.

           IF WS-OUT-OF-BALANCE
               MOVE "CONTROL TOTALS DO NOT AGREE - RESTORE TXNHIST"
                   TO RPT-STATUS-TEXT
           ELSE
               MOVE "ARCHIVED PLUS KEPT EQUALS RECORDS BEFORE"
                   TO RPT-STATUS-TEXT
           END-IF.
           WRITE ARCHIVE-REPORT-LINE FROM WS-REPORT-STATUS-LINE.
