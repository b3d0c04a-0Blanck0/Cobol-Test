               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

      *    Postings HistoryArchive has moved off TXNHIST, reached
      *    only when the inquiry names a from-date.  The JCL
      *    concatenates every archive generation under HISTARC, so
      *    they are sorted back into key order before they merge
      *    with the live file.
           SELECT HISTORY-ARCHIVE-FILE
               ASSIGN TO HISTARC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.

           SELECT ARCHIVE-SORT-FILE
               ASSIGN TO SORTWK01.

           SELECT SORTED-ARCHIVE-FILE
               ASSIGN TO HISTARCS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAF-STATUS.

           SELECT INQUIRY-CONTROL-FILE
               ASSIGN TO HISTCTL
               ORGANIZATION IS LINE SEQUENTIAL
       FD  TRANS-HISTORY-FILE.
           COPY HISTREC.

       FD  HISTORY-ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05  ARC-ACCT-NUMBER     PIC 9(6).
           05  FILLER              PIC X(21).
           05  ARC-POST-DATE       PIC X(8).
           05  FILLER              PIC X(19).

       SD  ARCHIVE-SORT-FILE.
       01  ARCHIVE-SORT-RECORD.
           05  SRT-ARC-ACCT        PIC 9(6).
           05  SRT-ARC-SEQ         PIC X(21).
           05  FILLER              PIC X(27).

      *    The archive in TXNHIST's own layout and key order.
       FD  SORTED-ARCHIVE-FILE.
       01  SORTED-ARCHIVE-RECORD.
           05  SAF-KEY.
               10  SAF-ACCT-NUMBER PIC 9(6).
               10  SAF-POST-SEQ    PIC X(21).
           05  SAF-POST-DATE       PIC X(8).
           05  SAF-TRANS-TYPE      PIC X(1).
           05  SAF-AMOUNT          PIC 9(7)V99.
           05  SAF-NEW-BALANCE     PIC S9(7)V99.

      *    One control record per inquiry: a single account when the
      *    to-account is zero or equal to the from-account, otherwise
      *    every account in the range, each printed in posting order
      *    with its running balance.  The dates are optional: left
      *    blank every live posting prints; a from-date limits the
      *    page to postings on or after it and brings in the
      *    archive, and a to-date limits it to postings on or before.
       FD  INQUIRY-CONTROL-FILE.
       01  INQUIRY-CONTROL-RECORD.
           05  CTL-FROM-ACCT       PIC 9(6).
           05  CTL-TO-ACCT         PIC 9(6).
           05  CTL-FROM-DATE       PIC 9(8).
           05  CTL-TO-DATE         PIC 9(8).

       FD  HISTORY-REPORT-FILE.
       01  HISTORY-REPORT-LINE     PIC X(80).
       01  WS-CTL-STATUS PIC XX.
           88  CTL-FILE-MISSING   VALUE "35".
       01  WS-RPT-STATUS PIC XX.
       01  WS-ARC-STATUS PIC XX.
           88  ARC-FILE-MISSING   VALUE "35".
       01  WS-SAF-STATUS PIC XX.

       01  WS-EOF-HIST-SW PIC X VALUE "N".
           88  WS-EOF-HIST        VALUE "Y".
      *    No archive in play until the inquiry asks for one, so the
      *    archive side of the merge starts out exhausted.
       01  WS-EOF-ARC-SW PIC X VALUE "Y".
           88  WS-EOF-ARC         VALUE "Y".
       01  WS-EOF-ARC-IN-SW PIC X VALUE "N".
           88  WS-EOF-ARC-IN      VALUE "Y".
       01  WS-ARCHIVE-WANTED-SW PIC X VALUE "N".
           88  WS-ARCHIVE-WANTED  VALUE "Y".
       01  WS-ARCHIVE-OPEN-SW PIC X VALUE "N".
           88  WS-ARCHIVE-OPEN    VALUE "Y".

       01  WS-FROM-ACCT  PIC 9(6) VALUE ZERO.
       01  WS-TO-ACCT    PIC 9(6) VALUE ZERO.
       01  WS-FROM-DATE  PIC X(8) VALUE "00000000".
       01  WS-TO-DATE    PIC X(8) VALUE "99999999".

       01  WS-CURRENT-ACCT PIC 9(6) VALUE ZERO.
       01  WS-PRINT-ACCT   PIC 9(6) VALUE ZERO.

       01  WS-POSTING-COUNT PIC 9(7) BINARY VALUE ZERO.
       01  WS-ACCOUNT-COUNT PIC 9(7) BINARY VALUE ZERO.
       01  WS-ARCHIVED-COUNT PIC 9(7) BINARY VALUE ZERO.

       01  WS-ACCOUNT-HEADING-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SUM-COUNT-ED        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

       01  WS-STATUS-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  STS-TEXT            PIC X(78).

       PROCEDURE DIVISION.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0150-READ-CONTROL.
           IF WS-ARCHIVE-WANTED
               PERFORM 0250-SORT-ARCHIVE
           END-IF.
           PERFORM 0200-POSITION-HISTORY.
           PERFORM 0300-PRINT-HISTORY
               UNTIL WS-EOF-HIST AND WS-EOF-ARC.
           PERFORM 0400-PRINT-SUMMARY.
           PERFORM 0900-CLOSE-FILES.
           DISPLAY "HistInquiry: " WS-POSTING-COUNT " postings over "
           ELSE
               MOVE CTL-TO-ACCT TO WS-TO-ACCT
           END-IF.
           IF CTL-FROM-DATE NUMERIC AND CTL-FROM-DATE > ZERO
               MOVE CTL-FROM-DATE TO WS-FROM-DATE
               SET WS-ARCHIVE-WANTED TO TRUE
           END-IF.
           IF CTL-TO-DATE NUMERIC AND CTL-TO-DATE > ZERO
               MOVE CTL-TO-DATE TO WS-TO-DATE
           END-IF.

       0200-POSITION-HISTORY.
           MOVE WS-FROM-ACCT TO HIST-ACCT-NUMBER.
                   END-IF
           END-READ.

      *    An archive that is not allocated is said so on the page -
      *    the inquiry still answers from the live file rather than
      *    failing, but nobody reads a short history as complete.
       0250-SORT-ARCHIVE.
           OPEN INPUT HISTORY-ARCHIVE-FILE.
           IF ARC-FILE-MISSING
               MOVE "NO ARCHIVE ALLOCATED - LIVE HISTORY ONLY"
                   TO STS-TEXT
               WRITE HISTORY-REPORT-LINE FROM WS-STATUS-LINE
           ELSE
               SORT ARCHIVE-SORT-FILE
                   ON ASCENDING KEY SRT-ARC-ACCT SRT-ARC-SEQ
                   INPUT PROCEDURE IS 1000-RELEASE-ARCHIVE-ITEMS
                   GIVING SORTED-ARCHIVE-FILE
               CLOSE HISTORY-ARCHIVE-FILE
               OPEN INPUT SORTED-ARCHIVE-FILE
               SET WS-ARCHIVE-OPEN TO TRUE
               MOVE "N" TO WS-EOF-ARC-SW
               PERFORM 0260-READ-SORTED-ARCHIVE
           END-IF.

       0260-READ-SORTED-ARCHIVE.
           READ SORTED-ARCHIVE-FILE
               AT END
                   SET WS-EOF-ARC TO TRUE
           END-READ.

      *    Archived and live postings merge on the history key -
      *    everything archived for an account is older than anything
      *    still live, so each account reads straight through in
      *    posting order, the brought-forward record marking where
      *    the archive hands over to the live file.
       0300-PRINT-HISTORY.
           IF NOT WS-EOF-ARC
                   AND (WS-EOF-HIST OR SAF-KEY < HIST-KEY)
               PERFORM 0310-TAKE-ARCHIVED-POSTING
           ELSE
               PERFORM 0320-TAKE-LIVE-POSTING
           END-IF.

       0310-TAKE-ARCHIVED-POSTING.
           MOVE SAF-ACCT-NUMBER TO WS-PRINT-ACCT.
           MOVE SAF-POST-DATE   TO DTL-POST-DATE.
           MOVE SAF-TRANS-TYPE  TO DTL-TRANS-TYPE.
           MOVE SAF-AMOUNT      TO DTL-AMOUNT-ED.
           MOVE SAF-NEW-BALANCE TO DTL-BALANCE-ED.
           PERFORM 0350-WRITE-POSTING-LINE.
           ADD 1 TO WS-ARCHIVED-COUNT.
           PERFORM 0260-READ-SORTED-ARCHIVE.

       0320-TAKE-LIVE-POSTING.
           IF HIST-POST-DATE >= WS-FROM-DATE
                   AND HIST-POST-DATE <= WS-TO-DATE
               MOVE HIST-ACCT-NUMBER TO WS-PRINT-ACCT
               MOVE HIST-POST-DATE   TO DTL-POST-DATE
               MOVE HIST-TRANS-TYPE  TO DTL-TRANS-TYPE
               MOVE HIST-AMOUNT      TO DTL-AMOUNT-ED
               MOVE HIST-NEW-BALANCE TO DTL-BALANCE-ED
               PERFORM 0350-WRITE-POSTING-LINE
           END-IF.
           PERFORM 0210-READ-HISTORY.

       0350-WRITE-POSTING-LINE.
           IF WS-PRINT-ACCT NOT = WS-CURRENT-ACCT
               MOVE WS-PRINT-ACCT TO WS-CURRENT-ACCT
                                     HDG-ACCT-NUMBER-ED
               WRITE HISTORY-REPORT-LINE
                   FROM WS-ACCOUNT-HEADING-LINE
               ADD 1 TO WS-ACCOUNT-COUNT
           END-IF.
           WRITE HISTORY-REPORT-LINE FROM WS-HISTORY-DETAIL-LINE.
           ADD 1 TO WS-POSTING-COUNT.

       0400-PRINT-SUMMARY.
           MOVE "ACCOUNTS PRINTED"  TO SUM-LABEL.
           MOVE WS-POSTING-COUNT   TO SUM-COUNT-ED.
           WRITE HISTORY-REPORT-LINE FROM WS-SUMMARY-LINE.

           IF WS-ARCHIVE-OPEN
               MOVE "FROM THE ARCHIVE"  TO SUM-LABEL
               MOVE WS-ARCHIVED-COUNT  TO SUM-COUNT-ED
               WRITE HISTORY-REPORT-LINE FROM WS-SUMMARY-LINE
           END-IF.

       0900-CLOSE-FILES.
           CLOSE TRANS-HISTORY-FILE
                 INQUIRY-CONTROL-FILE
                 HISTORY-REPORT-FILE.
           IF WS-ARCHIVE-OPEN
               CLOSE SORTED-ARCHIVE-FILE
           END-IF.

      *    Only the accounts and dates the inquiry asked for go into
      *    the sort.
       1000-RELEASE-ARCHIVE-ITEMS.
           PERFORM 1010-READ-ARCHIVE.
           PERFORM 1100-RELEASE-ONE-ARCHIVED
               UNTIL WS-EOF-ARC-IN.

       1010-READ-ARCHIVE.
           READ HISTORY-ARCHIVE-FILE
               AT END
                   SET WS-EOF-ARC-IN TO TRUE
           END-READ.

       1100-RELEASE-ONE-ARCHIVED.
           IF ARC-ACCT-NUMBER >= WS-FROM-ACCT
                   AND ARC-ACCT-NUMBER <= WS-TO-ACCT
                   AND ARC-POST-DATE >= WS-FROM-DATE
                   AND ARC-POST-DATE <= WS-TO-DATE
               RELEASE ARCHIVE-SORT-RECORD FROM ARCHIVE-RECORD
           END-IF.
           PERFORM 1010-READ-ARCHIVE.
