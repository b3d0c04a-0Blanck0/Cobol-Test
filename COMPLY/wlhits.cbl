       IDENTIFICATION DIVISION.
       PROGRAM-ID. WatchListHits.
       AUTHOR. Alexandre ELISABETH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-HIT-FILE
               ASSIGN TO WLHITS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WLH-STATUS.

           SELECT HIT-KEEP-FILE
               ASSIGN TO WLHKEEP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.

           SELECT DECISION-FILE
               ASSIGN TO WLDECIDE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DCN-STATUS.

           SELECT WATCH-CLEAR-FILE
               ASSIGN TO WLCLEAR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WLC-KEY
               FILE STATUS IS WS-WLC-STATUS.

           SELECT RESTRICTION-FILE
               ASSIGN TO ACCTRST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RST-ACCT-NUMBER
               FILE STATUS IS WS-RST-STATUS.

           SELECT CYCLE-DATE-FILE
               ASSIGN TO CYCLDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYC-STATUS.

           SELECT HITS-REPORT-FILE
               ASSIGN TO WLHITRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-HIT-FILE.
           COPY WLHIT.

       FD  HIT-KEEP-FILE.
       01  HIT-KEEP-RECORD         PIC X(167).

      *    Compliance's decisions, one line per hit decided: the
      *    account and the entry it hit, as the report prints them,
      *    C to clear a false positive or K to confirm the match and
      *    keep the account frozen, and the officer deciding.  A
      *    decision covers every outstanding hit of that account on
      *    that entry.
       FD  DECISION-FILE.
       01  DECISION-RECORD.
           05  DCN-ACCT-NUMBER     PIC 9(6).
           05  DCN-ACCT-NUMBER-X REDEFINES DCN-ACCT-NUMBER
                                   PIC X(6).
           05  DCN-ENTRY-ID        PIC X(8).
           05  DCN-DECISION        PIC X(1).
               88  DCN-CLEAR       VALUE "C".
               88  DCN-CONFIRM     VALUE "K".
           05  DCN-OFFICER-ID      PIC X(8).

       FD  WATCH-CLEAR-FILE.
           COPY WLCLEAR.

       FD  RESTRICTION-FILE.
           COPY RESTREC.

       FD  CYCLE-DATE-FILE.
           COPY CYCLCTL.

       FD  HITS-REPORT-FILE.
       01  HITS-REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CYC-STATUS PIC XX.
           88  CYC-FILE-MISSING   VALUE "35".
       01  WS-CYCLE-DATE PIC 9(8) VALUE ZERO.

       01  WS-WLH-STATUS PIC XX.
           88  WLH-FILE-MISSING   VALUE "35".
       01  WS-KEEP-STATUS PIC XX.
       01  WS-DCN-STATUS PIC XX.
           88  DCN-FILE-MISSING   VALUE "35".
       01  WS-WLC-STATUS PIC XX.
           88  WLC-FILE-MISSING   VALUE "35".
       01  WS-RST-STATUS PIC XX.
           88  RST-FILE-MISSING   VALUE "35".
       01  WS-RPT-STATUS PIC XX.

       01  WS-EOF-WLH-SW PIC X VALUE "N".
           88  WS-EOF-WLH         VALUE "Y".
       01  WS-EOF-DCN-SW PIC X VALUE "N".
           88  WS-EOF-DCN         VALUE "Y".
       01  WS-EOF-KEEP-SW PIC X VALUE "N".
           88  WS-EOF-KEEP        VALUE "Y".
       01  WS-HITS-PRESENT-SW PIC X VALUE "N".
           88  WS-HITS-PRESENT    VALUE "Y".

      *    The decisions, tabled so each hit can be matched to its
      *    own.  A decision that matches no outstanding hit is
      *    reported back rather than lost.
       01  WS-DECISION-MAX    PIC 9(4) COMP VALUE 200.
       01  WS-DECISION-COUNT  PIC 9(4) COMP VALUE ZERO.
       01  WS-DECISION-SUB    PIC 9(4) COMP VALUE ZERO.
       01  WS-DECISION-FOUND  PIC 9(4) COMP VALUE ZERO.
       01  WS-DECISION-TABLE.
           05  WS-DECISION-ENTRY OCCURS 200 TIMES.
               10  DTB-ACCT-NUMBER PIC 9(6).
               10  DTB-ENTRY-ID    PIC X(8).
               10  DTB-DECISION    PIC X(1).
               10  DTB-OFFICER-ID  PIC X(8).
               10  DTB-USED-SW     PIC X(1).

      *    Accounts a cleared hit may unfreeze.  The freeze is only
      *    lifted once the run knows the account has no other hit
      *    confirmed or still waiting on compliance.
       01  WS-LIFT-MAX        PIC 9(4) COMP VALUE 200.
       01  WS-LIFT-COUNT      PIC 9(4) COMP VALUE ZERO.
       01  WS-LIFT-SUB        PIC 9(4) COMP VALUE ZERO.
       01  WS-LIFT-FOUND      PIC 9(4) COMP VALUE ZERO.
       01  WS-LIFT-TABLE.
           05  WS-LIFT-ENTRY OCCURS 200 TIMES.
               10  LFT-ACCT-NUMBER PIC 9(6).
               10  LFT-HELD-SW     PIC X(1).

       01  WS-DISPOSITION     PIC X(12) VALUE SPACES.
       01  WS-REFUSAL-REASON  PIC X(40) VALUE SPACES.

       01  WS-HIT-READ-COUNT  PIC 9(7) BINARY VALUE ZERO.
       01  WS-CLEARED-COUNT   PIC 9(7) BINARY VALUE ZERO.
       01  WS-CONFIRMED-COUNT PIC 9(7) BINARY VALUE ZERO.
       01  WS-WAITING-COUNT   PIC 9(7) BINARY VALUE ZERO.
       01  WS-REFUSED-COUNT   PIC 9(7) BINARY VALUE ZERO.
       01  WS-UNMATCHED-COUNT PIC 9(7) BINARY VALUE ZERO.
       01  WS-LIFTED-COUNT    PIC 9(7) BINARY VALUE ZERO.

       01  WS-CYCLE-HEADING-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(11) VALUE "CYCLE DATE ".
           05  HDG-CYCLE-DATE      PIC 9(8).
           05  FILLER              PIC X(59) VALUE SPACES.

      *    One block per hit: the account and the entry it landed
      *    on - the pair a decision quotes back - the list, the night
      *    and program that raised it, and what became of it; then
      *    the name as screened and the name as listed.
       01  WS-HIT-DETAIL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-ACCT-NUMBER     PIC 9(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-ENTRY-ID        PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-LIST-SOURCE     PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-CYCLE-DATE      PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-SOURCE-PROGRAM  PIC X(16).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-DISPOSITION     PIC X(12).
           05  FILLER              PIC X(10) VALUE SPACES.

       01  WS-HIT-NAME-LINE.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  NAM-LABEL           PIC X(12).
           05  NAM-NAME            PIC X(40).
           05  FILLER              PIC X(23) VALUE SPACES.

       01  WS-DECISION-REFUSAL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RFL-ACCT-NUMBER     PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RFL-ENTRY-ID        PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RFL-DECISION        PIC X(1).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RFL-REASON          PIC X(40).
           05  FILLER              PIC X(17) VALUE SPACES.

       01  WS-REPORT-TOTAL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-TOT-LABEL       PIC X(28).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-TOT-COUNT-ED    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(41) VALUE SPACES.

      *    Compliance's watch-list hits report and decision run.
      *    Every hit on the hits file is listed; where compliance
      *    has keyed a decision for it on WLDECIDE the decision is
      *    applied.  A cleared hit is a false positive: the name is
      *    cleared against the entry on WLCLEAR, so it never hits
      *    that entry again, and the watch-list freeze comes off the
      *    account unless another hit still holds it.  A confirmed
      *    hit leaves the account frozen for compliance to take
      *    forward.  Decided hits leave the file, which is rewritten
      *    through WLHKEEP with only the hits still outstanding - the
      *    same way SuspenseRepair rewrites the central suspense
      *    file.  Run with no decisions it is simply the list of what
      *    is waiting.
       PROCEDURE DIVISION.
           PERFORM 0020-READ-CYCLE-DATE.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0150-LOAD-DECISION-TABLE.
           PERFORM 0110-READ-HIT.
           PERFORM 0200-REVIEW-HIT
               UNTIL WS-EOF-WLH.
           PERFORM 0500-REBUILD-HITS.
           PERFORM 0600-LIFT-FREEZES
               VARYING WS-LIFT-SUB FROM 1 BY 1
               UNTIL WS-LIFT-SUB > WS-LIFT-COUNT.
           PERFORM 0700-REPORT-UNMATCHED
               VARYING WS-DECISION-SUB FROM 1 BY 1
               UNTIL WS-DECISION-SUB > WS-DECISION-COUNT.
           PERFORM 0800-PRINT-REPORT-TOTALS.
           PERFORM 0900-CLOSE-FILES.
           DISPLAY "WatchListHits: " WS-CLEARED-COUNT " cleared, "
               WS-CONFIRMED-COUNT " confirmed, "
               WS-WAITING-COUNT " outstanding".
           IF WS-REFUSED-COUNT > 0 OR WS-UNMATCHED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    No hits file yet means nothing has hit: the report says so
      *    and an empty file is left for the screening programs to
      *    append to.  Decisions are optional - without them the run
      *    only lists.
       0100-OPEN-FILES.
           OPEN INPUT WATCH-HIT-FILE.
           IF WLH-FILE-MISSING
               SET WS-EOF-WLH TO TRUE
           ELSE
               SET WS-HITS-PRESENT TO TRUE
           END-IF.
           OPEN INPUT DECISION-FILE.
           IF DCN-FILE-MISSING
               SET WS-EOF-DCN TO TRUE
           END-IF.
           OPEN I-O WATCH-CLEAR-FILE.
           IF WLC-FILE-MISSING
               OPEN OUTPUT WATCH-CLEAR-FILE
               CLOSE WATCH-CLEAR-FILE
               OPEN I-O WATCH-CLEAR-FILE
           END-IF.
           OPEN I-O RESTRICTION-FILE.
           IF RST-FILE-MISSING
               OPEN OUTPUT RESTRICTION-FILE
               CLOSE RESTRICTION-FILE
               OPEN I-O RESTRICTION-FILE
           END-IF.
           OPEN OUTPUT HIT-KEEP-FILE.
           OPEN OUTPUT HITS-REPORT-FILE.
           MOVE WS-CYCLE-DATE TO HDG-CYCLE-DATE.
           WRITE HITS-REPORT-LINE FROM WS-CYCLE-HEADING-LINE.

      *    Today's business cycle date, set by operations: it dates
      *    every clearance compliance makes.
       0020-READ-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE.
           IF CYC-FILE-MISSING
               DISPLAY "WatchListHits: CYCLDATE.DAT not found - "
                   "aborting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CYCLE-DATE-FILE
               AT END
                   DISPLAY "WatchListHits: CYCLDATE.DAT is empty - "
                       "aborting"
                   CLOSE CYCLE-DATE-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE CYCLE-DATE TO WS-CYCLE-DATE.
           CLOSE CYCLE-DATE-FILE.

      *    A decision must name an account and an entry, say C or K,
      *    and carry the deciding officer - anything else is refused
      *    on the report and its hit stays outstanding.
       0150-LOAD-DECISION-TABLE.
           PERFORM 0160-READ-DECISION.
           PERFORM 0170-TABLE-DECISION
               UNTIL WS-EOF-DCN.

       0160-READ-DECISION.
           READ DECISION-FILE
               AT END
                   SET WS-EOF-DCN TO TRUE
           END-READ.

       0170-TABLE-DECISION.
           MOVE SPACES TO WS-REFUSAL-REASON.
           EVALUATE TRUE
               WHEN DCN-ACCT-NUMBER NOT NUMERIC
                   MOVE "Account number not numeric"
                       TO WS-REFUSAL-REASON
               WHEN DCN-ENTRY-ID = SPACES
                   MOVE "No watch-list entry named"
                       TO WS-REFUSAL-REASON
               WHEN NOT DCN-CLEAR AND NOT DCN-CONFIRM
                   MOVE "Decision not C or K" TO WS-REFUSAL-REASON
               WHEN DCN-OFFICER-ID = SPACES
                   MOVE "Decision without compliance officer"
                       TO WS-REFUSAL-REASON
           END-EVALUATE.
           IF WS-REFUSAL-REASON NOT = SPACES
               MOVE DCN-ACCT-NUMBER-X TO RFL-ACCT-NUMBER
               MOVE DCN-ENTRY-ID      TO RFL-ENTRY-ID
               MOVE DCN-DECISION      TO RFL-DECISION
               MOVE WS-REFUSAL-REASON TO RFL-REASON
               WRITE HITS-REPORT-LINE FROM WS-DECISION-REFUSAL-LINE
               ADD 1 TO WS-REFUSED-COUNT
           ELSE
               IF WS-DECISION-COUNT NOT < WS-DECISION-MAX
                   DISPLAY "WatchListHits: more than "
                       WS-DECISION-MAX " decisions - aborting"
                   PERFORM 0900-CLOSE-FILES
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DECISION-COUNT
               MOVE DCN-ACCT-NUMBER
                   TO DTB-ACCT-NUMBER (WS-DECISION-COUNT)
               MOVE DCN-ENTRY-ID
                   TO DTB-ENTRY-ID (WS-DECISION-COUNT)
               MOVE DCN-DECISION
                   TO DTB-DECISION (WS-DECISION-COUNT)
               MOVE DCN-OFFICER-ID
                   TO DTB-OFFICER-ID (WS-DECISION-COUNT)
               MOVE "N" TO DTB-USED-SW (WS-DECISION-COUNT)
           END-IF.
           PERFORM 0160-READ-DECISION.

       0110-READ-HIT.
           READ WATCH-HIT-FILE
               AT END
                   SET WS-EOF-WLH TO TRUE
           END-READ.

       0200-REVIEW-HIT.
           ADD 1 TO WS-HIT-READ-COUNT.
           PERFORM 0250-FIND-DECISION.
           EVALUATE TRUE
               WHEN WS-DECISION-FOUND = ZERO
                   MOVE "OUTSTANDING" TO WS-DISPOSITION
                   ADD 1 TO WS-WAITING-COUNT
                   WRITE HIT-KEEP-RECORD FROM WATCH-HIT-RECORD
               WHEN DTB-DECISION (WS-DECISION-FOUND) = "C"
                   PERFORM 0300-CLEAR-HIT
               WHEN OTHER
                   MOVE "CONFIRMED" TO WS-DISPOSITION
                   ADD 1 TO WS-CONFIRMED-COUNT
           END-EVALUATE.
           PERFORM 0400-WRITE-HIT-DETAIL.
           PERFORM 0110-READ-HIT.

       0250-FIND-DECISION.
           MOVE ZERO TO WS-DECISION-FOUND.
           PERFORM 0260-CHECK-DECISION-ENTRY
               VARYING WS-DECISION-SUB FROM 1 BY 1
               UNTIL WS-DECISION-SUB > WS-DECISION-COUNT
                  OR WS-DECISION-FOUND > ZERO.

       0260-CHECK-DECISION-ENTRY.
           IF DTB-ACCT-NUMBER (WS-DECISION-SUB) = WLH-ACCT-NUMBER
                   AND DTB-ENTRY-ID (WS-DECISION-SUB) = WLH-ENTRY-ID
               MOVE WS-DECISION-SUB TO WS-DECISION-FOUND
               MOVE "Y" TO DTB-USED-SW (WS-DECISION-SUB)
           END-IF.

      *    The name is cleared against the entry under the key it
      *    screened to - an earlier clearance of the same key stands
      *    as it is - and the account goes on the list of freezes
      *    that may come off.
       0300-CLEAR-HIT.
           MOVE "CLEARED" TO WS-DISPOSITION.
           ADD 1 TO WS-CLEARED-COUNT.
           MOVE WLH-MATCH-KEY   TO WLC-MATCH-KEY.
           MOVE WLH-ENTRY-ID    TO WLC-ENTRY-ID.
           MOVE WLH-ACCT-NUMBER TO WLC-ACCT-NUMBER.
           MOVE WS-CYCLE-DATE   TO WLC-CLEARED-DATE.
           MOVE DTB-OFFICER-ID (WS-DECISION-FOUND) TO WLC-CLEARED-BY.
           WRITE WATCH-CLEAR-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           PERFORM 0350-FIND-LIFT-ENTRY.
           IF WS-LIFT-FOUND = ZERO
               IF WS-LIFT-COUNT NOT < WS-LIFT-MAX
                   DISPLAY "WatchListHits: more than "
                       WS-LIFT-MAX " accounts cleared - aborting"
                   PERFORM 0900-CLOSE-FILES
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-LIFT-COUNT
               MOVE WLH-ACCT-NUMBER TO LFT-ACCT-NUMBER (WS-LIFT-COUNT)
               MOVE "N" TO LFT-HELD-SW (WS-LIFT-COUNT)
           END-IF.

       0350-FIND-LIFT-ENTRY.
           MOVE ZERO TO WS-LIFT-FOUND.
           PERFORM 0360-CHECK-LIFT-ENTRY
               VARYING WS-LIFT-SUB FROM 1 BY 1
               UNTIL WS-LIFT-SUB > WS-LIFT-COUNT
                  OR WS-LIFT-FOUND > ZERO.

       0360-CHECK-LIFT-ENTRY.
           IF LFT-ACCT-NUMBER (WS-LIFT-SUB) = WLH-ACCT-NUMBER
               MOVE WS-LIFT-SUB TO WS-LIFT-FOUND
           END-IF.

       0400-WRITE-HIT-DETAIL.
           MOVE WLH-ACCT-NUMBER    TO DTL-ACCT-NUMBER.
           MOVE WLH-ENTRY-ID       TO DTL-ENTRY-ID.
           MOVE WLH-LIST-SOURCE    TO DTL-LIST-SOURCE.
           MOVE WLH-CYCLE-DATE     TO DTL-CYCLE-DATE.
           MOVE WLH-SOURCE-PROGRAM TO DTL-SOURCE-PROGRAM.
           MOVE WS-DISPOSITION     TO DTL-DISPOSITION.
           WRITE HITS-REPORT-LINE FROM WS-HIT-DETAIL-LINE.
           MOVE "SCREENED AS"      TO NAM-LABEL.
           MOVE WLH-SCREENED-NAME  TO NAM-NAME.
           WRITE HITS-REPORT-LINE FROM WS-HIT-NAME-LINE.
           MOVE "LISTED AS"        TO NAM-LABEL.
           MOVE WLH-LISTED-NAME    TO NAM-NAME.
           WRITE HITS-REPORT-LINE FROM WS-HIT-NAME-LINE.

      *    The hits file is rebuilt from the keep file.  Each hit
      *    still outstanding holds its account's freeze in place
      *    even if another of the account's hits was cleared.
       0500-REBUILD-HITS.
           CLOSE HIT-KEEP-FILE.
           IF WS-HITS-PRESENT
               CLOSE WATCH-HIT-FILE
           END-IF.
           OPEN INPUT HIT-KEEP-FILE.
           OPEN OUTPUT WATCH-HIT-FILE.
           PERFORM 0510-READ-KEEP-RECORD.
           PERFORM 0520-COPY-KEEP-RECORD
               UNTIL WS-EOF-KEEP.

       0510-READ-KEEP-RECORD.
           READ HIT-KEEP-FILE
               AT END
                   SET WS-EOF-KEEP TO TRUE
           END-READ.

       0520-COPY-KEEP-RECORD.
           WRITE WATCH-HIT-RECORD FROM HIT-KEEP-RECORD.
           PERFORM 0350-FIND-LIFT-ENTRY.
           IF WS-LIFT-FOUND > ZERO
               MOVE "Y" TO LFT-HELD-SW (WS-LIFT-FOUND)
           END-IF.
           PERFORM 0510-READ-KEEP-RECORD.

      *    A cleared account comes out of its watch-list freeze
      *    unless a hit is still outstanding on it or one of its
      *    hits was confirmed tonight.  Only a freeze the watch list
      *    placed is lifted - a restriction the branch set stands.
       0600-LIFT-FREEZES.
           IF LFT-HELD-SW (WS-LIFT-SUB) = "N"
               PERFORM 0650-CHECK-CONFIRMED
                   VARYING WS-DECISION-SUB FROM 1 BY 1
                   UNTIL WS-DECISION-SUB > WS-DECISION-COUNT
           END-IF.
           IF LFT-HELD-SW (WS-LIFT-SUB) = "N"
               MOVE LFT-ACCT-NUMBER (WS-LIFT-SUB) TO RST-ACCT-NUMBER
               READ RESTRICTION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RST-OPERATOR-REF = "WATCHLST"
                           DELETE RESTRICTION-FILE
                           ADD 1 TO WS-LIFTED-COUNT
                       END-IF
               END-READ
           END-IF.

       0650-CHECK-CONFIRMED.
           IF DTB-ACCT-NUMBER (WS-DECISION-SUB)
                   = LFT-ACCT-NUMBER (WS-LIFT-SUB)
                   AND DTB-DECISION (WS-DECISION-SUB) = "K"
                   AND DTB-USED-SW (WS-DECISION-SUB) = "Y"
               MOVE "Y" TO LFT-HELD-SW (WS-LIFT-SUB)
           END-IF.

       0700-REPORT-UNMATCHED.
           IF DTB-USED-SW (WS-DECISION-SUB) = "N"
               MOVE DTB-ACCT-NUMBER (WS-DECISION-SUB)
                   TO RFL-ACCT-NUMBER
               MOVE DTB-ENTRY-ID (WS-DECISION-SUB) TO RFL-ENTRY-ID
               MOVE DTB-DECISION (WS-DECISION-SUB) TO RFL-DECISION
               MOVE "No outstanding hit for account and entry"
                   TO RFL-REASON
               WRITE HITS-REPORT-LINE FROM WS-DECISION-REFUSAL-LINE
               ADD 1 TO WS-UNMATCHED-COUNT
           END-IF.

       0800-PRINT-REPORT-TOTALS.
           MOVE "HITS READ"               TO RPT-TOT-LABEL.
           MOVE WS-HIT-READ-COUNT         TO RPT-TOT-COUNT-ED.
           WRITE HITS-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "HITS CLEARED"            TO RPT-TOT-LABEL.
           MOVE WS-CLEARED-COUNT          TO RPT-TOT-COUNT-ED.
           WRITE HITS-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "HITS CONFIRMED"          TO RPT-TOT-LABEL.
           MOVE WS-CONFIRMED-COUNT        TO RPT-TOT-COUNT-ED.
           WRITE HITS-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "HITS OUTSTANDING"        TO RPT-TOT-LABEL.
           MOVE WS-WAITING-COUNT          TO RPT-TOT-COUNT-ED.
           WRITE HITS-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "FREEZES LIFTED"          TO RPT-TOT-LABEL.
           MOVE WS-LIFTED-COUNT           TO RPT-TOT-COUNT-ED.
           WRITE HITS-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "DECISIONS REFUSED"       TO RPT-TOT-LABEL.
           MOVE WS-REFUSED-COUNT          TO RPT-TOT-COUNT-ED.
           WRITE HITS-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "DECISIONS UNMATCHED"     TO RPT-TOT-LABEL.
           MOVE WS-UNMATCHED-COUNT        TO RPT-TOT-COUNT-ED.
           WRITE HITS-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

       0900-CLOSE-FILES.
           CLOSE WATCH-HIT-FILE
                 HIT-KEEP-FILE
                 DECISION-FILE
                 WATCH-CLEAR-FILE
                 RESTRICTION-FILE
                 HITS-REPORT-FILE.
