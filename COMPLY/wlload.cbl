       IDENTIFICATION DIVISION.
       PROGRAM-ID. WatchListLoad.
       AUTHOR. Alexandre ELISABETH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-FLAT-FILE
               ASSIGN TO WLSTIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAT-STATUS.

           SELECT WATCH-LIST-FILE
               ASSIGN TO WATCHLST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-KEY
               FILE STATUS IS WS-WL-STATUS.

           SELECT WATCH-CLEAR-FILE
               ASSIGN TO WLCLEAR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WLC-KEY
               FILE STATUS IS WS-WLC-STATUS.

           SELECT WATCH-HIT-FILE
               ASSIGN TO WLHITS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WLH-STATUS.

           SELECT CUSTOMER-DEMOG-FILE
               ASSIGN TO CUSTDEMO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEM-ACCT-NUMBER
               FILE STATUS IS WS-DEM-STATUS.

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

           SELECT LOAD-REPORT-FILE
               ASSIGN TO WLLDRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Compliance's list, one line per listed name: the list's
      *    own identifier for the entry, the list it came from, and
      *    the name as the list spells it.  An entry listed under
      *    several spellings comes as several lines under the one
      *    identifier.  The list is re-sent in full whenever it
      *    changes, so the load rebuilds the indexed watch list from
      *    scratch the way BranchLoad rebuilds the Branch Master.
       FD  WATCH-FLAT-FILE.
       01  WATCH-FLAT-RECORD.
           05  FLAT-ENTRY-ID       PIC X(8).
           05  FLAT-LIST-SOURCE    PIC X(8).
           05  FLAT-LISTED-NAME    PIC X(40).

       FD  WATCH-LIST-FILE.
           COPY WLREC.

       FD  WATCH-CLEAR-FILE.
           COPY WLCLEAR.

       FD  WATCH-HIT-FILE.
           COPY WLHIT.

       FD  CUSTOMER-DEMOG-FILE.
           COPY DEMOREC.

       FD  RESTRICTION-FILE.
           COPY RESTREC.

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
       01  WS-WL-STATUS PIC XX.
           88  WL-FILE-MISSING    VALUE "35".
       01  WS-WLC-STATUS PIC XX.
           88  WLC-FILE-MISSING   VALUE "35".
       01  WS-WLH-STATUS PIC XX.
           88  WLH-FILE-MISSING   VALUE "35".
       01  WS-DEM-STATUS PIC XX.
           88  DEM-FILE-MISSING   VALUE "35".
       01  WS-RST-STATUS PIC XX.
           88  RST-FILE-MISSING   VALUE "35".
       01  WS-RPT-STATUS PIC XX.

       01  WS-EOF-FLAT-SW PIC X VALUE "N".
           88  WS-EOF-FLAT        VALUE "Y".
       01  WS-EOF-DEM-SW PIC X VALUE "N".
           88  WS-EOF-DEM         VALUE "Y".

           COPY WLWORK.

       01  WS-LOADED-COUNT    PIC 9(7) BINARY VALUE ZERO.
       01  WS-DUPLICATE-COUNT PIC 9(7) BINARY VALUE ZERO.
       01  WS-SCREENED-COUNT  PIC 9(7) BINARY VALUE ZERO.
       01  WS-FROZEN-COUNT    PIC 9(7) BINARY VALUE ZERO.

       01  WS-CYCLE-HEADING-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(11) VALUE "CYCLE DATE ".
           05  HDG-CYCLE-DATE      PIC 9(8).
           05  FILLER              PIC X(59) VALUE SPACES.

      *    One line per account the new list hits, with the name on
      *    the account and the entry it landed on.
       01  WS-HIT-DETAIL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-ACCT-NUMBER     PIC 9(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-SCREENED-NAME   PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-ENTRY-ID        PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-LISTED-NAME     PIC X(28).

       01  WS-REPORT-TOTAL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-TOT-LABEL       PIC X(28).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-TOT-COUNT-ED    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(41) VALUE SPACES.

      *    Loads compliance's watch list and re-screens the whole
      *    customer base against it.  Every listed name goes onto the
      *    indexed watch list under its match key; then every
      *    demographic record's full name is screened the same way
      *    AcctMaint and DemogMaint screen a name as it is keyed.  A
      *    hit freezes the account and is written to the hits file
      *    for WatchListHits, unless the watch list already has the
      *    account frozen - a name already awaiting compliance, or
      *    already confirmed, is not reported twice.  Names
      *    compliance has cleared against an entry stay cleared
      *    through every reload.
       PROCEDURE DIVISION.
           PERFORM 0020-READ-CYCLE-DATE.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0110-READ-FLAT-ENTRY.
           PERFORM 0200-LOAD-ENTRY
               UNTIL WS-EOF-FLAT.
           PERFORM 0300-START-RESCREEN.
           PERFORM 0310-READ-DEMOG.
           PERFORM 0400-RESCREEN-ACCOUNT
               UNTIL WS-EOF-DEM.
           PERFORM 0800-PRINT-REPORT-TOTALS.
           PERFORM 0900-CLOSE-FILES.
           DISPLAY "WatchListLoad: " WS-LOADED-COUNT
               " entries loaded, " WS-SCREENED-COUNT
               " accounts screened, " WS-WL-HIT-COUNT " new hits".
           IF WS-WL-HIT-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    WLSTIN is the mandatory driver - loading nothing must not
      *    quietly produce an empty watch list that every screen
      *    would then pass.
       0100-OPEN-FILES.
           OPEN INPUT WATCH-FLAT-FILE.
           IF FLAT-FILE-MISSING
               DISPLAY "WatchListLoad: WLSTIN.DAT not found - "
                   "aborting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT WATCH-LIST-FILE.
           OPEN INPUT WATCH-CLEAR-FILE.
           IF WLC-FILE-MISSING
               OPEN OUTPUT WATCH-CLEAR-FILE
               CLOSE WATCH-CLEAR-FILE
               OPEN INPUT WATCH-CLEAR-FILE
           END-IF.
           OPEN INPUT CUSTOMER-DEMOG-FILE.
           IF DEM-FILE-MISSING
               OPEN OUTPUT CUSTOMER-DEMOG-FILE
               CLOSE CUSTOMER-DEMOG-FILE
               OPEN INPUT CUSTOMER-DEMOG-FILE
           END-IF.
           OPEN I-O RESTRICTION-FILE.
           IF RST-FILE-MISSING
               OPEN OUTPUT RESTRICTION-FILE
               CLOSE RESTRICTION-FILE
               OPEN I-O RESTRICTION-FILE
           END-IF.
           OPEN EXTEND WATCH-HIT-FILE.
           IF WLH-FILE-MISSING
               OPEN OUTPUT WATCH-HIT-FILE
           END-IF.
           OPEN OUTPUT LOAD-REPORT-FILE.
           MOVE WS-CYCLE-DATE TO HDG-CYCLE-DATE.
           WRITE LOAD-REPORT-LINE FROM WS-CYCLE-HEADING-LINE.

      *    Today's business cycle date, set by operations: it dates
      *    every entry loaded and every hit the re-screen raises.
       0020-READ-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE.
           IF CYC-FILE-MISSING
               DISPLAY "WatchListLoad: CYCLDATE.DAT not found - "
                   "aborting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CYCLE-DATE-FILE
               AT END
                   DISPLAY "WatchListLoad: CYCLDATE.DAT is empty - "
                       "aborting"
                   CLOSE CYCLE-DATE-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE CYCLE-DATE TO WS-CYCLE-DATE.
           CLOSE CYCLE-DATE-FILE.

       0110-READ-FLAT-ENTRY.
           READ WATCH-FLAT-FILE
               AT END
                   SET WS-EOF-FLAT TO TRUE
           END-READ.

      *    An entry with no identifier, or a name with no letters to
      *    build a key from, stops the load dead rather than load
      *    short: a listed party silently left off would pass every
      *    screen.  Two spellings of one entry that reduce to the
      *    same key are the same entry to the screen, so the second
      *    is counted and skipped.
       0200-LOAD-ENTRY.
           MOVE FLAT-LISTED-NAME TO WS-WL-SCREEN-NAME.
           PERFORM 9310-BUILD-MATCH-KEY.
           IF FLAT-ENTRY-ID = SPACES OR WS-WL-MATCH-KEY = SPACES
               DISPLAY "WatchListLoad: entry " FLAT-ENTRY-ID
                   " name " FLAT-LISTED-NAME
                   " cannot be keyed - aborting"
               PERFORM 0900-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-WL-MATCH-KEY  TO WL-MATCH-KEY.
           MOVE FLAT-ENTRY-ID    TO WL-ENTRY-ID.
           MOVE FLAT-LISTED-NAME TO WL-LISTED-NAME.
           MOVE FLAT-LIST-SOURCE TO WL-LIST-SOURCE.
           MOVE WS-CYCLE-DATE    TO WL-LOAD-DATE.
           WRITE WATCH-LIST-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUPLICATE-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE.
           PERFORM 0110-READ-FLAT-ENTRY.

      *    The new list is reopened for reading and the screen runs
      *    over it exactly as the maintenance programs run theirs.
       0300-START-RESCREEN.
           CLOSE WATCH-LIST-FILE.
           OPEN INPUT WATCH-LIST-FILE.
           MOVE "L" TO WS-WL-SCREEN-KIND.

       0310-READ-DEMOG.
           READ CUSTOMER-DEMOG-FILE NEXT RECORD
               AT END
                   SET WS-EOF-DEM TO TRUE
           END-READ.

       0400-RESCREEN-ACCOUNT.
           ADD 1 TO WS-SCREENED-COUNT.
           MOVE DEM-FULL-NAME   TO WS-WL-SCREEN-NAME.
           MOVE DEM-ACCT-NUMBER TO WS-WL-ACCT-NUMBER.
           PERFORM 9300-SCREEN-NAME.
           IF WS-WL-HIT
               PERFORM 9340-FREEZE-ACCOUNT
               IF WS-WL-ALREADY-FROZEN
                   ADD 1 TO WS-FROZEN-COUNT
               ELSE
                   PERFORM 9350-WRITE-WATCH-HIT
                   PERFORM 0450-WRITE-HIT-DETAIL
               END-IF
           END-IF.
           PERFORM 0310-READ-DEMOG.

       0450-WRITE-HIT-DETAIL.
           MOVE WS-WL-ACCT-NUMBER TO DTL-ACCT-NUMBER.
           MOVE WS-WL-SCREEN-NAME TO DTL-SCREENED-NAME.
           MOVE WS-WL-ENTRY-ID    TO DTL-ENTRY-ID.
           MOVE WS-WL-LISTED-NAME TO DTL-LISTED-NAME.
           WRITE LOAD-REPORT-LINE FROM WS-HIT-DETAIL-LINE.

       0800-PRINT-REPORT-TOTALS.
           MOVE "ENTRIES LOADED"          TO RPT-TOT-LABEL.
           MOVE WS-LOADED-COUNT           TO RPT-TOT-COUNT-ED.
           WRITE LOAD-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "DUPLICATE SPELLINGS SKIPPED" TO RPT-TOT-LABEL.
           MOVE WS-DUPLICATE-COUNT        TO RPT-TOT-COUNT-ED.
           WRITE LOAD-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "ACCOUNTS SCREENED"       TO RPT-TOT-LABEL.
           MOVE WS-SCREENED-COUNT         TO RPT-TOT-COUNT-ED.
           WRITE LOAD-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "NEW HITS FROZEN"         TO RPT-TOT-LABEL.
           MOVE WS-WL-HIT-COUNT           TO RPT-TOT-COUNT-ED.
           WRITE LOAD-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "HITS ALREADY FROZEN"     TO RPT-TOT-LABEL.
           MOVE WS-FROZEN-COUNT           TO RPT-TOT-COUNT-ED.
           WRITE LOAD-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

       0900-CLOSE-FILES.
           CLOSE WATCH-FLAT-FILE
                 WATCH-LIST-FILE
                 WATCH-CLEAR-FILE
                 WATCH-HIT-FILE
                 CUSTOMER-DEMOG-FILE
                 RESTRICTION-FILE
                 LOAD-REPORT-FILE.

      *    Watch-list screening of the name in WS-WL-SCREEN-NAME: the
      *    name is reduced to its match key and every list entry
      *    filed under that key is tried in entry order.  The first
      *    one compliance has not cleared for this key is the hit.  A
      *    name with no letters in it at all cannot be screened and
      *    never hits.
       9300-SCREEN-NAME.
           SET WS-WL-NO-HIT TO TRUE.
           PERFORM 9310-BUILD-MATCH-KEY.
           IF WS-WL-MATCH-KEY = SPACES
               SET WS-WL-EOF TO TRUE
           ELSE
               MOVE "N" TO WS-WL-EOF-SW
               MOVE WS-WL-MATCH-KEY TO WL-MATCH-KEY
               MOVE LOW-VALUES      TO WL-ENTRY-ID
               START WATCH-LIST-FILE
                   KEY IS NOT LESS THAN WL-KEY
                   INVALID KEY
                       SET WS-WL-EOF TO TRUE
               END-START
           END-IF.
           PERFORM 9330-SCAN-WATCH-LIST
               UNTIL WS-WL-EOF OR WS-WL-HIT.

      *    Accents folded and case dropped, then the letters of the
      *    name laid out in alphabet order: spacing, punctuation and
      *    the order the words come in no longer matter.
       9310-BUILD-MATCH-KEY.
           MOVE WS-WL-SCREEN-NAME TO WS-WL-FOLDED-NAME.
           INSPECT WS-WL-FOLDED-NAME
               CONVERTING WS-WL-FOLD-FROM TO WS-WL-FOLD-TO.
           MOVE SPACES TO WS-WL-MATCH-KEY.
           MOVE ZERO   TO WS-WL-KEY-LENGTH.
           PERFORM 9315-COUNT-LETTER
               VARYING WS-WL-LETTER-SUB FROM 1 BY 1
               UNTIL WS-WL-LETTER-SUB > 26.

       9315-COUNT-LETTER.
           MOVE ZERO TO WS-WL-LETTER-COUNT.
           INSPECT WS-WL-FOLDED-NAME TALLYING WS-WL-LETTER-COUNT
               FOR ALL WS-WL-ALPHABET (WS-WL-LETTER-SUB:1).
           PERFORM 9320-APPEND-LETTER WS-WL-LETTER-COUNT TIMES.

       9320-APPEND-LETTER.
           ADD 1 TO WS-WL-KEY-LENGTH.
           MOVE WS-WL-ALPHABET (WS-WL-LETTER-SUB:1)
               TO WS-WL-MATCH-KEY (WS-WL-KEY-LENGTH:1).

       9330-SCAN-WATCH-LIST.
           READ WATCH-LIST-FILE NEXT RECORD
               AT END
                   SET WS-WL-EOF TO TRUE
               NOT AT END
                   IF WL-MATCH-KEY NOT = WS-WL-MATCH-KEY
                       SET WS-WL-EOF TO TRUE
                   ELSE
                       PERFORM 9335-CHECK-CLEARANCE
                   END-IF
           END-READ.

       9335-CHECK-CLEARANCE.
           MOVE WL-KEY TO WLC-KEY.
           READ WATCH-CLEAR-FILE
               INVALID KEY
                   SET WS-WL-HIT TO TRUE
                   MOVE WL-ENTRY-ID    TO WS-WL-ENTRY-ID
                   MOVE WL-LISTED-NAME TO WS-WL-LISTED-NAME
                   MOVE WL-LIST-SOURCE TO WS-WL-LIST-SOURCE
           END-READ.

      *    A hit freezes the account outright under the watch-list
      *    reference, open-ended, over whatever debit or credit block
      *    it carried.  A full freeze already in force is left as it
      *    stands.  An account the watch list has already frozen is
      *    noted, so a name compliance has yet to decide on - or has
      *    confirmed and left frozen - is not reported to them again.
       9340-FREEZE-ACCOUNT.
           MOVE "N" TO WS-WL-FROZEN-SW.
           MOVE WS-WL-ACCT-NUMBER TO RST-ACCT-NUMBER.
           READ RESTRICTION-FILE
               INVALID KEY
                   PERFORM 9345-SET-WATCH-FREEZE
                   WRITE RESTRICTION-RECORD
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN RST-OPERATOR-REF = WS-WL-FREEZE-REF
                           SET WS-WL-ALREADY-FROZEN TO TRUE
                       WHEN RST-FULL-FREEZE
                               AND RST-EXPIRY-DATE
                                   NOT < WS-CYCLE-DATE
                           CONTINUE
                       WHEN OTHER
                           PERFORM 9345-SET-WATCH-FREEZE
                           REWRITE RESTRICTION-RECORD
                   END-EVALUATE
           END-READ.

       9345-SET-WATCH-FREEZE.
           MOVE WS-WL-ACCT-NUMBER   TO RST-ACCT-NUMBER.
           SET RST-FULL-FREEZE      TO TRUE.
           MOVE WS-WL-FREEZE-REF    TO RST-OPERATOR-REF.
           MOVE WS-WL-FREEZE-EXPIRY TO RST-EXPIRY-DATE.

       9350-WRITE-WATCH-HIT.
           MOVE WS-CYCLE-DATE      TO WLH-CYCLE-DATE.
           MOVE "WatchListLoad"    TO WLH-SOURCE-PROGRAM.
           MOVE WS-WL-SCREEN-KIND  TO WLH-SCREEN-KIND.
           MOVE WS-WL-ACCT-NUMBER  TO WLH-ACCT-NUMBER.
           MOVE WS-WL-SCREEN-NAME  TO WLH-SCREENED-NAME.
           MOVE WS-WL-MATCH-KEY    TO WLH-MATCH-KEY.
           MOVE WS-WL-ENTRY-ID     TO WLH-ENTRY-ID.
           MOVE WS-WL-LISTED-NAME  TO WLH-LISTED-NAME.
           MOVE WS-WL-LIST-SOURCE  TO WLH-LIST-SOURCE.
           WRITE WATCH-HIT-RECORD.
           ADD 1 TO WS-WL-HIT-COUNT.
