       IDENTIFICATION DIVISION.
       PROGRAM-ID. TellerBalance.
       AUTHOR. Alexandre ELISABETH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TELLER-CONTROL-FILE
               ASSIGN TO TELLCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TCT-STATUS.

           SELECT TELLER-JOURNAL-FILE
               ASSIGN TO TELLJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TLJ-STATUS.

           SELECT JOURNAL-KEEP-FILE
               ASSIGN TO TELLKEEP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.

           SELECT BRANCH-BATCH-FILE
               ASSIGN TO TELLRAW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAW-STATUS.

           SELECT CYCLE-DATE-FILE
               ASSIGN TO CYCLDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYC-STATUS.

           SELECT BALANCING-REPORT-FILE
               ASSIGN TO TELLRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TELLER-CONTROL-FILE.
           COPY TELLCTL.

       FD  TELLER-JOURNAL-FILE.
           COPY TELLREC.

       FD  JOURNAL-KEEP-FILE.
       01  JOURNAL-KEEP-RECORD     PIC X(56).

      *    The branch batch in the shape every branch submits to the
      *    front edit: an H header naming the branch, the details,
      *    and a T trailer with the detail count and amount hash.
       FD  BRANCH-BATCH-FILE.
       01  BRANCH-BATCH-LINE       PIC X(22).

       FD  CYCLE-DATE-FILE.
           COPY CYCLCTL.

       FD  BALANCING-REPORT-FILE.
       01  BALANCING-REPORT-LINE   PIC X(80).

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-TCT-STATUS PIC XX.
           88  TCT-FILE-MISSING   VALUE "35".
       01  WS-TLJ-STATUS PIC XX.
           88  TLJ-FILE-MISSING   VALUE "35".
       01  WS-KEEP-STATUS PIC XX.
       01  WS-RAW-STATUS PIC XX.
       01  WS-CYC-STATUS PIC XX.
       01  WS-RPT-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
           88  AUDIT-FILE-MISSING VALUE "35".

       01  WS-EOF-TLJ-SW PIC X VALUE "N".
           88  WS-EOF-TLJ         VALUE "Y".
       01  WS-EOF-KEEP-SW PIC X VALUE "N".
           88  WS-EOF-KEEP        VALUE "Y".
       01  WS-JOURNAL-PRESENT-SW PIC X VALUE "N".
           88  WS-JOURNAL-PRESENT VALUE "Y".

       01  WS-CYCLE-DATE  PIC 9(8) VALUE ZERO.
       01  WS-BRANCH-ID   PIC X(4) VALUE SPACES.

       01  WS-READ-COUNT      PIC 9(7) BINARY VALUE ZERO.
       01  WS-BATCHED-COUNT   PIC 9(7) BINARY VALUE ZERO.
       01  WS-EXCEPTION-COUNT PIC 9(7) BINARY VALUE ZERO.
       01  WS-HASH-TOTAL      PIC 9(13) COMP-3 VALUE ZERO.

      *    The day's counter work by teller, in the order each teller
      *    first appears on the journal.  Deposits and withdrawals
      *    are the cash that crossed the counter; transfers move
      *    nothing through the drawer and are shown only so the
      *    teller's item count agrees with the batch.
       01  WS-TELLER-MAX    PIC 9(4) COMP VALUE 50.
       01  WS-TELLER-COUNT  PIC 9(4) COMP VALUE ZERO.
       01  WS-TELLER-SUB    PIC 9(4) COMP VALUE ZERO.
       01  WS-TELLER-FOUND  PIC 9(4) COMP VALUE ZERO.
       01  WS-TELLER-TABLE.
           05  WS-TELLER-ENTRY OCCURS 50 TIMES.
               10  TTB-TELLER-ID       PIC X(8).
               10  TTB-TOTALS.
                   15  TTB-DEP-COUNT   PIC 9(7) BINARY.
                   15  TTB-DEP-AMOUNT  PIC 9(9)V99 COMP-3.
                   15  TTB-WDL-COUNT   PIC 9(7) BINARY.
                   15  TTB-WDL-AMOUNT  PIC 9(9)V99 COMP-3.
                   15  TTB-TRF-COUNT   PIC 9(7) BINARY.
                   15  TTB-TRF-AMOUNT  PIC 9(9)V99 COMP-3.

      *    The branch's totals, and the one set of totals being
      *    printed - a teller's or the branch's, laid out alike.
       01  WS-BRANCH-TOTALS.
           05  BTT-DEP-COUNT    PIC 9(7) BINARY VALUE ZERO.
           05  BTT-DEP-AMOUNT   PIC 9(9)V99 COMP-3 VALUE ZERO.
           05  BTT-WDL-COUNT    PIC 9(7) BINARY VALUE ZERO.
           05  BTT-WDL-AMOUNT   PIC 9(9)V99 COMP-3 VALUE ZERO.
           05  BTT-TRF-COUNT    PIC 9(7) BINARY VALUE ZERO.
           05  BTT-TRF-AMOUNT   PIC 9(9)V99 COMP-3 VALUE ZERO.
       01  WS-PRINT-TOTALS.
           05  PRT-DEP-COUNT    PIC 9(7) BINARY.
           05  PRT-DEP-AMOUNT   PIC 9(9)V99 COMP-3.
           05  PRT-WDL-COUNT    PIC 9(7) BINARY.
           05  PRT-WDL-AMOUNT   PIC 9(9)V99 COMP-3.
           05  PRT-TRF-COUNT    PIC 9(7) BINARY.
           05  PRT-TRF-AMOUNT   PIC 9(9)V99 COMP-3.
       01  WS-NET-CASH      PIC S9(9)V99 COMP-3 VALUE ZERO.

       01  WS-BATCH-HEADER-OUT.
           05  FILLER              PIC X(1) VALUE "H".
           05  BHO-BRANCH          PIC X(4).
           05  FILLER              PIC X(17) VALUE SPACES.

       01  WS-BATCH-TRAILER-OUT.
           05  FILLER              PIC X(1) VALUE "T".
           05  TRL-COUNT           PIC 9(7).
           05  TRL-AMOUNT          PIC 9(13).
           05  FILLER              PIC X(1) VALUE SPACE.

       01  WS-REPORT-HEADING-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(24)
                   VALUE "TELLER BALANCING BRANCH ".
           05  HDG-BRANCH          PIC X(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(11) VALUE "CYCLE DATE ".
           05  HDG-CYCLE-DATE      PIC 9(8).
           05  FILLER              PIC X(29) VALUE SPACES.

      *    One line per item, in the order it was keyed, for the
      *    teller to tick off against the drawer: who keyed it and
      *    when, the account, D withdrawal, C deposit or T transfer,
      *    the amount, and the receiving account of a transfer.
       01  WS-ITEM-DETAIL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-TELLER-ID       PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-CAPTURE-TIME    PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-ACCT-NUMBER     PIC 9(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-TRANS-TYPE      PIC X(1).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-AMOUNT-ED       PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-CONTRA          PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-NOTE            PIC X(27).

       01  WS-TELLER-HEADING-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  THD-LABEL           PIC X(7).
           05  THD-TELLER-ID       PIC X(8).
           05  FILLER              PIC X(63) VALUE SPACES.

       01  WS-TELLER-TOTAL-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  TTL-LABEL           PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  TTL-COUNT-ED        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           COPY SIGNFMT
               REPLACING ==RPT-SIGNED-AMOUNT== BY ==TTL-AMOUNT-ED==.
           05  FILLER              PIC X(33) VALUE SPACES.

       01  WS-NET-CASH-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(20)
                   VALUE "NET CASH IN DRAWER".
           05  FILLER              PIC X(11) VALUE SPACES.
           COPY SIGNFMT
               REPLACING ==RPT-SIGNED-AMOUNT== BY ==NET-AMOUNT-ED==.
           05  FILLER              PIC X(33) VALUE SPACES.

       01  WS-REPORT-TOTAL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-TOT-LABEL       PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-TOT-VALUE-ED    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(39) VALUE SPACES.

      *    End-of-day teller balancing for one branch.  Every counter
      *    item AcceptTest has put on the teller journal since the
      *    last cut is enveloped into the branch's batch on TELLRAW
      *    - H header, details, T trailer - for operations to stage
      *    through the front edit tonight like any other branch
      *    submission, and listed on the balancing report with each
      *    teller's deposit, withdrawal and transfer totals and the
      *    net cash the drawer should show.  The journal is then
      *    rewritten through TELLKEEP, the way SuspenseRepair
      *    rewrites the central suspense file, keeping only items
      *    keyed under another branch's control record; those are
      *    reported back and the run ends RC 8.
       PROCEDURE DIVISION.
           PERFORM 0020-READ-CYCLE-DATE.
           PERFORM 0050-READ-TELLER-CONTROL.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0150-WRITE-BATCH-HEADER.
           PERFORM 0110-READ-JOURNAL.
           PERFORM 0200-BATCH-JOURNAL-ITEM
               UNTIL WS-EOF-TLJ.
           PERFORM 0500-WRITE-BATCH-TRAILER.
           PERFORM 0550-REBUILD-JOURNAL.
           PERFORM 0600-PRINT-TELLER-TOTALS
               VARYING WS-TELLER-SUB FROM 1 BY 1
               UNTIL WS-TELLER-SUB > WS-TELLER-COUNT.
           PERFORM 0800-PRINT-REPORT-TOTALS.
           PERFORM 0850-WRITE-AUDIT-LOG.
           PERFORM 0900-CLOSE-FILES.
           DISPLAY "TellerBalance: branch " WS-BRANCH-ID " - "
               WS-BATCHED-COUNT " items batched, "
               WS-EXCEPTION-COUNT " kept for another branch".
           IF WS-EXCEPTION-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    The cycle date only dates the report and the audit record,
      *    as it does at sign-on: the counter closes before the cycle
      *    record is cut over, so a missing one leaves it zero.
       0020-READ-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE.
           IF WS-CYC-STATUS = "00"
               READ CYCLE-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CYCLE-DATE TO WS-CYCLE-DATE
               END-READ
               CLOSE CYCLE-DATE-FILE
           END-IF.

      *    The branch the batch is cut for is mandatory - a batch
      *    with no branch in its header would only be held whole by
      *    the front edit.
       0050-READ-TELLER-CONTROL.
           OPEN INPUT TELLER-CONTROL-FILE.
           IF TCT-FILE-MISSING
               DISPLAY "TellerBalance: TELLCTL.DAT not found - "
                   "aborting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ TELLER-CONTROL-FILE
               AT END
                   MOVE SPACES TO TCT-BRANCH
           END-READ.
           CLOSE TELLER-CONTROL-FILE.
           IF TCT-BRANCH = SPACES
               DISPLAY "TellerBalance: TELLCTL.DAT names no branch - "
                   "aborting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE TCT-BRANCH TO WS-BRANCH-ID.

      *    No journal means no counter work since the last cut: the
      *    batch goes out as a header and a zero trailer, and an
      *    empty journal is left for tomorrow's sign-ons.
       0100-OPEN-FILES.
           OPEN INPUT TELLER-JOURNAL-FILE.
           IF TLJ-FILE-MISSING
               SET WS-EOF-TLJ TO TRUE
           ELSE
               SET WS-JOURNAL-PRESENT TO TRUE
           END-IF.
           OPEN OUTPUT JOURNAL-KEEP-FILE.
           OPEN OUTPUT BRANCH-BATCH-FILE.
           OPEN OUTPUT BALANCING-REPORT-FILE.
           MOVE WS-BRANCH-ID  TO HDG-BRANCH.
           MOVE WS-CYCLE-DATE TO HDG-CYCLE-DATE.
           WRITE BALANCING-REPORT-LINE FROM WS-REPORT-HEADING-LINE.
           PERFORM 0105-OPEN-AUDIT-LOG.

      *    AUDIT-LOG-FILE is shared across the whole batch suite; each
      *    run appends to it rather than replacing it, so OPEN EXTEND
      *    is used once the file exists, falling back to OPEN OUTPUT
      *    the first time it does not.
       0105-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-FILE-MISSING
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.

       0110-READ-JOURNAL.
           READ TELLER-JOURNAL-FILE
               AT END
                   SET WS-EOF-TLJ TO TRUE
           END-READ.

       0150-WRITE-BATCH-HEADER.
           MOVE WS-BRANCH-ID TO BHO-BRANCH.
           WRITE BRANCH-BATCH-LINE FROM WS-BATCH-HEADER-OUT.

      *    An item keyed under this branch goes into the batch and
      *    onto its teller's totals.  One keyed under another
      *    branch's control record belongs in that branch's batch -
      *    it is kept on the journal for that branch's cut and
      *    listed here so the mix-up is seen.
       0200-BATCH-JOURNAL-ITEM.
           ADD 1 TO WS-READ-COUNT.
           MOVE TLJ-TELLER-ID        TO DTL-TELLER-ID.
           MOVE TLJ-CAPTURE-TS (9:6) TO DTL-CAPTURE-TIME.
           MOVE TLJ-ACCT-NUMBER      TO DTL-ACCT-NUMBER.
           MOVE TLJ-TRANS-TYPE       TO DTL-TRANS-TYPE.
           MOVE TLJ-AMOUNT           TO DTL-AMOUNT-ED.
           IF TLJ-TRANSFER
               MOVE TLJ-CONTRA       TO DTL-CONTRA
           ELSE
               MOVE SPACES           TO DTL-CONTRA
           END-IF.
           IF TLJ-BRANCH = WS-BRANCH-ID
               MOVE SPACES TO DTL-NOTE
               WRITE BRANCH-BATCH-LINE FROM TLJ-DETAIL
               ADD 1 TO WS-BATCHED-COUNT
               COMPUTE WS-HASH-TOTAL =
                   WS-HASH-TOTAL + TLJ-AMOUNT * 100
               PERFORM 0300-ADD-TELLER-TOTALS
           ELSE
               MOVE SPACES TO DTL-NOTE
               STRING "KEPT - BRANCH " TLJ-BRANCH
                   DELIMITED BY SIZE INTO DTL-NOTE
               WRITE JOURNAL-KEEP-RECORD FROM TELLER-JOURNAL-RECORD
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.
           WRITE BALANCING-REPORT-LINE FROM WS-ITEM-DETAIL-LINE.
           PERFORM 0110-READ-JOURNAL.

       0300-ADD-TELLER-TOTALS.
           PERFORM 0310-FIND-TELLER.
           EVALUATE TRUE
               WHEN TLJ-DEPOSIT
                   ADD 1          TO TTB-DEP-COUNT (WS-TELLER-FOUND)
                                     BTT-DEP-COUNT
                   ADD TLJ-AMOUNT TO TTB-DEP-AMOUNT (WS-TELLER-FOUND)
                                     BTT-DEP-AMOUNT
               WHEN TLJ-WITHDRAWAL
                   ADD 1          TO TTB-WDL-COUNT (WS-TELLER-FOUND)
                                     BTT-WDL-COUNT
                   ADD TLJ-AMOUNT TO TTB-WDL-AMOUNT (WS-TELLER-FOUND)
                                     BTT-WDL-AMOUNT
               WHEN OTHER
                   ADD 1          TO TTB-TRF-COUNT (WS-TELLER-FOUND)
                                     BTT-TRF-COUNT
                   ADD TLJ-AMOUNT TO TTB-TRF-AMOUNT (WS-TELLER-FOUND)
                                     BTT-TRF-AMOUNT
           END-EVALUATE.

      *    A teller not yet in the table takes the next entry.  More
      *    tellers than the table holds is not a branch this run was
      *    sized for - it stops rather than balance some drawers and
      *    not others.
       0310-FIND-TELLER.
           MOVE ZERO TO WS-TELLER-FOUND.
           PERFORM 0320-CHECK-TELLER-ENTRY
               VARYING WS-TELLER-SUB FROM 1 BY 1
               UNTIL WS-TELLER-SUB > WS-TELLER-COUNT
                  OR WS-TELLER-FOUND > ZERO.
           IF WS-TELLER-FOUND = ZERO
               IF WS-TELLER-COUNT >= WS-TELLER-MAX
                   DISPLAY "TellerBalance: more than " WS-TELLER-MAX
                       " tellers on the journal - aborting"
                   PERFORM 0900-CLOSE-FILES
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TELLER-COUNT
               MOVE WS-TELLER-COUNT TO WS-TELLER-FOUND
               INITIALIZE WS-TELLER-ENTRY (WS-TELLER-FOUND)
               MOVE TLJ-TELLER-ID
                   TO TTB-TELLER-ID (WS-TELLER-FOUND)
           END-IF.

       0320-CHECK-TELLER-ENTRY.
           IF TTB-TELLER-ID (WS-TELLER-SUB) = TLJ-TELLER-ID
               MOVE WS-TELLER-SUB TO WS-TELLER-FOUND
           END-IF.

       0500-WRITE-BATCH-TRAILER.
           MOVE WS-BATCHED-COUNT TO TRL-COUNT.
           MOVE WS-HASH-TOTAL    TO TRL-AMOUNT.
           WRITE BRANCH-BATCH-LINE FROM WS-BATCH-TRAILER-OUT.

      *    The journal is rebuilt from the keep file, empty unless
      *    another branch's items were found on it.
       0550-REBUILD-JOURNAL.
           CLOSE JOURNAL-KEEP-FILE.
           IF WS-JOURNAL-PRESENT
               CLOSE TELLER-JOURNAL-FILE
           END-IF.
           OPEN INPUT JOURNAL-KEEP-FILE.
           OPEN OUTPUT TELLER-JOURNAL-FILE.
           PERFORM 0560-READ-KEEP-RECORD.
           PERFORM 0570-COPY-KEEP-RECORD
               UNTIL WS-EOF-KEEP.

       0560-READ-KEEP-RECORD.
           READ JOURNAL-KEEP-FILE
               AT END
                   SET WS-EOF-KEEP TO TRUE
           END-READ.

       0570-COPY-KEEP-RECORD.
           WRITE TELLER-JOURNAL-RECORD FROM JOURNAL-KEEP-RECORD.
           PERFORM 0560-READ-KEEP-RECORD.

      *    Each teller's block: what came in over the counter, what
      *    went out, the transfers keyed, and the net cash the drawer
      *    should have taken in - deposits less withdrawals, negative
      *    when more was paid out than came in.
       0600-PRINT-TELLER-TOTALS.
           MOVE "TELLER "                     TO THD-LABEL.
           MOVE TTB-TELLER-ID (WS-TELLER-SUB) TO THD-TELLER-ID.
           WRITE BALANCING-REPORT-LINE FROM WS-TELLER-HEADING-LINE.
           MOVE TTB-TOTALS (WS-TELLER-SUB)    TO WS-PRINT-TOTALS.
           PERFORM 0650-PRINT-TOTAL-BLOCK.

       0650-PRINT-TOTAL-BLOCK.
           MOVE "DEPOSITS"            TO TTL-LABEL.
           MOVE PRT-DEP-COUNT         TO TTL-COUNT-ED.
           MOVE PRT-DEP-AMOUNT        TO TTL-AMOUNT-ED.
           WRITE BALANCING-REPORT-LINE FROM WS-TELLER-TOTAL-LINE.
           MOVE "WITHDRAWALS"         TO TTL-LABEL.
           MOVE PRT-WDL-COUNT         TO TTL-COUNT-ED.
           MOVE PRT-WDL-AMOUNT        TO TTL-AMOUNT-ED.
           WRITE BALANCING-REPORT-LINE FROM WS-TELLER-TOTAL-LINE.
           MOVE "TRANSFERS"           TO TTL-LABEL.
           MOVE PRT-TRF-COUNT         TO TTL-COUNT-ED.
           MOVE PRT-TRF-AMOUNT        TO TTL-AMOUNT-ED.
           WRITE BALANCING-REPORT-LINE FROM WS-TELLER-TOTAL-LINE.
           COMPUTE WS-NET-CASH = PRT-DEP-AMOUNT - PRT-WDL-AMOUNT.
           MOVE WS-NET-CASH           TO NET-AMOUNT-ED.
           WRITE BALANCING-REPORT-LINE FROM WS-NET-CASH-LINE.

      *    The branch block, then the batch control totals the front
      *    edit will prove the trailer against tonight.
       0800-PRINT-REPORT-TOTALS.
           MOVE "BRANCH "             TO THD-LABEL.
           MOVE WS-BRANCH-ID          TO THD-TELLER-ID.
           WRITE BALANCING-REPORT-LINE FROM WS-TELLER-HEADING-LINE.
           MOVE WS-BRANCH-TOTALS      TO WS-PRINT-TOTALS.
           PERFORM 0650-PRINT-TOTAL-BLOCK.

           MOVE "JOURNAL ITEMS READ"  TO RPT-TOT-LABEL.
           MOVE WS-READ-COUNT         TO RPT-TOT-VALUE-ED.
           WRITE BALANCING-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "BATCH ITEMS"         TO RPT-TOT-LABEL.
           MOVE WS-BATCHED-COUNT      TO RPT-TOT-VALUE-ED.
           WRITE BALANCING-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "BATCH AMOUNT HASH"   TO RPT-TOT-LABEL.
           MOVE WS-HASH-TOTAL         TO RPT-TOT-VALUE-ED.
           WRITE BALANCING-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "OTHER BRANCH ITEMS"  TO RPT-TOT-LABEL.
           MOVE WS-EXCEPTION-COUNT    TO RPT-TOT-VALUE-ED.
           WRITE BALANCING-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

       0850-WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE WS-CYCLE-DATE         TO AUDIT-CYCLE-DATE.
           MOVE "TellerBalance"       TO AUDIT-PROGRAM-ID.
           MOVE SPACES TO AUDIT-MAKER-ID AUDIT-CHECKER-ID.
           MOVE WS-BRANCH-ID          TO AUDIT-KEY-INPUT.
           MOVE "TELLER BATCH CUT"    TO AUDIT-OUTCOME.
           WRITE AUDIT-LOG-RECORD.

       0900-CLOSE-FILES.
           CLOSE TELLER-JOURNAL-FILE
                 JOURNAL-KEEP-FILE
                 BRANCH-BATCH-FILE
                 BALANCING-REPORT-FILE
                 AUDIT-LOG-FILE.
