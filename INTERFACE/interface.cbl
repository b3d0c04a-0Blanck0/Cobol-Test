           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

               RECORD KEY IS DEM-ACCT-NUMBER
               FILE STATUS IS WS-DEM-STATUS.

           SELECT RESTRICTION-FILE
               ASSIGN TO ACCTRST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RST-ACCT-NUMBER
               FILE STATUS IS WS-RST-STATUS.

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

           SELECT FX-RATE-FILE
               ASSIGN TO FXRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXR-KEY
               FILE STATUS IS WS-FXR-STATUS.

           SELECT WATCH-HIT-FILE
               ASSIGN TO WLHITS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WLH-STATUS.

           SELECT SUSPENSE-FILE
               ASSIGN TO SUSPENSE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT CLOSURE-PAYOUT-FILE
               ASSIGN TO CLSPAY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPO-STATUS.

           SELECT CLEARING-FILE
               ASSIGN TO BANKCLR
               ORGANIZATION IS LINE SEQUENTIAL
       FD  CUSTOMER-DEMOG-FILE.
           COPY DEMOREC.

       FD  RESTRICTION-FILE.
           COPY RESTREC.

       FD  WATCH-LIST-FILE.
           COPY WLREC.

       FD  WATCH-CLEAR-FILE.
           COPY WLCLEAR.

       FD  FX-RATE-FILE.
           COPY FXRATE.

       FD  WATCH-HIT-FILE.
           COPY WLHIT.

       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       FD  CLOSURE-PAYOUT-FILE.
           COPY CLSPAY.

       FD  CLEARING-FILE.
       01  CLEARING-LINE               PIC X(80).

       01  WS-CYCLE-OVERRIDE-SW PIC X VALUE "N".
           88  WS-CYCLE-OVERRIDE  VALUE "Y".
       01  WS-CYCLE-DATE PIC 9(8) VALUE ZERO.
       01  WS-STEP-START-STAMP PIC X(14) VALUE SPACES.

       01  WS-ACCT-STATUS PIC XX.
           88  ACCT-OK            VALUE "00".
           88  ACCT-FILE-MISSING  VALUE "35".
       01  WS-DEM-STATUS PIC XX.
           88  DEM-FILE-MISSING   VALUE "35".
       01  WS-RST-STATUS PIC XX.
           88  RST-FILE-MISSING   VALUE "35".
       01  WS-WL-STATUS PIC XX.
           88  WL-FILE-MISSING    VALUE "35".
       01  WS-WLC-STATUS PIC XX.
           88  WLC-FILE-MISSING   VALUE "35".
       01  WS-WLH-STATUS PIC XX.
           88  WLH-FILE-MISSING   VALUE "35".
       01  WS-FXR-STATUS PIC XX.
           88  FXR-FILE-MISSING   VALUE "35".
       01  WS-SUSP-STATUS PIC XX.
           88  SUSP-FILE-MISSING  VALUE "35".
       01  WS-CLR-STATUS PIC XX.
       01  WS-CPO-STATUS PIC XX.

       01  WS-STATS-STATUS PIC XX.
           88  STATS-FILE-MISSING VALUE "35".

       01  WS-EOF-ACCT-SW PIC X VALUE "N".
           88  WS-EOF-ACCT        VALUE "Y".
       01  WS-EOF-CPO-SW PIC X VALUE "N".
           88  WS-EOF-CPO         VALUE "Y".

       01  WS-ACCT-READ-COUNT PIC 9(7) BINARY VALUE ZERO.
       01  WS-CLEARED-COUNT   PIC 9(7) BINARY VALUE ZERO.
       01  WS-SKIPPED-COUNT   PIC 9(7) BINARY VALUE ZERO.
       01  WS-HELD-COUNT      PIC 9(7) BINARY VALUE ZERO.
       01  WS-PAYOUT-COUNT    PIC 9(7) BINARY VALUE ZERO.
       01  WS-UNCONVERTED-COUNT PIC 9(7) BINARY VALUE ZERO.

      *    The bank settles in the base currency, so a balance kept
      *    in a foreign currency goes out at its base equivalent on
      *    the cycle date's middle rate.  One that cannot be valued -
      *    no rate for the date, or a base amount too wide for the
      *    record - is held on suspense in its currency instead.
       01  WS-CONVERT-SW PIC X VALUE "Y".
           88  WS-BALANCE-CONVERTED  VALUE "Y".
           88  WS-RATE-MISSING       VALUE "R".
           88  WS-BASE-OVERFLOWS     VALUE "O".
       01  WS-RATE-MID        PIC 9(4)V9(6) COMP-3 VALUE ZERO.
       01  WS-BASE-BALANCE    PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-HOLD-REASON     PIC X(4) VALUE SPACES.

      *    Every name is screened against the compliance watch list
      *    before it leaves for the bank.
           COPY WLWORK.

      *    The extract now travels under the same H/T discipline
      *    TransEdit enforces on the branches' inbound files: a
      *    header naming the cycle date and this shop as originator,
      *    a trailer declaring the detail count and the amount hash
      *    in centimes off the CLS-BALANCE-ED amounts, which are base
      *    currency whatever the account is kept in.  BankReturn
      *    proves the envelope the bank echoes back against these
      *    totals before it matches a single item, so a truncated
      *    transmission surfaces the same day instead of a day later
           05  CLR-STATUS           PIC X(1).
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  CLR-CYCLE-DATE       PIC 9(8).
           05  CLR-BENEFICIARY.
               10  FILLER           PIC X(1).
               10  CLR-EXT-ROUTING  PIC X(8).
               10  FILLER           PIC X(1).
               10  CLR-EXT-ACCOUNT  PIC X(10).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-STEP-START-STAMP.
           PERFORM 0020-READ-CYCLE-DATE.
           PERFORM 0025-CHECK-PRIOR-RUN.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0110-READ-ACCOUNT.
           PERFORM 0200-WRITE-CLEARING-RECORD
               UNTIL WS-EOF-ACCT.
           PERFORM 0300-SEND-CLOSURE-PAYOUTS.
           PERFORM 0500-WRITE-CLEARING-TRAILER.
           PERFORM 0900-CLOSE-FILES.
           PERFORM 9100-RECORD-CYCLE-RUN.
           PERFORM 9200-WRITE-RUN-STATS.
           DISPLAY "ClearingExtract: " WS-CLEARED-COUNT
               " active accounts cleared, " WS-SKIPPED-COUNT
               " skipped, " WS-PAYOUT-COUNT " closure payouts, "
               WS-HELD-COUNT " held on watch-list hits".
           IF WS-UNCONVERTED-COUNT > 0
               DISPLAY "ClearingExtract: " WS-UNCONVERTED-COUNT
                   " foreign-currency balances held on suspense "
                   "unconverted"
           END-IF.
           STOP RUN.

      *    ACCOUNT-MASTER-FILE is the mandatory batch driver file for
               CLOSE CUSTOMER-DEMOG-FILE
               OPEN INPUT CUSTOMER-DEMOG-FILE
           END-IF.
           OPEN I-O RESTRICTION-FILE.
           IF RST-FILE-MISSING
               OPEN OUTPUT RESTRICTION-FILE
               CLOSE RESTRICTION-FILE
               OPEN I-O RESTRICTION-FILE
           END-IF.
      *    No rate table yet only means no account is kept in a
      *    foreign currency, so it is created empty as well.
           OPEN INPUT FX-RATE-FILE.
           IF FXR-FILE-MISSING
               OPEN OUTPUT FX-RATE-FILE
               CLOSE FX-RATE-FILE
               OPEN INPUT FX-RATE-FILE
           END-IF.
           PERFORM 0105-OPEN-SUSPENSE.
           PERFORM 0107-OPEN-WATCH-LIST.
           OPEN OUTPUT CLEARING-FILE.

      *    The central suspense file accumulates across the whole
      *    batch suite the way the shared audit log does - OPEN
      *    EXTEND once it exists, OPEN OUTPUT the first time it does
      *    not.
       0105-OPEN-SUSPENSE.
           OPEN EXTEND SUSPENSE-FILE.
           IF SUSP-FILE-MISSING
               OPEN OUTPUT SUSPENSE-FILE
           END-IF.

      *    The watch list and compliance's clearances are only read
      *    here, and are created empty the first time they are not
      *    there - no list loaded yet means nothing to screen
      *    against.  Hits go to the shared hits file, appended to
      *    like the central suspense file.
       0107-OPEN-WATCH-LIST.
           OPEN INPUT WATCH-LIST-FILE.
           IF WL-FILE-MISSING
               OPEN OUTPUT WATCH-LIST-FILE
               CLOSE WATCH-LIST-FILE
               OPEN INPUT WATCH-LIST-FILE
           END-IF.
           OPEN INPUT WATCH-CLEAR-FILE.
           IF WLC-FILE-MISSING
               OPEN OUTPUT WATCH-CLEAR-FILE
               CLOSE WATCH-CLEAR-FILE
               OPEN INPUT WATCH-CLEAR-FILE
           END-IF.
           OPEN EXTEND WATCH-HIT-FILE.
           IF WLH-FILE-MISSING
               OPEN OUTPUT WATCH-HIT-FILE
           END-IF.


      *    Tonight's business cycle date, set by operations and
      *    validated by CycleOpen at the top of the night: it stamps
           END-IF.
           MOVE "ClearingExtract" TO STAT-PROGRAM-ID.
           MOVE WS-CYCLE-DATE TO STAT-CYCLE-DATE.
           MOVE WS-STEP-START-STAMP TO STAT-START-STAMP.
           MOVE FUNCTION CURRENT-DATE (1:14) TO STAT-END-STAMP.
           MOVE WS-ACCT-READ-COUNT TO STAT-READ-COUNT.
           MOVE WS-CLEARED-COUNT TO STAT-ACCEPTED-COUNT.
           MOVE WS-SKIPPED-COUNT TO STAT-REJECTED-COUNT.
           MOVE WS-CYCLE-DATE TO HDR-CYCLE-DATE.
           WRITE CLEARING-LINE FROM WS-CLEARING-HEADER-OUT.

      *    The trailer declares everything on the file - balances and
      *    closure payouts alike - so the bank's echo proves both.
       0500-WRITE-CLEARING-TRAILER.
           COMPUTE TRL-COUNT = WS-CLEARED-COUNT + WS-PAYOUT-COUNT.
           MOVE WS-HASH-TOTAL    TO TRL-AMOUNT.
           WRITE CLEARING-LINE FROM WS-CLEARING-TRAILER-OUT.

       0210-BUILD-CLEARING-RECORD.
           MOVE ACCT-NUMBER TO CLR-ACCT-NUMBER-ED.
           MOVE WS-CYCLE-DATE TO CLR-CYCLE-DATE.
           MOVE SPACES TO CLR-BENEFICIARY.
           MOVE ACCT-NUMBER TO DEM-ACCT-NUMBER.
           READ CUSTOMER-DEMOG-FILE
               INVALID KEY
               NOT INVALID KEY
                   MOVE DEM-FULL-NAME TO CLR-NOM
           END-READ.
           MOVE ACCT-STATUS TO CLR-STATUS.
           PERFORM 0230-CONVERT-BALANCE.
           IF WS-BALANCE-CONVERTED
               MOVE WS-BASE-BALANCE TO CLR-BALANCE-ED
               MOVE CLR-NOM     TO WS-WL-SCREEN-NAME
               MOVE ACCT-NUMBER TO WS-WL-ACCT-NUMBER
               MOVE "C"         TO WS-WL-SCREEN-KIND
               PERFORM 9300-SCREEN-NAME
               IF WS-WL-HIT
                   PERFORM 0250-HOLD-CLEARING-RECORD
               ELSE
                   PERFORM 0220-SEND-CLEARING-RECORD
               END-IF
           ELSE
               MOVE CUST-SOLDE TO CLR-BALANCE-ED
               PERFORM 0260-HOLD-UNCONVERTED-RECORD
           END-IF.
           PERFORM 0110-READ-ACCOUNT.

       0220-SEND-CLEARING-RECORD.
           WRITE CLEARING-LINE FROM WS-CLEARING-RECORD.
           ADD 1 TO WS-CLEARED-COUNT.
      *    The hash totals absolute amounts in centimes, so an
      *    overdrawn balance thickens the hash instead of thinning
      *    it - two truncations can never cancel out.
           MOVE FUNCTION ABS(WS-BASE-BALANCE) TO WS-ABS-BALANCE.
           COMPUTE WS-HASH-TOTAL =
               WS-HASH-TOTAL + WS-ABS-BALANCE * 100.

       0230-CONVERT-BALANCE.
           SET WS-BALANCE-CONVERTED TO TRUE.
           IF ACCT-CURRENCY = SPACES
               MOVE CUST-SOLDE TO WS-BASE-BALANCE
           ELSE
               MOVE ACCT-CURRENCY TO FXR-CURRENCY
               MOVE WS-CYCLE-DATE TO FXR-RATE-DATE
               READ FX-RATE-FILE
                   INVALID KEY
                       SET WS-RATE-MISSING TO TRUE
                   NOT INVALID KEY
                       MOVE FXR-MID-RATE TO WS-RATE-MID
               END-READ
               IF WS-BALANCE-CONVERTED
                   COMPUTE WS-BASE-BALANCE ROUNDED =
                       CUST-SOLDE * WS-RATE-MID
                       ON SIZE ERROR
                           SET WS-BASE-OVERFLOWS TO TRUE
                   END-COMPUTE
               END-IF
           END-IF.

      *    A name on the watch list never reaches the bank: the
      *    account is frozen, the item is held on the central
      *    suspense file in its clearing image for the repair desk
      *    to release once compliance clears it, and it counts as
      *    skipped so the run still balances.  Compliance hears of
      *    the hit once, not every night the frozen account comes
      *    round again.
       0250-HOLD-CLEARING-RECORD.
           PERFORM 0255-SUSPEND-CLEARING-RECORD.
           ADD 1 TO WS-SKIPPED-COUNT.
           ADD 1 TO WS-HELD-COUNT.

      *    A foreign-currency balance that could not be valued in
      *    base waits on the central suspense file like a held name,
      *    FXR1 for no rate and OVF1 for a base amount too wide to
      *    send, but the account is not frozen: nothing is wrong with
      *    it, and the repair desk releases the item once it can be
      *    valued.  It counts as skipped so the run still balances.
       0260-HOLD-UNCONVERTED-RECORD.
           IF WS-RATE-MISSING
               MOVE "FXR1" TO WS-HOLD-REASON
           ELSE
               MOVE "OVF1" TO WS-HOLD-REASON
           END-IF.
           MOVE "ClearingExtract"  TO SUSP-SOURCE-PROGRAM.
           MOVE WS-HOLD-REASON     TO SUSP-REASON-CODE.
           MOVE WS-CYCLE-DATE      TO SUSP-CYCLE-DATE.
           MOVE WS-CLEARING-RECORD TO SUSP-RECORD-IMAGE.
           WRITE SUSPENSE-RECORD.
           ADD 1 TO WS-SKIPPED-COUNT.
           ADD 1 TO WS-UNCONVERTED-COUNT.

       0255-SUSPEND-CLEARING-RECORD.
           PERFORM 9340-FREEZE-ACCOUNT.
           IF NOT WS-WL-ALREADY-FROZEN
               PERFORM 9350-WRITE-WATCH-HIT
           END-IF.
           MOVE "ClearingExtract"  TO SUSP-SOURCE-PROGRAM.
           MOVE "WLH1"             TO SUSP-REASON-CODE.
           MOVE WS-CYCLE-DATE      TO SUSP-CYCLE-DATE.
           MOVE WS-CLEARING-RECORD TO SUSP-RECORD-IMAGE.
           WRITE SUSPENSE-RECORD.

      *    The outside payouts ClosureSettle handed over tonight for
      *    accounts it closed follow the balances as P items: the
      *    account paid from, the customer's name, the amount and
      *    the beneficiary's routing code and account number in the
      *    last columns.  The account itself is closed by now, so its
      *    name comes off the master by key once the balance pass is
      *    done.  Each is screened like any other name and held the
      *    same way on a hit.  A payout is not an account balance, so
      *    it stays out of the step's written count CycleBalance
      *    proves against BalanceSnapshot - it is counted on its own
      *    and travels in the trailer totals only.  No payout file
      *    means nothing was closed to an outside bank tonight.
       0300-SEND-CLOSURE-PAYOUTS.
           OPEN INPUT CLOSURE-PAYOUT-FILE.
           IF WS-CPO-STATUS = "00"
               PERFORM 0310-READ-CLOSURE-PAYOUT
               PERFORM 0320-BUILD-PAYOUT-RECORD
                   UNTIL WS-EOF-CPO
               CLOSE CLOSURE-PAYOUT-FILE
           END-IF.

       0310-READ-CLOSURE-PAYOUT.
           READ CLOSURE-PAYOUT-FILE
               AT END
                   SET WS-EOF-CPO TO TRUE
           END-READ.

       0320-BUILD-PAYOUT-RECORD.
           MOVE CPO-ACCT-NUMBER TO CLR-ACCT-NUMBER-ED.
           MOVE WS-CYCLE-DATE   TO CLR-CYCLE-DATE.
           MOVE CPO-ACCT-NUMBER TO DEM-ACCT-NUMBER.
           READ CUSTOMER-DEMOG-FILE
               INVALID KEY
                   PERFORM 0325-PAYOUT-MASTER-NAME
               NOT INVALID KEY
                   MOVE DEM-FULL-NAME TO CLR-NOM
           END-READ.
           MOVE CPO-AMOUNT      TO CLR-BALANCE-ED.
           MOVE "P"             TO CLR-STATUS.
           MOVE SPACES          TO CLR-BENEFICIARY.
           MOVE CPO-EXT-ROUTING TO CLR-EXT-ROUTING.
           MOVE CPO-EXT-ACCOUNT TO CLR-EXT-ACCOUNT.
           MOVE CLR-NOM         TO WS-WL-SCREEN-NAME.
           MOVE CPO-ACCT-NUMBER TO WS-WL-ACCT-NUMBER.
           MOVE "C"             TO WS-WL-SCREEN-KIND.
           PERFORM 9300-SCREEN-NAME.
           IF WS-WL-HIT
               PERFORM 0255-SUSPEND-CLEARING-RECORD
               ADD 1 TO WS-HELD-COUNT
           ELSE
               WRITE CLEARING-LINE FROM WS-CLEARING-RECORD
               ADD 1 TO WS-PAYOUT-COUNT
               COMPUTE WS-HASH-TOTAL =
                   WS-HASH-TOTAL + CPO-AMOUNT * 100
           END-IF.
           PERFORM 0310-READ-CLOSURE-PAYOUT.

       0325-PAYOUT-MASTER-NAME.
           MOVE CPO-ACCT-NUMBER TO ACCT-NUMBER.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE SPACES   TO CLR-NOM
               NOT INVALID KEY
                   MOVE CUST-NOM TO CLR-NOM
           END-READ.

       0900-CLOSE-FILES.
           CLOSE ACCOUNT-MASTER-FILE
                 CUSTOMER-DEMOG-FILE
                 RESTRICTION-FILE
                 WATCH-LIST-FILE
                 WATCH-CLEAR-FILE
                 FX-RATE-FILE
                 WATCH-HIT-FILE
                 SUSPENSE-FILE
                 CLEARING-FILE.

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
           MOVE "ClearingExtract"  TO WLH-SOURCE-PROGRAM.
           MOVE WS-WL-SCREEN-KIND  TO WLH-SCREEN-KIND.
           MOVE WS-WL-ACCT-NUMBER  TO WLH-ACCT-NUMBER.
           MOVE WS-WL-SCREEN-NAME  TO WLH-SCREENED-NAME.
           MOVE WS-WL-MATCH-KEY    TO WLH-MATCH-KEY.
           MOVE WS-WL-ENTRY-ID     TO WLH-ENTRY-ID.
           MOVE WS-WL-LISTED-NAME  TO WLH-LISTED-NAME.
           MOVE WS-WL-LIST-SOURCE  TO WLH-LIST-SOURCE.
           WRITE WATCH-HIT-RECORD.
           ADD 1 TO WS-WL-HIT-COUNT.
