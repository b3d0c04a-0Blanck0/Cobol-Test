               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT NOTICE-FILE
               ASSIGN TO NOTICE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTC-STATUS.

           SELECT TRANS-HISTORY-FILE
               ASSIGN TO TXNHIST
               ORGANIZATION IS INDEXED
               RELATIVE KEY IS WS-RESTART-KEY
               FILE STATUS IS WS-RESTART-STATUS.

           SELECT FUNDS-HOLD-FILE
               ASSIGN TO FUNDHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HLD-STATUS.

           SELECT HOLD-CONTROL-FILE
               ASSIGN TO HOLDCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HCT-STATUS.

           SELECT TERM-DEPOSIT-FILE
               ASSIGN TO TDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-ACCT-NUMBER
               FILE STATUS IS WS-TDM-STATUS.

           SELECT LOAN-MASTER-FILE
               ASSIGN TO LNMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-NUMBER
               FILE STATUS IS WS-LNM-STATUS.

           SELECT LOAN-SCHEDULE-FILE
               ASSIGN TO LNSCHED
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LNS-KEY
               FILE STATUS IS WS-LNS-STATUS.

           SELECT LOAN-REPAYMENT-FILE
               ASSIGN TO LNREPAY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LRP-STATUS.

           SELECT FX-RATE-FILE
               ASSIGN TO FXRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXR-KEY
               FILE STATUS IS WS-FXR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
      *    FEE for the NSF charges this run itself raises.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  LOG-SOURCE          PIC X(4).
      *    Behind the source, for the branch activity report: the
      *    branch whose work raised the line - the source itself for
      *    an ordinary posting, the bounced debit's branch for an
      *    NSF fee - and what kind of line it is, so a transfer leg
      *    and a generated fee can be told from a plain movement.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  LOG-ORIGIN          PIC X(4).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LOG-POST-KIND       PIC X(1).
               88  LOG-PLAIN-POSTING  VALUE " ".
               88  LOG-TRANSFER-LEG   VALUE "T".
               88  LOG-NSF-FEE        VALUE "F".
      *    Last, for the GL extract: the currency the account is held
      *    in (blank for base), the posting's base-currency
      *    equivalent at tonight's rate, and on the debit leg of a
      *    conversion the spread the shop earned on it, in base.  The
      *    credit leg's base amount is the debit leg's less the
      *    spread, so the two legs and the spread foot.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  LOG-CURRENCY        PIC X(3).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  LOG-BASE-AMOUNT     PIC Z(10)9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  LOG-SPREAD-AMOUNT   PIC Z(10)9.99.

       FD  CYCLE-DATE-FILE.
           COPY CYCLCTL.
       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       FD  NOTICE-FILE.
           COPY NOTCREC.

       FD  TRANS-HISTORY-FILE.
           COPY HISTREC.

      *    the next submission for the same cycle date resumes from
      *    it - skipping what already posted - instead of forcing an
      *    override rerun that double-posts the front of the file.
      *    The count of loan demands left wholly unpaid rides at the
      *    end, after the timestamp, so the record only grew.
       FD  POSTING-RESTART-FILE.
       01  RESTART-RECORD.
           05  RESTART-CYCLE-DATE   PIC 9(8).
           05  RESTART-COMPLETE-SW  PIC X(1).
               88  RESTART-COMPLETE VALUE "Y".
           05  RESTART-TIMESTAMP    PIC X(26).
           05  RESTART-LOAN-UNPAID  PIC 9(7) BINARY.

       FD  FUNDS-HOLD-FILE.
           COPY HOLDREC.

       FD  TERM-DEPOSIT-FILE.
           COPY TDREC.

       FD  LOAN-MASTER-FILE.
           COPY LOANREC.

       FD  LOAN-SCHEDULE-FILE.
           COPY LNSCHED.

      *    One line per loan demand worked tonight - what was asked,
      *    what the account could pay, and how the payment split
      *    between interest and principal - for GLExtract to post the
      *    loan legs from.
       FD  LOAN-REPAYMENT-FILE.
           COPY LNREPAY.

      *    Uncollected-funds control: one row per posting source
      *    whose credits post under a hold, and how many days after
      *    the cycle date the hold releases.  A source not listed
      *    posts spendable the same night, as every credit did
      *    before.
       FD  HOLD-CONTROL-FILE.
       01  HOLD-CONTROL-RECORD.
           05  HCT-SOURCE          PIC X(4).
           05  HCT-HOLD-DAYS       PIC 9(3).

       FD  FX-RATE-FILE.
           COPY FXRATE.

       WORKING-STORAGE SECTION.
       01  WS-CYC-STATUS PIC XX.
       01  WS-CYCLE-OVERRIDE-SW PIC X VALUE "N".
           88  WS-CYCLE-OVERRIDE  VALUE "Y".
       01  WS-CYCLE-DATE PIC 9(8) VALUE ZERO.
       01  WS-STEP-START-STAMP PIC X(14) VALUE SPACES.

       01  WS-ACCT-STATUS PIC XX.
           88  ACCT-OK            VALUE "00".

       01  WS-SUSP-STATUS PIC XX.
           88  SUSP-FILE-MISSING  VALUE "35".
       01  WS-NTC-STATUS PIC XX.
           88  NTC-FILE-MISSING   VALUE "35".

       01  WS-RUN-TIMESTAMP PIC X(26).

      *    nothing is rewritten until both sides have proved good -
      *    that is what makes the pair all-or-nothing.
       01  WS-TRANSFER-COUNT PIC 9(7) BINARY VALUE ZERO.
       01  WS-SAVED-DEBIT-RECORD PIC X(68).
       01  WS-DEBIT-OLD-BALANCE  PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-DEBIT-NEW-BALANCE  PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-CREDIT-OLD-BALANCE PIC S9(7)V99 COMP-3 VALUE ZERO.

       01  WS-REJECT-REASON PIC X(4) VALUE SPACES.

      *    Currency work area.  Every posting is logged with its
      *    base-currency equivalent at tonight's rate, so an account
      *    held in a currency with no rate loaded for tonight takes
      *    no posting at all.  A transfer keeps the debit side's rate
      *    here while the credit side's is looked up; a conversion
      *    is dealt off both middle rates, each side's spread coming
      *    off the money in base before it is turned into the credit
      *    side's currency.
       01  WS-FXR-STATUS PIC XX.
           88  FXR-FILE-MISSING   VALUE "35".
       01  WS-RATE-SW PIC X VALUE "N".
           88  WS-RATE-FOUND      VALUE "Y".
           88  WS-RATE-MISSING    VALUE "N".
       01  WS-RATE-CURRENCY  PIC X(3) VALUE SPACES.
       01  WS-RATE-MID       PIC 9(4)V9(6) COMP-3 VALUE ZERO.
       01  WS-RATE-SPREAD    PIC 9(2)V9(4) COMP-3 VALUE ZERO.
       01  WS-DEBIT-CURRENCY PIC X(3) VALUE SPACES.
       01  WS-DEBIT-RATE     PIC 9(4)V9(6) COMP-3 VALUE ZERO.
       01  WS-DEBIT-SPREAD   PIC 9(2)V9(4) COMP-3 VALUE ZERO.
       01  WS-CREDIT-CURRENCY PIC X(3) VALUE SPACES.
       01  WS-CREDIT-AMOUNT  PIC 9(7)V99 COMP-3 VALUE ZERO.
       01  WS-BASE-AMOUNT    PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-DEBIT-BASE     PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-CREDIT-BASE    PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-SPREAD-BASE    PIC 9(11)V99 COMP-3 VALUE ZERO.

       01  WS-HLD-STATUS PIC XX.
           88  HLD-OK             VALUE "00".
           88  HLD-FILE-MISSING   VALUE "35".
       01  WS-HCT-STATUS PIC XX.
           88  HCT-FILE-MISSING   VALUE "35".
       01  WS-EOF-HCT-SW PIC X VALUE "N".
           88  WS-EOF-HCT         VALUE "Y".
       01  WS-EOF-HLD-SW PIC X VALUE "N".
           88  WS-EOF-HLD         VALUE "Y".
       01  WS-TDM-STATUS PIC XX.
           88  TDM-FILE-MISSING   VALUE "35".
       01  WS-LNM-STATUS PIC XX.
           88  LNM-FILE-MISSING   VALUE "35".
       01  WS-LNS-STATUS PIC XX.
           88  LNS-FILE-MISSING   VALUE "35".
       01  WS-LRP-STATUS PIC XX.
       01  WS-EOF-LNS-SW PIC X VALUE "N".
           88  WS-EOF-LNS         VALUE "Y".

      *    Loan collection work area.  The demand asks for the whole
      *    amount due; what is collected is the smallest of that, the
      *    loan's own amount due and the account's room above its
      *    floor.  The collection is then spread down the demanded
      *    schedule lines oldest first, interest before principal.
       01  WS-LOAN-DEMANDED  PIC 9(7)V99 COMP-3 VALUE ZERO.
       01  WS-LOAN-COLLECT   PIC 9(7)V99 COMP-3 VALUE ZERO.
       01  WS-LOAN-ROOM      PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-LOAN-REMAIN    PIC 9(7)V99 COMP-3 VALUE ZERO.
       01  WS-LOAN-INTEREST  PIC 9(7)V99 COMP-3 VALUE ZERO.
       01  WS-LOAN-PRINCIPAL PIC 9(7)V99 COMP-3 VALUE ZERO.
       01  WS-LINE-OWED      PIC 9(7)V99 COMP-3 VALUE ZERO.
       01  WS-LINE-PAY       PIC 9(7)V99 COMP-3 VALUE ZERO.
       01  WS-LINE-INT-OWED  PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-LINE-INT-PAY   PIC 9(7)V99 COMP-3 VALUE ZERO.
       01  WS-LOAN-UNPAID-COUNT PIC 9(7) BINARY VALUE ZERO.

      *    The hold-source table, loaded once from HOLDCTL the way
      *    GLExtract tables GLMAP.
       01  WS-HCT-MAX   PIC 9(3) COMP VALUE 50.
       01  WS-HCT-COUNT PIC 9(3) COMP VALUE ZERO.
       01  WS-HCT-SUB   PIC 9(3) COMP VALUE ZERO.
       01  WS-HCT-HIT   PIC 9(3) COMP VALUE ZERO.
       01  WS-HOLD-SOURCE-TABLE.
           05  WS-HOLD-SOURCE-ENTRY OCCURS 50 TIMES.
               10  HCT-TBL-SOURCE      PIC X(4).
               10  HCT-TBL-HOLD-DAYS   PIC 9(3).

      *    The available balance a debit is judged on: the ledger
      *    balance it would leave, less every hold on the account
      *    still in force on tonight's cycle date.
       01  WS-HOLD-ACCT     PIC 9(6) VALUE ZERO.
       01  WS-HOLD-TOTAL    PIC 9(9)V99 COMP-3 VALUE ZERO.
       01  WS-AVAILABLE-BALANCE PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-HOLD-RELEASE-INT  PIC 9(8) BINARY VALUE ZERO.
       01  WS-HOLD-COUNT    PIC 9(7) BINARY VALUE ZERO.

       01  WS-POSTING-FAILED-SW PIC X VALUE "N".
           88  TRANS-POSTING-FAILED   VALUE "Y".
           88  TRANS-POSTING-OK       VALUE "N".

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-STEP-START-STAMP.
           PERFORM 0020-READ-CYCLE-DATE.
           PERFORM 0025-CHECK-PRIOR-RUN.
           PERFORM 0050-OPEN-RESTART.
           PERFORM 9200-WRITE-RUN-STATS.
           DISPLAY "PostTransactions: " WS-TXN-COUNT " posted, "
               WS-REJECT-COUNT " rejected, " WS-NSF-FEE-COUNT
               " NSF fees charged, " WS-HOLD-COUNT
               " credits held, " WS-LOAN-UNPAID-COUNT
               " loan demands unpaid".
           IF WS-REJECT-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
               MOVE RESTART-XFER-COUNT   TO WS-TRANSFER-COUNT
               MOVE RESTART-POST-SEQ     TO WS-POST-SEQ
               MOVE RESTART-LAST-TXN     TO WS-TRANS-READ-COUNT
               MOVE RESTART-LOAN-UNPAID  TO WS-LOAN-UNPAID-COUNT
               DISPLAY "PostTransactions: resuming cycle "
                   WS-CYCLE-DATE " past " RESTART-LAST-TXN
                   " already-applied transactions"
                        RESTART-REJECT-COUNT
                        RESTART-NSF-COUNT
                        RESTART-XFER-COUNT
                        RESTART-POST-SEQ
                        RESTART-LOAN-UNPAID.
           MOVE "N" TO RESTART-COMPLETE-SW.
           MOVE FUNCTION CURRENT-DATE TO RESTART-TIMESTAMP.
           IF RESTART-FOUND
           MOVE WS-NSF-FEE-COUNT    TO RESTART-NSF-COUNT.
           MOVE WS-TRANSFER-COUNT   TO RESTART-XFER-COUNT.
           MOVE WS-POST-SEQ         TO RESTART-POST-SEQ.
           MOVE WS-LOAN-UNPAID-COUNT TO RESTART-LOAN-UNPAID.
           MOVE "N" TO RESTART-COMPLETE-SW.
           MOVE FUNCTION CURRENT-DATE TO RESTART-TIMESTAMP.
           REWRITE RESTART-RECORD.
               CLOSE TRANS-HISTORY-FILE
               OPEN I-O TRANS-HISTORY-FILE
           END-IF.
      *    The hold file is permanent like the history master; an
      *    absent one only means no holds are in force.  An absent
      *    hold control only means no source posts under a hold.
           OPEN I-O FUNDS-HOLD-FILE.
           IF HLD-FILE-MISSING
               OPEN OUTPUT FUNDS-HOLD-FILE
               CLOSE FUNDS-HOLD-FILE
               OPEN I-O FUNDS-HOLD-FILE
           END-IF.
      *    Likewise the term deposit master: none means no deposit
      *    is locked.
           OPEN INPUT TERM-DEPOSIT-FILE.
           IF TDM-FILE-MISSING
               OPEN OUTPUT TERM-DEPOSIT-FILE
               CLOSE TERM-DEPOSIT-FILE
               OPEN INPUT TERM-DEPOSIT-FILE
           END-IF.
      *    The loan master and its schedule are permanent too; none
      *    only means no loan has been booked.  The repayment file is
      *    tonight's, kept on a resume like POSTLOG.
           OPEN I-O LOAN-MASTER-FILE.
           IF LNM-FILE-MISSING
               OPEN OUTPUT LOAN-MASTER-FILE
               CLOSE LOAN-MASTER-FILE
               OPEN I-O LOAN-MASTER-FILE
           END-IF.
           OPEN I-O LOAN-SCHEDULE-FILE.
           IF LNS-FILE-MISSING
               OPEN OUTPUT LOAN-SCHEDULE-FILE
               CLOSE LOAN-SCHEDULE-FILE
               OPEN I-O LOAN-SCHEDULE-FILE
           END-IF.
           IF WS-RESTARTING
               OPEN EXTEND LOAN-REPAYMENT-FILE
           ELSE
               OPEN OUTPUT LOAN-REPAYMENT-FILE
           END-IF.
      *    An absent rate table only means no rate was loaded:
      *    base-currency accounts post as ever, and every posting to
      *    an account held in another currency is refused.
           OPEN INPUT FX-RATE-FILE.
           IF FXR-FILE-MISSING
               OPEN OUTPUT FX-RATE-FILE
               CLOSE FX-RATE-FILE
               OPEN INPUT FX-RATE-FILE
           END-IF.
           OPEN INPUT HOLD-CONTROL-FILE.
           IF NOT HCT-FILE-MISSING
               PERFORM 0135-TABLE-HOLD-SOURCE
                   UNTIL WS-EOF-HCT
               CLOSE HOLD-CONTROL-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           PERFORM 0120-OPEN-SUSPENSE.
           PERFORM 0125-OPEN-NOTICE.

       0135-TABLE-HOLD-SOURCE.
           READ HOLD-CONTROL-FILE
               AT END
                   SET WS-EOF-HCT TO TRUE
               NOT AT END
                   IF WS-HCT-COUNT >= WS-HCT-MAX
                       DISPLAY "PostTransactions: more than "
                           WS-HCT-MAX " hold sources - aborting"
                       CLOSE HOLD-CONTROL-FILE
                       PERFORM 0900-CLOSE-FILES
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-HCT-COUNT
                   MOVE HCT-SOURCE TO HCT-TBL-SOURCE (WS-HCT-COUNT)
                   MOVE HCT-HOLD-DAYS
                       TO HCT-TBL-HOLD-DAYS (WS-HCT-COUNT)
           END-READ.

      *    The central suspense file accumulates across the whole
      *    batch suite the way the shared audit log does - OPEN
               OPEN OUTPUT SUSPENSE-FILE
           END-IF.

      *    The customer notice file accumulates the same way, until
      *    NoticeLetters prints the letters and rewrites it.
       0125-OPEN-NOTICE.
           OPEN EXTEND NOTICE-FILE.
           IF NTC-FILE-MISSING
               OPEN OUTPUT NOTICE-FILE
           END-IF.




           END-IF.
           MOVE "PostTransactions" TO STAT-PROGRAM-ID.
           MOVE WS-CYCLE-DATE TO STAT-CYCLE-DATE.
           MOVE WS-STEP-START-STAMP TO STAT-START-STAMP.
           MOVE FUNCTION CURRENT-DATE (1:14) TO STAT-END-STAMP.
           MOVE WS-TRANS-READ-COUNT TO STAT-READ-COUNT.
      *    A loan demand the account could pay nothing towards is
      *    worked, not rejected - it is accepted without a posting.
           COMPUTE STAT-ACCEPTED-COUNT =
               WS-TXN-COUNT + WS-LOAN-UNPAID-COUNT.
           MOVE WS-REJECT-COUNT TO STAT-REJECTED-COUNT.
      *    Written counts every POSTLOG record - generated NSF fee
      *    postings and the second leg of each transfer included.
                       ELSE
                           PERFORM 0205-CHECK-RESTRICTION
                           IF WS-RESTRICT-CLEAR
                               PERFORM 0208-CHECK-ACCOUNT-RATE
                           END-IF
                           IF WS-RESTRICT-CLEAR AND WS-RATE-FOUND
                               IF TRANS-IS-DEBIT
                                       AND TRANS-SOURCE = "LNS "
                                   PERFORM 0280-COLLECT-LOAN-DEMAND
                               ELSE
                                   PERFORM 0210-APPLY-POSTING
                               END-IF
                           END-IF
                       END-IF
               END-READ
                       PERFORM 0206-JUDGE-RESTRICTION
                   END-IF
           END-READ.
           IF WS-RESTRICT-CLEAR AND TRANS-IS-DEBIT
               PERFORM 0207-CHECK-TERM-LOCK
           END-IF.

       0206-JUDGE-RESTRICTION.
           EVALUATE TRUE
                   CONTINUE
           END-EVALUATE.

      *    A term deposit still running takes no debit before its
      *    maturity date - only the maturity run's own postings may
      *    draw on it.  Once matured and paid away the record says
      *    so and the account debits like any other.
       0207-CHECK-TERM-LOCK.
           IF TRANS-SOURCE NOT = "TDM "
               MOVE TRANS-ACCT-NUMBER TO TD-ACCT-NUMBER
               READ TERM-DEPOSIT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TD-ACTIVE
                           MOVE "TDL1" TO WS-REJECT-REASON
                           PERFORM 0230-WRITE-REJECT-SUSPENSE
                           SET WS-RESTRICT-BLOCKED TO TRUE
                       END-IF
               END-READ
           END-IF.

      *    The account in the buffer needs tonight's rate for its
      *    currency before anything posts to it.
       0208-CHECK-ACCOUNT-RATE.
           MOVE ACCT-CURRENCY TO WS-RATE-CURRENCY.
           PERFORM 0290-LOOK-UP-RATE.
           IF WS-RATE-MISSING
               MOVE "FXR1" TO WS-REJECT-REASON
               PERFORM 0230-WRITE-REJECT-SUSPENSE
           END-IF.

      *    A posting that would overflow WS-NEW-BALANCE is counted the
      *    same way an account-not-found transaction is (WS-REJECT-
      *    COUNT) instead of truncating and rewriting a corrupted
               MOVE TRANS-AMOUNT      TO LOG-AMOUNT
               MOVE WS-NEW-BALANCE    TO LOG-NEW-BALANCE
               MOVE TRANS-SOURCE      TO LOG-SOURCE
               MOVE TRANS-SOURCE      TO LOG-ORIGIN
               SET LOG-PLAIN-POSTING  TO TRUE
               COMPUTE WS-BASE-AMOUNT ROUNDED =
                   TRANS-AMOUNT * WS-RATE-MID
               MOVE ACCT-CURRENCY     TO LOG-CURRENCY
               MOVE WS-BASE-AMOUNT    TO LOG-BASE-AMOUNT
               MOVE ZERO              TO LOG-SPREAD-AMOUNT
               WRITE LOG-RECORD
               ADD 1 TO WS-TXN-COUNT
               MOVE TRANS-ACCT-NUMBER TO WS-POST-ACCT
               MOVE TRANS-TYPE   TO WS-POST-TYPE
               MOVE TRANS-AMOUNT TO WS-POST-AMOUNT
               PERFORM 0220-WRITE-HISTORY
               IF TRANS-IS-CREDIT
                   PERFORM 0270-PLACE-SOURCE-HOLD
               END-IF
           END-IF.

      *    The transfer pair: prove the debit side (exists, takes
                   SET TRANS-POSTING-FAILED TO TRUE
               END-IF
           END-IF.
           IF TRANS-POSTING-OK
               MOVE ACCT-CURRENCY TO WS-RATE-CURRENCY
               PERFORM 0290-LOOK-UP-RATE
               IF WS-RATE-MISSING
                   MOVE "FXR1" TO WS-REJECT-REASON
                   PERFORM 0230-WRITE-REJECT-SUSPENSE
                   SET TRANS-POSTING-FAILED TO TRUE
               ELSE
                   MOVE ACCT-CURRENCY  TO WS-DEBIT-CURRENCY
                   MOVE WS-RATE-MID    TO WS-DEBIT-RATE
                   MOVE WS-RATE-SPREAD TO WS-DEBIT-SPREAD
               END-IF
           END-IF.
           IF TRANS-POSTING-OK
               MOVE CUST-SOLDE TO WS-DEBIT-OLD-BALANCE
               COMPUTE WS-DEBIT-NEW-BALANCE =
               IF TRANS-POSTING-OK
                   COMPUTE WS-OD-FLOOR =
                       ZERO - ACCT-OVERDRAFT-LIMIT
                   MOVE TRANS-ACCT-NUMBER TO WS-HOLD-ACCT
                   PERFORM 0250-SUM-ACCOUNT-HOLDS
                   COMPUTE WS-AVAILABLE-BALANCE =
                       WS-DEBIT-NEW-BALANCE - WS-HOLD-TOTAL
                   IF WS-AVAILABLE-BALANCE < WS-OD-FLOOR
                       MOVE "NSF1" TO WS-REJECT-REASON
                       PERFORM 0230-WRITE-REJECT-SUSPENSE
                       SET TRANS-POSTING-FAILED TO TRUE
                   PERFORM 0265-CHECK-CREDIT-SIDE
           END-READ.

      *    A transfer between accounts held in different currencies
      *    only goes through as a conversion, and only when both
      *    currencies have a rate for tonight.
       0265-CHECK-CREDIT-SIDE.
           IF ACCT-DORMANT
               MOVE "DRM2" TO WS-REJECT-REASON
                   SET TRANS-POSTING-FAILED TO TRUE
               END-IF
           END-IF.
           IF TRANS-POSTING-OK
               MOVE ACCT-CURRENCY TO WS-CREDIT-CURRENCY
               EVALUATE TRUE
                   WHEN WS-CREDIT-CURRENCY = WS-DEBIT-CURRENCY
                       CONTINUE
                   WHEN NOT TRANS-CONVERTS
                       MOVE "CCY1" TO WS-REJECT-REASON
                       PERFORM 0230-WRITE-REJECT-SUSPENSE
                       SET TRANS-POSTING-FAILED TO TRUE
                   WHEN OTHER
                       MOVE WS-CREDIT-CURRENCY TO WS-RATE-CURRENCY
                       PERFORM 0290-LOOK-UP-RATE
                       IF WS-RATE-MISSING
                           MOVE "FXR2" TO WS-REJECT-REASON
                           PERFORM 0230-WRITE-REJECT-SUSPENSE
                           SET TRANS-POSTING-FAILED TO TRUE
                       END-IF
               END-EVALUATE
           END-IF.
           IF TRANS-POSTING-OK
               PERFORM 0269-CONVERT-TRANSFER
           END-IF.
           IF TRANS-POSTING-OK
               MOVE CUST-SOLDE TO WS-CREDIT-OLD-BALANCE
               COMPUTE WS-CREDIT-NEW-BALANCE =
                   CUST-SOLDE + WS-CREDIT-AMOUNT
                   ON SIZE ERROR
                       MOVE "OVF1" TO WS-REJECT-REASON
                       PERFORM 0230-WRITE-REJECT-SUSPENSE
                       SET TRANS-POSTING-FAILED TO TRUE
               END-COMPUTE
           END-IF.

      *    The debit side pays the amount keyed, worth that times its
      *    middle rate in base.  Between accounts of one currency the
      *    credit side receives the same amount and nothing is
      *    earned; on a conversion each side's spread comes off the
      *    base value, and what is left is turned into the credit
      *    side's currency at its middle rate.
       0269-CONVERT-TRANSFER.
           COMPUTE WS-DEBIT-BASE ROUNDED =
               TRANS-AMOUNT * WS-DEBIT-RATE.
           IF WS-CREDIT-CURRENCY = WS-DEBIT-CURRENCY
               MOVE TRANS-AMOUNT  TO WS-CREDIT-AMOUNT
               MOVE ZERO          TO WS-SPREAD-BASE
               MOVE WS-DEBIT-BASE TO WS-CREDIT-BASE
           ELSE
               COMPUTE WS-SPREAD-BASE ROUNDED =
                   WS-DEBIT-BASE * (WS-DEBIT-SPREAD + WS-RATE-SPREAD)
                   / 100
               COMPUTE WS-CREDIT-BASE =
                   WS-DEBIT-BASE - WS-SPREAD-BASE
               COMPUTE WS-CREDIT-AMOUNT ROUNDED =
                   WS-CREDIT-BASE / WS-RATE-MID
                   ON SIZE ERROR
                       MOVE "OVF1" TO WS-REJECT-REASON
                       PERFORM 0230-WRITE-REJECT-SUSPENSE
                       END-EVALUATE
                   END-IF
           END-READ.
           IF WS-RESTRICT-CLEAR
               PERFORM 0207-CHECK-TERM-LOCK
           END-IF.

       0268-CHECK-XFER-CREDIT-RESTRICT.
           SET WS-RESTRICT-CLEAR TO TRUE.
      *    One transfer counts as one accepted transaction; the log
      *    and the history carry its two legs as the plain D and C
      *    movements they are, so every downstream total, proof and
      *    statement foots without knowing transfers exist.  On a
      *    conversion each leg is logged in its own account's
      *    currency, and the spread rides on the debit leg.
       0266-APPLY-TRANSFER-PAIR.
           MOVE WS-CREDIT-NEW-BALANCE TO CUST-SOLDE.
           MOVE WS-CYCLE-DATE TO ACCT-LAST-ACTIVITY.
           MOVE WS-CREDIT-OLD-BALANCE TO LOG-OLD-BALANCE.
           MOVE TRANS-CONTRA-ACCT     TO LOG-ACCT-NUMBER.
           MOVE "C"                   TO LOG-TRANS-TYPE.
           MOVE WS-CREDIT-AMOUNT      TO LOG-AMOUNT.
           MOVE WS-CREDIT-NEW-BALANCE TO LOG-NEW-BALANCE.
           MOVE TRANS-SOURCE          TO LOG-SOURCE.
           MOVE TRANS-SOURCE          TO LOG-ORIGIN.
           SET LOG-TRANSFER-LEG       TO TRUE.
           MOVE WS-CREDIT-CURRENCY    TO LOG-CURRENCY.
           MOVE WS-CREDIT-BASE        TO LOG-BASE-AMOUNT.
           MOVE ZERO                  TO LOG-SPREAD-AMOUNT.
           WRITE LOG-RECORD.
           MOVE TRANS-CONTRA-ACCT     TO WS-POST-ACCT.
           MOVE "C"                   TO WS-POST-TYPE.
           MOVE WS-CREDIT-AMOUNT      TO WS-POST-AMOUNT.
           MOVE WS-CREDIT-NEW-BALANCE TO WS-NEW-BALANCE.
           PERFORM 0220-WRITE-HISTORY.
           MOVE WS-SAVED-DEBIT-RECORD TO ACCOUNT-MASTER-RECORD.
           MOVE TRANS-AMOUNT          TO LOG-AMOUNT.
           MOVE WS-DEBIT-NEW-BALANCE  TO LOG-NEW-BALANCE.
           MOVE TRANS-SOURCE          TO LOG-SOURCE.
           MOVE TRANS-SOURCE          TO LOG-ORIGIN.
           SET LOG-TRANSFER-LEG       TO TRUE.
           MOVE WS-DEBIT-CURRENCY     TO LOG-CURRENCY.
           MOVE WS-DEBIT-BASE         TO LOG-BASE-AMOUNT.
           MOVE WS-SPREAD-BASE        TO LOG-SPREAD-AMOUNT.
           WRITE LOG-RECORD.
           MOVE TRANS-ACCT-NUMBER     TO WS-POST-ACCT.
           MOVE "D"                   TO WS-POST-TYPE.
           MOVE TRANS-AMOUNT          TO WS-POST-AMOUNT.
           MOVE WS-DEBIT-NEW-BALANCE  TO WS-NEW-BALANCE.
           PERFORM 0220-WRITE-HISTORY.
           ADD 1 TO WS-TXN-COUNT.
      *    central suspense file like any other reject - and draws
      *    the product's NSF fee, posted against the account so the
      *    charge shows in POSTLOG and the history master like any
      *    other movement.  The balance judged is the available
      *    one - funds still under an uncollected or manual hold
      *    cannot be drawn, even though the ledger already carries
      *    them.
       0215-CHECK-FUNDS.
           COMPUTE WS-OD-FLOOR = ZERO - ACCT-OVERDRAFT-LIMIT.
           MOVE TRANS-ACCT-NUMBER TO WS-HOLD-ACCT.
           PERFORM 0250-SUM-ACCOUNT-HOLDS.
           COMPUTE WS-AVAILABLE-BALANCE =
               WS-NEW-BALANCE - WS-HOLD-TOTAL.
           IF WS-AVAILABLE-BALANCE < WS-OD-FLOOR
               MOVE "NSF1" TO WS-REJECT-REASON
               PERFORM 0230-WRITE-REJECT-SUSPENSE
               SET TRANS-POSTING-FAILED TO TRUE
               PERFORM 0240-APPLY-NSF-FEE
           END-IF.

      *    Every hold on the account still in force tonight - one
      *    whose release date is later than the cycle date.  An
      *    expired hold the release run has not yet dropped already
      *    counts for nothing.
       0250-SUM-ACCOUNT-HOLDS.
           MOVE ZERO TO WS-HOLD-TOTAL.
           MOVE "N" TO WS-EOF-HLD-SW.
           MOVE WS-HOLD-ACCT TO HLD-ACCT-NUMBER.
           MOVE LOW-VALUES   TO HLD-PLACED-TS.
           MOVE ZERO         TO HLD-PLACED-NBR.
           START FUNDS-HOLD-FILE
               KEY IS GREATER THAN OR EQUAL TO HLD-KEY
               INVALID KEY
                   SET WS-EOF-HLD TO TRUE
           END-START.
           PERFORM 0252-ADD-ACCOUNT-HOLD
               UNTIL WS-EOF-HLD.

       0252-ADD-ACCOUNT-HOLD.
           READ FUNDS-HOLD-FILE NEXT RECORD
               AT END
                   SET WS-EOF-HLD TO TRUE
               NOT AT END
                   IF HLD-ACCT-NUMBER NOT = WS-HOLD-ACCT
                       SET WS-EOF-HLD TO TRUE
                   ELSE
                       IF HLD-RELEASE-DATE > WS-CYCLE-DATE
                           ADD HLD-AMOUNT TO WS-HOLD-TOTAL
                       END-IF
                   END-IF
           END-READ.

      *    A credit from a source listed on HOLDCTL posts to the
      *    ledger like any other, and a hold for the full amount is
      *    placed behind it until the source's release date.  The
      *    hold carries the history record's own key, so the two
      *    can always be matched.  Transfer credits are never held -
      *    the money never left the shop.
       0270-PLACE-SOURCE-HOLD.
           MOVE ZERO TO WS-HCT-HIT.
           PERFORM 0275-MATCH-HOLD-SOURCE
               VARYING WS-HCT-SUB FROM 1 BY 1
               UNTIL WS-HCT-SUB > WS-HCT-COUNT
                  OR WS-HCT-HIT > ZERO.
           IF WS-HCT-HIT > ZERO
                   AND HCT-TBL-HOLD-DAYS (WS-HCT-HIT) > ZERO
               MOVE HIST-KEY          TO HLD-KEY
               SET HLD-UNCOLLECTED    TO TRUE
               MOVE TRANS-AMOUNT      TO HLD-AMOUNT
               MOVE WS-CYCLE-DATE     TO HLD-PLACED-DATE
               COMPUTE WS-HOLD-RELEASE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE)
                   + HCT-TBL-HOLD-DAYS (WS-HCT-HIT)
               COMPUTE HLD-RELEASE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-HOLD-RELEASE-INT)
               MOVE TRANS-SOURCE      TO HLD-SOURCE
               MOVE SPACES            TO HLD-REF
               WRITE FUNDS-HOLD-RECORD
               ADD 1 TO WS-HOLD-COUNT
           END-IF.

       0275-MATCH-HOLD-SOURCE.
           IF HCT-TBL-SOURCE (WS-HCT-SUB) = TRANS-SOURCE
               MOVE WS-HCT-SUB TO WS-HCT-HIT
           END-IF.

      *    A loan demand never bounces.  The account pays what it
      *    can towards the loan's amount due - down to its floor and
      *    no further, holds respected - and that much posts as an
      *    ordinary LNS debit; the rest simply stays due on the loan
      *    as arrears, with no NSF reject and no fee.  A demand the
      *    account can pay nothing towards posts nothing and is
      *    logged on LNREPAY with a zero collection.  A demand naming
      *    a loan not on file is an error like any other.
       0280-COLLECT-LOAN-DEMAND.
           MOVE TRANS-CONTRA-ACCT TO LN-LOAN-NUMBER.
           READ LOAN-MASTER-FILE
               INVALID KEY
                   MOVE "LNF1" TO WS-REJECT-REASON
                   PERFORM 0230-WRITE-REJECT-SUSPENSE
               NOT INVALID KEY
                   MOVE TRANS-AMOUNT TO WS-LOAN-DEMANDED
                   PERFORM 0282-SIZE-LOAN-COLLECTION
                   MOVE ZERO TO WS-LOAN-INTEREST
                                WS-LOAN-PRINCIPAL
                   IF WS-LOAN-COLLECT > ZERO
                       MOVE WS-LOAN-COLLECT TO TRANS-AMOUNT
                       PERFORM 0210-APPLY-POSTING
                       IF TRANS-POSTING-OK
                           PERFORM 0284-APPLY-LOAN-PAYMENT
                       END-IF
                   ELSE
                       ADD 1 TO WS-LOAN-UNPAID-COUNT
                       PERFORM 0288-WRITE-LOAN-REPAYMENT
                   END-IF
           END-READ.

       0282-SIZE-LOAN-COLLECTION.
           COMPUTE WS-OD-FLOOR = ZERO - ACCT-OVERDRAFT-LIMIT.
           MOVE TRANS-ACCT-NUMBER TO WS-HOLD-ACCT.
           PERFORM 0250-SUM-ACCOUNT-HOLDS.
           COMPUTE WS-LOAN-ROOM =
               CUST-SOLDE - WS-HOLD-TOTAL - WS-OD-FLOOR.
           MOVE WS-LOAN-DEMANDED TO WS-LOAN-COLLECT.
           IF LN-AMOUNT-DUE < WS-LOAN-COLLECT
               MOVE LN-AMOUNT-DUE TO WS-LOAN-COLLECT
           END-IF.
           IF WS-LOAN-ROOM < WS-LOAN-COLLECT
               IF WS-LOAN-ROOM > ZERO
                   MOVE WS-LOAN-ROOM TO WS-LOAN-COLLECT
               ELSE
                   MOVE ZERO TO WS-LOAN-COLLECT
               END-IF
           END-IF.

      *    The collection clears the demanded lines oldest first.  A
      *    line paid in full is marked paid; the first line still
      *    short becomes the loan's arrears date, or none if every
      *    demanded line cleared.  A loan with nothing outstanding
      *    and nothing due is paid off.
       0284-APPLY-LOAN-PAYMENT.
           MOVE WS-LOAN-COLLECT TO WS-LOAN-REMAIN.
           MOVE ZERO TO LN-ARREARS-SINCE.
           MOVE "N" TO WS-EOF-LNS-SW.
           MOVE LN-LOAN-NUMBER TO LNS-LOAN-NUMBER.
           MOVE ZERO           TO LNS-INSTALMENT-NBR.
           START LOAN-SCHEDULE-FILE
               KEY IS GREATER THAN OR EQUAL TO LNS-KEY
               INVALID KEY
                   SET WS-EOF-LNS TO TRUE
           END-START.
           PERFORM 0285-READ-SCHEDULE-LINE
               UNTIL WS-EOF-LNS.
           SUBTRACT WS-LOAN-COLLECT FROM LN-AMOUNT-DUE.
           SUBTRACT WS-LOAN-PRINCIPAL FROM LN-OUTSTANDING.
           ADD WS-LOAN-COLLECT TO LN-PAID-TO-DATE.
           MOVE WS-CYCLE-DATE TO LN-LAST-PAID-DATE.
           IF LN-OUTSTANDING = ZERO AND LN-AMOUNT-DUE = ZERO
               SET LN-PAID-OFF TO TRUE
           END-IF.
           REWRITE LOAN-MASTER-RECORD.
           PERFORM 0288-WRITE-LOAN-REPAYMENT.

      *    The demanded lines sit together ahead of the first line
      *    still only scheduled - reading stops there.
       0285-READ-SCHEDULE-LINE.
           READ LOAN-SCHEDULE-FILE NEXT RECORD
               AT END
                   SET WS-EOF-LNS TO TRUE
               NOT AT END
                   IF LNS-LOAN-NUMBER NOT = LN-LOAN-NUMBER
                           OR LNS-SCHEDULED
                       SET WS-EOF-LNS TO TRUE
                   ELSE
                       IF LNS-DEMANDED
                           PERFORM 0286-PAY-SCHEDULE-LINE
                       END-IF
                   END-IF
           END-READ.

       0286-PAY-SCHEDULE-LINE.
           COMPUTE WS-LINE-OWED =
               LNS-INSTALMENT-AMOUNT - LNS-PAID-AMOUNT.
           MOVE WS-LINE-OWED TO WS-LINE-PAY.
           IF WS-LOAN-REMAIN < WS-LINE-PAY
               MOVE WS-LOAN-REMAIN TO WS-LINE-PAY
           END-IF.
           COMPUTE WS-LINE-INT-OWED =
               LNS-INTEREST-PART - LNS-PAID-AMOUNT.
           MOVE ZERO TO WS-LINE-INT-PAY.
           IF WS-LINE-INT-OWED > ZERO
               MOVE WS-LINE-INT-OWED TO WS-LINE-INT-PAY
               IF WS-LINE-PAY < WS-LINE-INT-PAY
                   MOVE WS-LINE-PAY TO WS-LINE-INT-PAY
               END-IF
           END-IF.
           ADD WS-LINE-INT-PAY TO WS-LOAN-INTEREST.
           COMPUTE WS-LOAN-PRINCIPAL =
               WS-LOAN-PRINCIPAL + WS-LINE-PAY - WS-LINE-INT-PAY.
           ADD WS-LINE-PAY TO LNS-PAID-AMOUNT.
           SUBTRACT WS-LINE-PAY FROM WS-LOAN-REMAIN.
           IF LNS-PAID-AMOUNT = LNS-INSTALMENT-AMOUNT
               SET LNS-PAID TO TRUE
               MOVE WS-CYCLE-DATE TO LNS-PAID-DATE
           END-IF.
           REWRITE LOAN-SCHEDULE-RECORD.
           IF LNS-DEMANDED AND LN-ARREARS-SINCE = ZERO
               MOVE LNS-DUE-DATE TO LN-ARREARS-SINCE
           END-IF.

       0288-WRITE-LOAN-REPAYMENT.
           MOVE LN-LOAN-NUMBER    TO LRP-LOAN-NUMBER.
           MOVE LN-ACCT-NUMBER    TO LRP-ACCT-NUMBER.
           MOVE WS-CYCLE-DATE     TO LRP-CYCLE-DATE.
           MOVE WS-LOAN-DEMANDED  TO LRP-DEMANDED.
           MOVE WS-LOAN-COLLECT   TO LRP-COLLECTED.
           MOVE WS-LOAN-INTEREST  TO LRP-INTEREST.
           MOVE WS-LOAN-PRINCIPAL TO LRP-PRINCIPAL.
           WRITE LOAN-REPAYMENT-RECORD.

      *    Tonight's middle rate and spread for a currency.  The base
      *    currency - blank - is worth one to one and dealt without a
      *    spread; any other needs its row on the rate table for the
      *    cycle date itself, not an older one.
       0290-LOOK-UP-RATE.
           IF WS-RATE-CURRENCY = SPACES
               MOVE 1    TO WS-RATE-MID
               MOVE ZERO TO WS-RATE-SPREAD
               SET WS-RATE-FOUND TO TRUE
           ELSE
               MOVE WS-RATE-CURRENCY TO FXR-CURRENCY
               MOVE WS-CYCLE-DATE    TO FXR-RATE-DATE
               READ FX-RATE-FILE
                   INVALID KEY
                       SET WS-RATE-MISSING TO TRUE
                   NOT INVALID KEY
                       MOVE FXR-MID-RATE   TO WS-RATE-MID
                       MOVE FXR-SPREAD-PCT TO WS-RATE-SPREAD
                       SET WS-RATE-FOUND TO TRUE
               END-READ
           END-IF.

      *    The fee comes off the account even when that itself takes
      *    the balance below the floor - a bounced debit is exactly
      *    when the account has no room, and the fee must not bounce
               MOVE WS-NSF-FEE        TO LOG-AMOUNT
               MOVE WS-NEW-BALANCE    TO LOG-NEW-BALANCE
               MOVE "FEE "            TO LOG-SOURCE
               MOVE TRANS-SOURCE      TO LOG-ORIGIN
               SET LOG-NSF-FEE        TO TRUE
               COMPUTE WS-BASE-AMOUNT ROUNDED =
                   WS-NSF-FEE * WS-RATE-MID
               MOVE ACCT-CURRENCY     TO LOG-CURRENCY
               MOVE WS-BASE-AMOUNT    TO LOG-BASE-AMOUNT
               MOVE ZERO              TO LOG-SPREAD-AMOUNT
               WRITE LOG-RECORD
               ADD 1 TO WS-NSF-FEE-COUNT
               MOVE ACCT-NUMBER TO WS-POST-ACCT
               MOVE "D"        TO WS-POST-TYPE
               MOVE WS-NSF-FEE TO WS-POST-AMOUNT
               PERFORM 0220-WRITE-HISTORY
               PERFORM 0245-WRITE-NSF-NOTICE
           END-IF.

      *    The customer hears about the fee by letter the next
      *    morning instead of finding it on the next statement: the
      *    fee, the debit that bounced and where that debit came
      *    from.
       0245-WRITE-NSF-NOTICE.
           INITIALIZE NOTICE-EVENT-RECORD.
           SET NTC-NSF-FEE         TO TRUE.
           MOVE ACCT-NUMBER        TO NTC-ACCT-NUMBER.
           MOVE WS-CYCLE-DATE      TO NTC-CYCLE-DATE.
           MOVE "PostTransactions" TO NTC-SOURCE-PROGRAM.
           MOVE WS-NSF-FEE         TO NTC-AMOUNT.
           MOVE TRANS-AMOUNT       TO NTC-PRIOR-AMOUNT.
           MOVE TRANS-SOURCE       TO NTC-DETAIL.
           WRITE NOTICE-EVENT-RECORD.

      *    One permanent history record per successful posting,
      *    keyed so an account's records read back in posting order:
      *    the run timestamp plus the posting's number within the
                 PRODUCT-CATALOG-FILE
                 RESTRICTION-FILE
                 POSTING-RESTART-FILE
                 FUNDS-HOLD-FILE
                 TERM-DEPOSIT-FILE
                 LOAN-MASTER-FILE
                 LOAN-SCHEDULE-FILE
                 LOAN-REPAYMENT-FILE
                 FX-RATE-FILE
                 SUSPENSE-FILE
                 NOTICE-FILE.
