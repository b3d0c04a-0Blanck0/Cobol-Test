       IDENTIFICATION DIVISION.
       PROGRAM-ID. DisputeMaint.
       AUTHOR. Alexandre ELISABETH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-CASE-FILE
               ASSIGN TO DSPCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-CASE-NUMBER
               ALTERNATE RECORD KEY IS DSP-HIST-KEY
               FILE STATUS IS WS-DSP-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO TXNHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT CYCLE-DATE-FILE
               ASSIGN TO CYCLDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYC-STATUS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO CYCLRUN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

           SELECT DISPUTE-TRANS-FILE
               ASSIGN TO DSPTXN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DTX-STATUS.

           SELECT DISPUTE-REGISTER-FILE
               ASSIGN TO DSPREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-CASE-FILE.
           COPY DSPREC.

       FD  HISTORY-FILE.
           COPY HISTREC.

       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTMAST.

      *    One case transaction per line: the action code says which
      *    of the remaining fields matter (O=open carries the disputed
      *    posting's history key, the amount disputed - zero for the
      *    whole posting - the reason code and Y when the customer is
      *    to have provisional credit at once; P=provisional credit
      *    for an open case carries only the case number; R=resolve
      *    carries the outcome, and on a partial the amount the
      *    customer keeps).  Every line ends with the operator ID.
      *    Unused fields ride along as spaces/zeros, the same
      *    discipline as StandingMaint's SORDTXN stream.
       FD  DISPUTE-TRANS-FILE.
       01  DISPUTE-TRANS-RECORD.
           05  DTX-ACTION          PIC X(1).
               88  DTX-OPEN        VALUE "O".
               88  DTX-PROVISIONAL VALUE "P".
               88  DTX-RESOLVE     VALUE "R".
           05  DTX-CASE-NUMBER     PIC 9(6).
           05  DTX-HIST-KEY.
               10  DTX-ACCT-NUMBER PIC 9(6).
               10  DTX-POST-TS     PIC X(14).
               10  DTX-POST-NBR    PIC 9(7).
           05  DTX-AMOUNT          PIC 9(7)V99.
           05  DTX-REASON-CODE     PIC X(4).
           05  DTX-PROVISIONAL-FLAG PIC X(1).
               88  DTX-PROVISIONAL-NOW  VALUE "Y".
               88  DTX-PROVISIONAL-LATER VALUE "N" " ".
           05  DTX-RESOLUTION      PIC X(1).
               88  DTX-CUSTOMER-WON  VALUE "W".
               88  DTX-CUSTOMER-LOST VALUE "L".
               88  DTX-PARTIAL       VALUE "P".
           05  DTX-OPERATOR-ID     PIC X(8).

       FD  CYCLE-DATE-FILE.
           COPY CYCLCTL.

       FD  RUN-CONTROL-FILE.
           COPY RUNREC.

       FD  DISPUTE-REGISTER-FILE.
       01  DISPUTE-REGISTER-LINE   PIC X(80).

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-CYC-STATUS PIC XX.
           88  CYC-FILE-MISSING   VALUE "35".
       01  WS-RUN-STATUS PIC XX.
           88  RUN-FILE-MISSING   VALUE "35".
       01  WS-EOF-RUN-SW PIC X VALUE "N".
           88  WS-EOF-RUN         VALUE "Y".
       01  WS-PRIOR-RUN-SW PIC X VALUE "N".
           88  WS-PRIOR-RUN-FOUND VALUE "Y".
       01  WS-CYCLE-OVERRIDE-SW PIC X VALUE "N".
           88  WS-CYCLE-OVERRIDE  VALUE "Y".
       01  WS-CYCLE-DATE PIC 9(8) VALUE ZERO.

       01  WS-DSP-STATUS PIC XX.
           88  DSP-FILE-MISSING   VALUE "35".
       01  WS-HIST-STATUS PIC XX.
           88  HIST-FILE-MISSING  VALUE "35".
       01  WS-ACCT-STATUS PIC XX.
           88  ACCT-FILE-MISSING  VALUE "35".
       01  WS-DTX-STATUS PIC XX.
           88  DTX-FILE-MISSING   VALUE "35".
       01  WS-REG-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
           88  AUDIT-FILE-MISSING VALUE "35".

       01  WS-EOF-DTX-SW PIC X VALUE "N".
           88  WS-EOF-DTX         VALUE "Y".

       01  WS-CASE-FOUND-SW PIC X.
           88  WS-CASE-FOUND      VALUE "Y".
           88  WS-CASE-NOT-FOUND  VALUE "N".

       01  WS-POSTING-FOUND-SW PIC X.
           88  WS-POSTING-FOUND     VALUE "Y".
           88  WS-POSTING-NOT-FOUND VALUE "N".

       01  WS-ACCOUNT-FOUND-SW PIC X.
           88  WS-ACCOUNT-FOUND     VALUE "Y".
           88  WS-ACCOUNT-NOT-FOUND VALUE "N".

       01  WS-ALREADY-DISPUTED-SW PIC X.
           88  WS-ALREADY-DISPUTED VALUE "Y".

       01  WS-APPLIED-SW PIC X VALUE "N".
           88  WS-TRANS-APPLIED    VALUE "Y".
           88  WS-TRANS-REFUSED    VALUE "N".

       01  WS-REFUSAL-REASON PIC X(40).

      *    Regulatory deadlines, in calendar days from the night the
      *    case is opened: provisional credit must be in the
      *    customer's hands by the first unless the case is decided
      *    sooner, and the case itself decided by the second.  Both
      *    are stamped on the case, so a later change here binds only
      *    cases opened after it.
       01  WS-PROVISIONAL-DAYS PIC 9(3) VALUE 10.
       01  WS-RESOLUTION-DAYS  PIC 9(3) VALUE 45.
       01  WS-DEADLINE-INT     PIC 9(8) BINARY VALUE ZERO.

       01  WS-READ-COUNT     PIC 9(7) BINARY VALUE ZERO.
       01  WS-APPLIED-COUNT  PIC 9(7) BINARY VALUE ZERO.
       01  WS-REFUSED-COUNT  PIC 9(7) BINARY VALUE ZERO.

       01  WS-CYCLE-HEADING-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(11) VALUE "CYCLE DATE ".
           05  HDG-CYCLE-DATE      PIC 9(8).
           05  FILLER              PIC X(59) VALUE SPACES.

      *    Register detail: one line per transaction, the applied and
      *    the refused alike, so the disputes desk gets back a full
      *    account of what happened to every case it keyed.
       01  WS-REGISTER-DETAIL.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  REG-ACTION          PIC X(1).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  REG-CASE-NUMBER     PIC 9(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  REG-ACCT-NUMBER     PIC 9(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  REG-DISPOSITION     PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  REG-REASON          PIC X(40).
           05  FILLER              PIC X(9)  VALUE SPACES.

       01  WS-REGISTER-TOTAL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  REG-TOT-LABEL       PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  REG-TOT-COUNT-ED    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

      *    Daytime maintenance of the dispute case file from the
      *    disputes desk's DSPTXN stream.  Opening a case ties it to
      *    the exact TXNHIST posting the customer disputes and stamps
      *    the regulatory deadlines; provisional credit, and the
      *    outcome of a resolved case, are only recorded here - the
      *    money moves in tonight's DisputeGen run, through the
      *    posting run like any other branch's batch.  A dispute on an
      *    account kept in a foreign currency is refused: the award
      *    is written off from the base-currency dispute suspense
      *    account, and the provisional credit and its reversal would
      *    reach the ledger at different nights' rates, so suspense
      *    could never clear.
       PROCEDURE DIVISION.
           PERFORM 0020-READ-CYCLE-DATE.
           PERFORM 0025-CHECK-PRIOR-RUN.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0110-READ-DISPUTE-TRANS.
           PERFORM 0200-APPLY-DISPUTE-TRANS
               UNTIL WS-EOF-DTX.
           PERFORM 0800-PRINT-REGISTER-TOTALS.
           PERFORM 0900-CLOSE-FILES.
           PERFORM 9100-RECORD-CYCLE-RUN.
           DISPLAY "DisputeMaint: " WS-APPLIED-COUNT " applied, "
               WS-REFUSED-COUNT " refused".
           IF WS-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    DSPTXN is the mandatory batch driver file, and TXNHIST is
      *    as mandatory - without it no posting can be proved to
      *    exist and every open would be refused for the wrong
      *    reason.  So is the account master, which says what
      *    currency the account is kept in.  The case file is created
      *    the first time.
       0100-OPEN-FILES.
           OPEN I-O DISPUTE-CASE-FILE.
           IF DSP-FILE-MISSING
               OPEN OUTPUT DISPUTE-CASE-FILE
               CLOSE DISPUTE-CASE-FILE
               OPEN I-O DISPUTE-CASE-FILE
           END-IF.
           OPEN INPUT HISTORY-FILE.
           IF HIST-FILE-MISSING
               DISPLAY "DisputeMaint: TXNHIST.DAT not found - "
                   "aborting"
               CLOSE DISPUTE-CASE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF ACCT-FILE-MISSING
               DISPLAY "DisputeMaint: ACCTMAST.DAT not found - "
                   "aborting"
               CLOSE DISPUTE-CASE-FILE
                     HISTORY-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT DISPUTE-TRANS-FILE.
           IF DTX-FILE-MISSING
               DISPLAY "DisputeMaint: DSPTXN.DAT not found - "
                   "aborting"
               CLOSE DISPUTE-CASE-FILE
                     HISTORY-FILE
                     ACCOUNT-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT DISPUTE-REGISTER-FILE.
           MOVE WS-CYCLE-DATE TO HDG-CYCLE-DATE.
           WRITE DISPUTE-REGISTER-LINE FROM WS-CYCLE-HEADING-LINE.
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

      *    Tonight's business cycle date, set by operations and
      *    validated by CycleOpen at the top of the night: it is the
      *    day a case is opened or resolved on, the day its deadlines
      *    count from, and drives the double-run check below.
       0020-READ-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE.
           IF CYC-FILE-MISSING
               DISPLAY "DisputeMaint: CYCLDATE.DAT not found - "
                   "aborting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CYCLE-DATE-FILE
               AT END
                   DISPLAY "DisputeMaint: CYCLDATE.DAT is empty - "
                       "aborting"
                   CLOSE CYCLE-DATE-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE CYCLE-DATE TO WS-CYCLE-DATE.
           MOVE CYCLE-OVERRIDE-FLAG TO WS-CYCLE-OVERRIDE-SW.
           CLOSE CYCLE-DATE-FILE.

      *    A completion record for this program against tonight's
      *    cycle date means the step already ran - rerunning it would
      *    recreate its outputs and destroy the evidence of the first
      *    run, so the rerun is refused unless the operator override
      *    flag is set in the cycle control record.
       0025-CHECK-PRIOR-RUN.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUN-STATUS = "00"
               PERFORM 0026-SCAN-RUN-CONTROL
                   UNTIL WS-EOF-RUN OR WS-PRIOR-RUN-FOUND
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF WS-PRIOR-RUN-FOUND AND NOT WS-CYCLE-OVERRIDE
               DISPLAY "DisputeMaint: cycle " WS-CYCLE-DATE
                   " already completed - rerun refused without "
                   "operator override"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0026-SCAN-RUN-CONTROL.
           READ RUN-CONTROL-FILE
               AT END
                   SET WS-EOF-RUN TO TRUE
               NOT AT END
                   IF RUN-PROGRAM-ID = "DisputeMaint"
                           AND RUN-CYCLE-DATE = WS-CYCLE-DATE
                       SET WS-PRIOR-RUN-FOUND TO TRUE
                   END-IF
           END-READ.

       9100-RECORD-CYCLE-RUN.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF RUN-FILE-MISSING
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           MOVE "DisputeMaint" TO RUN-PROGRAM-ID.
           MOVE WS-CYCLE-DATE TO RUN-CYCLE-DATE.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       0110-READ-DISPUTE-TRANS.
           READ DISPUTE-TRANS-FILE
               AT END
                   SET WS-EOF-DTX TO TRUE
           END-READ.

      *    A line with no operator is refused before anything else -
      *    every case action must say who took it.
       0200-APPLY-DISPUTE-TRANS.
           ADD 1 TO WS-READ-COUNT.
           SET WS-TRANS-REFUSED TO TRUE.
           MOVE SPACES TO WS-REFUSAL-REASON.
           PERFORM 0210-READ-CASE.
           EVALUATE TRUE
               WHEN DTX-OPERATOR-ID = SPACES
                   MOVE "Operator ID missing" TO WS-REFUSAL-REASON
               WHEN DTX-OPEN
                   PERFORM 0300-OPEN-CASE
               WHEN DTX-PROVISIONAL
                   PERFORM 0400-QUEUE-PROVISIONAL
               WHEN DTX-RESOLVE
                   PERFORM 0500-RESOLVE-CASE
               WHEN OTHER
                   MOVE "Unknown case action code"
                       TO WS-REFUSAL-REASON
           END-EVALUATE.
           IF WS-TRANS-APPLIED
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
           END-IF.
           PERFORM 0700-WRITE-REGISTER-DETAIL.
           PERFORM 0750-WRITE-AUDIT-LOG.
           PERFORM 0110-READ-DISPUTE-TRANS.

       0210-READ-CASE.
           MOVE DTX-CASE-NUMBER TO DSP-CASE-NUMBER.
           READ DISPUTE-CASE-FILE
               INVALID KEY
                   SET WS-CASE-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-CASE-FOUND TO TRUE
           END-READ.

      *    The disputed posting must be on history as a real debit to
      *    the customer - a brought-forward record is no posting, and
      *    a credit is not the customer's money to claim back.
       0220-READ-POSTING.
           MOVE DTX-HIST-KEY TO HIST-KEY.
           READ HISTORY-FILE
               INVALID KEY
                   SET WS-POSTING-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-POSTING-FOUND TO TRUE
           END-READ.

      *    One case per posting, ever: the alternate key finds any
      *    case already raised against it, open or closed.
       0230-CHECK-PRIOR-DISPUTE.
           MOVE "N" TO WS-ALREADY-DISPUTED-SW.
           MOVE DTX-HIST-KEY TO DSP-HIST-KEY.
           READ DISPUTE-CASE-FILE
               KEY IS DSP-HIST-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ALREADY-DISPUTED TO TRUE
           END-READ.

      *    The disputed account off the master, for its currency.
       0240-READ-ACCOUNT.
           MOVE DTX-ACCT-NUMBER TO ACCT-NUMBER.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   SET WS-ACCOUNT-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-ACCOUNT-FOUND TO TRUE
           END-READ.

       0300-OPEN-CASE.
           IF WS-CASE-FOUND
               MOVE "Case number already in use" TO WS-REFUSAL-REASON
           ELSE
               PERFORM 0220-READ-POSTING
               PERFORM 0230-CHECK-PRIOR-DISPUTE
               PERFORM 0240-READ-ACCOUNT
               EVALUATE TRUE
                   WHEN WS-POSTING-NOT-FOUND
                       MOVE "Posting not found on history"
                           TO WS-REFUSAL-REASON
                   WHEN WS-ACCOUNT-NOT-FOUND
                       MOVE "Account not on master"
                           TO WS-REFUSAL-REASON
                   WHEN ACCT-CURRENCY NOT = SPACES
                       MOVE "Account not in base currency"
                           TO WS-REFUSAL-REASON
                   WHEN HIST-BROUGHT-FORWARD
                       MOVE "Brought-forward record is no posting"
                           TO WS-REFUSAL-REASON
                   WHEN HIST-TRANS-TYPE NOT = "D"
                       MOVE "Only a debit posting can be disputed"
                           TO WS-REFUSAL-REASON
                   WHEN WS-ALREADY-DISPUTED
                       MOVE "Posting already disputed"
                           TO WS-REFUSAL-REASON
                   WHEN DTX-AMOUNT NOT NUMERIC
                       MOVE "Disputed amount not numeric"
                           TO WS-REFUSAL-REASON
                   WHEN DTX-AMOUNT > HIST-AMOUNT
                       MOVE "Disputed amount exceeds the posting"
                           TO WS-REFUSAL-REASON
                   WHEN DTX-REASON-CODE = SPACES
                       MOVE "Dispute reason code missing"
                           TO WS-REFUSAL-REASON
                   WHEN NOT DTX-PROVISIONAL-NOW
                           AND NOT DTX-PROVISIONAL-LATER
                       MOVE "Provisional flag must be Y or N"
                           TO WS-REFUSAL-REASON
                   WHEN OTHER
                       PERFORM 0310-WRITE-NEW-CASE
               END-EVALUATE
           END-IF.

      *    Provisional credit, when given, is always for the whole
      *    amount in dispute; the outcome decides later how much of
      *    it the customer keeps.
       0310-WRITE-NEW-CASE.
           INITIALIZE DISPUTE-CASE-RECORD.
           MOVE DTX-CASE-NUMBER  TO DSP-CASE-NUMBER.
           MOVE DTX-HIST-KEY     TO DSP-HIST-KEY.
           MOVE HIST-POST-DATE   TO DSP-POST-DATE.
           IF DTX-AMOUNT = ZERO
               MOVE HIST-AMOUNT  TO DSP-DISPUTED-AMOUNT
           ELSE
               MOVE DTX-AMOUNT   TO DSP-DISPUTED-AMOUNT
           END-IF.
           MOVE DTX-REASON-CODE  TO DSP-REASON-CODE.
           MOVE WS-CYCLE-DATE    TO DSP-OPENED-DATE.
           COMPUTE WS-DEADLINE-INT =
               FUNCTION INTEGER-OF-DATE (WS-CYCLE-DATE)
                   + WS-PROVISIONAL-DAYS.
           COMPUTE DSP-PROVISIONAL-DUE =
               FUNCTION DATE-OF-INTEGER (WS-DEADLINE-INT).
           COMPUTE WS-DEADLINE-INT =
               FUNCTION INTEGER-OF-DATE (WS-CYCLE-DATE)
                   + WS-RESOLUTION-DAYS.
           COMPUTE DSP-RESOLUTION-DUE =
               FUNCTION DATE-OF-INTEGER (WS-DEADLINE-INT).
           SET DSP-OPEN          TO TRUE.
           IF DTX-PROVISIONAL-NOW
               SET DSP-PROV-QUEUED TO TRUE
               MOVE DSP-DISPUTED-AMOUNT TO DSP-PROVISIONAL-AMOUNT
           ELSE
               SET DSP-PROV-NONE   TO TRUE
           END-IF.
           MOVE SPACE            TO DSP-RESOLUTION.
           MOVE DTX-OPERATOR-ID  TO DSP-OPENED-BY.
           MOVE SPACES           TO DSP-RESOLVED-BY.
           WRITE DISPUTE-CASE-RECORD
               INVALID KEY
                   MOVE "Case could not be written"
                       TO WS-REFUSAL-REASON
               NOT INVALID KEY
                   SET WS-TRANS-APPLIED TO TRUE
           END-WRITE.

       0400-QUEUE-PROVISIONAL.
           EVALUATE TRUE
               WHEN WS-CASE-NOT-FOUND
                   MOVE "Case not found" TO WS-REFUSAL-REASON
               WHEN NOT DSP-OPEN
                   MOVE "Case is no longer open" TO WS-REFUSAL-REASON
               WHEN NOT DSP-PROV-NONE
                   MOVE "Provisional credit already given"
                       TO WS-REFUSAL-REASON
               WHEN OTHER
                   SET DSP-PROV-QUEUED TO TRUE
                   MOVE DSP-DISPUTED-AMOUNT TO DSP-PROVISIONAL-AMOUNT
                   REWRITE DISPUTE-CASE-RECORD
                   SET WS-TRANS-APPLIED TO TRUE
           END-EVALUATE.

      *    The award is what the customer keeps of the amount in
      *    dispute.  A provisional credit queued but not yet sent is
      *    simply withdrawn - tonight's run then pays the award, if
      *    any, as a final credit instead.
       0500-RESOLVE-CASE.
           EVALUATE TRUE
               WHEN WS-CASE-NOT-FOUND
                   MOVE "Case not found" TO WS-REFUSAL-REASON
               WHEN NOT DSP-OPEN
                   MOVE "Case is no longer open" TO WS-REFUSAL-REASON
               WHEN DTX-CUSTOMER-WON
                   MOVE DSP-DISPUTED-AMOUNT TO DSP-AWARD-AMOUNT
                   PERFORM 0510-RECORD-OUTCOME
               WHEN DTX-CUSTOMER-LOST
                   MOVE ZERO TO DSP-AWARD-AMOUNT
                   PERFORM 0510-RECORD-OUTCOME
               WHEN DTX-PARTIAL
                   IF DTX-AMOUNT NOT NUMERIC
                           OR DTX-AMOUNT = ZERO
                           OR DTX-AMOUNT NOT < DSP-DISPUTED-AMOUNT
                       MOVE "Partial award must be below the dispute"
                           TO WS-REFUSAL-REASON
                   ELSE
                       MOVE DTX-AMOUNT TO DSP-AWARD-AMOUNT
                       PERFORM 0510-RECORD-OUTCOME
                   END-IF
               WHEN OTHER
                   MOVE "Resolution must be W, L or P"
                       TO WS-REFUSAL-REASON
           END-EVALUATE.

       0510-RECORD-OUTCOME.
           IF DSP-PROV-QUEUED
               SET DSP-PROV-NONE TO TRUE
               MOVE ZERO TO DSP-PROVISIONAL-AMOUNT
           END-IF.
           MOVE DTX-RESOLUTION  TO DSP-RESOLUTION.
           SET DSP-RESOLVED     TO TRUE.
           MOVE WS-CYCLE-DATE   TO DSP-RESOLVED-DATE.
           MOVE DTX-OPERATOR-ID TO DSP-RESOLVED-BY.
           REWRITE DISPUTE-CASE-RECORD.
           SET WS-TRANS-APPLIED TO TRUE.

       0700-WRITE-REGISTER-DETAIL.
           MOVE DTX-ACTION       TO REG-ACTION.
           MOVE DTX-CASE-NUMBER  TO REG-CASE-NUMBER.
           IF WS-CASE-FOUND
               MOVE DSP-ACCT-NUMBER TO REG-ACCT-NUMBER
           ELSE
               MOVE DTX-ACCT-NUMBER TO REG-ACCT-NUMBER
           END-IF.
           IF WS-TRANS-APPLIED
               MOVE "APPLIED"  TO REG-DISPOSITION
           ELSE
               MOVE "REFUSED"  TO REG-DISPOSITION
           END-IF.
           MOVE WS-REFUSAL-REASON TO REG-REASON.
           WRITE DISPUTE-REGISTER-LINE FROM WS-REGISTER-DETAIL.

       0750-WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE WS-CYCLE-DATE         TO AUDIT-CYCLE-DATE.
           MOVE "DisputeMaint"        TO AUDIT-PROGRAM-ID.
           MOVE DTX-OPERATOR-ID       TO AUDIT-MAKER-ID.
           MOVE SPACES                TO AUDIT-CHECKER-ID.
           MOVE DISPUTE-TRANS-RECORD (1:20) TO AUDIT-KEY-INPUT.
           IF WS-TRANS-APPLIED
               MOVE "APPLIED" TO AUDIT-OUTCOME
           ELSE
               STRING "REFUSED " WS-REFUSAL-REASON
                   DELIMITED BY SIZE INTO AUDIT-OUTCOME
           END-IF.
           WRITE AUDIT-LOG-RECORD.

       0800-PRINT-REGISTER-TOTALS.
           MOVE "TRANS READ"       TO REG-TOT-LABEL.
           MOVE WS-READ-COUNT      TO REG-TOT-COUNT-ED.
           WRITE DISPUTE-REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE.

           MOVE "TRANS APPLIED"    TO REG-TOT-LABEL.
           MOVE WS-APPLIED-COUNT   TO REG-TOT-COUNT-ED.
           WRITE DISPUTE-REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE.

           MOVE "TRANS REFUSED"    TO REG-TOT-LABEL.
           MOVE WS-REFUSED-COUNT   TO REG-TOT-COUNT-ED.
           WRITE DISPUTE-REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE.

       0900-CLOSE-FILES.
           CLOSE DISPUTE-CASE-FILE
                 HISTORY-FILE
                 ACCOUNT-MASTER-FILE
                 DISPUTE-TRANS-FILE
                 DISPUTE-REGISTER-FILE
                 AUDIT-LOG-FILE.
