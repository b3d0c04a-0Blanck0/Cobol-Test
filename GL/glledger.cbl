       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLLedger.
       AUTHOR. Alexandre ELISABETH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-BALANCE-FILE
               ASSIGN TO GLMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-ACCOUNT
               FILE STATUS IS WS-GLB-STATUS.

           SELECT GL-HISTORY-FILE
               ASSIGN TO GLMHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLH-KEY
               FILE STATUS IS WS-GLH-STATUS.

           SELECT GL-CONTROL-FILE
               ASSIGN TO GLCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLC-STATUS.

           SELECT GL-MAP-FILE
               ASSIGN TO GLMAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

           SELECT JOURNAL-FILE
               ASSIGN TO GLJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.

           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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

           SELECT STEP-PERMIT-FILE
               ASSIGN TO STEPPERM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.

           SELECT RUN-STATS-FILE
               ASSIGN TO RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATS-STATUS.

           SELECT TRIAL-BALANCE-FILE
               ASSIGN TO GLTBAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-BALANCE-FILE.
           COPY GLBAL.

       FD  GL-HISTORY-FILE.
           COPY GLHIST.

      *    Finance's one-record ledger control: the GL account that
      *    carries customer deposits - the control account the
      *    account master must prove to every night - and the
      *    account the pre-existing deposits were taken on against
      *    the night the control account first appeared.  Behind
      *    it, one record per foreign currency accounts are held in,
      *    naming the GL account that carries the deposits in that
      *    currency; those need no take-on account, since no account
      *    was held in a foreign currency before the ledger began.
       FD  GL-CONTROL-FILE.
       01  GL-CONTROL-RECORD.
           05  GLC-DEPOSIT-ACCOUNT     PIC 9(6).
           05  GLC-TAKEON-ACCOUNT      PIC 9(6).
           05  GLC-CURRENCY            PIC X(3).

      *    The GL mapping rows GLExtract journals through: every
      *    account a row names is an account of the ledger, opened
      *    on the balance master the first night it appears, under
      *    the description of the first row that names it, and in
      *    the currency that row names, if any.
       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD.
           05  MAP-SOURCE          PIC X(4).
           05  MAP-TYPE            PIC X(1).
           05  MAP-DR-ACCOUNT      PIC 9(6).
           05  MAP-CR-ACCOUNT      PIC 9(6).
           05  MAP-DESCRIPTION     PIC X(20).
           05  MAP-CURRENCY        PIC X(3).

      *    Tonight's released journal, exactly as GLExtract wrote it
      *    for the finance import.
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  GLJ-CYCLE-DATE      PIC 9(8).
           05  GLJ-GL-ACCOUNT      PIC 9(6).
           05  GLJ-DESCRIPTION     PIC X(20).
           05  GLJ-DEBIT           PIC 9(11)V99.
           05  GLJ-CREDIT          PIC 9(11)V99.
           05  GLJ-CURRENCY        PIC X(3).
           05  GLJ-CCY-DEBIT       PIC 9(11)V99.
           05  GLJ-CCY-CREDIT      PIC 9(11)V99.

       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTMAST.

       FD  CYCLE-DATE-FILE.
           COPY CYCLCTL.

       FD  RUN-CONTROL-FILE.
           COPY RUNREC.

       FD  STEP-PERMIT-FILE.
           COPY STEPPERM.

       FD  RUN-STATS-FILE.
           COPY STATREC.

       FD  TRIAL-BALANCE-FILE.
       01  TRIAL-BALANCE-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CYC-STATUS PIC XX.
           88  CYC-FILE-MISSING   VALUE "35".
       01  WS-RUN-STATUS PIC XX.
           88  RUN-FILE-MISSING   VALUE "35".
       01  WS-EOF-RUN-SW PIC X VALUE "N".
           88  WS-EOF-RUN         VALUE "Y".
       01  WS-PRIOR-RUN-SW PIC X VALUE "N".
           88  WS-PRIOR-RUN-FOUND VALUE "Y".
       01  WS-PRM-STATUS PIC XX.
       01  WS-EOF-PRM-SW PIC X VALUE "N".
           88  WS-EOF-PRM         VALUE "Y".
       01  WS-STEP-PERMIT-SW PIC X VALUE "N".
           88  WS-STEP-PERMITTED  VALUE "Y".
       01  WS-CYCLE-OVERRIDE-SW PIC X VALUE "N".
           88  WS-CYCLE-OVERRIDE  VALUE "Y".
       01  WS-CYCLE-DATE PIC 9(8) VALUE ZERO.
       01  WS-CYCLE-SPLIT REDEFINES WS-CYCLE-DATE.
           05  WS-CYCLE-PERIOD     PIC 9(6).
           05  FILLER              PIC 9(2).
       01  WS-STEP-START-STAMP PIC X(14) VALUE SPACES.

       01  WS-GLB-STATUS PIC XX.
           88  GLB-FILE-MISSING   VALUE "35".
       01  WS-GLH-STATUS PIC XX.
           88  GLH-FILE-MISSING   VALUE "35".
       01  WS-GLC-STATUS PIC XX.
           88  GLC-FILE-MISSING   VALUE "35".
       01  WS-MAP-STATUS PIC XX.
           88  MAP-FILE-MISSING   VALUE "35".
       01  WS-JRN-STATUS PIC XX.
           88  JRN-FILE-MISSING   VALUE "35".
       01  WS-ACCT-STATUS PIC XX.
           88  ACCT-FILE-MISSING  VALUE "35".
       01  WS-STATS-STATUS PIC XX.
           88  STATS-FILE-MISSING VALUE "35".
       01  WS-RPT-STATUS PIC XX.

       01  WS-EOF-GLB-SW PIC X VALUE "N".
           88  WS-EOF-GLB         VALUE "Y".
       01  WS-EOF-MAP-SW PIC X VALUE "N".
           88  WS-EOF-MAP         VALUE "Y".
       01  WS-EOF-JRN-SW PIC X VALUE "N".
           88  WS-EOF-JRN         VALUE "Y".
       01  WS-EOF-ACCT-SW PIC X VALUE "N".
           88  WS-EOF-ACCT        VALUE "Y".
       01  WS-EOF-GLC-SW PIC X VALUE "N".
           88  WS-EOF-GLC         VALUE "Y".

      *    Set when the balance master has no deposits control
      *    account before tonight's map load - the night the ledger
      *    starts - so the deposits already on the account master
      *    are taken on against the take-on account.
       01  WS-TAKEON-SW PIC X VALUE "N".
           88  WS-TAKEON-DUE      VALUE "Y".
       01  WS-NEW-ACCOUNT-SW PIC X VALUE "N".
           88  WS-NEW-ACCOUNT     VALUE "Y".
           88  WS-OLD-ACCOUNT     VALUE "N".
       01  WS-TB-BALANCED-SW PIC X VALUE "N".
           88  WS-TB-BALANCED     VALUE "Y".
       01  WS-LEDGER-AGREES-SW PIC X VALUE "N".
           88  WS-LEDGER-AGREES   VALUE "Y".
           88  WS-LEDGER-DISAGREES VALUE "N".

       01  WS-DEPOSIT-ACCOUNT  PIC 9(6) VALUE ZERO.
       01  WS-TAKEON-ACCOUNT   PIC 9(6) VALUE ZERO.

      *    The account being opened or posted, and what lands on it.
       01  WS-OPEN-ACCOUNT     PIC 9(6) VALUE ZERO.
       01  WS-OPEN-DESCRIPTION PIC X(20) VALUE SPACES.
       01  WS-OPEN-CURRENCY    PIC X(3) VALUE SPACES.
       01  WS-POST-DEBIT       PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-POST-CREDIT      PIC 9(11)V99 COMP-3 VALUE ZERO.

       01  WS-JRN-READ-COUNT   PIC 9(7) BINARY VALUE ZERO.
       01  WS-JRN-POSTED-COUNT PIC 9(7) BINARY VALUE ZERO.
       01  WS-STALE-COUNT      PIC 9(7) BINARY VALUE ZERO.
       01  WS-CCY-MISMATCH-COUNT PIC 9(7) BINARY VALUE ZERO.
       01  WS-OPENED-COUNT     PIC 9(7) BINARY VALUE ZERO.
       01  WS-CLOSED-COUNT     PIC 9(7) BINARY VALUE ZERO.
       01  WS-TB-LINE-COUNT    PIC 9(7) BINARY VALUE ZERO.
       01  WS-CLOSED-PERIOD    PIC 9(6) VALUE ZERO.

       01  WS-JOURNAL-DR       PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-JOURNAL-CR       PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TB-DEBITS        PIC 9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TB-CREDITS       PIC 9(13)V99 COMP-3 VALUE ZERO.
       01  WS-SUBLEDGER-TOTAL  PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-CONTROL-DEPOSITS PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TAKEON-AMOUNT    PIC S9(11)V99 COMP-3 VALUE ZERO.

      *    The currency deposit controls off GLCTL, each with the sum
      *    of the customer balances held in its currency.  A customer
      *    account in a currency with no control cannot be proved,
      *    and is counted so the proof fails.
       01  WS-CCY-MAX          PIC 9(3) COMP VALUE 20.
       01  WS-CCY-COUNT        PIC 9(3) COMP VALUE ZERO.
       01  WS-CCY-SUB          PIC 9(3) COMP VALUE ZERO.
       01  WS-CCY-HIT          PIC 9(3) COMP VALUE ZERO.
       01  WS-CCY-UNCONTROLLED PIC 9(7) BINARY VALUE ZERO.
       01  WS-CCY-CONTROL-TABLE.
           05  WS-CCY-CONTROL-ENTRY OCCURS 20 TIMES.
               10  CCY-TBL-CURRENCY    PIC X(3).
               10  CCY-TBL-DEPOSIT-ACCOUNT PIC 9(6).
               10  CCY-TBL-SUBLEDGER   PIC S9(11)V99 COMP-3.

       01  WS-CYCLE-HEADING-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(11) VALUE "CYCLE DATE ".
           05  HDG-CYCLE-DATE      PIC 9(8).
           05  FILLER              PIC X(59) VALUE SPACES.

       01  WS-TB-DETAIL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  TBL-GL-ACCOUNT      PIC 9(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  TBL-DESCRIPTION     PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  TBL-DR-ED           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  TBL-CR-ED           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(12) VALUE SPACES.

      *    Under a foreign-currency account, its balance in the
      *    currency itself, in the same columns - for reading only,
      *    outside the totals, which are base.
       01  WS-TB-CURRENCY-LINE.
           05  FILLER              PIC X(12) VALUE SPACES.
           05  FILLER              PIC X(9)  VALUE "CURRENCY ".
           05  TCL-CURRENCY        PIC X(3).
           05  FILLER              PIC X(8)  VALUE SPACES.
           05  TCL-DR-ED           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  TCL-CR-ED           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(12) VALUE SPACES.

       01  WS-PROOF-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  PRF-LABEL           PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  PRF-AMOUNT-ED       PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(29) VALUE SPACES.

       01  WS-TB-STATUS-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  TBS-STATUS-TEXT     PIC X(78).

      *    The nightly ledger update.  Tonight's released journal is
      *    posted to the GL balance master, the trial balance is
      *    printed from the balances and must foot - debit balances
      *    equal to credit balances - and the customer-deposits
      *    control account is proved to the sum of every account
      *    balance on the account master.  Either failure ends the
      *    step RC=12 so the night ends red, the way CycleBalance
      *    ends it on a count that does not cross-foot.  The first
      *    cycle of a new month first closes the old one: each
      *    account's month goes to the history file and its closing
      *    balance is carried forward as the new month's opening.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-STEP-START-STAMP.
           PERFORM 0020-READ-CYCLE-DATE.
           PERFORM 0025-CHECK-PRIOR-RUN.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0150-CLOSE-PRIOR-MONTH.
           PERFORM 0180-CHECK-CONTROL-ACCOUNT.
           PERFORM 0200-OPEN-MAPPED-ACCOUNTS.
           PERFORM 0310-READ-JOURNAL.
           PERFORM 0300-POST-JOURNAL-LINE
               UNTIL WS-EOF-JRN.
           PERFORM 0400-SUM-CUSTOMER-BALANCES.
           IF WS-TAKEON-DUE
               PERFORM 0450-TAKE-ON-DEPOSITS
           END-IF.
           PERFORM 0500-PRINT-TRIAL-BALANCE.
           PERFORM 0600-PROVE-DEPOSITS.
           PERFORM 0900-CLOSE-FILES.
           PERFORM 9100-RECORD-CYCLE-RUN.
           PERFORM 9200-WRITE-RUN-STATS.
           DISPLAY "GLLedger: " WS-JRN-POSTED-COUNT
               " journal lines posted, " WS-TB-LINE-COUNT
               " accounts on trial balance for cycle "
               WS-CYCLE-DATE.
           IF WS-TB-BALANCED AND WS-LEDGER-AGREES
                   AND WS-STALE-COUNT = ZERO
                   AND WS-CCY-MISMATCH-COUNT = ZERO
               CONTINUE
           ELSE
               DISPLAY "GLLedger: LEDGER OUT OF BALANCE - do not "
                   "close the day"
               MOVE 12 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    The balance master and its history are permanent and an
      *    absent one only means the ledger starts tonight.  The
      *    control record, the mapping file, the journal and the
      *    account master are all mandatory - there is no trial
      *    balance or deposits proof to be had without any of them.
       0100-OPEN-FILES.
           OPEN INPUT GL-CONTROL-FILE.
           IF GLC-FILE-MISSING
               DISPLAY "GLLedger: GLCTL.DAT not found - aborting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0120-READ-GL-CONTROL.
           OPEN INPUT GL-MAP-FILE.
           IF MAP-FILE-MISSING
               DISPLAY "GLLedger: GLMAP.DAT not found - aborting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT JOURNAL-FILE.
           IF JRN-FILE-MISSING
               DISPLAY "GLLedger: GLJRNL.DAT not found - aborting"
               CLOSE GL-MAP-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF ACCT-FILE-MISSING
               DISPLAY "GLLedger: ACCTMAST.DAT not found - "
                   "aborting"
               CLOSE GL-MAP-FILE
                     JOURNAL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O GL-BALANCE-FILE.
           IF GLB-FILE-MISSING
               OPEN OUTPUT GL-BALANCE-FILE
               CLOSE GL-BALANCE-FILE
               OPEN I-O GL-BALANCE-FILE
           END-IF.
           OPEN I-O GL-HISTORY-FILE.
           IF GLH-FILE-MISSING
               OPEN OUTPUT GL-HISTORY-FILE
               CLOSE GL-HISTORY-FILE
               OPEN I-O GL-HISTORY-FILE
           END-IF.
           OPEN OUTPUT TRIAL-BALANCE-FILE.
           MOVE WS-CYCLE-DATE TO HDG-CYCLE-DATE.
           WRITE TRIAL-BALANCE-LINE FROM WS-CYCLE-HEADING-LINE.

      *    Both control accounts must be named - a zero would prove
      *    the deposits to an account no posting ever reaches.
       0120-READ-GL-CONTROL.
           READ GL-CONTROL-FILE
               AT END
                   DISPLAY "GLLedger: GLCTL.DAT is empty - aborting"
                   CLOSE GL-CONTROL-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF GLC-DEPOSIT-ACCOUNT NOT NUMERIC
                   OR GLC-TAKEON-ACCOUNT NOT NUMERIC
                   OR GLC-DEPOSIT-ACCOUNT = ZERO
                   OR GLC-TAKEON-ACCOUNT = ZERO
               DISPLAY "GLLedger: GLCTL.DAT control accounts "
                   "invalid - aborting"
               CLOSE GL-CONTROL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE GLC-DEPOSIT-ACCOUNT TO WS-DEPOSIT-ACCOUNT.
           MOVE GLC-TAKEON-ACCOUNT  TO WS-TAKEON-ACCOUNT.
           PERFORM 0130-TABLE-CURRENCY-CONTROL
               UNTIL WS-EOF-GLC.
           CLOSE GL-CONTROL-FILE.

      *    Each currency control must name its currency and its
      *    deposits account, once.
       0130-TABLE-CURRENCY-CONTROL.
           READ GL-CONTROL-FILE
               AT END
                   SET WS-EOF-GLC TO TRUE
               NOT AT END
                   MOVE ZERO TO WS-CCY-HIT
                   PERFORM 0135-MATCH-CURRENCY-CONTROL
                       VARYING WS-CCY-SUB FROM 1 BY 1
                       UNTIL WS-CCY-SUB > WS-CCY-COUNT
                          OR WS-CCY-HIT > ZERO
                   IF GLC-CURRENCY = SPACES
                           OR GLC-DEPOSIT-ACCOUNT NOT NUMERIC
                           OR GLC-DEPOSIT-ACCOUNT = ZERO
                           OR WS-CCY-HIT > ZERO
                       DISPLAY "GLLedger: GLCTL.DAT currency control "
                           "invalid - aborting"
                       CLOSE GL-CONTROL-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF WS-CCY-COUNT >= WS-CCY-MAX
                       DISPLAY "GLLedger: more than " WS-CCY-MAX
                           " currency controls - aborting"
                       CLOSE GL-CONTROL-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CCY-COUNT
                   MOVE GLC-CURRENCY
                       TO CCY-TBL-CURRENCY (WS-CCY-COUNT)
                   MOVE GLC-DEPOSIT-ACCOUNT
                       TO CCY-TBL-DEPOSIT-ACCOUNT (WS-CCY-COUNT)
                   MOVE ZERO TO CCY-TBL-SUBLEDGER (WS-CCY-COUNT)
           END-READ.

       0135-MATCH-CURRENCY-CONTROL.
           IF CCY-TBL-CURRENCY (WS-CCY-SUB) = GLC-CURRENCY
               MOVE WS-CCY-SUB TO WS-CCY-HIT
           END-IF.

      *    Tonight's business cycle date, set by operations and
      *    validated by CycleOpen at the top of the night: it stamps
      *    the trial balance heading, names the period the month
      *    figures belong to, and drives the double-run check below.
       0020-READ-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE.
           IF CYC-FILE-MISSING
               DISPLAY "GLLedger: CYCLDATE.DAT not found - "
                   "aborting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CYCLE-DATE-FILE
               AT END
                   DISPLAY "GLLedger: CYCLDATE.DAT is empty - "
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
      *    post the journal to the balances a second time, so the
      *    rerun is refused unless the operator override flag is set
      *    in the cycle control record.
       0025-CHECK-PRIOR-RUN.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUN-STATUS = "00"
               PERFORM 0026-SCAN-RUN-CONTROL
                   UNTIL WS-EOF-RUN OR WS-PRIOR-RUN-FOUND
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF WS-PRIOR-RUN-FOUND AND NOT WS-CYCLE-OVERRIDE
               PERFORM 0027-CHECK-STEP-PERMIT
               IF WS-STEP-PERMITTED
                   DISPLAY "GLLedger: cycle " WS-CYCLE-DATE
                       " already completed - stepping over "
                       "under cycle-restart permit"
                   STOP RUN
               END-IF
               DISPLAY "GLLedger: cycle " WS-CYCLE-DATE
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
                   IF RUN-PROGRAM-ID = "GLLedger"
                           AND RUN-CYCLE-DATE = WS-CYCLE-DATE
                       SET WS-PRIOR-RUN-FOUND TO TRUE
                   END-IF
           END-READ.

      *    The completed-step permit cut by CycleRestart for a
      *    selectively restarted night: a permit for this program
      *    and tonight's cycle date means step over - end clean so
      *    the resubmitted chain carries on to the step that failed.
       0027-CHECK-STEP-PERMIT.
           OPEN INPUT STEP-PERMIT-FILE.
           IF WS-PRM-STATUS = "00"
               PERFORM 0028-SCAN-STEP-PERMIT
                   UNTIL WS-EOF-PRM OR WS-STEP-PERMITTED
               CLOSE STEP-PERMIT-FILE
           END-IF.

       0028-SCAN-STEP-PERMIT.
           READ STEP-PERMIT-FILE
               AT END
                   SET WS-EOF-PRM TO TRUE
               NOT AT END
                   IF PRM-PROGRAM-ID = "GLLedger"
                           AND PRM-CYCLE-DATE = WS-CYCLE-DATE
                       SET WS-STEP-PERMITTED TO TRUE
                   END-IF
           END-READ.

       9100-RECORD-CYCLE-RUN.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF RUN-FILE-MISSING
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           MOVE "GLLedger" TO RUN-PROGRAM-ID.
           MOVE WS-CYCLE-DATE TO RUN-CYCLE-DATE.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

      *    The step's own counts go to the shared run-statistics
      *    file as it completes, for the end-of-cycle balancing step
      *    to cross-check against the rest of the night - the
      *    journal lines read here must be the legs GLExtract
      *    released.
       9200-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE.
           IF STATS-FILE-MISSING
               OPEN OUTPUT RUN-STATS-FILE
           END-IF.
           MOVE "GLLedger" TO STAT-PROGRAM-ID.
           MOVE WS-CYCLE-DATE TO STAT-CYCLE-DATE.
           MOVE WS-STEP-START-STAMP TO STAT-START-STAMP.
           MOVE FUNCTION CURRENT-DATE (1:14) TO STAT-END-STAMP.
           MOVE WS-JRN-READ-COUNT TO STAT-READ-COUNT.
           MOVE WS-JRN-POSTED-COUNT TO STAT-ACCEPTED-COUNT.
           MOVE WS-STALE-COUNT TO STAT-REJECTED-COUNT.
           MOVE WS-TB-LINE-COUNT TO STAT-WRITTEN-COUNT.
           WRITE RUN-STATS-RECORD.
           CLOSE RUN-STATS-FILE.

      *    Month-end carry-forward.  An account whose month figures
      *    belong to an earlier period has that month written to the
      *    history as it stood - opening, the month's debits and
      *    credits, closing - and starts tonight's month with the
      *    closing balance as its opening.  A history record already
      *    there for the period is overwritten, never duplicated.
       0150-CLOSE-PRIOR-MONTH.
           MOVE "N" TO WS-EOF-GLB-SW.
           MOVE ZERO TO GLB-ACCOUNT.
           START GL-BALANCE-FILE
               KEY IS GREATER THAN OR EQUAL TO GLB-ACCOUNT
               INVALID KEY
                   SET WS-EOF-GLB TO TRUE
           END-START.
           PERFORM 0160-CLOSE-ACCOUNT-MONTH
               UNTIL WS-EOF-GLB.

       0160-CLOSE-ACCOUNT-MONTH.
           READ GL-BALANCE-FILE NEXT RECORD
               AT END
                   SET WS-EOF-GLB TO TRUE
               NOT AT END
                   IF GLB-PERIOD < WS-CYCLE-PERIOD
                       PERFORM 0170-WRITE-MONTH-HISTORY
                   END-IF
           END-READ.

       0170-WRITE-MONTH-HISTORY.
           MOVE GLB-PERIOD        TO GLH-PERIOD WS-CLOSED-PERIOD.
           MOVE GLB-ACCOUNT       TO GLH-ACCOUNT.
           MOVE GLB-DESCRIPTION   TO GLH-DESCRIPTION.
           MOVE GLB-OPEN-BALANCE  TO GLH-OPEN-BALANCE.
           MOVE GLB-MONTH-DEBITS  TO GLH-MONTH-DEBITS.
           MOVE GLB-MONTH-CREDITS TO GLH-MONTH-CREDITS.
           MOVE GLB-BALANCE       TO GLH-CLOSE-BALANCE.
           MOVE GLB-CURRENCY      TO GLH-CURRENCY.
           MOVE GLB-CCY-BALANCE   TO GLH-CCY-CLOSE-BALANCE.
           WRITE GL-HISTORY-RECORD
               INVALID KEY
                   REWRITE GL-HISTORY-RECORD
           END-WRITE.
           MOVE WS-CYCLE-PERIOD TO GLB-PERIOD.
           MOVE GLB-BALANCE     TO GLB-OPEN-BALANCE.
           MOVE ZERO TO GLB-MONTH-DEBITS
                        GLB-MONTH-CREDITS.
           REWRITE GL-BALANCE-RECORD.
           ADD 1 TO WS-CLOSED-COUNT.

       0180-CHECK-CONTROL-ACCOUNT.
           MOVE WS-DEPOSIT-ACCOUNT TO GLB-ACCOUNT.
           READ GL-BALANCE-FILE
               INVALID KEY
                   SET WS-TAKEON-DUE TO TRUE
           END-READ.

      *    Every account a mapping row names is opened on the
      *    balance master if it is not there yet, so the trial
      *    balance lists the whole chart even on a night nothing
      *    moved through part of it.
       0200-OPEN-MAPPED-ACCOUNTS.
           PERFORM 0210-READ-MAP-ROW.
           PERFORM 0220-OPEN-ROW-ACCOUNTS
               UNTIL WS-EOF-MAP.
           CLOSE GL-MAP-FILE.

       0210-READ-MAP-ROW.
           READ GL-MAP-FILE
               AT END
                   SET WS-EOF-MAP TO TRUE
           END-READ.

       0220-OPEN-ROW-ACCOUNTS.
           MOVE MAP-DR-ACCOUNT  TO WS-OPEN-ACCOUNT.
           MOVE MAP-DESCRIPTION TO WS-OPEN-DESCRIPTION.
           MOVE MAP-CURRENCY    TO WS-OPEN-CURRENCY.
           PERFORM 0250-FIND-OR-OPEN-ACCOUNT.
           IF WS-NEW-ACCOUNT
               WRITE GL-BALANCE-RECORD
           END-IF.
           MOVE MAP-CR-ACCOUNT  TO WS-OPEN-ACCOUNT.
           PERFORM 0250-FIND-OR-OPEN-ACCOUNT.
           IF WS-NEW-ACCOUNT
               WRITE GL-BALANCE-RECORD
           END-IF.
           PERFORM 0210-READ-MAP-ROW.

      *    Reads the account into the record area, or builds it
      *    there at zero for tonight's period when it is new - the
      *    caller writes a new one and rewrites an old one.
       0250-FIND-OR-OPEN-ACCOUNT.
           SET WS-OLD-ACCOUNT TO TRUE.
           MOVE WS-OPEN-ACCOUNT TO GLB-ACCOUNT.
           READ GL-BALANCE-FILE
               INVALID KEY
                   SET WS-NEW-ACCOUNT TO TRUE
                   MOVE WS-OPEN-ACCOUNT     TO GLB-ACCOUNT
                   MOVE WS-OPEN-DESCRIPTION TO GLB-DESCRIPTION
                   MOVE WS-CYCLE-PERIOD     TO GLB-PERIOD
                   MOVE WS-OPEN-CURRENCY    TO GLB-CURRENCY
                   MOVE ZERO TO GLB-OPEN-BALANCE
                                GLB-MONTH-DEBITS
                                GLB-MONTH-CREDITS
                                GLB-BALANCE
                                GLB-LAST-POSTED
                                GLB-CCY-BALANCE
                   ADD 1 TO WS-OPENED-COUNT
           END-READ.

      *    A journal line stamped for another night is not posted -
      *    it means the journal on the DD is not tonight's, and the
      *    step ends red.  So is a line whose currency is not the
      *    account's own: two mapping rows name the account in
      *    different currencies, and finance must settle which.
       0300-POST-JOURNAL-LINE.
           ADD 1 TO WS-JRN-READ-COUNT.
           IF GLJ-CYCLE-DATE NOT = WS-CYCLE-DATE
               ADD 1 TO WS-STALE-COUNT
               DISPLAY "GLLedger: journal line for account "
                   GLJ-GL-ACCOUNT " is dated " GLJ-CYCLE-DATE
                   " - not posted"
           ELSE
               MOVE GLJ-GL-ACCOUNT  TO WS-OPEN-ACCOUNT
               MOVE GLJ-DESCRIPTION TO WS-OPEN-DESCRIPTION
               MOVE GLJ-CURRENCY    TO WS-OPEN-CURRENCY
               PERFORM 0250-FIND-OR-OPEN-ACCOUNT
               IF GLB-CURRENCY NOT = GLJ-CURRENCY
                   ADD 1 TO WS-CCY-MISMATCH-COUNT
                   DISPLAY "GLLedger: journal line for account "
                       GLJ-GL-ACCOUNT " is in currency "
                       GLJ-CURRENCY " not " GLB-CURRENCY
                       " - not posted"
               ELSE
                   MOVE GLJ-DEBIT  TO WS-POST-DEBIT
                   MOVE GLJ-CREDIT TO WS-POST-CREDIT
                   PERFORM 0320-APPLY-TO-ACCOUNT
                   ADD GLJ-DEBIT  TO WS-JOURNAL-DR
                   ADD GLJ-CREDIT TO WS-JOURNAL-CR
                   ADD 1 TO WS-JRN-POSTED-COUNT
               END-IF
           END-IF.
           PERFORM 0310-READ-JOURNAL.

       0310-READ-JOURNAL.
           READ JOURNAL-FILE
               AT END
                   SET WS-EOF-JRN TO TRUE
           END-READ.

       0320-APPLY-TO-ACCOUNT.
           ADD WS-POST-DEBIT  TO GLB-MONTH-DEBITS.
           ADD WS-POST-CREDIT TO GLB-MONTH-CREDITS.
           COMPUTE GLB-BALANCE =
               GLB-BALANCE + WS-POST-DEBIT - WS-POST-CREDIT.
           IF GLB-CURRENCY NOT = SPACES
               COMPUTE GLB-CCY-BALANCE = GLB-CCY-BALANCE
                   + GLJ-CCY-DEBIT - GLJ-CCY-CREDIT
           END-IF.
           MOVE WS-CYCLE-DATE TO GLB-LAST-POSTED.
           IF WS-NEW-ACCOUNT
               WRITE GL-BALANCE-RECORD
           ELSE
               REWRITE GL-BALANCE-RECORD
           END-IF.

      *    The sub-ledger side of the proof: every account balance
      *    on the master, whatever its status - a closed account
      *    stands at zero, and a dormant one's money is still owed.
      *    An account held in a foreign currency is summed, in that
      *    currency, against its own currency's control instead.
       0400-SUM-CUSTOMER-BALANCES.
           PERFORM 0410-READ-ACCOUNT.
           PERFORM 0420-ADD-ACCOUNT-BALANCE
               UNTIL WS-EOF-ACCT.

       0410-READ-ACCOUNT.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF-ACCT TO TRUE
           END-READ.

       0420-ADD-ACCOUNT-BALANCE.
           IF ACCT-CURRENCY = SPACES
               ADD CUST-SOLDE TO WS-SUBLEDGER-TOTAL
           ELSE
               MOVE ZERO TO WS-CCY-HIT
               PERFORM 0425-MATCH-ACCOUNT-CURRENCY
                   VARYING WS-CCY-SUB FROM 1 BY 1
                   UNTIL WS-CCY-SUB > WS-CCY-COUNT
                      OR WS-CCY-HIT > ZERO
               IF WS-CCY-HIT > ZERO
                   ADD CUST-SOLDE TO CCY-TBL-SUBLEDGER (WS-CCY-HIT)
               ELSE
                   ADD 1 TO WS-CCY-UNCONTROLLED
                   DISPLAY "GLLedger: account " ACCT-NUMBER
                       " is held in " ACCT-CURRENCY
                       " - no currency control on GLCTL"
               END-IF
           END-IF.
           PERFORM 0410-READ-ACCOUNT.

       0425-MATCH-ACCOUNT-CURRENCY.
           IF CCY-TBL-CURRENCY (WS-CCY-SUB) = ACCT-CURRENCY
               MOVE WS-CCY-SUB TO WS-CCY-HIT
           END-IF.

      *    The night the ledger starts, the deposits already on the
      *    account master predate it.  They are brought onto the
      *    control account's opening balance against the take-on
      *    account, for exactly the amount that makes the control
      *    account agree - both sides, so the trial balance still
      *    foots - and the take-on prints on the report.  Every
      *    later night the proof is a real one.
       0450-TAKE-ON-DEPOSITS.
           MOVE SPACES             TO WS-OPEN-CURRENCY.
           MOVE WS-DEPOSIT-ACCOUNT TO WS-OPEN-ACCOUNT.
           MOVE "CUSTOMER DEPOSITS"  TO WS-OPEN-DESCRIPTION.
           PERFORM 0250-FIND-OR-OPEN-ACCOUNT.
           COMPUTE WS-TAKEON-AMOUNT =
               ZERO - WS-SUBLEDGER-TOTAL - GLB-BALANCE.
           PERFORM 0460-APPLY-TAKEON.
           MOVE WS-TAKEON-ACCOUNT  TO WS-OPEN-ACCOUNT.
           MOVE "DEPOSITS TAKE-ON"   TO WS-OPEN-DESCRIPTION.
           PERFORM 0250-FIND-OR-OPEN-ACCOUNT.
           COMPUTE WS-TAKEON-AMOUNT = ZERO - WS-TAKEON-AMOUNT.
           PERFORM 0460-APPLY-TAKEON.
           COMPUTE WS-TAKEON-AMOUNT = ZERO - WS-TAKEON-AMOUNT.

       0460-APPLY-TAKEON.
           ADD WS-TAKEON-AMOUNT TO GLB-OPEN-BALANCE.
           ADD WS-TAKEON-AMOUNT TO GLB-BALANCE.
           IF WS-NEW-ACCOUNT
               WRITE GL-BALANCE-RECORD
           ELSE
               REWRITE GL-BALANCE-RECORD
           END-IF.

      *    One line per account in account order, its balance in the
      *    debit column when it stands above zero and in the credit
      *    column when below.  The columns must foot to the same
      *    total or the ledger is out of balance.  A foreign-currency
      *    account's line is followed by its balance in the currency.
       0500-PRINT-TRIAL-BALANCE.
           MOVE "N" TO WS-EOF-GLB-SW.
           MOVE ZERO TO GLB-ACCOUNT.
           START GL-BALANCE-FILE
               KEY IS GREATER THAN OR EQUAL TO GLB-ACCOUNT
               INVALID KEY
                   SET WS-EOF-GLB TO TRUE
           END-START.
           PERFORM 0510-PRINT-ACCOUNT-LINE
               UNTIL WS-EOF-GLB.
           MOVE 999999                 TO TBL-GL-ACCOUNT.
           MOVE "TRIAL BALANCE TOTALS" TO TBL-DESCRIPTION.
           MOVE WS-TB-DEBITS           TO TBL-DR-ED.
           MOVE WS-TB-CREDITS          TO TBL-CR-ED.
           WRITE TRIAL-BALANCE-LINE FROM WS-TB-DETAIL-LINE.
           IF WS-TB-DEBITS = WS-TB-CREDITS
               SET WS-TB-BALANCED TO TRUE
               MOVE "TRIAL BALANCE IN BALANCE" TO TBS-STATUS-TEXT
           ELSE
               MOVE "TRIAL BALANCE OUT OF BALANCE"
                   TO TBS-STATUS-TEXT
           END-IF.
           WRITE TRIAL-BALANCE-LINE FROM WS-TB-STATUS-LINE.
           IF WS-CLOSED-COUNT > ZERO
               MOVE SPACES TO TBS-STATUS-TEXT
               STRING "PERIOD " WS-CLOSED-PERIOD
                   " CLOSED TO MONTH-END HISTORY"
                   DELIMITED BY SIZE INTO TBS-STATUS-TEXT
               WRITE TRIAL-BALANCE-LINE FROM WS-TB-STATUS-LINE
           END-IF.

       0510-PRINT-ACCOUNT-LINE.
           READ GL-BALANCE-FILE NEXT RECORD
               AT END
                   SET WS-EOF-GLB TO TRUE
               NOT AT END
                   ADD 1 TO WS-TB-LINE-COUNT
                   MOVE GLB-ACCOUNT     TO TBL-GL-ACCOUNT
                   MOVE GLB-DESCRIPTION TO TBL-DESCRIPTION
                   IF GLB-BALANCE < ZERO
                       MOVE ZERO TO TBL-DR-ED
                       COMPUTE TBL-CR-ED = ZERO - GLB-BALANCE
                       SUBTRACT GLB-BALANCE FROM WS-TB-CREDITS
                   ELSE
                       MOVE GLB-BALANCE TO TBL-DR-ED
                       MOVE ZERO TO TBL-CR-ED
                       ADD GLB-BALANCE TO WS-TB-DEBITS
                   END-IF
                   WRITE TRIAL-BALANCE-LINE FROM WS-TB-DETAIL-LINE
                   IF GLB-CURRENCY NOT = SPACES
                       PERFORM 0520-PRINT-CURRENCY-LINE
                   END-IF
           END-READ.

       0520-PRINT-CURRENCY-LINE.
           MOVE GLB-CURRENCY TO TCL-CURRENCY.
           IF GLB-CCY-BALANCE < ZERO
               MOVE ZERO TO TCL-DR-ED
               COMPUTE TCL-CR-ED = ZERO - GLB-CCY-BALANCE
           ELSE
               MOVE GLB-CCY-BALANCE TO TCL-DR-ED
               MOVE ZERO TO TCL-CR-ED
           END-IF.
           WRITE TRIAL-BALANCE-LINE FROM WS-TB-CURRENCY-LINE.

      *    The control account carries deposits as a credit - below
      *    zero, debit-positive - so its negation must equal the sum
      *    of the customer balances to the centime.  Each currency's
      *    control is proved the same way on its balance in the
      *    currency, against the accounts held in it.
       0600-PROVE-DEPOSITS.
           MOVE WS-DEPOSIT-ACCOUNT TO GLB-ACCOUNT.
           READ GL-BALANCE-FILE
               INVALID KEY
                   MOVE ZERO TO GLB-BALANCE
           END-READ.
           COMPUTE WS-CONTROL-DEPOSITS = ZERO - GLB-BALANCE.
           MOVE "DEPOSITS CONTROL ACCOUNT"    TO PRF-LABEL.
           MOVE WS-CONTROL-DEPOSITS           TO PRF-AMOUNT-ED.
           WRITE TRIAL-BALANCE-LINE FROM WS-PROOF-LINE.
           MOVE "CUSTOMER BALANCES ON MASTER" TO PRF-LABEL.
           MOVE WS-SUBLEDGER-TOTAL            TO PRF-AMOUNT-ED.
           WRITE TRIAL-BALANCE-LINE FROM WS-PROOF-LINE.
           IF WS-TAKEON-DUE
               MOVE "DEPOSITS TAKEN ON TONIGHT" TO PRF-LABEL
               COMPUTE PRF-AMOUNT-ED = ZERO - WS-TAKEON-AMOUNT
               WRITE TRIAL-BALANCE-LINE FROM WS-PROOF-LINE
           END-IF.
           IF WS-CONTROL-DEPOSITS = WS-SUBLEDGER-TOTAL
               SET WS-LEDGER-AGREES TO TRUE
           END-IF.
           PERFORM 0610-PROVE-CURRENCY-DEPOSITS
               VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > WS-CCY-COUNT.
           IF WS-CCY-UNCONTROLLED > ZERO
               SET WS-LEDGER-DISAGREES TO TRUE
               MOVE "ACCOUNTS HELD IN A CURRENCY WITH NO CONTROL"
                   TO TBS-STATUS-TEXT
               WRITE TRIAL-BALANCE-LINE FROM WS-TB-STATUS-LINE
           END-IF.
           IF WS-LEDGER-AGREES
               MOVE "LEDGER AGREES TO CUSTOMER BALANCES"
                   TO TBS-STATUS-TEXT
           ELSE
               MOVE "LEDGER OUT OF AGREEMENT - DO NOT CLOSE THE DAY"
                   TO TBS-STATUS-TEXT
           END-IF.
           WRITE TRIAL-BALANCE-LINE FROM WS-TB-STATUS-LINE.

       0610-PROVE-CURRENCY-DEPOSITS.
           MOVE CCY-TBL-DEPOSIT-ACCOUNT (WS-CCY-SUB) TO GLB-ACCOUNT.
           READ GL-BALANCE-FILE
               INVALID KEY
                   MOVE ZERO TO GLB-CCY-BALANCE
           END-READ.
           COMPUTE WS-CONTROL-DEPOSITS = ZERO - GLB-CCY-BALANCE.
           MOVE SPACES TO PRF-LABEL.
           STRING "DEPOSITS CONTROL ACCOUNT "
               CCY-TBL-CURRENCY (WS-CCY-SUB)
               DELIMITED BY SIZE INTO PRF-LABEL.
           MOVE WS-CONTROL-DEPOSITS TO PRF-AMOUNT-ED.
           WRITE TRIAL-BALANCE-LINE FROM WS-PROOF-LINE.
           MOVE SPACES TO PRF-LABEL.
           STRING "CUSTOMER BALANCES IN "
               CCY-TBL-CURRENCY (WS-CCY-SUB)
               DELIMITED BY SIZE INTO PRF-LABEL.
           MOVE CCY-TBL-SUBLEDGER (WS-CCY-SUB) TO PRF-AMOUNT-ED.
           WRITE TRIAL-BALANCE-LINE FROM WS-PROOF-LINE.
           IF WS-CONTROL-DEPOSITS NOT = CCY-TBL-SUBLEDGER (WS-CCY-SUB)
               SET WS-LEDGER-DISAGREES TO TRUE
           END-IF.

       0900-CLOSE-FILES.
           CLOSE GL-BALANCE-FILE
                 GL-HISTORY-FILE
                 JOURNAL-FILE
                 ACCOUNT-MASTER-FILE
                 TRIAL-BALANCE-FILE.
