               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT BRANCH-MASTER-FILE
               ASSIGN TO BRNMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRN-CODE
               FILE STATUS IS WS-BRN-STATUS.

           SELECT DUP-CONTROL-FILE
               ASSIGN TO DUPCTL
               ORGANIZATION IS LINE SEQUENTIAL
       FD  TRANS-HISTORY-FILE.
           COPY HISTREC.

       FD  BRANCH-MASTER-FILE.
           COPY BRNREC.

      *    Duplicate-submission control: how many days of TXNHIST a
      *    detail is probed against, and the whole-batch hold
      *    threshold - the percentage of suspected duplicates in one
       01  WS-CYCLE-OVERRIDE-SW PIC X VALUE "N".
           88  WS-CYCLE-OVERRIDE  VALUE "Y".
       01  WS-CYCLE-DATE PIC 9(8) VALUE ZERO.
       01  WS-STEP-START-STAMP PIC X(14) VALUE SPACES.

       01  WS-ACCT-STATUS PIC XX.
           88  ACCT-OK            VALUE "00".
               88  DTX-IS-TRANSFER VALUE "T".
           05  DTX-AMOUNT          PIC X(9).
           05  DTX-CONTRA          PIC X(6).
           05  FILLER              PIC X(4).
           05  DTX-CONVERT         PIC X(1).
               88  DTX-CONVERTS    VALUE "X".
           05  FILLER              PIC X(53).

       01  WS-BRANCH-ID       PIC X(4) VALUE SPACES.
       01  WS-ACCT-CURRENCY   PIC X(3) VALUE SPACES.

       01  WS-LINE-NUMBER     PIC 9(7) BINARY VALUE ZERO.
       01  WS-DETAIL-COUNT    PIC 9(7) BINARY VALUE ZERO.
           88  HIST-FILE-MISSING  VALUE "35".
       01  WS-DUP-STATUS PIC XX.
           88  DUP-FILE-MISSING   VALUE "35".
       01  WS-BRN-STATUS PIC XX.
           88  BRN-FILE-MISSING   VALUE "35".

      *    Duplicate-probe state: the front edit has a memory now.
      *    Each detail is probed against the account's own recent
           05  EDT-STATUS-TEXT     PIC X(78).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-STEP-START-STAMP.
           PERFORM 0020-READ-CYCLE-DATE.
           PERFORM 0025-CHECK-PRIOR-RUN.
           PERFORM 0100-OPEN-FILES.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    The branch master is mandatory too - without it there is
      *    no saying which codes may submit, and an edit that let
      *    any four characters through is what it replaced.
           OPEN INPUT BRANCH-MASTER-FILE.
           IF BRN-FILE-MISSING
               DISPLAY "TransEdit: BRNMAST.DAT not found - "
                   "aborting"
               CLOSE ACCOUNT-MASTER-FILE
                     TRANS-HISTORY-FILE
                     DUP-CONTROL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    An absent restrictions file only means no holds are in
      *    force, so it is created empty rather than failed on - the
      *    same treatment the statement run gives an absent history.
           END-IF.
           MOVE "TransEdit" TO STAT-PROGRAM-ID.
           MOVE WS-CYCLE-DATE TO STAT-CYCLE-DATE.
           MOVE WS-STEP-START-STAMP TO STAT-START-STAMP.
           MOVE FUNCTION CURRENT-DATE (1:14) TO STAT-END-STAMP.
           MOVE WS-DETAIL-COUNT TO STAT-READ-COUNT.
           MOVE WS-CLEAN-DETAIL-COUNT TO STAT-ACCEPTED-COUNT.
           MOVE WS-BAD-DETAIL-COUNT TO STAT-REJECTED-COUNT.
           ELSE
               IF BHR-IS-HEADER
                   MOVE BHR-BRANCH TO WS-BRANCH-ID
                   PERFORM 0160-CHECK-BRANCH
               ELSE
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE "First record is not an H batch header"
               END-IF
           END-IF.

      *    The header's branch has to be one the branch master
      *    knows and one still trading.  A batch from anywhere else
      *    is held whole - the header goes to the report and the
      *    central suspense file under its reason, and nothing in the
      *    batch is released to posting.
       0160-CHECK-BRANCH.
           MOVE WS-BRANCH-ID TO BRN-CODE.
           READ BRANCH-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE "Branch not on branch master" TO EDT-REASON
                   MOVE "BRN1" TO WS-EDIT-REASON-CODE
                   PERFORM 0300-WRITE-EDIT-FAILURE
               NOT INVALID KEY
                   IF BRN-CLOSED
                       ADD 1 TO WS-ERROR-COUNT
                       MOVE "Branch is closed" TO EDT-REASON
                       MOVE "BRN2" TO WS-EDIT-REASON-CODE
                       PERFORM 0300-WRITE-EDIT-FAILURE
                   END-IF
           END-READ.

       0200-EDIT-RECORD.
           IF BTR-IS-TRAILER
               SET WS-TRAILER-SEEN TO TRUE
                   PERFORM 0220-FLAG-DETAIL-ERROR
               END-IF
           END-IF.
      *    The conversion flag is blank or X, and only a transfer
      *    can carry it.
           IF WS-DETAIL-CLEAN
               IF DTX-CONVERT NOT = SPACE
                       AND NOT (DTX-CONVERTS AND DTX-IS-TRANSFER)
                   MOVE "Conversion flag not valid" TO EDT-REASON
                   MOVE "CNV1" TO WS-EDIT-REASON-CODE
                   PERFORM 0220-FLAG-DETAIL-ERROR
               END-IF
           END-IF.
           IF WS-DETAIL-CLEAN AND DTX-IS-TRANSFER
               PERFORM 0240-CHECK-CONTRA-ACCOUNT
           END-IF.
                   MOVE "NFD1" TO WS-EDIT-REASON-CODE
                   PERFORM 0220-FLAG-DETAIL-ERROR
               NOT INVALID KEY
                   MOVE ACCT-CURRENCY TO WS-ACCT-CURRENCY
                   IF NOT ACCT-ACTIVE
                       MOVE "Account is not active" TO EDT-REASON
                       MOVE "INA1" TO WS-EDIT-REASON-CODE
      *    A transfer is edited end-to-end before it is released: the
      *    contra side has to be a real, active, different account
      *    now, so the posting run is never left holding a debit
      *    whose credit side was doomed from the start.  That
      *    includes a contra held in another currency when the
      *    transfer does not carry the conversion flag.
       0240-CHECK-CONTRA-ACCOUNT.
           EVALUATE TRUE
               WHEN DTX-CONTRA IS NOT NUMERIC
                           MOVE "NFD2" TO WS-EDIT-REASON-CODE
                           PERFORM 0220-FLAG-DETAIL-ERROR
                       NOT INVALID KEY
                           EVALUATE TRUE
                               WHEN NOT ACCT-ACTIVE
                                   MOVE "Contra account is not active"
                                       TO EDT-REASON
                                   MOVE "INA2" TO WS-EDIT-REASON-CODE
                                   PERFORM 0220-FLAG-DETAIL-ERROR
                               WHEN ACCT-CURRENCY
                                       NOT = WS-ACCT-CURRENCY
                                       AND NOT DTX-CONVERTS
                                   MOVE "Contra in another currency"
                                       TO EDT-REASON
                                   MOVE "CCY1" TO WS-EDIT-REASON-CODE
                                   PERFORM 0220-FLAG-DETAIL-ERROR
                           END-EVALUATE
                   END-READ
           END-EVALUATE.

           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE WS-CYCLE-DATE         TO AUDIT-CYCLE-DATE.
           MOVE "TransEdit"           TO AUDIT-PROGRAM-ID.
           MOVE SPACES TO AUDIT-MAKER-ID AUDIT-CHECKER-ID.
           MOVE WS-BRANCH-ID          TO AUDIT-KEY-INPUT.
           IF WS-BATCH-RELEASED
               MOVE "BATCH RELEASED" TO AUDIT-OUTCOME
           CLOSE ACCOUNT-MASTER-FILE
                 RESTRICTION-FILE
                 TRANS-HISTORY-FILE
                 BRANCH-MASTER-FILE
                 DUP-CONTROL-FILE
                 RAW-TRANS-FILE
                 EDIT-REPORT-FILE
