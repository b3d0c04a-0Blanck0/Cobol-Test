               RECORD KEY IS CRD-ACCT-NUMBER
               FILE STATUS IS WS-CRD-STATUS.

           SELECT FUNDS-HOLD-FILE
               ASSIGN TO FUNDHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HLD-STATUS.

           SELECT SIGNON-REJECT-FILE
               ASSIGN TO ACCTREJ
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT TELLER-CONTROL-FILE
               ASSIGN TO TELLCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TCT-STATUS.

           SELECT TELLER-JOURNAL-FILE
               ASSIGN TO TELLJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TLJ-STATUS.

           SELECT RESTRICTION-FILE
               ASSIGN TO ACCTRST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RST-ACCT-NUMBER
               FILE STATUS IS WS-RST-STATUS.

           SELECT CUSTOMER-LINK-FILE
               ASSIGN TO CUSTLINK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LNK-KEY
               ALTERNATE RECORD KEY IS LNK-ACCT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-LNK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
       FD  CREDENTIAL-FILE.
           COPY CREDREC.

       FD  FUNDS-HOLD-FILE.
           COPY HOLDREC.

       FD  SIGNON-REJECT-FILE.
       01  SIGNON-REJECT-RECORD.
           05  REJ-ENTRY            PIC X(12).
       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       FD  TELLER-CONTROL-FILE.
           COPY TELLCTL.

       FD  TELLER-JOURNAL-FILE.
           COPY TELLREC.

       FD  RESTRICTION-FILE.
           COPY RESTREC.

       FD  CUSTOMER-LINK-FILE.
           COPY CIFLINK.

       WORKING-STORAGE SECTION.
       01  WS-NOM PIC X(12).
       01  WS-NOM-LEN PIC 9(2) COMP.

       01  WS-REJ-STATUS PIC XX.

      *    The available balance shown beside the ledger balance:
      *    the ledger less every funds hold still in force on the
      *    cycle date - or on today's date when no cycle record has
      *    been cut, since sign-on never waits on the cycle.
       01  WS-HLD-STATUS PIC XX.
           88  HLD-FILE-MISSING   VALUE "35".
       01  WS-EOF-HLD-SW PIC X VALUE "N".
           88  WS-EOF-HLD         VALUE "Y".
       01  WS-HOLD-AS-OF-DATE   PIC 9(8) VALUE ZERO.
       01  WS-HOLD-TOTAL        PIC 9(9)V99 VALUE ZERO.
       01  WS-AVAILABLE-BALANCE PIC S9(9)V99 VALUE ZERO.

       01  WS-SUSP-STATUS PIC XX.
           88  SUSP-FILE-MISSING  VALUE "35".

       01  WS-SCAN-EOF-SW PIC X VALUE "N".
           88  WS-SCAN-EOF        VALUE "Y".

      *    Counter capture.  A workstation whose control record names
      *    its branch and teller is a teller position: once the PIN
      *    verifies, the clerk keys the customer's deposits,
      *    withdrawals and own-account transfers there and then, and
      *    each one accepted goes onto the teller journal for the
      *    branch batch.
       01  WS-TCT-STATUS PIC XX.
       01  WS-TLJ-STATUS PIC XX.
           88  TLJ-FILE-MISSING   VALUE "35".
       01  WS-RST-STATUS PIC XX.
           88  RST-FILE-MISSING   VALUE "35".
       01  WS-LNK-STATUS PIC XX.
           88  LNK-FILE-MISSING   VALUE "35".
       01  WS-EOF-TLJ-SW PIC X VALUE "N".
           88  WS-EOF-TLJ         VALUE "Y".
       01  WS-EOF-LNK-SW PIC X VALUE "N".
           88  WS-EOF-LNK         VALUE "Y".
       01  WS-TELLER-SW PIC X VALUE "N".
           88  WS-TELLER-POSITION VALUE "Y".
       01  WS-TELLER-BRANCH PIC X(4) VALUE SPACES.
       01  WS-TELLER-ID     PIC X(8) VALUE SPACES.
       01  WS-CAPTURE-DONE-SW PIC X VALUE "N".
           88  WS-CAPTURE-DONE    VALUE "Y".
       01  WS-ITEM-ACCEPTED-SW PIC X VALUE "Y".
           88  WS-ITEM-ACCEPTED   VALUE "Y".
           88  WS-ITEM-REFUSED    VALUE "N".
       01  WS-OWN-ACCOUNT-SW PIC X VALUE "N".
           88  WS-OWN-ACCOUNT     VALUE "Y".

       01  WS-TLR-KIND      PIC X(1) VALUE SPACE.
           88  WS-TLR-DEPOSIT     VALUE "D".
           88  WS-TLR-WITHDRAWAL  VALUE "W".
           88  WS-TLR-TRANSFER    VALUE "T".
           88  WS-TLR-KIND-VALID  VALUE "D" "W" "T".
       01  WS-TLR-ENTRY     PIC X(12) VALUE SPACES.
       01  WS-TLR-ENTRY-LEN PIC 9(2) COMP.
       01  WS-TLR-ACCT      PIC 9(6) VALUE ZERO.
       01  WS-TLR-CONTRA    PIC 9(6) VALUE ZERO.
       01  WS-TLR-AMOUNT    PIC 9(7)V99 VALUE ZERO.
       01  WS-TLR-REASON    PIC X(40) VALUE SPACES.
       01  WS-TLR-INVALID-COUNT  PIC 9(2) VALUE ZERO.
       01  WS-TLR-CAPTURED-COUNT PIC 9(4) BINARY VALUE ZERO.

      *    A debit keyed at the counter is measured against the
      *    available balance shown at sign-on, less every withdrawal
      *    and transfer already on the journal for the account and
      *    not yet through the night's posting, down to the floor
      *    its arranged overdraft allows - the same floor the
      *    posting run bounces at.
       01  WS-TLR-PENDING-DEBITS PIC 9(9)V99 VALUE ZERO.
       01  WS-TLR-PROJECTED      PIC S9(9)V99 VALUE ZERO.
       01  WS-TLR-OD-FLOOR       PIC S9(9)V99 VALUE ZERO.

      *    The customers holding the signed-on account, primary or
      *    joint: an own-account transfer must go to an account one
      *    of them holds too.
       01  WS-OWNER-MAX    PIC 9(4) COMP VALUE 20.
       01  WS-OWNER-COUNT  PIC 9(4) COMP VALUE ZERO.
       01  WS-OWNER-SUB    PIC 9(4) COMP VALUE ZERO.
       01  WS-OWNER-TABLE.
           05  WS-OWNER-CUST OCCURS 20 TIMES PIC 9(6).

      *    The sign-on prompt accepts either an account number or a
      *    customer name: a numeric entry is looked up directly by
      *    RECORD KEY, a non-numeric entry through the customer name
      *    every candidate when more than one name matches.
       PROCEDURE DIVISION.
           PERFORM 0020-READ-CYCLE-DATE.
           PERFORM 0108-READ-TELLER-CONTROL.
           PERFORM 0100-OPEN-ACCOUNT-MASTER.
           PERFORM 0102-OPEN-NAME-INDEX.
           PERFORM 0103-OPEN-CREDENTIAL.
           PERFORM 0104-OPEN-FUNDS-HOLD.
           OPEN OUTPUT SIGNON-REJECT-FILE.
           PERFORM 0105-OPEN-AUDIT-LOG.
           PERFORM 0107-OPEN-SUSPENSE.
           DISPLAY "Bonjour " WS-NOM " !".
           EVALUATE TRUE
               WHEN WS-FOUND AND WS-PIN-VERIFIED
                   PERFORM 0500-COMPUTE-AVAILABLE
                   DISPLAY "Account number : " ACCT-NUMBER
                   DISPLAY "Balance        : " CUST-SOLDE
                   DISPLAY "Available      : " WS-AVAILABLE-BALANCE
                   DISPLAY "Status         : " ACCT-STATUS
                   IF WS-TELLER-POSITION
                       PERFORM 0600-TELLER-CAPTURE
                   END-IF
               WHEN WS-FOUND AND CRD-LOCKED
                   DISPLAY "Sign-on refused - credential locked."
                   MOVE 8 TO RETURN-CODE
           CLOSE ACCOUNT-MASTER-FILE
                 NAME-INDEX-FILE
                 CREDENTIAL-FILE
                 FUNDS-HOLD-FILE
                 SIGNON-REJECT-FILE
                 SUSPENSE-FILE
                 AUDIT-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE WS-CYCLE-DATE         TO AUDIT-CYCLE-DATE.
           MOVE "AcceptTest"          TO AUDIT-PROGRAM-ID.
           MOVE SPACES TO AUDIT-MAKER-ID AUDIT-CHECKER-ID.
           MOVE WS-NOM                TO AUDIT-KEY-INPUT.
           MOVE "NO VALID SIGN-ON"    TO AUDIT-OUTCOME.
           WRITE AUDIT-LOG-RECORD.
           CLOSE ACCOUNT-MASTER-FILE
                 NAME-INDEX-FILE
                 CREDENTIAL-FILE
                 FUNDS-HOLD-FILE
                 SIGNON-REJECT-FILE
                 SUSPENSE-FILE
                 AUDIT-LOG-FILE.
               OPEN I-O CREDENTIAL-FILE
           END-IF.

      *    Read only - holds are placed by the posting run and by
      *    maintenance, never at sign-on.
       0104-OPEN-FUNDS-HOLD.
           OPEN INPUT FUNDS-HOLD-FILE.
           IF HLD-FILE-MISSING
               OPEN OUTPUT FUNDS-HOLD-FILE
               CLOSE FUNDS-HOLD-FILE
               OPEN INPUT FUNDS-HOLD-FILE
           END-IF.

      *    The central suspense file accumulates across the whole
      *    batch suite the way the shared audit log does - OPEN
      *    EXTEND once it exists, OPEN OUTPUT the first time it does
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.

      *    The counter position's control record.  A workstation with
      *    none - the nightly operations sign-on among them - signs
      *    on and shows the balance exactly as before, and is never
      *    offered counter capture.
       0108-READ-TELLER-CONTROL.
           OPEN INPUT TELLER-CONTROL-FILE.
           IF WS-TCT-STATUS = "00"
               READ TELLER-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TCT-BRANCH NOT = SPACES
                               AND TCT-TELLER-ID NOT = SPACES
                           SET WS-TELLER-POSITION TO TRUE
                           MOVE TCT-BRANCH    TO WS-TELLER-BRANCH
                           MOVE TCT-TELLER-ID TO WS-TELLER-ID
                       END-IF
               END-READ
               CLOSE TELLER-CONTROL-FILE
           END-IF.

       0170-WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE WS-CYCLE-DATE         TO AUDIT-CYCLE-DATE.
           MOVE "AcceptTest"          TO AUDIT-PROGRAM-ID.
           MOVE SPACES TO AUDIT-MAKER-ID AUDIT-CHECKER-ID.
           MOVE WS-NOM                TO AUDIT-KEY-INPUT.
           EVALUATE TRUE
               WHEN WS-FOUND AND WS-PIN-VERIFIED
               DISPLAY "  " NDX-ACCT-NUMBER "  " NDX-NOM
                   "  " NDX-STATUS
           END-IF.

       0500-COMPUTE-AVAILABLE.
           MOVE WS-CYCLE-DATE TO WS-HOLD-AS-OF-DATE.
           IF WS-HOLD-AS-OF-DATE = ZERO
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOLD-AS-OF-DATE
           END-IF.
           MOVE ZERO TO WS-HOLD-TOTAL.
           MOVE "N" TO WS-EOF-HLD-SW.
           MOVE ACCT-NUMBER TO HLD-ACCT-NUMBER.
           MOVE LOW-VALUES  TO HLD-PLACED-TS.
           MOVE ZERO        TO HLD-PLACED-NBR.
           START FUNDS-HOLD-FILE
               KEY IS GREATER THAN OR EQUAL TO HLD-KEY
               INVALID KEY
                   SET WS-EOF-HLD TO TRUE
           END-START.
           PERFORM 0510-ADD-ACCOUNT-HOLD
               UNTIL WS-EOF-HLD.
           COMPUTE WS-AVAILABLE-BALANCE = CUST-SOLDE - WS-HOLD-TOTAL.

       0510-ADD-ACCOUNT-HOLD.
           READ FUNDS-HOLD-FILE NEXT RECORD
               AT END
                   SET WS-EOF-HLD TO TRUE
               NOT AT END
                   IF HLD-ACCT-NUMBER NOT = ACCT-NUMBER
                       SET WS-EOF-HLD TO TRUE
                   ELSE
                       IF HLD-RELEASE-DATE > WS-HOLD-AS-OF-DATE
                           ADD HLD-AMOUNT TO WS-HOLD-TOTAL
                       END-IF
                   END-IF
           END-READ.

      *    Counter capture for the customer just signed on.  Only an
      *    active account takes counter work - a dormant or closed
      *    one would only be held by the front edit tonight.  The
      *    clerk keys items one after another and finishes with a
      *    blank entry; an unattended stream runs dry the same way.
      *    Every item, accepted or refused, is written to the audit
      *    log under the teller's ID.
       0600-TELLER-CAPTURE.
           IF NOT ACCT-ACTIVE
               DISPLAY "Counter capture refused - account not active."
           ELSE
               MOVE ACCT-NUMBER TO WS-TLR-ACCT
               COMPUTE WS-TLR-OD-FLOOR = ZERO - ACCT-OVERDRAFT-LIMIT
               PERFORM 0602-OPEN-CAPTURE-FILES
               PERFORM 0605-LOAD-ACCOUNT-OWNERS
               MOVE "N"  TO WS-CAPTURE-DONE-SW
               MOVE ZERO TO WS-TLR-INVALID-COUNT
               PERFORM 0620-CAPTURE-ONE-ITEM
                   UNTIL WS-CAPTURE-DONE
               CLOSE RESTRICTION-FILE
                     CUSTOMER-LINK-FILE
                     TELLER-JOURNAL-FILE
               DISPLAY "Items captured : " WS-TLR-CAPTURED-COUNT
           END-IF.

      *    Restrictions and customer links are only read here, and an
      *    absent file only means none on file yet, so each is
      *    created empty rather than failed on.  The journal is
      *    summed for the account's outstanding counter debits before
      *    it is opened to take tonight's items.
       0602-OPEN-CAPTURE-FILES.
           OPEN INPUT RESTRICTION-FILE.
           IF RST-FILE-MISSING
               OPEN OUTPUT RESTRICTION-FILE
               CLOSE RESTRICTION-FILE
               OPEN INPUT RESTRICTION-FILE
           END-IF.
           OPEN INPUT CUSTOMER-LINK-FILE.
           IF LNK-FILE-MISSING
               OPEN OUTPUT CUSTOMER-LINK-FILE
               CLOSE CUSTOMER-LINK-FILE
               OPEN INPUT CUSTOMER-LINK-FILE
           END-IF.
           PERFORM 0610-SUM-PENDING-DEBITS.
           OPEN EXTEND TELLER-JOURNAL-FILE.
           IF TLJ-FILE-MISSING
               OPEN OUTPUT TELLER-JOURNAL-FILE
           END-IF.

       0605-LOAD-ACCOUNT-OWNERS.
           MOVE ZERO TO WS-OWNER-COUNT.
           MOVE "N"  TO WS-EOF-LNK-SW.
           MOVE WS-TLR-ACCT TO LNK-ACCT-NUMBER.
           START CUSTOMER-LINK-FILE
               KEY IS EQUAL TO LNK-ACCT-NUMBER
               INVALID KEY
                   SET WS-EOF-LNK TO TRUE
           END-START.
           PERFORM 0607-SCAN-OWNER-LINK
               UNTIL WS-EOF-LNK.

       0607-SCAN-OWNER-LINK.
           READ CUSTOMER-LINK-FILE NEXT RECORD
               AT END
                   SET WS-EOF-LNK TO TRUE
               NOT AT END
                   IF LNK-ACCT-NUMBER NOT = WS-TLR-ACCT
                       SET WS-EOF-LNK TO TRUE
                   ELSE
                       IF NOT LNK-SIGNATORY
                               AND WS-OWNER-COUNT < WS-OWNER-MAX
                           ADD 1 TO WS-OWNER-COUNT
                           MOVE LNK-CUST-NUMBER
                               TO WS-OWNER-CUST (WS-OWNER-COUNT)
                       END-IF
                   END-IF
           END-READ.

       0610-SUM-PENDING-DEBITS.
           MOVE ZERO TO WS-TLR-PENDING-DEBITS.
           MOVE "N"  TO WS-EOF-TLJ-SW.
           OPEN INPUT TELLER-JOURNAL-FILE.
           IF WS-TLJ-STATUS = "00"
               PERFORM 0615-READ-JOURNAL
                   UNTIL WS-EOF-TLJ
               CLOSE TELLER-JOURNAL-FILE
           END-IF.

       0615-READ-JOURNAL.
           READ TELLER-JOURNAL-FILE
               AT END
                   SET WS-EOF-TLJ TO TRUE
               NOT AT END
                   IF TLJ-ACCT-NUMBER = WS-TLR-ACCT
                           AND NOT TLJ-DEPOSIT
                       ADD TLJ-AMOUNT TO WS-TLR-PENDING-DEBITS
                   END-IF
           END-READ.

      *    One counter item.  A type that is not D, W or T is asked
      *    for again, up to the same ceiling the sign-on prompt
      *    allows.
       0620-CAPTURE-ONE-ITEM.
           MOVE SPACES TO WS-TLR-KIND WS-TLR-REASON.
           MOVE ZERO   TO WS-TLR-AMOUNT WS-TLR-CONTRA.
           DISPLAY "Counter item - D deposit, W withdrawal, "
               "T transfer, blank to finish ? ".
           ACCEPT WS-TLR-KIND.
           EVALUATE TRUE
               WHEN WS-TLR-KIND = SPACE
                   SET WS-CAPTURE-DONE TO TRUE
               WHEN NOT WS-TLR-KIND-VALID
                   ADD 1 TO WS-TLR-INVALID-COUNT
                   DISPLAY "Counter item type not D, W or T."
                   IF WS-TLR-INVALID-COUNT >= WS-MAX-PROMPT-ATTEMPTS
                       SET WS-CAPTURE-DONE TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE ZERO TO WS-TLR-INVALID-COUNT
                   PERFORM 0625-KEY-AND-EDIT-ITEM
           END-EVALUATE.

      *    The same gates the front edit and the posting run will
      *    apply tonight, applied while the customer is still at the
      *    counter: a sound amount, no restriction in force against
      *    the direction of the item, enough available for a debit,
      *    and for a transfer a receiving account the customer holds
      *    that can take the credit.
       0625-KEY-AND-EDIT-ITEM.
           SET WS-ITEM-ACCEPTED TO TRUE.
           PERFORM 0630-EDIT-AMOUNT.
           IF WS-ITEM-ACCEPTED
               PERFORM 0640-CHECK-RESTRICTION
           END-IF.
           IF WS-ITEM-ACCEPTED AND NOT WS-TLR-DEPOSIT
               PERFORM 0645-CHECK-AVAILABLE
           END-IF.
           IF WS-ITEM-ACCEPTED AND WS-TLR-TRANSFER
               PERFORM 0650-EDIT-CONTRA
           END-IF.
           IF WS-ITEM-ACCEPTED
               PERFORM 0670-WRITE-JOURNAL-ITEM
           ELSE
               DISPLAY "Counter item refused - " WS-TLR-REASON
           END-IF.
           PERFORM 0690-WRITE-CAPTURE-AUDIT.

       0630-EDIT-AMOUNT.
           DISPLAY "Amount ? ".
           MOVE SPACES TO WS-TLR-ENTRY.
           ACCEPT WS-TLR-ENTRY.
           EVALUATE TRUE
               WHEN WS-TLR-ENTRY = SPACES
                   MOVE "Amount is blank" TO WS-TLR-REASON
                   SET WS-ITEM-REFUSED TO TRUE
               WHEN FUNCTION TEST-NUMVAL (WS-TLR-ENTRY) NOT = ZERO
                   MOVE "Amount not numeric" TO WS-TLR-REASON
                   SET WS-ITEM-REFUSED TO TRUE
               WHEN FUNCTION NUMVAL (WS-TLR-ENTRY) NOT > ZERO
                   MOVE "Amount not above zero" TO WS-TLR-REASON
                   SET WS-ITEM-REFUSED TO TRUE
               WHEN FUNCTION NUMVAL (WS-TLR-ENTRY) > 9999999.99
                   MOVE "Amount too large" TO WS-TLR-REASON
                   SET WS-ITEM-REFUSED TO TRUE
               WHEN OTHER
                   COMPUTE WS-TLR-AMOUNT =
                       FUNCTION NUMVAL (WS-TLR-ENTRY)
                   IF WS-TLR-AMOUNT NOT = FUNCTION NUMVAL (WS-TLR-ENTRY)
                       MOVE "Amount has more than two decimals"
                           TO WS-TLR-REASON
                       SET WS-ITEM-REFUSED TO TRUE
                   END-IF
           END-EVALUATE.

      *    A restriction still in force on the date the holds are
      *    measured against blocks the directions its type names, as
      *    in the front edit: F everything, D withdrawals and
      *    transfers out, C deposits.
       0640-CHECK-RESTRICTION.
           MOVE WS-TLR-ACCT TO RST-ACCT-NUMBER.
           READ RESTRICTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RST-EXPIRY-DATE >= WS-HOLD-AS-OF-DATE
                       PERFORM 0642-JUDGE-RESTRICTION
                   END-IF
           END-READ.

       0642-JUDGE-RESTRICTION.
           EVALUATE TRUE
               WHEN RST-FULL-FREEZE
                   MOVE "Account frozen by restriction"
                       TO WS-TLR-REASON
                   SET WS-ITEM-REFUSED TO TRUE
               WHEN RST-DEBITS-BLOCKED AND NOT WS-TLR-DEPOSIT
                   MOVE "Debits blocked on account" TO WS-TLR-REASON
                   SET WS-ITEM-REFUSED TO TRUE
               WHEN RST-CREDITS-BLOCKED AND WS-TLR-DEPOSIT
                   MOVE "Credits blocked on account" TO WS-TLR-REASON
                   SET WS-ITEM-REFUSED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0645-CHECK-AVAILABLE.
           COMPUTE WS-TLR-PROJECTED = WS-AVAILABLE-BALANCE
               - WS-TLR-PENDING-DEBITS - WS-TLR-AMOUNT.
           IF WS-TLR-PROJECTED < WS-TLR-OD-FLOOR
               MOVE "Exceeds available balance" TO WS-TLR-REASON
               SET WS-ITEM-REFUSED TO TRUE
           END-IF.

      *    The receiving account of a transfer, keyed as a number
      *    the way the sign-on prompt takes one.
       0650-EDIT-CONTRA.
           DISPLAY "To account number ? ".
           MOVE SPACES TO WS-TLR-ENTRY.
           ACCEPT WS-TLR-ENTRY.
           MOVE FUNCTION TRIM(WS-TLR-ENTRY) TO WS-TLR-ENTRY.
           COMPUTE WS-TLR-ENTRY-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-TLR-ENTRY)).
           EVALUATE TRUE
               WHEN WS-TLR-ENTRY = SPACES
                   MOVE "Receiving account is blank" TO WS-TLR-REASON
                   SET WS-ITEM-REFUSED TO TRUE
               WHEN WS-TLR-ENTRY-LEN > 6
                   MOVE "Receiving account not numeric"
                       TO WS-TLR-REASON
                   SET WS-ITEM-REFUSED TO TRUE
               WHEN WS-TLR-ENTRY (1:WS-TLR-ENTRY-LEN) IS NOT NUMERIC
                   MOVE "Receiving account not numeric"
                       TO WS-TLR-REASON
                   SET WS-ITEM-REFUSED TO TRUE
               WHEN OTHER
                   COMPUTE WS-TLR-CONTRA = FUNCTION NUMVAL
                       (WS-TLR-ENTRY (1:WS-TLR-ENTRY-LEN))
                   PERFORM 0655-CHECK-CONTRA-ACCOUNT
           END-EVALUATE.

      *    Reading the receiving account replaces the signed-on
      *    account's master record in the buffer; nothing after this
      *    point needs it, the floor and the available balance
      *    having been taken at the start of capture.
       0655-CHECK-CONTRA-ACCOUNT.
           IF WS-TLR-CONTRA = WS-TLR-ACCT
               MOVE "Receiving account same as account"
                   TO WS-TLR-REASON
               SET WS-ITEM-REFUSED TO TRUE
           ELSE
               MOVE WS-TLR-CONTRA TO ACCT-NUMBER
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       MOVE "Receiving account not on master"
                           TO WS-TLR-REASON
                       SET WS-ITEM-REFUSED TO TRUE
                   NOT INVALID KEY
                       IF NOT ACCT-ACTIVE
                           MOVE "Receiving account not active"
                               TO WS-TLR-REASON
                           SET WS-ITEM-REFUSED TO TRUE
                       END-IF
               END-READ
           END-IF.
           IF WS-ITEM-ACCEPTED
               PERFORM 0660-CHECK-OWN-ACCOUNT
           END-IF.
           IF WS-ITEM-ACCEPTED
               PERFORM 0665-CHECK-CONTRA-RESTRICTION
           END-IF.

      *    Own-account means a primary or joint holder of the
      *    signed-on account holds the receiving account as well.
      *    Signatories do not count on either side.
       0660-CHECK-OWN-ACCOUNT.
           MOVE "N" TO WS-OWN-ACCOUNT-SW.
           MOVE "N" TO WS-EOF-LNK-SW.
           MOVE WS-TLR-CONTRA TO LNK-ACCT-NUMBER.
           START CUSTOMER-LINK-FILE
               KEY IS EQUAL TO LNK-ACCT-NUMBER
               INVALID KEY
                   SET WS-EOF-LNK TO TRUE
           END-START.
           PERFORM 0662-SCAN-CONTRA-LINK
               UNTIL WS-EOF-LNK OR WS-OWN-ACCOUNT.
           IF NOT WS-OWN-ACCOUNT
               MOVE "Receiving account not customer's own"
                   TO WS-TLR-REASON
               SET WS-ITEM-REFUSED TO TRUE
           END-IF.

       0662-SCAN-CONTRA-LINK.
           READ CUSTOMER-LINK-FILE NEXT RECORD
               AT END
                   SET WS-EOF-LNK TO TRUE
               NOT AT END
                   IF LNK-ACCT-NUMBER NOT = WS-TLR-CONTRA
                       SET WS-EOF-LNK TO TRUE
                   ELSE
                       IF NOT LNK-SIGNATORY
                           PERFORM 0664-MATCH-OWNER
                               VARYING WS-OWNER-SUB FROM 1 BY 1
                               UNTIL WS-OWNER-SUB > WS-OWNER-COUNT
                                  OR WS-OWN-ACCOUNT
                       END-IF
                   END-IF
           END-READ.

       0664-MATCH-OWNER.
           IF WS-OWNER-CUST (WS-OWNER-SUB) = LNK-CUST-NUMBER
               SET WS-OWN-ACCOUNT TO TRUE
           END-IF.

       0665-CHECK-CONTRA-RESTRICTION.
           MOVE WS-TLR-CONTRA TO RST-ACCT-NUMBER.
           READ RESTRICTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RST-EXPIRY-DATE >= WS-HOLD-AS-OF-DATE
                       EVALUATE TRUE
                           WHEN RST-FULL-FREEZE
                               MOVE "Receiving account frozen"
                                   TO WS-TLR-REASON
                               SET WS-ITEM-REFUSED TO TRUE
                           WHEN RST-CREDITS-BLOCKED
                               MOVE "Receiving account blocks credits"
                                   TO WS-TLR-REASON
                               SET WS-ITEM-REFUSED TO TRUE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

      *    The accepted item goes onto the journal as the branch
      *    detail TransEdit will read - a deposit as a C credit, a
      *    withdrawal as a D debit - and a debit counts against what
      *    the customer may still draw at this counter today.
       0670-WRITE-JOURNAL-ITEM.
           MOVE FUNCTION CURRENT-DATE (1:14) TO TLJ-CAPTURE-TS.
           MOVE WS-CYCLE-DATE    TO TLJ-CYCLE-DATE.
           MOVE WS-TELLER-BRANCH TO TLJ-BRANCH.
           MOVE WS-TELLER-ID     TO TLJ-TELLER-ID.
           MOVE WS-TLR-ACCT      TO TLJ-ACCT-NUMBER.
           EVALUATE TRUE
               WHEN WS-TLR-DEPOSIT
                   SET TLJ-DEPOSIT    TO TRUE
               WHEN WS-TLR-WITHDRAWAL
                   SET TLJ-WITHDRAWAL TO TRUE
               WHEN OTHER
                   SET TLJ-TRANSFER   TO TRUE
           END-EVALUATE.
           MOVE WS-TLR-AMOUNT    TO TLJ-AMOUNT.
           MOVE WS-TLR-CONTRA    TO TLJ-CONTRA.
           WRITE TELLER-JOURNAL-RECORD.
           IF NOT TLJ-DEPOSIT
               ADD WS-TLR-AMOUNT TO WS-TLR-PENDING-DEBITS
           END-IF.
           ADD 1 TO WS-TLR-CAPTURED-COUNT.
           DISPLAY "Counter item captured.".

       0690-WRITE-CAPTURE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE WS-CYCLE-DATE         TO AUDIT-CYCLE-DATE.
           MOVE "AcceptTest"          TO AUDIT-PROGRAM-ID.
           MOVE WS-TELLER-ID          TO AUDIT-MAKER-ID.
           MOVE SPACES                TO AUDIT-CHECKER-ID.
           MOVE SPACES                TO AUDIT-KEY-INPUT.
           STRING WS-TLR-ACCT " " WS-TLR-KIND " " WS-TLR-AMOUNT
               DELIMITED BY SIZE INTO AUDIT-KEY-INPUT.
           MOVE SPACES                TO AUDIT-OUTCOME.
           IF WS-ITEM-ACCEPTED
               MOVE "COUNTER ITEM CAPTURED" TO AUDIT-OUTCOME
           ELSE
               STRING "REFUSED " WS-TLR-REASON
                   DELIMITED BY SIZE INTO AUDIT-OUTCOME
           END-IF.
           WRITE AUDIT-LOG-RECORD.
