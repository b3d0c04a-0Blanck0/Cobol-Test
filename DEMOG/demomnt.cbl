               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT CUSTOMER-INFO-FILE
               ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIF-CUST-NUMBER
               FILE STATUS IS WS-CIF-STATUS.

           SELECT CUSTOMER-LINK-FILE
               ASSIGN TO CUSTLINK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LNK-KEY
               ALTERNATE RECORD KEY IS LNK-ACCT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-LNK-STATUS.

           SELECT CYCLE-DATE-FILE
               ASSIGN TO CYCLDATE
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DMT-STATUS.

           SELECT PENDING-MAINT-FILE
               ASSIGN TO PENDMNT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-KEY
               FILE STATUS IS WS-PND-STATUS.

           SELECT MAINT-DECISION-FILE
               ASSIGN TO DEMOAPV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APV-STATUS.

           SELECT DEMOG-REGISTER-FILE
               ASSIGN TO DEMOREG
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

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

           SELECT WATCH-HIT-FILE
               ASSIGN TO WLHITS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WLH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-DEMOG-FILE.
      *    mailing identity and either creates or replaces the
      *    account's demographic record, D removes it (an account
      *    closed and purged).  Unused fields ride along as spaces.
      *    The mailing identity belongs to the customer behind the
      *    account: U may name the CIF customer number to attach the
      *    account to, and with the identity fields left blank it
      *    attaches the account under the address already on file
      *    rather than having the branch key it a second time.  A
      *    blank customer number means the account's own primary
      *    customer.  Every transaction carries the operator ID of
      *    the clerk who keyed it, and waits on the pending file for
      *    a second operator's decision on DEMOAPV before it is
      *    applied.  The tax status behind it (R resident, N
      *    non-resident, E exempt) sets the customer's withholding on
      *    credit interest; left blank it leaves the customer's
      *    status as it stands, and it may be keyed with the identity
      *    fields blank to change the status alone.
       FD  DEMOG-TRANS-FILE.
       01  DEMOG-TRANS-RECORD.
           05  DMT-ACTION          PIC X(1).
           05  DMT-CITY            PIC X(20).
           05  DMT-POSTAL-CODE     PIC X(8).
           05  DMT-PHONE           PIC X(12).
           05  DMT-CUST-NUMBER     PIC 9(6).
           05  DMT-CUST-NUMBER-X REDEFINES DMT-CUST-NUMBER
                                   PIC X(6).
           05  DMT-MAKER-ID        PIC X(8).
           05  DMT-TAX-STATUS      PIC X(1).
               88  DMT-TAX-VALID   VALUE "R" "N" "E" " ".

       FD  PENDING-MAINT-FILE.
           COPY PENDREC.

       FD  MAINT-DECISION-FILE.
           COPY APVREC.

       FD  CUSTOMER-INFO-FILE.
           COPY CIFREC.

       FD  CUSTOMER-LINK-FILE.
           COPY CIFLINK.

       FD  CYCLE-DATE-FILE.
           COPY CYCLCTL.
       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       FD  RESTRICTION-FILE.
           COPY RESTREC.

       FD  WATCH-LIST-FILE.
           COPY WLREC.

       FD  WATCH-CLEAR-FILE.
           COPY WLCLEAR.

       FD  WATCH-HIT-FILE.
           COPY WLHIT.

       WORKING-STORAGE SECTION.
       01  WS-CYC-STATUS PIC XX.
           88  CYC-FILE-MISSING   VALUE "35".
           88  ACCT-OK            VALUE "00".
           88  ACCT-NOT-FOUND     VALUE "23".
           88  ACCT-FILE-MISSING  VALUE "35".
       01  WS-CIF-STATUS PIC XX.
           88  CIF-FILE-MISSING   VALUE "35".
       01  WS-LNK-STATUS PIC XX.
           88  LNK-FILE-MISSING   VALUE "35".
       01  WS-DMT-STATUS PIC XX.
           88  DMT-FILE-MISSING   VALUE "35".
       01  WS-PND-STATUS PIC XX.
           88  PND-FILE-MISSING   VALUE "35".
       01  WS-APV-STATUS PIC XX.
           88  APV-FILE-MISSING   VALUE "35".
       01  WS-REG-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
           88  AUDIT-FILE-MISSING VALUE "35".
       01  WS-RST-STATUS PIC XX.
           88  RST-FILE-MISSING   VALUE "35".
       01  WS-WL-STATUS PIC XX.
           88  WL-FILE-MISSING    VALUE "35".
       01  WS-WLC-STATUS PIC XX.
           88  WLC-FILE-MISSING   VALUE "35".
       01  WS-WLH-STATUS PIC XX.
           88  WLH-FILE-MISSING   VALUE "35".

       01  WS-EOF-DMT-SW PIC X VALUE "N".
           88  WS-EOF-DMT         VALUE "Y".
       01  WS-EOF-PND-SW PIC X VALUE "N".
           88  WS-EOF-PND         VALUE "Y".
       01  WS-EOF-APV-SW PIC X VALUE "N".
           88  WS-EOF-APV         VALUE "Y".

      *    Dual control: an item waits on the pending file at most
      *    WS-PENDING-EXPIRY-DAYS days past the night it was entered
      *    for its checker, then lapses.  Entry numbers run on from
      *    the highest already on file for tonight, so a rerun under
      *    override never reuses an item key.
       01  WS-PENDING-EXPIRY-DAYS PIC 9(3) VALUE 5.
       01  WS-ENTRY-SEQ        PIC 9(4) VALUE ZERO.
       01  WS-EXPIRY-INT       PIC 9(8) BINARY VALUE ZERO.
       01  WS-PENDING-FOUND-SW PIC X VALUE "N".
           88  WS-PENDING-FOUND     VALUE "Y".
           88  WS-PENDING-NOT-FOUND VALUE "N".
       01  WS-ITEM-KEY         PIC X(13) VALUE SPACES.
       01  WS-MAKER-ID         PIC X(8)  VALUE SPACES.
       01  WS-CHECKER-ID       PIC X(8)  VALUE SPACES.
       01  WS-DISPOSITION      PIC X(8)  VALUE SPACES.

       01  WS-MASTER-FOUND-SW PIC X.
           88  WS-MASTER-FOUND     VALUE "Y".
           88  WS-TRANS-APPLIED    VALUE "Y".
           88  WS-TRANS-REFUSED    VALUE "N".

      *    The customer a U transaction resolves to, whether that
      *    customer is already on the CIF master, and whether the
      *    account already hangs off it.
       01  WS-DEMOG-CUSTOMER PIC 9(6) VALUE ZERO.
       01  WS-CUSTOMER-SW PIC X VALUE "N".
           88  WS-CUSTOMER-ON-FILE  VALUE "F".
           88  WS-CUSTOMER-NEW      VALUE "N".
           88  WS-CUSTOMER-UNKNOWN  VALUE "U".
           88  WS-CUSTOMER-INVALID  VALUE "X".
       01  WS-ACCT-LINKED-SW PIC X VALUE "N".
           88  WS-ACCT-LINKED       VALUE "Y".
       01  WS-ACCT-HAS-LINKS-SW PIC X VALUE "N".
           88  WS-ACCT-HAS-LINKS    VALUE "Y".
       01  WS-PRIMARY-FOUND-SW PIC X VALUE "N".
           88  WS-PRIMARY-FOUND     VALUE "Y".
       01  WS-EOF-LNK-SW PIC X VALUE "N".
           88  WS-EOF-LNK           VALUE "Y".
       01  WS-IDENTITY-SW PIC X VALUE "N".
           88  WS-IDENTITY-KEYED    VALUE "Y".
       01  WS-LINK-ROLE PIC X(1) VALUE SPACES.

      *    A customer created or renamed has every account it holds
      *    screened against the compliance watch list as the new
      *    name comes down to it.
       01  WS-NAME-CHANGED-SW PIC X VALUE "N".
           88  WS-NAME-CHANGED      VALUE "Y".
           COPY WLWORK.

       01  WS-REFUSAL-REASON PIC X(40).

       01  WS-READ-COUNT     PIC 9(7) BINARY VALUE ZERO.
       01  WS-PENDING-COUNT  PIC 9(7) BINARY VALUE ZERO.
       01  WS-DECISION-COUNT PIC 9(7) BINARY VALUE ZERO.
       01  WS-APPLIED-COUNT  PIC 9(7) BINARY VALUE ZERO.
       01  WS-DECLINED-COUNT PIC 9(7) BINARY VALUE ZERO.
       01  WS-EXPIRED-COUNT  PIC 9(7) BINARY VALUE ZERO.
       01  WS-REFUSED-COUNT  PIC 9(7) BINARY VALUE ZERO.

       01  WS-CYCLE-HEADING-LINE.
           05  REG-REASON          PIC X(32).
           05  FILLER              PIC X(3)  VALUE SPACES.

      *    Under each detail, the pending item the transaction rides
      *    on and the operators who entered and decided it.
       01  WS-REGISTER-CONTROL-LINE.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE "ITEM ".
           05  REG-ITEM-KEY        PIC X(13).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(6)  VALUE "MAKER ".
           05  REG-MAKER-ID        PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE "CHECKER ".
           05  REG-CHECKER-ID      PIC X(8).
           05  FILLER              PIC X(23) VALUE SPACES.

       01  WS-REGISTER-TOTAL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  REG-TOT-LABEL       PIC X(20).
           PERFORM 0020-READ-CYCLE-DATE.
           PERFORM 0025-CHECK-PRIOR-RUN.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0120-SWEEP-PENDING-ITEMS.
           PERFORM 0140-PROCESS-DECISIONS.
           PERFORM 0110-READ-DEMOG-TRANS.
           PERFORM 0190-ENTER-DEMOG-TRANS
               UNTIL WS-EOF-DMT.
           PERFORM 0800-PRINT-REGISTER-TOTALS.
           PERFORM 0900-CLOSE-FILES.
           PERFORM 9100-RECORD-CYCLE-RUN.
           DISPLAY "DemogMaint: " WS-PENDING-COUNT " pending, "
               WS-APPLIED-COUNT " applied, "
               WS-DECLINED-COUNT " declined, "
               WS-REFUSED-COUNT " refused".
           IF WS-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               CLOSE CUSTOMER-DEMOG-FILE
               OPEN I-O CUSTOMER-DEMOG-FILE
           END-IF.
           OPEN I-O CUSTOMER-INFO-FILE.
           IF CIF-FILE-MISSING
               OPEN OUTPUT CUSTOMER-INFO-FILE
               CLOSE CUSTOMER-INFO-FILE
               OPEN I-O CUSTOMER-INFO-FILE
           END-IF.
           OPEN I-O CUSTOMER-LINK-FILE.
           IF LNK-FILE-MISSING
               OPEN OUTPUT CUSTOMER-LINK-FILE
               CLOSE CUSTOMER-LINK-FILE
               OPEN I-O CUSTOMER-LINK-FILE
           END-IF.
           OPEN I-O PENDING-MAINT-FILE.
           IF PND-FILE-MISSING
               OPEN OUTPUT PENDING-MAINT-FILE
               CLOSE PENDING-MAINT-FILE
               OPEN I-O PENDING-MAINT-FILE
           END-IF.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF ACCT-FILE-MISSING
               DISPLAY "DemogMaint: ACCTMAST.DAT not found - "
           MOVE WS-CYCLE-DATE TO HDG-CYCLE-DATE.
           WRITE DEMOG-REGISTER-LINE FROM WS-CYCLE-HEADING-LINE.
           PERFORM 0105-OPEN-AUDIT-LOG.
           OPEN I-O RESTRICTION-FILE.
           IF RST-FILE-MISSING
               OPEN OUTPUT RESTRICTION-FILE
               CLOSE RESTRICTION-FILE
               OPEN I-O RESTRICTION-FILE
           END-IF.
           PERFORM 0107-OPEN-WATCH-LIST.

      *    AUDIT-LOG-FILE is shared across the whole batch suite; each
      *    run appends to it rather than replacing it, so OPEN EXTEND
               OPEN OUTPUT AUDIT-LOG-FILE
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
      *    every report heading and audit record this program writes,
                   SET WS-EOF-DMT TO TRUE
           END-READ.

      *    Before tonight's decisions are taken, every demographic
      *    item still waiting past its expiry date lapses - a checker
      *    can never approve an address the branch has long
      *    forgotten.  The same pass finds the last entry number used
      *    tonight.
       0120-SWEEP-PENDING-ITEMS.
           MOVE "N" TO WS-EOF-PND-SW.
           MOVE ZERO TO WS-ENTRY-SEQ.
           MOVE "D"  TO PND-SYSTEM.
           MOVE ZERO TO PND-ENTRY-DATE
                        PND-ENTRY-SEQ.
           START PENDING-MAINT-FILE
               KEY IS NOT LESS THAN PND-KEY
               INVALID KEY
                   SET WS-EOF-PND TO TRUE
           END-START.
           PERFORM 0125-SWEEP-ONE-ITEM
               UNTIL WS-EOF-PND.

       0125-SWEEP-ONE-ITEM.
           READ PENDING-MAINT-FILE NEXT RECORD
               AT END
                   SET WS-EOF-PND TO TRUE
               NOT AT END
                   IF NOT PND-DEMOG-MAINT
                       SET WS-EOF-PND TO TRUE
                   ELSE
                       PERFORM 0130-CHECK-PENDING-ITEM
                   END-IF
           END-READ.

       0130-CHECK-PENDING-ITEM.
           IF PND-ENTRY-DATE = WS-CYCLE-DATE
               MOVE PND-ENTRY-SEQ TO WS-ENTRY-SEQ
           END-IF.
           IF PND-AWAITING AND PND-EXPIRY-DATE < WS-CYCLE-DATE
               SET PND-EXPIRED TO TRUE
               MOVE WS-CYCLE-DATE TO PND-DECIDED-DATE
               MOVE "Not decided before expiry date" TO PND-REASON
               REWRITE PENDING-MAINT-RECORD
               ADD 1 TO WS-EXPIRED-COUNT
               MOVE PND-TRANS-IMAGE TO DEMOG-TRANS-RECORD
               MOVE PND-KEY         TO WS-ITEM-KEY
               MOVE PND-MAKER-ID    TO WS-MAKER-ID
               MOVE SPACES          TO WS-CHECKER-ID
               MOVE PND-REASON      TO WS-REFUSAL-REASON
               MOVE "EXPIRED"       TO WS-DISPOSITION
               PERFORM 0700-WRITE-REGISTER-DETAIL
               PERFORM 0750-WRITE-AUDIT-LOG
           END-IF.

      *    The checkers' decisions on items entered on earlier runs.
      *    DEMOAPV is optional - a night with no decisions simply
      *    applies nothing.
       0140-PROCESS-DECISIONS.
           OPEN INPUT MAINT-DECISION-FILE.
           IF NOT APV-FILE-MISSING
               PERFORM 0145-READ-DECISION
               PERFORM 0150-APPLY-DECISION
                   UNTIL WS-EOF-APV
               CLOSE MAINT-DECISION-FILE
           END-IF.

       0145-READ-DECISION.
           READ MAINT-DECISION-FILE
               AT END
                   SET WS-EOF-APV TO TRUE
           END-READ.

      *    A decision stands only on a demographic item still
      *    waiting, and only from a checker who is not the item's
      *    maker.  An approval applies the item exactly as the maker
      *    keyed it, through the same edits as ever; a refusal there
      *    closes the item as refused, with the reason, and is not
      *    retried.
       0150-APPLY-DECISION.
           ADD 1 TO WS-DECISION-COUNT.
           SET WS-TRANS-REFUSED TO TRUE.
           MOVE SPACES TO WS-REFUSAL-REASON
                          WS-MAKER-ID
                          DEMOG-TRANS-RECORD.
           MOVE "REFUSED"      TO WS-DISPOSITION.
           MOVE APV-ITEM-KEY   TO WS-ITEM-KEY.
           MOVE APV-CHECKER-ID TO WS-CHECKER-ID.
           MOVE APV-ITEM-KEY   TO PND-KEY.
           READ PENDING-MAINT-FILE
               INVALID KEY
                   SET WS-PENDING-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-PENDING-FOUND TO TRUE
                   MOVE PND-TRANS-IMAGE TO DEMOG-TRANS-RECORD
                   MOVE PND-MAKER-ID    TO WS-MAKER-ID
           END-READ.
           EVALUATE TRUE
               WHEN WS-PENDING-NOT-FOUND
                   MOVE "Pending item not found"
                       TO WS-REFUSAL-REASON
               WHEN NOT PND-DEMOG-MAINT
                   MOVE "Item is not demographic"
                       TO WS-REFUSAL-REASON
               WHEN PND-EXPIRED
                   MOVE "Pending item has expired"
                       TO WS-REFUSAL-REASON
               WHEN NOT PND-AWAITING
                   MOVE "Pending item already decided"
                       TO WS-REFUSAL-REASON
               WHEN APV-CHECKER-ID = SPACES
                   MOVE "Decision without checker ID"
                       TO WS-REFUSAL-REASON
               WHEN APV-CHECKER-ID = PND-MAKER-ID
                   MOVE "Checker is the maker of the item"
                       TO WS-REFUSAL-REASON
               WHEN APV-DECLINE
                   SET PND-DECLINED TO TRUE
                   PERFORM 0160-CLOSE-PENDING-ITEM
                   MOVE "DECLINED" TO WS-DISPOSITION
                   ADD 1 TO WS-DECLINED-COUNT
               WHEN APV-APPROVE
                   PERFORM 0200-APPLY-DEMOG-TRANS
                   IF WS-TRANS-APPLIED
                       SET PND-APPLIED TO TRUE
                       MOVE "APPLIED" TO WS-DISPOSITION
                       ADD 1 TO WS-APPLIED-COUNT
                   ELSE
                       SET PND-REFUSED TO TRUE
                   END-IF
                   PERFORM 0160-CLOSE-PENDING-ITEM
               WHEN OTHER
                   MOVE "Decision not A or D"
                       TO WS-REFUSAL-REASON
           END-EVALUATE.
           IF WS-DISPOSITION = "REFUSED"
               ADD 1 TO WS-REFUSED-COUNT
           END-IF.
           PERFORM 0700-WRITE-REGISTER-DETAIL.
           PERFORM 0750-WRITE-AUDIT-LOG.
           PERFORM 0145-READ-DECISION.

       0160-CLOSE-PENDING-ITEM.
           MOVE APV-CHECKER-ID    TO PND-CHECKER-ID.
           MOVE WS-CYCLE-DATE     TO PND-DECIDED-DATE.
           MOVE WS-REFUSAL-REASON TO PND-REASON.
           REWRITE PENDING-MAINT-RECORD.

      *    Tonight's new maintenance goes to the pending file, never
      *    to the demographic master: an entry with no maker is
      *    refused outright, since a change nobody owns could never
      *    be checked against its maker.
       0190-ENTER-DEMOG-TRANS.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES       TO WS-REFUSAL-REASON
                                WS-ITEM-KEY
                                WS-CHECKER-ID.
           MOVE DMT-MAKER-ID TO WS-MAKER-ID.
           IF DMT-MAKER-ID = SPACES
               MOVE "No entering operator ID" TO WS-REFUSAL-REASON
               MOVE "REFUSED" TO WS-DISPOSITION
               ADD 1 TO WS-REFUSED-COUNT
           ELSE
               PERFORM 0195-WRITE-PENDING-ITEM
               MOVE "PENDING" TO WS-DISPOSITION
               ADD 1 TO WS-PENDING-COUNT
           END-IF.
           PERFORM 0700-WRITE-REGISTER-DETAIL.
           PERFORM 0750-WRITE-AUDIT-LOG.
           PERFORM 0110-READ-DEMOG-TRANS.

       0195-WRITE-PENDING-ITEM.
           ADD 1 TO WS-ENTRY-SEQ.
           INITIALIZE PENDING-MAINT-RECORD.
           SET PND-DEMOG-MAINT TO TRUE.
           MOVE WS-CYCLE-DATE   TO PND-ENTRY-DATE.
           MOVE WS-ENTRY-SEQ    TO PND-ENTRY-SEQ.
           SET PND-AWAITING TO TRUE.
           MOVE DMT-ACTION      TO PND-ACTION.
           MOVE DEMOG-TRANS-RECORD (2:6) TO PND-ACCT-NUMBER.
           MOVE DMT-MAKER-ID    TO PND-MAKER-ID.
           COMPUTE WS-EXPIRY-INT =
               FUNCTION INTEGER-OF-DATE (WS-CYCLE-DATE)
                   + WS-PENDING-EXPIRY-DAYS.
           COMPUTE PND-EXPIRY-DATE =
               FUNCTION DATE-OF-INTEGER (WS-EXPIRY-INT).
           MOVE DEMOG-TRANS-RECORD TO PND-TRANS-IMAGE.
           WRITE PENDING-MAINT-RECORD.
           MOVE PND-KEY         TO WS-ITEM-KEY.

      *    The apply itself, for an approved item: the transaction
      *    image is back in DEMOG-TRANS-RECORD and goes through the
      *    action's own edits exactly as it always has.
       0200-APPLY-DEMOG-TRANS.
           SET WS-TRANS-REFUSED TO TRUE.
           MOVE SPACES TO WS-REFUSAL-REASON.
           PERFORM 0210-READ-MASTER.
                   MOVE "Unknown demographic action code"
                       TO WS-REFUSAL-REASON
           END-EVALUATE.

       0210-READ-MASTER.
           MOVE DMT-ACCT-NUMBER TO ACCT-NUMBER.
                   SET WS-MASTER-FOUND TO TRUE
           END-READ.

      *    The identity goes onto the customer first and comes down
      *    to the account from there: the CIF record is written or
      *    replaced, the account is linked to the customer if it is
      *    not already, and then every account the customer holds has
      *    its demographic record refreshed from the one CIF copy -
      *    an address change keyed once reaches the current account
      *    and the savings account alike.  Identity fields left blank
      *    on a customer who already has an address on file is an
      *    attach only: nothing is rekeyed.  WRITE first, REWRITE
      *    when the record is already there - the self-healing upsert
      *    every index in this shop uses, so an address correction
      *    never bounces off its own earlier entry.
       0300-UPSERT-DEMOG.
           MOVE "N" TO WS-NAME-CHANGED-SW.
           IF DMT-FULL-NAME = SPACES AND DMT-ADDR-LINE-1 = SPACES
               MOVE "N" TO WS-IDENTITY-SW
           ELSE
               SET WS-IDENTITY-KEYED TO TRUE
           END-IF.
           IF DMT-ACCT-NUMBER NUMERIC AND WS-MASTER-FOUND
               PERFORM 0320-RESOLVE-CUSTOMER
           END-IF.
           EVALUATE TRUE
               WHEN DMT-ACCT-NUMBER NOT NUMERIC
                   MOVE "Account number not numeric"
               WHEN WS-MASTER-NOT-FOUND
                   MOVE "Account not on master"
                       TO WS-REFUSAL-REASON
               WHEN WS-CUSTOMER-INVALID
                   MOVE "Customer number not numeric"
                       TO WS-REFUSAL-REASON
               WHEN WS-CUSTOMER-UNKNOWN
                   MOVE "Customer not on CIF master"
                       TO WS-REFUSAL-REASON
               WHEN NOT DMT-TAX-VALID
                   MOVE "Tax status not R, N or E"
                       TO WS-REFUSAL-REASON
               WHEN NOT WS-IDENTITY-KEYED
                       AND WS-CUSTOMER-ON-FILE
                       AND CIF-ADDR-LINE-1 NOT = SPACES
                   PERFORM 0335-SET-TAX-STATUS
                   PERFORM 0340-LINK-ACCOUNT
                   PERFORM 0350-REFRESH-CUSTOMER-ACCOUNTS
                   SET WS-TRANS-APPLIED TO TRUE
               WHEN DMT-FULL-NAME = SPACES
                   MOVE "Full name is blank" TO WS-REFUSAL-REASON
               WHEN DMT-ADDR-LINE-1 = SPACES
                   MOVE "Address line 1 is blank"
                       TO WS-REFUSAL-REASON
               WHEN OTHER
                   PERFORM 0330-WRITE-CUSTOMER
                   PERFORM 0340-LINK-ACCOUNT
                   PERFORM 0350-REFRESH-CUSTOMER-ACCOUNTS
                   SET WS-TRANS-APPLIED TO TRUE
           END-EVALUATE.

      *    A named customer must already be on the CIF master.  With
      *    no number the account's own primary holder is used; an
      *    account from before the CIF master has no holder yet, and
      *    becomes a new customer under its own account number.
       0320-RESOLVE-CUSTOMER.
           PERFORM 0325-FIND-ACCOUNT-LINKS.
           EVALUATE TRUE
               WHEN DMT-CUST-NUMBER-X = SPACES
                       OR DMT-CUST-NUMBER-X = ZERO
                   IF WS-PRIMARY-FOUND
                       SET WS-ACCT-LINKED TO TRUE
                   ELSE
                       MOVE DMT-ACCT-NUMBER TO WS-DEMOG-CUSTOMER
                   END-IF
                   MOVE WS-DEMOG-CUSTOMER TO CIF-CUST-NUMBER
                   READ CUSTOMER-INFO-FILE
                       INVALID KEY
                           SET WS-CUSTOMER-NEW TO TRUE
                       NOT INVALID KEY
                           SET WS-CUSTOMER-ON-FILE TO TRUE
                   END-READ
               WHEN DMT-CUST-NUMBER NOT NUMERIC
                   SET WS-CUSTOMER-INVALID TO TRUE
               WHEN OTHER
                   MOVE DMT-CUST-NUMBER TO WS-DEMOG-CUSTOMER
                   MOVE DMT-CUST-NUMBER TO CIF-CUST-NUMBER
                   READ CUSTOMER-INFO-FILE
                       INVALID KEY
                           SET WS-CUSTOMER-UNKNOWN TO TRUE
                       NOT INVALID KEY
                           SET WS-CUSTOMER-ON-FILE TO TRUE
                   END-READ
           END-EVALUATE.

      *    Walk the account's links through the alternate key: note
      *    whether it has any at all, who its primary holder is, and
      *    whether it is already linked to the customer named on the
      *    transaction.
       0325-FIND-ACCOUNT-LINKS.
           MOVE "N" TO WS-ACCT-HAS-LINKS-SW.
           MOVE "N" TO WS-ACCT-LINKED-SW.
           MOVE "N" TO WS-PRIMARY-FOUND-SW.
           MOVE "N" TO WS-EOF-LNK-SW.
           MOVE ZERO TO WS-DEMOG-CUSTOMER.
           MOVE DMT-ACCT-NUMBER TO LNK-ACCT-NUMBER.
           START CUSTOMER-LINK-FILE
               KEY IS EQUAL TO LNK-ACCT-NUMBER
               INVALID KEY
                   SET WS-EOF-LNK TO TRUE
           END-START.
           PERFORM 0326-SCAN-ACCOUNT-LINK
               UNTIL WS-EOF-LNK.

       0326-SCAN-ACCOUNT-LINK.
           READ CUSTOMER-LINK-FILE NEXT RECORD
               AT END
                   SET WS-EOF-LNK TO TRUE
               NOT AT END
                   IF LNK-ACCT-NUMBER NOT = DMT-ACCT-NUMBER
                       SET WS-EOF-LNK TO TRUE
                   ELSE
                       SET WS-ACCT-HAS-LINKS TO TRUE
                       IF LNK-PRIMARY AND NOT WS-PRIMARY-FOUND
                           SET WS-PRIMARY-FOUND TO TRUE
                           MOVE LNK-CUST-NUMBER
                               TO WS-DEMOG-CUSTOMER
                       END-IF
                       IF DMT-CUST-NUMBER-X NOT = SPACES
                               AND LNK-CUST-NUMBER = DMT-CUST-NUMBER
                           SET WS-ACCT-LINKED TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *    The keyed identity onto the customer.  A customer new to
      *    the CIF master takes its date of birth from the account it
      *    is being created from; one already there keeps its date of
      *    birth and opening date and has only its mailing identity
      *    replaced.  A keyed tax status goes on with the identity; a
      *    new customer with none keyed is withheld from as a
      *    resident.
       0330-WRITE-CUSTOMER.
           IF WS-CUSTOMER-NEW OR CIF-FULL-NAME NOT = DMT-FULL-NAME
               SET WS-NAME-CHANGED TO TRUE
           END-IF.
           IF WS-CUSTOMER-NEW
               INITIALIZE CUSTOMER-INFO-RECORD
               MOVE WS-DEMOG-CUSTOMER TO CIF-CUST-NUMBER
               MOVE CUST-BIRTH-DATE   TO CIF-BIRTH-DATE
               MOVE CUST-BIRTH-FLAG   TO CIF-BIRTH-FLAG
               MOVE WS-CYCLE-DATE     TO CIF-OPEN-DATE
           END-IF.
           MOVE DMT-FULL-NAME   TO CIF-FULL-NAME.
           MOVE DMT-ADDR-LINE-1 TO CIF-ADDR-LINE-1.
           MOVE DMT-ADDR-LINE-2 TO CIF-ADDR-LINE-2.
           MOVE DMT-CITY        TO CIF-CITY.
           MOVE DMT-POSTAL-CODE TO CIF-POSTAL-CODE.
           MOVE DMT-PHONE       TO CIF-PHONE.
           IF DMT-TAX-STATUS NOT = SPACE
               MOVE DMT-TAX-STATUS TO CIF-TAX-STATUS
           END-IF.
           WRITE CUSTOMER-INFO-RECORD
               INVALID KEY
                   REWRITE CUSTOMER-INFO-RECORD
           END-WRITE.

      *    An attach with no identity keyed can still carry a new tax
      *    status: it goes onto the customer record 0320 has just
      *    read, and nothing else on the customer changes.
       0335-SET-TAX-STATUS.
           IF DMT-TAX-STATUS NOT = SPACE
               MOVE DMT-TAX-STATUS TO CIF-TAX-STATUS
               REWRITE CUSTOMER-INFO-RECORD
           END-IF.

      *    An account not yet on the customer is linked to it: as the
      *    primary holder when the account has no holder at all, as
      *    a joint holder when it already belongs to someone else.
       0340-LINK-ACCOUNT.
           IF NOT WS-ACCT-LINKED
               IF WS-ACCT-HAS-LINKS
                   MOVE "J" TO WS-LINK-ROLE
               ELSE
                   MOVE "P" TO WS-LINK-ROLE
               END-IF
               MOVE WS-DEMOG-CUSTOMER TO LNK-CUST-NUMBER
               MOVE DMT-ACCT-NUMBER   TO LNK-ACCT-NUMBER
               MOVE WS-LINK-ROLE      TO LNK-ROLE
               MOVE WS-CYCLE-DATE     TO LNK-LINK-DATE
               WRITE CUSTOMER-LINK-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

      *    Every account on the customer, in account order from the
      *    customer's first link, gets its demographic record rebuilt
      *    from the CIF copy.
       0350-REFRESH-CUSTOMER-ACCOUNTS.
           MOVE "N" TO WS-EOF-LNK-SW.
           MOVE WS-DEMOG-CUSTOMER TO LNK-CUST-NUMBER.
           MOVE ZERO              TO LNK-ACCT-NUMBER.
           START CUSTOMER-LINK-FILE
               KEY IS NOT LESS THAN LNK-KEY
               INVALID KEY
                   SET WS-EOF-LNK TO TRUE
           END-START.
           PERFORM 0355-REFRESH-ONE-ACCOUNT
               UNTIL WS-EOF-LNK.

       0355-REFRESH-ONE-ACCOUNT.
           READ CUSTOMER-LINK-FILE NEXT RECORD
               AT END
                   SET WS-EOF-LNK TO TRUE
               NOT AT END
                   IF LNK-CUST-NUMBER NOT = WS-DEMOG-CUSTOMER
                       SET WS-EOF-LNK TO TRUE
                   ELSE
                       MOVE LNK-ACCT-NUMBER TO DEM-ACCT-NUMBER
                       MOVE CIF-FULL-NAME   TO DEM-FULL-NAME
                       MOVE CIF-ADDR-LINE-1 TO DEM-ADDR-LINE-1
                       MOVE CIF-ADDR-LINE-2 TO DEM-ADDR-LINE-2
                       MOVE CIF-CITY        TO DEM-CITY
                       MOVE CIF-POSTAL-CODE TO DEM-POSTAL-CODE
                       MOVE CIF-PHONE       TO DEM-PHONE
                       WRITE CUSTOMER-DEMOG-RECORD
                           INVALID KEY
                               REWRITE CUSTOMER-DEMOG-RECORD
                       END-WRITE
                       IF WS-NAME-CHANGED
                           PERFORM 0360-SCREEN-ACCOUNT-NAME
                       END-IF
                   END-IF
           END-READ.

      *    A new or changed name is screened once for each account it
      *    reaches.  A hit freezes the account and is reported to
      *    compliance; the identity change itself stands.
       0360-SCREEN-ACCOUNT-NAME.
           MOVE DEM-FULL-NAME   TO WS-WL-SCREEN-NAME.
           MOVE DEM-ACCT-NUMBER TO WS-WL-ACCT-NUMBER.
           MOVE "N"             TO WS-WL-SCREEN-KIND.
           PERFORM 9300-SCREEN-NAME.
           IF WS-WL-HIT
               PERFORM 9340-FREEZE-ACCOUNT
               IF NOT WS-WL-ALREADY-FROZEN
                   PERFORM 9350-WRITE-WATCH-HIT
               END-IF
               MOVE "Watch-list hit - account frozen"
                   TO WS-REFUSAL-REASON
           END-IF.

       0400-DELETE-DEMOG.
           MOVE DMT-ACCT-NUMBER TO DEM-ACCT-NUMBER.
           DELETE CUSTOMER-DEMOG-FILE
           MOVE DMT-ACTION      TO REG-ACTION.
           MOVE DMT-ACCT-NUMBER TO REG-ACCT-NUMBER.
           MOVE DMT-FULL-NAME   TO REG-FULL-NAME.
           MOVE WS-DISPOSITION  TO REG-DISPOSITION.
           MOVE WS-REFUSAL-REASON TO REG-REASON.
           WRITE DEMOG-REGISTER-LINE FROM WS-REGISTER-DETAIL.
           MOVE WS-ITEM-KEY     TO REG-ITEM-KEY.
           MOVE WS-MAKER-ID     TO REG-MAKER-ID.
           MOVE WS-CHECKER-ID   TO REG-CHECKER-ID.
           WRITE DEMOG-REGISTER-LINE FROM WS-REGISTER-CONTROL-LINE.

       0750-WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE WS-CYCLE-DATE         TO AUDIT-CYCLE-DATE.
           MOVE "DemogMaint"          TO AUDIT-PROGRAM-ID.
           MOVE DEMOG-TRANS-RECORD (1:20) TO AUDIT-KEY-INPUT.
           MOVE WS-MAKER-ID           TO AUDIT-MAKER-ID.
           MOVE WS-CHECKER-ID         TO AUDIT-CHECKER-ID.
           MOVE SPACES                TO AUDIT-OUTCOME.
           EVALUATE WS-DISPOSITION
               WHEN "REFUSED"
                   STRING "REFUSED " WS-REFUSAL-REASON
                       DELIMITED BY SIZE INTO AUDIT-OUTCOME
               WHEN "PENDING"
                   STRING "PENDING " WS-ITEM-KEY
                       DELIMITED BY SIZE INTO AUDIT-OUTCOME
               WHEN OTHER
                   MOVE WS-DISPOSITION TO AUDIT-OUTCOME
           END-EVALUATE.
           WRITE AUDIT-LOG-RECORD.

       0800-PRINT-REGISTER-TOTALS.
           MOVE WS-READ-COUNT      TO REG-TOT-COUNT-ED.
           WRITE DEMOG-REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE.

           MOVE "TRANS PENDING"    TO REG-TOT-LABEL.
           MOVE WS-PENDING-COUNT   TO REG-TOT-COUNT-ED.
           WRITE DEMOG-REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE.

           MOVE "DECISIONS READ"   TO REG-TOT-LABEL.
           MOVE WS-DECISION-COUNT  TO REG-TOT-COUNT-ED.
           WRITE DEMOG-REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE.

           MOVE "TRANS APPLIED"    TO REG-TOT-LABEL.
           MOVE WS-APPLIED-COUNT   TO REG-TOT-COUNT-ED.
           WRITE DEMOG-REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE.

           MOVE "TRANS DECLINED"   TO REG-TOT-LABEL.
           MOVE WS-DECLINED-COUNT  TO REG-TOT-COUNT-ED.
           WRITE DEMOG-REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE.

           MOVE "ITEMS EXPIRED"    TO REG-TOT-LABEL.
           MOVE WS-EXPIRED-COUNT   TO REG-TOT-COUNT-ED.
           WRITE DEMOG-REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE.

           MOVE "TRANS REFUSED"    TO REG-TOT-LABEL.
           MOVE WS-REFUSED-COUNT   TO REG-TOT-COUNT-ED.
           WRITE DEMOG-REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE.

           MOVE "WATCH-LIST HITS"  TO REG-TOT-LABEL.
           MOVE WS-WL-HIT-COUNT    TO REG-TOT-COUNT-ED.
           WRITE DEMOG-REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE.

       0900-CLOSE-FILES.
           CLOSE CUSTOMER-DEMOG-FILE
                 CUSTOMER-INFO-FILE
                 CUSTOMER-LINK-FILE
                 PENDING-MAINT-FILE
                 ACCOUNT-MASTER-FILE
                 DEMOG-TRANS-FILE
                 DEMOG-REGISTER-FILE
                 AUDIT-LOG-FILE
                 RESTRICTION-FILE
                 WATCH-LIST-FILE
                 WATCH-CLEAR-FILE
                 WATCH-HIT-FILE.

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
           MOVE "DemogMaint"       TO WLH-SOURCE-PROGRAM.
           MOVE WS-WL-SCREEN-KIND  TO WLH-SCREEN-KIND.
           MOVE WS-WL-ACCT-NUMBER  TO WLH-ACCT-NUMBER.
           MOVE WS-WL-SCREEN-NAME  TO WLH-SCREENED-NAME.
           MOVE WS-WL-MATCH-KEY    TO WLH-MATCH-KEY.
           MOVE WS-WL-ENTRY-ID     TO WLH-ENTRY-ID.
           MOVE WS-WL-LISTED-NAME  TO WLH-LISTED-NAME.
           MOVE WS-WL-LIST-SOURCE  TO WLH-LIST-SOURCE.
           WRITE WATCH-HIT-RECORD.
           ADD 1 TO WS-WL-HIT-COUNT.
