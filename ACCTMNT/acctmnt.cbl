               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PRD-STATUS.

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

           SELECT CUSTOMER-DEMOG-FILE
               ASSIGN TO CUSTDEMO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEM-ACCT-NUMBER
               FILE STATUS IS WS-DEM-STATUS.

           SELECT CHEQUE-REGISTER-FILE
               ASSIGN TO CHQREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-KEY
               FILE STATUS IS WS-CHQ-STATUS.

           SELECT FUNDS-HOLD-FILE
               ASSIGN TO FUNDHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HLD-STATUS.

           SELECT TERM-DEPOSIT-FILE
               ASSIGN TO TDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-ACCT-NUMBER
               FILE STATUS IS WS-TDM-STATUS.

           SELECT CLOSURE-REQUEST-FILE
               ASSIGN TO CLOSREQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRQ-ACCT-NUMBER
               FILE STATUS IS WS-CRQ-STATUS.

           SELECT MAINTENANCE-TRANS-FILE
               ASSIGN TO MAINTTXN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNT-STATUS.

           SELECT PENDING-MAINT-FILE
               ASSIGN TO PENDMNT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-KEY
               FILE STATUS IS WS-PND-STATUS.

           SELECT MAINT-DECISION-FILE
               ASSIGN TO MAINTAPV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APV-STATUS.

           SELECT MAINTENANCE-REGISTER-FILE
               ASSIGN TO MAINTREG
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT NOTICE-FILE
               ASSIGN TO NOTICE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTC-STATUS.

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
       FD  ACCOUNT-MASTER-FILE.

      *    One maintenance transaction per line: the action code says
      *    which of the remaining fields matter (O=open carries name,
      *    date of birth and product code, N=name change carries the
      *    name, A=birth date correction carries the corrected date of
      *    birth, C=close and R=reinstate
      *    carry only the account number, L=overdraft-limit change
      *    carries the new arranged limit, S=set restriction carries
      *    the restriction type, operator reference and expiry date,
      *    Unused fields ride along as spaces/zeros.  A blank product
      *    code on an open falls back to the default product CUR, so
      *    the branches' existing open transactions keep working
      *    unchanged.  An open may also name an existing CIF customer
      *    number and the role the customer takes on the new account
      *    (P primary, J joint, S signatory - blank means P): the
      *    account then attaches to that customer and takes its date
      *    of birth and address from the CIF master instead of a
      *    second keying.
      *    A blank customer number opens a new customer under the
      *    account's own number, exactly as every open did before.
      *    B=issue cheque book carries the first and last serial of
      *    the book; P=stop payment carries the serial to stop - or
      *    the first and last of a range, a lost book - with the
      *    operator reference in the restriction-reference field.
      *    H=place funds hold carries the amount in the limit field,
      *    the operator reference, and the release date in the
      *    expiry field (zero holds until lifted); V=lift funds hold
      *    carries the operator reference the hold was placed under.
      *    T=open term deposit carries what an open carries plus the
      *    deposit amount in the limit field, the term in months, the
      *    maturity instruction (R roll over, P pay out) and the
      *    nominated payout account - required on a payout, optional
      *    on a rollover, where it takes the interest each term.  A
      *    term deposit product cannot be opened with a plain O.
      *    E=close with settlement carries the closure date in the
      *    expiry field (zero closes on the night it is applied) and
      *    one payout destination: an internal account in the payout
      *    account field, or an outside bank's routing code and
      *    account number in the two external fields after the
      *    operator ID.  It does not close the account itself - it
      *    files the request ClosureSettle works on the closure date.
      *    Every transaction carries the operator ID of the clerk
      *    who keyed it.  The date of birth, CCYYMMDD, rides at the
      *    end of the line; the three columns after the name once
      *    held a keyed age and are no longer read.  Nothing on
      *    MAINTTXN is applied as it is read: each line goes to the
      *    pending file under its maker and waits for a second
      *    operator's decision on MAINTAPV.
       FD  MAINTENANCE-TRANS-FILE.
       01  MAINT-TRANS-RECORD.
           05  MNT-ACTION          PIC X(1).
               88  MNT-CLOSE       VALUE "C".
               88  MNT-REINSTATE   VALUE "R".
               88  MNT-NAME-CHANGE VALUE "N".
               88  MNT-BIRTH-CORRECTION VALUE "A".
               88  MNT-LIMIT-CHANGE VALUE "L".
               88  MNT-SET-RESTRICT VALUE "S".
               88  MNT-CLR-RESTRICT VALUE "X".
               88  MNT-UNLOCK-CRED  VALUE "U".
               88  MNT-ISSUE-BOOK   VALUE "B".
               88  MNT-STOP-CHEQUE  VALUE "P".
               88  MNT-PLACE-HOLD   VALUE "H".
               88  MNT-LIFT-HOLD    VALUE "V".
               88  MNT-OPEN-TERM    VALUE "T".
               88  MNT-CLOSE-SETTLE VALUE "E".
           05  MNT-ACCT-NUMBER     PIC 9(6).
           05  MNT-NOM             PIC X(12).
           05  FILLER              PIC X(3).
           05  MNT-PRODUCT         PIC X(3).
           05  MNT-LIMIT           PIC 9(7)V99.
           05  MNT-RST-TYPE        PIC X(1).
           05  MNT-RST-REF         PIC X(8).
           05  MNT-RST-EXPIRY      PIC 9(8).
           05  MNT-CUST-NUMBER     PIC 9(6).
           05  MNT-CUST-NUMBER-X REDEFINES MNT-CUST-NUMBER
                                   PIC X(6).
           05  MNT-LINK-ROLE       PIC X(1).
           05  MNT-CHQ-FIRST       PIC 9(8).
           05  MNT-CHQ-LAST        PIC 9(8).
           05  MNT-CHQ-LAST-X REDEFINES MNT-CHQ-LAST
                                   PIC X(8).
           05  MNT-TD-TERM         PIC 9(3).
           05  MNT-TD-INSTRUCTION  PIC X(1).
           05  MNT-TD-PAYOUT-ACCT  PIC 9(6).
           05  MNT-TD-PAYOUT-ACCT-X REDEFINES MNT-TD-PAYOUT-ACCT
                                   PIC X(6).
           05  MNT-MAKER-ID        PIC X(8).
           05  MNT-EXT-ROUTING     PIC X(8).
           05  MNT-EXT-ACCOUNT     PIC X(10).
           05  MNT-BIRTH-DATE      PIC 9(8).

       FD  PENDING-MAINT-FILE.
           COPY PENDREC.

       FD  MAINT-DECISION-FILE.
           COPY APVREC.

       FD  CREDENTIAL-FILE.
           COPY CREDREC.
       FD  PRODUCT-CATALOG-FILE.
           COPY PRODCAT.

       FD  CUSTOMER-INFO-FILE.
           COPY CIFREC.

       FD  CUSTOMER-LINK-FILE.
           COPY CIFLINK.

       FD  CUSTOMER-DEMOG-FILE.
           COPY DEMOREC.

       FD  CHEQUE-REGISTER-FILE.
           COPY CHQREC.

       FD  FUNDS-HOLD-FILE.
           COPY HOLDREC.

       FD  TERM-DEPOSIT-FILE.
           COPY TDREC.

       FD  CLOSURE-REQUEST-FILE.
           COPY CLSREQ.

       FD  CYCLE-DATE-FILE.
           COPY CYCLCTL.

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

      *    A restriction set or an overdraft limit changed is told to
      *    the customer by letter: each one applied leaves an event
      *    on the shared notice file for NoticeLetters.
       FD  NOTICE-FILE.
           COPY NOTCREC.

       FD  WATCH-LIST-FILE.
           COPY WLREC.

       FD  WATCH-CLEAR-FILE.
           COPY WLCLEAR.

       FD  WATCH-HIT-FILE.
           COPY WLHIT.

       WORKING-STORAGE SECTION.
       01  WS-CYC-STATUS PIC XX.
           88  CYC-FILE-MISSING   VALUE "35".
           88  PRD-OK             VALUE "00".
           88  PRD-NOT-FOUND      VALUE "23".
           88  PRD-FILE-MISSING   VALUE "35".
       01  WS-CIF-STATUS PIC XX.
           88  CIF-OK             VALUE "00".
           88  CIF-NOT-FOUND      VALUE "23".
           88  CIF-FILE-MISSING   VALUE "35".
       01  WS-LNK-STATUS PIC XX.
           88  LNK-OK             VALUE "00".
           88  LNK-NOT-FOUND      VALUE "23".
           88  LNK-FILE-MISSING   VALUE "35".
       01  WS-DEM-STATUS PIC XX.
           88  DEM-FILE-MISSING   VALUE "35".
       01  WS-CHQ-STATUS PIC XX.
           88  CHQ-OK             VALUE "00".
           88  CHQ-NOT-FOUND      VALUE "23".
           88  CHQ-FILE-MISSING   VALUE "35".
       01  WS-HLD-STATUS PIC XX.
           88  HLD-OK             VALUE "00".
           88  HLD-FILE-MISSING   VALUE "35".
       01  WS-TDM-STATUS PIC XX.
           88  TDM-FILE-MISSING   VALUE "35".
       01  WS-CRQ-STATUS PIC XX.
           88  CRQ-FILE-MISSING   VALUE "35".
       01  WS-MNT-STATUS PIC XX.
           88  MNT-FILE-MISSING   VALUE "35".
       01  WS-PND-STATUS PIC XX.
           88  PND-FILE-MISSING   VALUE "35".
       01  WS-APV-STATUS PIC XX.
           88  APV-FILE-MISSING   VALUE "35".
       01  WS-REG-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
           88  AUDIT-FILE-MISSING VALUE "35".
       01  WS-NTC-STATUS PIC XX.
           88  NTC-FILE-MISSING   VALUE "35".
       01  WS-WL-STATUS PIC XX.
           88  WL-FILE-MISSING    VALUE "35".
       01  WS-WLC-STATUS PIC XX.
           88  WLC-FILE-MISSING   VALUE "35".
       01  WS-WLH-STATUS PIC XX.
           88  WLH-FILE-MISSING   VALUE "35".

       01  WS-EOF-MNT-SW PIC X VALUE "N".
           88  WS-EOF-MNT         VALUE "Y".
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

       01  WS-MASTER-FOUND-SW PIC X VALUE "N".
           88  WS-MASTER-FOUND     VALUE "Y".

       01  WS-EDIT-PRODUCT PIC X(3) VALUE SPACES.

      *    Which customer an open attaches to: a new one under the
      *    account's own number, one already on the CIF master, or
      *    none at all because the number given will not stand.
       01  WS-OPEN-CUSTOMER-SW PIC X VALUE "N".
           88  WS-CUSTOMER-NEW      VALUE "N".
           88  WS-CUSTOMER-ON-FILE  VALUE "F".
           88  WS-CUSTOMER-UNKNOWN  VALUE "U".
           88  WS-CUSTOMER-INVALID  VALUE "X".
       01  WS-OPEN-CUSTOMER PIC 9(6) VALUE ZERO.
       01  WS-EDIT-ROLE     PIC X(1) VALUE SPACES.

       01  WS-EOF-LNK-SW PIC X VALUE "N".
           88  WS-EOF-LNK         VALUE "Y".
       01  WS-PRIMARY-FOUND-SW PIC X VALUE "N".
           88  WS-PRIMARY-FOUND   VALUE "Y".
       01  WS-PRIMARY-CUSTOMER PIC 9(6) VALUE ZERO.

      *    Cheque-book range work: a book or a stopped range is held
      *    to WS-CHQ-BOOK-MAX leaves, the largest book the printer
      *    issues, so a mistyped last serial cannot write or stop
      *    a million leaves in one transaction.
       01  WS-CHQ-BOOK-MAX     PIC 9(3) VALUE 100.
       01  WS-CHQ-LAST         PIC 9(8) VALUE ZERO.
       01  WS-CHQ-SERIAL       PIC 9(8) VALUE ZERO.
       01  WS-CHQ-STOP-COUNT   PIC 9(7) BINARY VALUE ZERO.
       01  WS-CHQ-OVERLAP-SW PIC X VALUE "N".
           88  WS-CHQ-OVERLAP     VALUE "Y".
           88  WS-CHQ-NO-OVERLAP  VALUE "N".

      *    Manual funds hold work: a hold is keyed by the moment
      *    maintenance placed it plus the transaction's number in
      *    the run, so two holds on one account never collide.
       01  WS-HOLD-TIMESTAMP   PIC X(21).
       01  WS-HOLD-LIFT-COUNT  PIC 9(7) BINARY VALUE ZERO.
       01  WS-EOF-HLD-SW PIC X VALUE "N".
           88  WS-EOF-HLD         VALUE "Y".

      *    Term deposit work: the longest term the desk may book,
      *    and the nominated payout account as edited - none, on the
      *    master and open, or unusable.
       01  WS-TD-TERM-MAX      PIC 9(3) VALUE 120.
       01  WS-TD-PAYOUT-SW PIC X VALUE "N".
           88  WS-TD-PAYOUT-NONE     VALUE "N".
           88  WS-TD-PAYOUT-VALID    VALUE "Y".
           88  WS-TD-PAYOUT-INVALID  VALUE "X".
           88  WS-TD-PAYOUT-CURRENCY VALUE "C".
       01  WS-PAYOUT-CURRENCY  PIC X(3) VALUE SPACES.
       01  WS-MATURITY-WORK    PIC 9(8) VALUE ZERO.
       01  WS-MATURITY-SPLIT REDEFINES WS-MATURITY-WORK.
           05  MTW-YEAR        PIC 9(4).
           05  MTW-MONTH       PIC 9(2).
           05  MTW-DAY         PIC 9(2).

       01  WS-PRIOR-LIMIT      PIC 9(7)V99 VALUE ZERO.

      *    Closure request work: what stands in the way of a closure
      *    on the other masters, and the closure date as edited.
       01  WS-TD-LOCKED-SW PIC X VALUE "N".
           88  WS-TD-LOCKED         VALUE "Y".
           88  WS-TD-NOT-LOCKED     VALUE "N".
       01  WS-CLOSURE-OPEN-SW PIC X VALUE "N".
           88  WS-CLOSURE-OPEN      VALUE "Y".
           88  WS-CLOSURE-NOT-OPEN  VALUE "N".
       01  WS-CLOSURE-ON-FILE-SW PIC X VALUE "N".
           88  WS-CLOSURE-ON-FILE   VALUE "Y".
       01  WS-CLOSURE-DATE     PIC 9(8) VALUE ZERO.

      *    Date of birth edit on an open or a correction.
       01  WS-BIRTH-DATE-SW PIC X VALUE "Y".
           88  WS-BIRTH-DATE-VALID   VALUE "Y".
           88  WS-BIRTH-DATE-INVALID VALUE "N".
           COPY AGEWORK.

      *    Every account is screened against the compliance watch
      *    list as it opens.
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
      *    Maintenance register detail: one line per transaction, the
      *    applied and the refused alike, so the branch gets back a
      *    full account of what happened to the request it phoned in.
      *    Under it, the pending item the transaction rides on and
      *    the operators who entered and decided it.
       01  WS-REGISTER-DETAIL.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  REG-ACTION          PIC X(1).
           05  REG-REASON          PIC X(40).
           05  FILLER              PIC X(3)  VALUE SPACES.

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
           PERFORM 0110-READ-MAINT-TRANS.
           PERFORM 0190-ENTER-MAINT-TRANS
               UNTIL WS-EOF-MNT.
           PERFORM 0800-PRINT-REGISTER-TOTALS.
           PERFORM 0900-CLOSE-FILES.
           PERFORM 9100-RECORD-CYCLE-RUN.
           DISPLAY "AcctMaint: " WS-PENDING-COUNT " pending, "
               WS-APPLIED-COUNT " applied, "
               WS-DECLINED-COUNT " declined, "
               WS-REFUSED-COUNT " refused".
           IF WS-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
               CLOSE CREDENTIAL-FILE
               OPEN I-O CREDENTIAL-FILE
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
           OPEN I-O CUSTOMER-DEMOG-FILE.
           IF DEM-FILE-MISSING
               OPEN OUTPUT CUSTOMER-DEMOG-FILE
               CLOSE CUSTOMER-DEMOG-FILE
               OPEN I-O CUSTOMER-DEMOG-FILE
           END-IF.
           OPEN I-O CHEQUE-REGISTER-FILE.
           IF CHQ-FILE-MISSING
               OPEN OUTPUT CHEQUE-REGISTER-FILE
               CLOSE CHEQUE-REGISTER-FILE
               OPEN I-O CHEQUE-REGISTER-FILE
           END-IF.
           OPEN I-O FUNDS-HOLD-FILE.
           IF HLD-FILE-MISSING
               OPEN OUTPUT FUNDS-HOLD-FILE
               CLOSE FUNDS-HOLD-FILE
               OPEN I-O FUNDS-HOLD-FILE
           END-IF.
           OPEN I-O TERM-DEPOSIT-FILE.
           IF TDM-FILE-MISSING
               OPEN OUTPUT TERM-DEPOSIT-FILE
               CLOSE TERM-DEPOSIT-FILE
               OPEN I-O TERM-DEPOSIT-FILE
           END-IF.
           OPEN I-O CLOSURE-REQUEST-FILE.
           IF CRQ-FILE-MISSING
               OPEN OUTPUT CLOSURE-REQUEST-FILE
               CLOSE CLOSURE-REQUEST-FILE
               OPEN I-O CLOSURE-REQUEST-FILE
           END-IF.
           OPEN I-O PENDING-MAINT-FILE.
           IF PND-FILE-MISSING
               OPEN OUTPUT PENDING-MAINT-FILE
               CLOSE PENDING-MAINT-FILE
               OPEN I-O PENDING-MAINT-FILE
           END-IF.
      *    The product catalog is mandatory - an open has to prove its
      *    product code against something, and a maintenance run that
      *    silently opened accounts on unknown products would strand
           MOVE WS-CYCLE-DATE TO HDG-CYCLE-DATE.
           WRITE REGISTER-LINE FROM WS-CYCLE-HEADING-LINE.
           PERFORM 0105-OPEN-AUDIT-LOG.
           PERFORM 0107-OPEN-NOTICE.
           PERFORM 0108-OPEN-WATCH-LIST.

      *    AUDIT-LOG-FILE is shared across the whole batch suite; each
      *    run appends to it rather than replacing it, so OPEN EXTEND
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.

      *    The customer notice file accumulates the same way, until
      *    NoticeLetters prints the letters and rewrites it.
       0107-OPEN-NOTICE.
           OPEN EXTEND NOTICE-FILE.
           IF NTC-FILE-MISSING
               OPEN OUTPUT NOTICE-FILE
           END-IF.

      *    The watch list and compliance's clearances are only read
      *    here, and are created empty the first time they are not
      *    there - no list loaded yet means nothing to screen
      *    against.  Hits go to the shared hits file, appended to
      *    like the central suspense file.
       0108-OPEN-WATCH-LIST.
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
                   SET WS-EOF-MNT TO TRUE
           END-READ.

      *    Before tonight's decisions are taken, every account item
      *    still waiting past its expiry date lapses - a checker can
      *    never approve a change the branch has long forgotten.  The
      *    same pass finds the last entry number used tonight.
       0120-SWEEP-PENDING-ITEMS.
           MOVE "N" TO WS-EOF-PND-SW.
           MOVE ZERO TO WS-ENTRY-SEQ.
           MOVE "A"  TO PND-SYSTEM.
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
                   IF NOT PND-ACCOUNT-MAINT
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
               MOVE PND-TRANS-IMAGE TO MAINT-TRANS-RECORD
               MOVE PND-KEY         TO WS-ITEM-KEY
               MOVE PND-MAKER-ID    TO WS-MAKER-ID
               MOVE SPACES          TO WS-CHECKER-ID
               MOVE PND-REASON      TO WS-REFUSAL-REASON
               MOVE "EXPIRED"       TO WS-DISPOSITION
               PERFORM 0700-WRITE-REGISTER-DETAIL
               PERFORM 0750-WRITE-AUDIT-LOG
           END-IF.

      *    The checkers' decisions on items entered on earlier runs.
      *    MAINTAPV is optional - a night with no decisions simply
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

      *    A decision stands only on an account item still waiting,
      *    and only from a checker who is not the item's maker.  An
      *    approval applies the item exactly as the maker keyed it,
      *    through the same edits as ever; a refusal there closes the
      *    item as refused, with the reason, and is not retried.
       0150-APPLY-DECISION.
           ADD 1 TO WS-DECISION-COUNT.
           SET WS-TRANS-REFUSED TO TRUE.
           MOVE SPACES TO WS-REFUSAL-REASON
                          WS-MAKER-ID
                          MAINT-TRANS-RECORD.
           MOVE "REFUSED"      TO WS-DISPOSITION.
           MOVE APV-ITEM-KEY   TO WS-ITEM-KEY.
           MOVE APV-CHECKER-ID TO WS-CHECKER-ID.
           MOVE APV-ITEM-KEY   TO PND-KEY.
           READ PENDING-MAINT-FILE
               INVALID KEY
                   SET WS-PENDING-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-PENDING-FOUND TO TRUE
                   MOVE PND-TRANS-IMAGE TO MAINT-TRANS-RECORD
                   MOVE PND-MAKER-ID    TO WS-MAKER-ID
           END-READ.
           EVALUATE TRUE
               WHEN WS-PENDING-NOT-FOUND
                   MOVE "Pending item not found"
                       TO WS-REFUSAL-REASON
               WHEN NOT PND-ACCOUNT-MAINT
                   MOVE "Item is not account maintenance"
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
                   PERFORM 0200-APPLY-MAINT-TRANS
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
      *    to the master: an entry with no maker is refused outright,
      *    since a change nobody owns could never be checked against
      *    its maker.
       0190-ENTER-MAINT-TRANS.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES       TO WS-REFUSAL-REASON
                                WS-ITEM-KEY
                                WS-CHECKER-ID.
           MOVE MNT-MAKER-ID TO WS-MAKER-ID.
           IF MNT-MAKER-ID = SPACES
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
           PERFORM 0110-READ-MAINT-TRANS.

       0195-WRITE-PENDING-ITEM.
           ADD 1 TO WS-ENTRY-SEQ.
           INITIALIZE PENDING-MAINT-RECORD.
           SET PND-ACCOUNT-MAINT TO TRUE.
           MOVE WS-CYCLE-DATE   TO PND-ENTRY-DATE.
           MOVE WS-ENTRY-SEQ    TO PND-ENTRY-SEQ.
           SET PND-AWAITING TO TRUE.
           MOVE MNT-ACTION      TO PND-ACTION.
           MOVE MAINT-TRANS-RECORD (2:6) TO PND-ACCT-NUMBER.
           MOVE MNT-MAKER-ID    TO PND-MAKER-ID.
           COMPUTE WS-EXPIRY-INT =
               FUNCTION INTEGER-OF-DATE (WS-CYCLE-DATE)
                   + WS-PENDING-EXPIRY-DAYS.
           COMPUTE PND-EXPIRY-DATE =
               FUNCTION DATE-OF-INTEGER (WS-EXPIRY-INT).
           MOVE MAINT-TRANS-RECORD TO PND-TRANS-IMAGE.
           WRITE PENDING-MAINT-RECORD.
           MOVE PND-KEY         TO WS-ITEM-KEY.

      *    The apply itself, for an approved item: the transaction
      *    image is back in MAINT-TRANS-RECORD and goes through the
      *    action's own edits exactly as it always has.
       0200-APPLY-MAINT-TRANS.
           SET WS-TRANS-REFUSED TO TRUE.
           MOVE SPACES TO WS-REFUSAL-REASON.
           PERFORM 0210-READ-MASTER.
                   PERFORM 0500-REINSTATE-ACCOUNT
               WHEN MNT-NAME-CHANGE
                   PERFORM 0600-CHANGE-NAME
               WHEN MNT-BIRTH-CORRECTION
                   PERFORM 0650-CORRECT-BIRTH-DATE
               WHEN MNT-LIMIT-CHANGE
                   PERFORM 0660-CHANGE-LIMIT
               WHEN MNT-SET-RESTRICT
                   PERFORM 0680-CLEAR-RESTRICTION
               WHEN MNT-UNLOCK-CRED
                   PERFORM 0690-UNLOCK-CREDENTIAL
               WHEN MNT-ISSUE-BOOK
                   PERFORM 0692-ISSUE-CHEQUE-BOOK
               WHEN MNT-STOP-CHEQUE
                   PERFORM 0695-STOP-CHEQUE-PAYMENT
               WHEN MNT-PLACE-HOLD
                   PERFORM 0697-PLACE-FUNDS-HOLD
               WHEN MNT-LIFT-HOLD
                   PERFORM 0698-LIFT-FUNDS-HOLD
               WHEN MNT-OPEN-TERM
                   PERFORM 0350-OPEN-TERM-DEPOSIT
               WHEN MNT-CLOSE-SETTLE
                   PERFORM 0380-REQUEST-CLOSURE
               WHEN OTHER
                   MOVE "Unknown maintenance action code"
                       TO WS-REFUSAL-REASON
           END-EVALUATE.

       0210-READ-MASTER.
           MOVE MNT-ACCT-NUMBER TO ACCT-NUMBER.
      *    maintenance.
      *    A mispunched account number would become a corrupt master
      *    key that every sequential pass carries forever, so an open
      *    is edited before anything is written - a non-numeric
      *    number or a date of birth that is not a real date is
      *    refused with a register reason like any other bad
      *    transaction.  An open onto an existing customer needs
      *    neither birth date nor name: the birth date is the
      *    customer's, estimated or not, and a blank name takes the
      *    leading characters of the customer's full name.  A birth
      *    date keyed at the counter is taken as confirmed.
       0300-OPEN-ACCOUNT.
           PERFORM 0330-EDIT-PRODUCT-CODE.
           PERFORM 0340-EDIT-OPEN-CUSTOMER.
           PERFORM 0345-EDIT-BIRTH-DATE.
           EVALUATE TRUE
               WHEN MNT-ACCT-NUMBER NOT NUMERIC
                   MOVE "Account number not numeric"
                       TO WS-REFUSAL-REASON
               WHEN WS-CUSTOMER-INVALID
                   MOVE "Customer number not numeric"
                       TO WS-REFUSAL-REASON
               WHEN WS-CUSTOMER-UNKNOWN
                   MOVE "Customer not on CIF master"
                       TO WS-REFUSAL-REASON
               WHEN WS-EDIT-ROLE NOT = "P" AND "J" AND "S"
                   MOVE "Link role not P, J or S"
                       TO WS-REFUSAL-REASON
               WHEN WS-CUSTOMER-NEW AND WS-BIRTH-DATE-INVALID
                   MOVE "Birth date not a valid date"
                       TO WS-REFUSAL-REASON
               WHEN WS-CUSTOMER-NEW AND MNT-NOM = SPACES
                   MOVE "Open without a name"
                       TO WS-REFUSAL-REASON
               WHEN WS-PRODUCT-NOT-FOUND
                   MOVE "Product code not on catalog"
                       TO WS-REFUSAL-REASON
               WHEN MNT-OPEN AND PROD-TERM-DEPOSIT
                   MOVE "Term deposit opens through action T"
                       TO WS-REFUSAL-REASON
               WHEN WS-MASTER-FOUND
                   MOVE "Account already exists"
                       TO WS-REFUSAL-REASON
                   INITIALIZE ACCOUNT-MASTER-RECORD
                   MOVE MNT-ACCT-NUMBER TO ACCT-NUMBER
                   MOVE MNT-NOM         TO CUST-NOM
                   MOVE MNT-BIRTH-DATE  TO CUST-BIRTH-DATE
                   SET CUST-BIRTH-CONFIRMED TO TRUE
                   IF WS-CUSTOMER-ON-FILE
                       MOVE CIF-BIRTH-DATE TO CUST-BIRTH-DATE
                       MOVE CIF-BIRTH-FLAG TO CUST-BIRTH-FLAG
                       IF MNT-NOM = SPACES
                           MOVE CIF-FULL-NAME TO CUST-NOM
                       END-IF
                   END-IF
                   MOVE ZERO            TO CUST-SOLDE
                   MOVE "A"             TO ACCT-STATUS
                   COMPUTE ACCT-STMT-CYCLE =
                       FUNCTION MOD(MNT-ACCT-NUMBER, 28) + 1
                   MOVE WS-CYCLE-DATE   TO ACCT-LAST-ACTIVITY
                   MOVE WS-EDIT-PRODUCT TO ACCT-PRODUCT-CODE
                   MOVE PROD-CURRENCY   TO ACCT-CURRENCY
                   WRITE ACCOUNT-MASTER-RECORD
                   PERFORM 0710-UPSERT-NAME-INDEX
                   PERFORM 0730-SEED-CREDENTIAL
                   PERFORM 0740-ATTACH-CUSTOMER
                   PERFORM 0320-SCREEN-OPEN-NAME
                   SET WS-TRANS-APPLIED TO TRUE
           END-EVALUATE.

      *    A new account is screened on the fullest name there is
      *    for it: the demographic record just copied from its
      *    customer, else the customer's own full name, else the
      *    name keyed on the open.  A hit freezes the account from
      *    its first day and is reported to compliance; the open
      *    itself stands, and the register notes the freeze.
       0320-SCREEN-OPEN-NAME.
           MOVE MNT-NOM TO WS-WL-SCREEN-NAME.
           IF WS-CUSTOMER-ON-FILE
               MOVE CIF-FULL-NAME TO WS-WL-SCREEN-NAME
           END-IF.
           MOVE MNT-ACCT-NUMBER TO DEM-ACCT-NUMBER.
           READ CUSTOMER-DEMOG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DEM-FULL-NAME TO WS-WL-SCREEN-NAME
           END-READ.
           MOVE MNT-ACCT-NUMBER TO WS-WL-ACCT-NUMBER.
           MOVE "O"             TO WS-WL-SCREEN-KIND.
           PERFORM 9300-SCREEN-NAME.
           IF WS-WL-HIT
               PERFORM 9340-FREEZE-ACCOUNT
               IF NOT WS-WL-ALREADY-FROZEN
                   PERFORM 9350-WRITE-WATCH-HIT
               END-IF
               MOVE "Watch-list hit - account frozen"
                   TO WS-REFUSAL-REASON
           END-IF.

      *    The product the account is opened on: a blank code means
      *    the branch took the default current account, anything else
      *    must name a real catalog record - a mistyped product would
                   SET WS-PRODUCT-FOUND TO TRUE
           END-READ.

      *    The customer side of an open.  No customer number means a
      *    new customer under the account's own number; a number that
      *    is there must be numeric and already on the CIF master -
      *    an open never invents a customer it was told exists.  The
      *    role defaults to primary holder.
       0340-EDIT-OPEN-CUSTOMER.
           IF MNT-LINK-ROLE = SPACE
               MOVE "P" TO WS-EDIT-ROLE
           ELSE
               MOVE MNT-LINK-ROLE TO WS-EDIT-ROLE
           END-IF.
           EVALUATE TRUE
               WHEN MNT-CUST-NUMBER-X = SPACES
                   SET WS-CUSTOMER-NEW TO TRUE
                   MOVE MNT-ACCT-NUMBER TO WS-OPEN-CUSTOMER
               WHEN MNT-CUST-NUMBER NOT NUMERIC
                   SET WS-CUSTOMER-INVALID TO TRUE
               WHEN MNT-CUST-NUMBER = ZERO
                   SET WS-CUSTOMER-NEW TO TRUE
                   MOVE MNT-ACCT-NUMBER TO WS-OPEN-CUSTOMER
               WHEN OTHER
                   MOVE MNT-CUST-NUMBER TO WS-OPEN-CUSTOMER
                   MOVE MNT-CUST-NUMBER TO CIF-CUST-NUMBER
                   READ CUSTOMER-INFO-FILE
                       INVALID KEY
                           SET WS-CUSTOMER-UNKNOWN TO TRUE
                       NOT INVALID KEY
                           SET WS-CUSTOMER-ON-FILE TO TRUE
                   END-READ
           END-EVALUATE.

      *    A date of birth must be a real calendar date, no later
      *    than tonight's cycle date and no more than 130 years
      *    before it - the oldest age anything in the suite will
      *    classify.
       0345-EDIT-BIRTH-DATE.
           SET WS-BIRTH-DATE-VALID TO TRUE.
           IF MNT-BIRTH-DATE NOT NUMERIC
               SET WS-BIRTH-DATE-INVALID TO TRUE
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD (MNT-BIRTH-DATE)
                       NOT = ZERO
                       OR MNT-BIRTH-DATE > WS-CYCLE-DATE
                   SET WS-BIRTH-DATE-INVALID TO TRUE
               END-IF
           END-IF.
           IF WS-BIRTH-DATE-VALID
               MOVE MNT-BIRTH-DATE TO WS-AGE-BIRTH-DATE
               MOVE WS-CYCLE-DATE  TO WS-AGE-ON-DATE
               PERFORM 9400-COMPUTE-AGE
               IF WS-AGE-YEARS > 130
                   SET WS-BIRTH-DATE-INVALID TO TRUE
               END-IF
           END-IF.

      *    A term deposit opens as an ordinary account on a term
      *    product - same edits, same master, name index, credential
      *    and customer link - and then has its terms locked in on
      *    the term deposit master: amount, term, the catalog rate of
      *    the day and the maturity date.  The money itself arrives
      *    through the posting run.  Everything the deposit needs is
      *    edited before the account is opened, so a bad instruction
      *    never leaves an account behind without its terms.
       0350-OPEN-TERM-DEPOSIT.
           PERFORM 0330-EDIT-PRODUCT-CODE.
           MOVE PROD-CURRENCY TO WS-PAYOUT-CURRENCY.
           PERFORM 0355-EDIT-PAYOUT-ACCOUNT.
           EVALUATE TRUE
               WHEN WS-PRODUCT-FOUND AND NOT PROD-TERM-DEPOSIT
                   MOVE "Product is not a term deposit"
                       TO WS-REFUSAL-REASON
               WHEN MNT-LIMIT NOT NUMERIC
                       OR MNT-LIMIT = ZERO
                   MOVE "Deposit amount missing or not numeric"
                       TO WS-REFUSAL-REASON
               WHEN MNT-TD-TERM NOT NUMERIC
                       OR MNT-TD-TERM = ZERO
                       OR MNT-TD-TERM > WS-TD-TERM-MAX
                   MOVE "Deposit term not 1 to 120 months"
                       TO WS-REFUSAL-REASON
               WHEN MNT-TD-INSTRUCTION NOT = "R" AND "P"
                   MOVE "Maturity instruction not R or P"
                       TO WS-REFUSAL-REASON
               WHEN WS-TD-PAYOUT-INVALID
                   MOVE "Payout account not found or not open"
                       TO WS-REFUSAL-REASON
               WHEN WS-TD-PAYOUT-CURRENCY
                   MOVE "Payout account in another currency"
                       TO WS-REFUSAL-REASON
               WHEN MNT-TD-INSTRUCTION = "P" AND WS-TD-PAYOUT-NONE
                   MOVE "Payout without a payout account"
                       TO WS-REFUSAL-REASON
               WHEN OTHER
                   PERFORM 0300-OPEN-ACCOUNT
                   IF WS-TRANS-APPLIED
                       PERFORM 0360-WRITE-TERM-DEPOSIT
                   END-IF
           END-EVALUATE.

      *    The nominated account must be on the master and active,
      *    and cannot be the deposit itself.  It must also be held in
      *    the currency the caller names - the money reaches it by a
      *    plain transfer, which the posting run refuses between
      *    accounts of different currencies.
       0355-EDIT-PAYOUT-ACCOUNT.
           EVALUATE TRUE
               WHEN MNT-TD-PAYOUT-ACCT-X = SPACES
                   SET WS-TD-PAYOUT-NONE TO TRUE
               WHEN MNT-TD-PAYOUT-ACCT NOT NUMERIC
                   SET WS-TD-PAYOUT-INVALID TO TRUE
               WHEN MNT-TD-PAYOUT-ACCT = ZERO
                   SET WS-TD-PAYOUT-NONE TO TRUE
               WHEN MNT-TD-PAYOUT-ACCT = MNT-ACCT-NUMBER
                   SET WS-TD-PAYOUT-INVALID TO TRUE
               WHEN OTHER
                   MOVE MNT-TD-PAYOUT-ACCT TO ACCT-NUMBER
                   READ ACCOUNT-MASTER-FILE
                       INVALID KEY
                           SET WS-TD-PAYOUT-INVALID TO TRUE
                       NOT INVALID KEY
                           EVALUATE TRUE
                               WHEN NOT ACCT-ACTIVE
                                   SET WS-TD-PAYOUT-INVALID TO TRUE
                               WHEN ACCT-CURRENCY
                                       NOT = WS-PAYOUT-CURRENCY
                                   SET WS-TD-PAYOUT-CURRENCY TO TRUE
                               WHEN OTHER
                                   SET WS-TD-PAYOUT-VALID TO TRUE
                           END-EVALUATE
                   END-READ
           END-EVALUATE.

      *    Maturity is the start date rolled forward the term's
      *    number of months, the day clamped to 28 the way the
      *    standing order run rolls its due dates.
       0360-WRITE-TERM-DEPOSIT.
           INITIALIZE TERM-DEPOSIT-RECORD.
           MOVE MNT-ACCT-NUMBER    TO TD-ACCT-NUMBER.
           SET TD-ACTIVE TO TRUE.
           MOVE MNT-LIMIT          TO TD-PRINCIPAL.
           MOVE MNT-TD-TERM        TO TD-TERM-MONTHS.
           MOVE PROD-CREDIT-RATE   TO TD-RATE.
           MOVE WS-CYCLE-DATE      TO TD-START-DATE.
           MOVE WS-CYCLE-DATE      TO WS-MATURITY-WORK.
           PERFORM 0365-ROLL-MATURITY-MONTH MNT-TD-TERM TIMES.
           MOVE WS-MATURITY-WORK   TO TD-MATURITY-DATE.
           MOVE MNT-TD-INSTRUCTION TO TD-INSTRUCTION.
           IF WS-TD-PAYOUT-VALID
               MOVE MNT-TD-PAYOUT-ACCT TO TD-PAYOUT-ACCT
           ELSE
               MOVE ZERO           TO TD-PAYOUT-ACCT
           END-IF.
           WRITE TERM-DEPOSIT-RECORD
               INVALID KEY
                   REWRITE TERM-DEPOSIT-RECORD
           END-WRITE.

       0365-ROLL-MATURITY-MONTH.
           IF MTW-MONTH = 12
               ADD 1 TO MTW-YEAR
               MOVE 1 TO MTW-MONTH
           ELSE
               ADD 1 TO MTW-MONTH
           END-IF.
           IF MTW-DAY > 28
               MOVE 28 TO MTW-DAY
           END-IF.

      *    A closure with settlement is only filed here: the account
      *    stays open and working until ClosureSettle reaches the
      *    closure date.  It has to be an open account with no term
      *    deposit still locked on it - a deposit closes through its
      *    own maturity - and no closure already in hand.  The
      *    master-side edits come first, before the payout account
      *    edit reads another account over the record.
       0380-REQUEST-CLOSURE.
           PERFORM 0382-PROBE-CLOSURE-BLOCKS.
           IF MNT-RST-EXPIRY NOT NUMERIC
               MOVE ZERO TO MNT-RST-EXPIRY
           END-IF.
           IF MNT-RST-EXPIRY = ZERO
               MOVE WS-CYCLE-DATE  TO WS-CLOSURE-DATE
           ELSE
               MOVE MNT-RST-EXPIRY TO WS-CLOSURE-DATE
           END-IF.
           EVALUATE TRUE
               WHEN WS-MASTER-NOT-FOUND
                   MOVE "Account not found" TO WS-REFUSAL-REASON
               WHEN ACCT-CLOSED
                   MOVE "Account already closed" TO WS-REFUSAL-REASON
               WHEN NOT ACCT-ACTIVE
                   MOVE "Account not active - reinstate first"
                       TO WS-REFUSAL-REASON
               WHEN WS-CLOSURE-DATE < WS-CYCLE-DATE
                   MOVE "Closure date already past"
                       TO WS-REFUSAL-REASON
               WHEN WS-TD-LOCKED
                   MOVE "Term deposit still inside its term"
                       TO WS-REFUSAL-REASON
               WHEN WS-CLOSURE-OPEN
                   MOVE "Closure already requested"
                       TO WS-REFUSAL-REASON
               WHEN OTHER
                   PERFORM 0385-EDIT-CLOSURE-PAYOUT
           END-EVALUATE.

      *    A term deposit still active, and a closure request not yet
      *    closed, each block a new request.  A request left closed
      *    from an earlier closure of a reinstated account does not.
       0382-PROBE-CLOSURE-BLOCKS.
           SET WS-TD-NOT-LOCKED    TO TRUE.
           SET WS-CLOSURE-NOT-OPEN TO TRUE.
           MOVE "N" TO WS-CLOSURE-ON-FILE-SW.
           MOVE MNT-ACCT-NUMBER TO TD-ACCT-NUMBER.
           READ TERM-DEPOSIT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TD-ACTIVE
                       SET WS-TD-LOCKED TO TRUE
                   END-IF
           END-READ.
           MOVE MNT-ACCT-NUMBER TO CRQ-ACCT-NUMBER.
           READ CLOSURE-REQUEST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CLOSURE-ON-FILE TO TRUE
                   IF NOT CRQ-CLOSED
                       SET WS-CLOSURE-OPEN TO TRUE
                   END-IF
           END-READ.

      *    Exactly one destination for the money: an internal account
      *    that is on the master, open and not the account itself, or
      *    an outside account with both its routing code and its
      *    account number.
       0385-EDIT-CLOSURE-PAYOUT.
           MOVE ACCT-CURRENCY TO WS-PAYOUT-CURRENCY.
           PERFORM 0355-EDIT-PAYOUT-ACCOUNT.
           EVALUATE TRUE
               WHEN WS-TD-PAYOUT-INVALID
                   MOVE "Payout account not found or not open"
                       TO WS-REFUSAL-REASON
               WHEN WS-TD-PAYOUT-CURRENCY
                   MOVE "Payout account in another currency"
                       TO WS-REFUSAL-REASON
               WHEN WS-TD-PAYOUT-VALID
                       AND (MNT-EXT-ROUTING NOT = SPACES
                           OR MNT-EXT-ACCOUNT NOT = SPACES)
                   MOVE "Both internal and external payout given"
                       TO WS-REFUSAL-REASON
               WHEN WS-TD-PAYOUT-VALID
                   PERFORM 0390-WRITE-CLOSURE-REQUEST
               WHEN MNT-EXT-ROUTING = SPACES
                       AND MNT-EXT-ACCOUNT = SPACES
                   MOVE "Closure without a payout account"
                       TO WS-REFUSAL-REASON
               WHEN MNT-EXT-ROUTING = SPACES
                       OR MNT-EXT-ACCOUNT = SPACES
                   MOVE "External payout needs routing and account"
                       TO WS-REFUSAL-REASON
               WHEN OTHER
                   PERFORM 0390-WRITE-CLOSURE-REQUEST
           END-EVALUATE.

      *    The request replaces any closed one left on file from an
      *    earlier closure of the same account number.
       0390-WRITE-CLOSURE-REQUEST.
           INITIALIZE CLOSURE-REQUEST-RECORD.
           MOVE MNT-ACCT-NUMBER  TO CRQ-ACCT-NUMBER.
           SET CRQ-REQUESTED     TO TRUE.
           MOVE WS-CYCLE-DATE    TO CRQ-REQUEST-DATE.
           MOVE WS-CLOSURE-DATE  TO CRQ-CLOSURE-DATE.
           IF WS-TD-PAYOUT-VALID
               MOVE MNT-TD-PAYOUT-ACCT TO CRQ-PAYOUT-ACCT
           ELSE
               MOVE ZERO               TO CRQ-PAYOUT-ACCT
               MOVE MNT-EXT-ROUTING    TO CRQ-EXT-ROUTING
               MOVE MNT-EXT-ACCOUNT    TO CRQ-EXT-ACCOUNT
           END-IF.
           MOVE WS-MAKER-ID      TO CRQ-REQUESTED-BY.
           IF WS-CLOSURE-ON-FILE
               REWRITE CLOSURE-REQUEST-RECORD
           ELSE
               WRITE CLOSURE-REQUEST-RECORD
           END-IF.
           SET WS-TRANS-APPLIED TO TRUE.

      *    A close on an account still holding money is refused - the
      *    balance has to be posted away first, or the money would
      *    vanish from every control total the night balances on.
                   MOVE WS-CYCLE-DATE TO ACCT-LAST-ACTIVITY
                   REWRITE ACCOUNT-MASTER-RECORD
                   PERFORM 0710-UPSERT-NAME-INDEX
                   PERFORM 0510-RESTORE-CREDENTIAL
                   SET WS-TRANS-APPLIED TO TRUE
           END-EVALUATE.

      *    An account closed through a settlement had its credential
      *    retired; reinstated, it signs on again from the branch
      *    default PIN.  A credential still on file is left alone.
       0510-RESTORE-CREDENTIAL.
           MOVE MNT-ACCT-NUMBER TO CRD-ACCT-NUMBER.
           READ CREDENTIAL-FILE
               INVALID KEY
                   PERFORM 0730-SEED-CREDENTIAL
           END-READ.

       0600-CHANGE-NAME.
           EVALUATE TRUE
               WHEN WS-MASTER-NOT-FOUND
                   SET WS-TRANS-APPLIED TO TRUE
           END-EVALUATE.

      *    The date of birth belongs to the customer, not the
      *    account: the correction lands on the account's primary
      *    customer in the CIF master and is copied to every account
      *    that customer holds, so a customer's current and savings
      *    accounts can never disagree about how old the customer
      *    is.  A corrected date is one the branch has seen proof of,
      *    so it also clears the estimated flag the conversion left.
      *    An account opened before the CIF master existed has no
      *    customer and simply takes the correction on its own
      *    record, as it always did.
       0650-CORRECT-BIRTH-DATE.
           PERFORM 0345-EDIT-BIRTH-DATE.
           EVALUATE TRUE
               WHEN WS-MASTER-NOT-FOUND
                   MOVE "Account not found" TO WS-REFUSAL-REASON
               WHEN WS-BIRTH-DATE-INVALID
                   MOVE "Birth date not a valid date"
                       TO WS-REFUSAL-REASON
               WHEN OTHER
                   MOVE MNT-BIRTH-DATE TO CUST-BIRTH-DATE
                   SET CUST-BIRTH-CONFIRMED TO TRUE
                   REWRITE ACCOUNT-MASTER-RECORD
                   PERFORM 0760-FIND-PRIMARY-CUSTOMER
                   IF WS-PRIMARY-FOUND
                       PERFORM 0770-SPREAD-CUSTOMER-BIRTH
                   END-IF
                   SET WS-TRANS-APPLIED TO TRUE
           END-EVALUATE.

                   MOVE "Account is not active"
                       TO WS-REFUSAL-REASON
               WHEN OTHER
                   MOVE ACCT-OVERDRAFT-LIMIT TO WS-PRIOR-LIMIT
                   MOVE MNT-LIMIT TO ACCT-OVERDRAFT-LIMIT
                   REWRITE ACCOUNT-MASTER-RECORD
                   SET WS-TRANS-APPLIED TO TRUE
                   IF ACCT-OVERDRAFT-LIMIT NOT = WS-PRIOR-LIMIT
                       PERFORM 0665-WRITE-LIMIT-NOTICE
                   END-IF
           END-EVALUATE.

      *    The letter quotes the new arrangement against the one it
      *    replaces; re-keying the same limit changes nothing the
      *    customer needs to hear about.
       0665-WRITE-LIMIT-NOTICE.
           INITIALIZE NOTICE-EVENT-RECORD.
           SET NTC-LIMIT-CHANGE      TO TRUE.
           MOVE ACCT-NUMBER          TO NTC-ACCT-NUMBER.
           MOVE WS-CYCLE-DATE        TO NTC-CYCLE-DATE.
           MOVE "AcctMaint"          TO NTC-SOURCE-PROGRAM.
           MOVE ACCT-OVERDRAFT-LIMIT TO NTC-AMOUNT.
           MOVE WS-PRIOR-LIMIT       TO NTC-PRIOR-AMOUNT.
           WRITE NOTICE-EVENT-RECORD.

      *    A hold finer than dormancy: D blocks the account's debits,
      *    C its credits, F everything, each under an operator
      *    reference and until an expiry date.  One restriction per
                           REWRITE RESTRICTION-RECORD
                   END-WRITE
                   SET WS-TRANS-APPLIED TO TRUE
                   PERFORM 0675-WRITE-RESTRICT-NOTICE
           END-EVALUATE.

      *    The letter names the kind of restriction, the reference
      *    the customer should quote to the branch, and the day it
      *    lapses.
       0675-WRITE-RESTRICT-NOTICE.
           INITIALIZE NOTICE-EVENT-RECORD.
           SET NTC-RESTRICTION    TO TRUE.
           MOVE MNT-ACCT-NUMBER   TO NTC-ACCT-NUMBER.
           MOVE WS-CYCLE-DATE     TO NTC-CYCLE-DATE.
           MOVE "AcctMaint"       TO NTC-SOURCE-PROGRAM.
           MOVE RST-EXPIRY-DATE   TO NTC-EVENT-DATE.
           STRING "TYPE " RST-TYPE " REF " RST-OPERATOR-REF
               DELIMITED BY SIZE INTO NTC-DETAIL.
           WRITE NOTICE-EVENT-RECORD.

       0680-CLEAR-RESTRICTION.
           EVALUATE TRUE
               WHEN WS-MASTER-NOT-FOUND
                   END-READ
           END-EVALUATE.

      *    A cheque book goes only to an active account, and every
      *    leaf in it has to be new to the register - a range that
      *    overlaps a book already issued is refused whole, because
      *    reissuing a serial would let the same cheque number be
      *    presented twice against two different leaves.
       0692-ISSUE-CHEQUE-BOOK.
           EVALUATE TRUE
               WHEN WS-MASTER-NOT-FOUND
                   MOVE "Account not found" TO WS-REFUSAL-REASON
               WHEN NOT ACCT-ACTIVE
                   MOVE "Account is not active"
                       TO WS-REFUSAL-REASON
               WHEN MNT-CHQ-FIRST NOT NUMERIC
                       OR MNT-CHQ-LAST NOT NUMERIC
                       OR MNT-CHQ-FIRST = ZERO
                   MOVE "Cheque serial range not numeric"
                       TO WS-REFUSAL-REASON
               WHEN MNT-CHQ-LAST < MNT-CHQ-FIRST
                   MOVE "Last serial before first serial"
                       TO WS-REFUSAL-REASON
               WHEN MNT-CHQ-LAST - MNT-CHQ-FIRST >= WS-CHQ-BOOK-MAX
                   MOVE "Cheque book larger than the maximum"
                       TO WS-REFUSAL-REASON
               WHEN OTHER
                   MOVE MNT-CHQ-LAST TO WS-CHQ-LAST
                   PERFORM 0780-PROBE-CHEQUE-RANGE
                   IF WS-CHQ-OVERLAP
                       MOVE "Serial range already issued"
                           TO WS-REFUSAL-REASON
                   ELSE
                       PERFORM 0790-WRITE-CHEQUE-LEAF
                           VARYING WS-CHQ-SERIAL FROM MNT-CHQ-FIRST
                           BY 1 UNTIL WS-CHQ-SERIAL > WS-CHQ-LAST
                       SET WS-TRANS-APPLIED TO TRUE
                   END-IF
           END-EVALUATE.

      *    Stop payment at serial level, finer than a D restriction
      *    on the whole account: a blank or zero last serial stops
      *    the one cheque, a range stops every leaf in it still
      *    waiting to be presented.  A leaf already paid is past
      *    stopping and is left alone; a range with nothing left to
      *    stop is refused so the branch knows the stop bit nothing.
       0695-STOP-CHEQUE-PAYMENT.
           IF MNT-CHQ-LAST-X = SPACES
               MOVE ZERO TO MNT-CHQ-LAST
           END-IF.
           EVALUATE TRUE
               WHEN WS-MASTER-NOT-FOUND
                   MOVE "Account not found" TO WS-REFUSAL-REASON
               WHEN MNT-CHQ-FIRST NOT NUMERIC
                       OR MNT-CHQ-LAST NOT NUMERIC
                       OR MNT-CHQ-FIRST = ZERO
                   MOVE "Cheque serial range not numeric"
                       TO WS-REFUSAL-REASON
               WHEN MNT-RST-REF = SPACES
                   MOVE "Stop without operator reference"
                       TO WS-REFUSAL-REASON
               WHEN MNT-CHQ-LAST NOT = ZERO
                       AND MNT-CHQ-LAST < MNT-CHQ-FIRST
                   MOVE "Last serial before first serial"
                       TO WS-REFUSAL-REASON
               WHEN MNT-CHQ-LAST NOT = ZERO
                       AND MNT-CHQ-LAST - MNT-CHQ-FIRST
                           >= WS-CHQ-BOOK-MAX
                   MOVE "Stop range larger than the maximum"
                       TO WS-REFUSAL-REASON
               WHEN OTHER
                   IF MNT-CHQ-LAST = ZERO
                       MOVE MNT-CHQ-FIRST TO WS-CHQ-LAST
                   ELSE
                       MOVE MNT-CHQ-LAST  TO WS-CHQ-LAST
                   END-IF
                   MOVE ZERO TO WS-CHQ-STOP-COUNT
                   PERFORM 0795-STOP-CHEQUE-LEAF
                       VARYING WS-CHQ-SERIAL FROM MNT-CHQ-FIRST
                       BY 1 UNTIL WS-CHQ-SERIAL > WS-CHQ-LAST
                   IF WS-CHQ-STOP-COUNT = ZERO
                       MOVE "No unpaid issued cheque in range"
                           TO WS-REFUSAL-REASON
                   ELSE
                       SET WS-TRANS-APPLIED TO TRUE
                   END-IF
           END-EVALUATE.

      *    A manual hold for a fixed amount - a garnishee, a
      *    disputed deposit, a fraud referral - under an operator
      *    reference, either until a release date the nightly
      *    release run honours or, with no date, until the desk
      *    lifts it.  The hold binds the posting run's funds check
      *    from the next posting on.  A release date already reached
      *    would hold nothing and is refused.
       0697-PLACE-FUNDS-HOLD.
           IF MNT-RST-EXPIRY NOT NUMERIC
               MOVE ZERO TO MNT-RST-EXPIRY
           END-IF.
           EVALUATE TRUE
               WHEN WS-MASTER-NOT-FOUND
                   MOVE "Account not found" TO WS-REFUSAL-REASON
               WHEN NOT ACCT-ACTIVE
                   MOVE "Account is not active"
                       TO WS-REFUSAL-REASON
               WHEN MNT-LIMIT NOT NUMERIC
                       OR MNT-LIMIT = ZERO
                   MOVE "Hold amount missing or not numeric"
                       TO WS-REFUSAL-REASON
               WHEN MNT-RST-REF = SPACES
                   MOVE "Hold without operator reference"
                       TO WS-REFUSAL-REASON
               WHEN MNT-RST-EXPIRY NOT = ZERO
                       AND MNT-RST-EXPIRY NOT > WS-CYCLE-DATE
                   MOVE "Hold release date already reached"
                       TO WS-REFUSAL-REASON
               WHEN OTHER
                   MOVE FUNCTION CURRENT-DATE TO WS-HOLD-TIMESTAMP
                   MOVE MNT-ACCT-NUMBER         TO HLD-ACCT-NUMBER
                   MOVE WS-HOLD-TIMESTAMP (1:14) TO HLD-PLACED-TS
                   MOVE WS-DECISION-COUNT       TO HLD-PLACED-NBR
                   SET HLD-MANUAL TO TRUE
                   MOVE MNT-LIMIT               TO HLD-AMOUNT
                   MOVE WS-CYCLE-DATE           TO HLD-PLACED-DATE
                   IF MNT-RST-EXPIRY = ZERO
                       SET HLD-UNTIL-LIFTED TO TRUE
                   ELSE
                       MOVE MNT-RST-EXPIRY      TO HLD-RELEASE-DATE
                   END-IF
                   MOVE "MNT "                  TO HLD-SOURCE
                   MOVE MNT-RST-REF             TO HLD-REF
                   WRITE FUNDS-HOLD-RECORD
                       INVALID KEY
                           MOVE "Hold already placed"
                               TO WS-REFUSAL-REASON
                       NOT INVALID KEY
                           SET WS-TRANS-APPLIED TO TRUE
                   END-WRITE
           END-EVALUATE.

      *    Lifting takes off every manual hold on the account placed
      *    under the reference given - an uncollected-funds hold the
      *    posting run raised is not the desk's to lift, it releases
      *    on its own date.  Nothing to lift is refused so the
      *    branch knows the funds are still not free.
       0698-LIFT-FUNDS-HOLD.
           EVALUATE TRUE
               WHEN WS-MASTER-NOT-FOUND
                   MOVE "Account not found" TO WS-REFUSAL-REASON
               WHEN MNT-RST-REF = SPACES
                   MOVE "Lift without operator reference"
                       TO WS-REFUSAL-REASON
               WHEN OTHER
                   MOVE ZERO TO WS-HOLD-LIFT-COUNT
                   MOVE "N" TO WS-EOF-HLD-SW
                   MOVE MNT-ACCT-NUMBER TO HLD-ACCT-NUMBER
                   MOVE LOW-VALUES      TO HLD-PLACED-TS
                   MOVE ZERO            TO HLD-PLACED-NBR
                   START FUNDS-HOLD-FILE
                       KEY IS NOT LESS THAN HLD-KEY
                       INVALID KEY
                           SET WS-EOF-HLD TO TRUE
                   END-START
                   PERFORM 0797-LIFT-HOLD-ON-REF
                       UNTIL WS-EOF-HLD
                   IF WS-HOLD-LIFT-COUNT = ZERO
                       MOVE "No manual hold under that reference"
                           TO WS-REFUSAL-REASON
                   ELSE
                       SET WS-TRANS-APPLIED TO TRUE
                   END-IF
           END-EVALUATE.

      *    The name index mirrors the master record just written:
      *    WRITE first, and when the name/account pair already has an
      *    index entry (a status flip, or an entry left behind by an
                   REWRITE CREDENTIAL-RECORD
           END-WRITE.

      *    Every open leaves the account linked to its customer.  A
      *    new customer is written under the account's number with
      *    the name and birth date the branch keyed; WRITE first
      *    and keep what is there if the number is already on file,
      *    the same self-healing upsert as the indexes above.  An
      *    account attaching to an existing customer who already has
      *    an address on file gets that address on its own
      *    demographic record straight away, so it statements and
      *    clears under the customer's mailing identity from opening
      *    day.
       0740-ATTACH-CUSTOMER.
           IF WS-CUSTOMER-NEW
               INITIALIZE CUSTOMER-INFO-RECORD
               MOVE WS-OPEN-CUSTOMER TO CIF-CUST-NUMBER
               MOVE MNT-NOM          TO CIF-FULL-NAME
               MOVE MNT-BIRTH-DATE   TO CIF-BIRTH-DATE
               SET CIF-BIRTH-CONFIRMED TO TRUE
               MOVE WS-CYCLE-DATE    TO CIF-OPEN-DATE
               WRITE CUSTOMER-INFO-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           MOVE WS-OPEN-CUSTOMER TO LNK-CUST-NUMBER.
           MOVE MNT-ACCT-NUMBER  TO LNK-ACCT-NUMBER.
           MOVE WS-EDIT-ROLE     TO LNK-ROLE.
           MOVE WS-CYCLE-DATE    TO LNK-LINK-DATE.
           WRITE CUSTOMER-LINK-RECORD
               INVALID KEY
                   REWRITE CUSTOMER-LINK-RECORD
           END-WRITE.
           IF WS-CUSTOMER-ON-FILE
                   AND CIF-ADDR-LINE-1 NOT = SPACES
               PERFORM 0745-COPY-CUSTOMER-ADDRESS
           END-IF.

       0745-COPY-CUSTOMER-ADDRESS.
           MOVE MNT-ACCT-NUMBER TO DEM-ACCT-NUMBER.
           MOVE CIF-FULL-NAME   TO DEM-FULL-NAME.
           MOVE CIF-ADDR-LINE-1 TO DEM-ADDR-LINE-1.
           MOVE CIF-ADDR-LINE-2 TO DEM-ADDR-LINE-2.
           MOVE CIF-CITY        TO DEM-CITY.
           MOVE CIF-POSTAL-CODE TO DEM-POSTAL-CODE.
           MOVE CIF-PHONE       TO DEM-PHONE.
           WRITE CUSTOMER-DEMOG-RECORD
               INVALID KEY
                   REWRITE CUSTOMER-DEMOG-RECORD
           END-WRITE.

      *    The account's primary holder, found from the account side
      *    through the link file's alternate key: walk the links on
      *    the account until the P role turns up or the account's
      *    links run out.
       0760-FIND-PRIMARY-CUSTOMER.
           MOVE "N" TO WS-PRIMARY-FOUND-SW.
           MOVE "N" TO WS-EOF-LNK-SW.
           MOVE MNT-ACCT-NUMBER TO LNK-ACCT-NUMBER.
           START CUSTOMER-LINK-FILE
               KEY IS EQUAL TO LNK-ACCT-NUMBER
               INVALID KEY
                   SET WS-EOF-LNK TO TRUE
           END-START.
           PERFORM 0765-SCAN-ACCOUNT-LINKS
               UNTIL WS-EOF-LNK OR WS-PRIMARY-FOUND.

       0765-SCAN-ACCOUNT-LINKS.
           READ CUSTOMER-LINK-FILE NEXT RECORD
               AT END
                   SET WS-EOF-LNK TO TRUE
               NOT AT END
                   IF LNK-ACCT-NUMBER NOT = MNT-ACCT-NUMBER
                       SET WS-EOF-LNK TO TRUE
                   ELSE
                       IF LNK-PRIMARY
                           SET WS-PRIMARY-FOUND TO TRUE
                           MOVE LNK-CUST-NUMBER
                               TO WS-PRIMARY-CUSTOMER
                       END-IF
                   END-IF
           END-READ.

      *    The corrected birth date onto the customer, then down to
      *    each of the customer's other accounts in turn - the links
      *    are read in customer order from the customer's first
      *    account.
       0770-SPREAD-CUSTOMER-BIRTH.
           MOVE WS-PRIMARY-CUSTOMER TO CIF-CUST-NUMBER.
           READ CUSTOMER-INFO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MNT-BIRTH-DATE TO CIF-BIRTH-DATE
                   SET CIF-BIRTH-CONFIRMED TO TRUE
                   REWRITE CUSTOMER-INFO-RECORD
           END-READ.
           MOVE "N" TO WS-EOF-LNK-SW.
           MOVE WS-PRIMARY-CUSTOMER TO LNK-CUST-NUMBER.
           MOVE ZERO                TO LNK-ACCT-NUMBER.
           START CUSTOMER-LINK-FILE
               KEY IS NOT LESS THAN LNK-KEY
               INVALID KEY
                   SET WS-EOF-LNK TO TRUE
           END-START.
           PERFORM 0775-SPREAD-BIRTH-TO-ACCOUNT
               UNTIL WS-EOF-LNK.

       0775-SPREAD-BIRTH-TO-ACCOUNT.
           READ CUSTOMER-LINK-FILE NEXT RECORD
               AT END
                   SET WS-EOF-LNK TO TRUE
               NOT AT END
                   IF LNK-CUST-NUMBER NOT = WS-PRIMARY-CUSTOMER
                       SET WS-EOF-LNK TO TRUE
                   ELSE
                       IF LNK-ACCT-NUMBER NOT = MNT-ACCT-NUMBER
                           MOVE LNK-ACCT-NUMBER TO ACCT-NUMBER
                           READ ACCOUNT-MASTER-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE MNT-BIRTH-DATE
                                       TO CUST-BIRTH-DATE
                                   SET CUST-BIRTH-CONFIRMED
                                       TO TRUE
                                   REWRITE ACCOUNT-MASTER-RECORD
                           END-READ
                       END-IF
                   END-IF
           END-READ.

      *    Any leaf already on the register between the first and
      *    last serial of the new book: START at the first serial
      *    and look at the next leaf the account holds.
       0780-PROBE-CHEQUE-RANGE.
           SET WS-CHQ-NO-OVERLAP TO TRUE.
           MOVE MNT-ACCT-NUMBER TO CHQ-ACCT-NUMBER.
           MOVE MNT-CHQ-FIRST   TO CHQ-SERIAL.
           START CHEQUE-REGISTER-FILE
               KEY IS NOT LESS THAN CHQ-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           IF CHQ-OK
               READ CHEQUE-REGISTER-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CHQ-ACCT-NUMBER = MNT-ACCT-NUMBER
                               AND CHQ-SERIAL NOT > WS-CHQ-LAST
                           SET WS-CHQ-OVERLAP TO TRUE
                       END-IF
               END-READ
           END-IF.

       0790-WRITE-CHEQUE-LEAF.
           MOVE MNT-ACCT-NUMBER TO CHQ-ACCT-NUMBER.
           MOVE WS-CHQ-SERIAL   TO CHQ-SERIAL.
           SET CHQ-ISSUED TO TRUE.
           MOVE MNT-CHQ-FIRST   TO CHQ-BOOK-FIRST.
           MOVE WS-CYCLE-DATE   TO CHQ-ISSUE-DATE.
           MOVE WS-CYCLE-DATE   TO CHQ-STATUS-DATE.
           MOVE ZERO            TO CHQ-PAID-AMOUNT.
           MOVE SPACES          TO CHQ-STOP-REF.
           WRITE CHEQUE-REGISTER-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

       0795-STOP-CHEQUE-LEAF.
           MOVE MNT-ACCT-NUMBER TO CHQ-ACCT-NUMBER.
           MOVE WS-CHQ-SERIAL   TO CHQ-SERIAL.
           READ CHEQUE-REGISTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CHQ-ISSUED
                       SET CHQ-STOPPED TO TRUE
                       MOVE WS-CYCLE-DATE TO CHQ-STATUS-DATE
                       MOVE MNT-RST-REF   TO CHQ-STOP-REF
                       REWRITE CHEQUE-REGISTER-RECORD
                       ADD 1 TO WS-CHQ-STOP-COUNT
                   END-IF
           END-READ.

       0797-LIFT-HOLD-ON-REF.
           READ FUNDS-HOLD-FILE NEXT RECORD
               AT END
                   SET WS-EOF-HLD TO TRUE
               NOT AT END
                   IF HLD-ACCT-NUMBER NOT = MNT-ACCT-NUMBER
                       SET WS-EOF-HLD TO TRUE
                   ELSE
                       IF HLD-MANUAL AND HLD-REF = MNT-RST-REF
                           DELETE FUNDS-HOLD-FILE RECORD
                           ADD 1 TO WS-HOLD-LIFT-COUNT
                       END-IF
                   END-IF
           END-READ.

       0700-WRITE-REGISTER-DETAIL.
           MOVE MNT-ACTION      TO REG-ACTION.
           MOVE MNT-ACCT-NUMBER TO REG-ACCT-NUMBER.
           MOVE MNT-NOM         TO REG-NOM.
           MOVE WS-DISPOSITION  TO REG-DISPOSITION.
           MOVE WS-REFUSAL-REASON TO REG-REASON.
           WRITE REGISTER-LINE FROM WS-REGISTER-DETAIL.
           MOVE WS-ITEM-KEY     TO REG-ITEM-KEY.
           MOVE WS-MAKER-ID     TO REG-MAKER-ID.
           MOVE WS-CHECKER-ID   TO REG-CHECKER-ID.
           WRITE REGISTER-LINE FROM WS-REGISTER-CONTROL-LINE.

       0750-WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE WS-CYCLE-DATE         TO AUDIT-CYCLE-DATE.
           MOVE "AcctMaint"           TO AUDIT-PROGRAM-ID.
           MOVE MAINT-TRANS-RECORD (1:20) TO AUDIT-KEY-INPUT.
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
           WRITE REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE.

           MOVE "TRANS PENDING"    TO REG-TOT-LABEL.
           MOVE WS-PENDING-COUNT   TO REG-TOT-COUNT-ED.
           WRITE REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE.

           MOVE "DECISIONS READ"   TO REG-TOT-LABEL.
           MOVE WS-DECISION-COUNT  TO REG-TOT-COUNT-ED.
           WRITE REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE.

           MOVE "TRANS APPLIED"    TO REG-TOT-LABEL.
           MOVE WS-APPLIED-COUNT   TO REG-TOT-COUNT-ED.
           WRITE REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE.

           MOVE "TRANS DECLINED"   TO REG-TOT-LABEL.
           MOVE WS-DECLINED-COUNT  TO REG-TOT-COUNT-ED.
           WRITE REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE.

           MOVE "ITEMS EXPIRED"    TO REG-TOT-LABEL.
           MOVE WS-EXPIRED-COUNT   TO REG-TOT-COUNT-ED.
           WRITE REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE.

           MOVE "TRANS REFUSED"    TO REG-TOT-LABEL.
           MOVE WS-REFUSED-COUNT   TO REG-TOT-COUNT-ED.
           WRITE REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE.

           MOVE "WATCH-LIST HITS"  TO REG-TOT-LABEL.
           MOVE WS-WL-HIT-COUNT    TO REG-TOT-COUNT-ED.
           WRITE REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE.

       0900-CLOSE-FILES.
           CLOSE ACCOUNT-MASTER-FILE
                 NAME-INDEX-FILE
                 RESTRICTION-FILE
                 CREDENTIAL-FILE
                 PRODUCT-CATALOG-FILE
                 CUSTOMER-INFO-FILE
                 CUSTOMER-LINK-FILE
                 CUSTOMER-DEMOG-FILE
                 CHEQUE-REGISTER-FILE
                 FUNDS-HOLD-FILE
                 TERM-DEPOSIT-FILE
                 CLOSURE-REQUEST-FILE
                 PENDING-MAINT-FILE
                 MAINTENANCE-TRANS-FILE
                 MAINTENANCE-REGISTER-FILE
                 AUDIT-LOG-FILE
                 NOTICE-FILE
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
           MOVE "AcctMaint"        TO WLH-SOURCE-PROGRAM.
           MOVE WS-WL-SCREEN-KIND  TO WLH-SCREEN-KIND.
           MOVE WS-WL-ACCT-NUMBER  TO WLH-ACCT-NUMBER.
           MOVE WS-WL-SCREEN-NAME  TO WLH-SCREENED-NAME.
           MOVE WS-WL-MATCH-KEY    TO WLH-MATCH-KEY.
           MOVE WS-WL-ENTRY-ID     TO WLH-ENTRY-ID.
           MOVE WS-WL-LISTED-NAME  TO WLH-LISTED-NAME.
           MOVE WS-WL-LIST-SOURCE  TO WLH-LIST-SOURCE.
           WRITE WATCH-HIT-RECORD.
           ADD 1 TO WS-WL-HIT-COUNT.

      *    Whole years from the birth date to the date judged on, less
      *    one while this year's birthday is still to come.
       9400-COMPUTE-AGE.
           COMPUTE WS-AGE-YEARS = WS-AGE-ON-YEAR - WS-AGE-BIRTH-YEAR.
           IF WS-AGE-ON-MMDD < WS-AGE-BIRTH-MMDD
               SUBTRACT 1 FROM WS-AGE-YEARS
           END-IF.
