               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.

           SELECT PAY-RESULT-FILE
               ASSIGN TO PAYRSLT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRS-EMP-ID
               FILE STATUS IS WS-PRS-STATUS.

           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

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

           SELECT SUSPENSE-FILE
               ASSIGN TO SUSPENSE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT CYCLE-DATE-FILE
               ASSIGN TO CYCLDATE
               ORGANIZATION IS LINE SEQUENTIAL
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPMAST.

      *    What the payroll register priced each employee at this
      *    period - the master salary plus or minus the period's
      *    variable pay.  That gross, not EMP-SALAIRE, is what is
      *    credited.
       FD  PAY-RESULT-FILE.
           COPY PAYRSLT.

       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTMAST.

       FD  CUSTOMER-DEMOG-FILE.
           COPY DEMOREC.

       FD  RESTRICTION-FILE.
           COPY RESTREC.

       FD  WATCH-LIST-FILE.
           COPY WLREC.

       FD  WATCH-CLEAR-FILE.
           COPY WLCLEAR.

       FD  WATCH-HIT-FILE.
           COPY WLHIT.

       FD  SUSPENSE-FILE.
           COPY SUSPREC.

      *    The salary credits go out in the batched form the front
      *    edit expects from any branch: an H header naming PAY as
      *    the submitting branch, one TRANS-RECORD credit per bridged
       01  WS-EMP-STATUS PIC XX.
           88  EMP-EOF            VALUE "10".
           88  EMP-FILE-MISSING   VALUE "35".
       01  WS-PRS-STATUS PIC XX.
           88  PRS-FILE-MISSING   VALUE "35".
       01  WS-ACCT-STATUS PIC XX.
           88  ACCT-OK            VALUE "00".
           88  ACCT-NOT-FOUND     VALUE "23".
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
       01  WS-SUSP-STATUS PIC XX.
           88  SUSP-FILE-MISSING  VALUE "35".
       01  WS-TXN-STATUS PIC XX.
       01  WS-DIR-STATUS PIC XX.
       01  WS-EXC-STATUS PIC XX.
       01  WS-EOF-EMP-SW PIC X VALUE "N".
           88  WS-EOF-EMP         VALUE "Y".

       01  WS-RESULT-FOUND-SW PIC X.
           88  WS-RESULT-FOUND     VALUE "Y".
           88  WS-RESULT-NOT-FOUND VALUE "N".

       01  WS-PAY-AMOUNT PIC 9(6)V99 COMP-3 VALUE ZERO.

       01  WS-MASTER-FOUND-SW PIC X.
           88  WS-MASTER-FOUND     VALUE "Y".
           88  WS-MASTER-NOT-FOUND VALUE "N".
       01  WS-EXTERNAL-COUNT  PIC 9(7) BINARY VALUE ZERO.
       01  WS-EXT-HASH-TOTAL  PIC 9(13) COMP-3 VALUE ZERO.
       01  WS-EXCEPTION-COUNT PIC 9(7) BINARY VALUE ZERO.
       01  WS-HELD-COUNT      PIC 9(7) BINARY VALUE ZERO.
       01  WS-BRIDGED-TOTAL   PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-HASH-TOTAL      PIC 9(13) COMP-3 VALUE ZERO.

      *    Every external credit is screened against the compliance
      *    watch list before it leaves for the other bank.
           COPY WLWORK.

       01  WS-CYCLE-HEADING-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(11) VALUE "CYCLE DATE ".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  EXC-EMP-NOM         PIC X(12).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  EXC-SALAIRE-ED      PIC ZZZZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  EXC-REASON          PIC X(40).
           05  FILLER              PIC X(5)  VALUE SPACES.

       01  WS-EXCEPTION-TOTAL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    Without the register's pay results there is nothing
      *    priced to bridge - the run fails fast rather than falling
      *    back to paying the bare master salary.
           OPEN INPUT PAY-RESULT-FILE.
           IF PRS-FILE-MISSING
               DISPLAY "PayrollBridge: PAYRSLT.DAT not found - "
                   "aborting"
               CLOSE EMPLOYEE-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF ACCT-FILE-MISSING
               DISPLAY "PayrollBridge: ACCTMAST.DAT not found - "
                   "aborting"
               CLOSE EMPLOYEE-MASTER-FILE
                     PAY-RESULT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    The demographic master only lends the screen the full
      *    name behind a house account, so an absent one is created
      *    empty rather than failed on.
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
           PERFORM 0105-OPEN-SUSPENSE.
           PERFORM 0107-OPEN-WATCH-LIST.
           OPEN OUTPUT SALARY-TRANS-FILE.
           OPEN OUTPUT EXTERNAL-CREDIT-FILE.
           OPEN OUTPUT EXCEPTION-REPORT-FILE.
           MOVE WS-CYCLE-DATE TO HDG-CYCLE-DATE.
           WRITE EXCEPTION-REPORT-LINE FROM WS-CYCLE-HEADING-LINE.

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
      *    than a lookup problem.
       0200-BRIDGE-EMPLOYEE.
           ADD 1 TO WS-READ-COUNT.
           PERFORM 0210-READ-PAY-RESULT.
           MOVE EMP-ID TO ACCT-NUMBER.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
      *    house account has closed yet.  Withdrawing the detail
      *    (both fields spaces) is what returns pay to the house
      *    account.
      *    An employee the register did not price tonight - hired
      *    since it ran, or the register not run for this cycle at
      *    all - and one whose absence docked the whole period's pay
      *    are exceptions before any question of where to pay them.
           EVALUATE TRUE
               WHEN WS-RESULT-NOT-FOUND
                   MOVE "Not on tonight's payroll register"
                       TO EXC-REASON
                   PERFORM 0400-WRITE-EXCEPTION
               WHEN WS-PAY-AMOUNT = ZERO
                   MOVE "Nothing to pay this period"
                       TO EXC-REASON
                   PERFORM 0400-WRITE-EXCEPTION
               WHEN EMP-EXT-ROUTING NOT = SPACES
                   PERFORM 0340-SCREEN-EXTERNAL-CREDIT
               WHEN WS-MASTER-FOUND AND ACCT-ACTIVE
                   PERFORM 0300-WRITE-SALARY-CREDIT
               WHEN WS-MASTER-NOT-FOUND
           END-EVALUATE.
           PERFORM 0110-READ-EMPLOYEE.

       0210-READ-PAY-RESULT.
           MOVE EMP-ID TO PRS-EMP-ID.
           READ PAY-RESULT-FILE
               INVALID KEY
                   SET WS-RESULT-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   IF PRS-CYCLE-DATE = WS-CYCLE-DATE
                       SET WS-RESULT-FOUND TO TRUE
                   ELSE
                       SET WS-RESULT-NOT-FOUND TO TRUE
                   END-IF
           END-READ.
           IF WS-RESULT-FOUND
               MOVE PRS-GROSS TO WS-PAY-AMOUNT
           ELSE
               MOVE EMP-SALAIRE TO WS-PAY-AMOUNT
           END-IF.

       0300-WRITE-SALARY-CREDIT.
           MOVE EMP-ID        TO OUT-ACCT-NUMBER.
           MOVE "C"           TO OUT-TRANS-TYPE.
           MOVE WS-PAY-AMOUNT TO OUT-AMOUNT.
           WRITE SALARY-TRANS-LINE FROM WS-TRANS-OUT.
           ADD 1 TO WS-BRIDGED-COUNT.
           ADD WS-PAY-AMOUNT TO WS-BRIDGED-TOTAL.
           COMPUTE WS-HASH-TOTAL =
               WS-HASH-TOTAL + WS-PAY-AMOUNT * 100.

      *    Money leaving the shop is screened against the compliance
      *    watch list first.  The employee master only carries a
      *    twelve-character name, so the full name on the house
      *    account's demographic record is screened where there is
      *    one.
       0340-SCREEN-EXTERNAL-CREDIT.
           PERFORM 0345-BUILD-EXTERNAL-CREDIT.
           MOVE EMP-NOM TO WS-WL-SCREEN-NAME.
           IF WS-MASTER-FOUND
               MOVE EMP-ID TO DEM-ACCT-NUMBER
               READ CUSTOMER-DEMOG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DEM-FULL-NAME TO WS-WL-SCREEN-NAME
               END-READ
           END-IF.
           MOVE EMP-ID TO WS-WL-ACCT-NUMBER.
           MOVE "P"    TO WS-WL-SCREEN-KIND.
           PERFORM 9300-SCREEN-NAME.
           IF WS-WL-HIT
               PERFORM 0360-HOLD-EXTERNAL-CREDIT
           ELSE
               PERFORM 0350-WRITE-EXTERNAL-CREDIT
           END-IF.

       0345-BUILD-EXTERNAL-CREDIT.
           MOVE EMP-ID          TO EXT-EMP-ID-ED.
           MOVE EMP-NOM         TO EXT-EMP-NOM.
           MOVE WS-PAY-AMOUNT   TO EXT-AMOUNT-ED.
           MOVE EMP-EXT-ROUTING TO EXT-ROUTING.
           MOVE EMP-EXT-ACCOUNT TO EXT-ACCOUNT.
           MOVE WS-CYCLE-DATE   TO EXT-CYCLE-DATE.

      *    An externally-banked salary leaves through the outbound
      *    direct-deposit file instead of the PAY batch - it never
      *    count and hash, and PAYEXC is finally reserved for the
      *    genuinely unpayable.
       0350-WRITE-EXTERNAL-CREDIT.
           WRITE EXTERNAL-CREDIT-LINE
               FROM WS-EXTERNAL-CREDIT-RECORD.
           ADD 1 TO WS-EXTERNAL-COUNT.
           COMPUTE WS-EXT-HASH-TOTAL =
               WS-EXT-HASH-TOTAL + WS-PAY-AMOUNT * 100.

      *    A credit to a name on the watch list is held: it stays
      *    out of the outbound file and its envelope, waits on the
      *    central suspense file in its outbound image for the repair
      *    desk to release once compliance clears it, and shows on
      *    PAYEXC.  The house account, where the employee has one, is
      *    frozen; compliance hears of the hit once, not every payday
      *    the frozen account comes round again.
       0360-HOLD-EXTERNAL-CREDIT.
           MOVE "N" TO WS-WL-FROZEN-SW.
           IF WS-MASTER-FOUND
               PERFORM 9340-FREEZE-ACCOUNT
           END-IF.
           IF NOT WS-WL-ALREADY-FROZEN
               PERFORM 9350-WRITE-WATCH-HIT
           END-IF.
           MOVE "PayrollBridge"    TO SUSP-SOURCE-PROGRAM.
           MOVE "WLH1"             TO SUSP-REASON-CODE.
           MOVE WS-CYCLE-DATE      TO SUSP-CYCLE-DATE.
           MOVE WS-EXTERNAL-CREDIT-RECORD TO SUSP-RECORD-IMAGE.
           WRITE SUSPENSE-RECORD.
           ADD 1 TO WS-HELD-COUNT.
           MOVE "Watch-list hit - credit held" TO EXC-REASON.
           PERFORM 0400-WRITE-EXCEPTION.

       0400-WRITE-EXCEPTION.
           MOVE EMP-ID      TO EXC-EMP-ID.
           MOVE EMP-NOM     TO EXC-EMP-NOM.
           MOVE WS-PAY-AMOUNT TO EXC-SALAIRE-ED.
           WRITE EXCEPTION-REPORT-LINE
               FROM WS-EXCEPTION-DETAIL-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.
           WRITE EXCEPTION-REPORT-LINE
               FROM WS-EXCEPTION-TOTAL-LINE.

           MOVE "HELD ON WATCH LIST"   TO EXC-TOT-LABEL.
           MOVE WS-HELD-COUNT          TO EXC-TOT-COUNT-ED.
           WRITE EXCEPTION-REPORT-LINE
               FROM WS-EXCEPTION-TOTAL-LINE.

           MOVE "EXCEPTIONS"           TO EXC-TOT-LABEL.
           MOVE WS-EXCEPTION-COUNT     TO EXC-TOT-COUNT-ED.
           WRITE EXCEPTION-REPORT-LINE

       0900-CLOSE-FILES.
           CLOSE EMPLOYEE-MASTER-FILE
                 PAY-RESULT-FILE
                 ACCOUNT-MASTER-FILE
                 CUSTOMER-DEMOG-FILE
                 RESTRICTION-FILE
                 WATCH-LIST-FILE
                 WATCH-CLEAR-FILE
                 WATCH-HIT-FILE
                 SUSPENSE-FILE
                 SALARY-TRANS-FILE
                 EXTERNAL-CREDIT-FILE
                 EXCEPTION-REPORT-FILE.

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
           MOVE "PayrollBridge"    TO WLH-SOURCE-PROGRAM.
           MOVE WS-WL-SCREEN-KIND  TO WLH-SCREEN-KIND.
           MOVE WS-WL-ACCT-NUMBER  TO WLH-ACCT-NUMBER.
           MOVE WS-WL-SCREEN-NAME  TO WLH-SCREENED-NAME.
           MOVE WS-WL-MATCH-KEY    TO WLH-MATCH-KEY.
           MOVE WS-WL-ENTRY-ID     TO WLH-ENTRY-ID.
           MOVE WS-WL-LISTED-NAME  TO WLH-LISTED-NAME.
           MOVE WS-WL-LIST-SOURCE  TO WLH-LIST-SOURCE.
           WRITE WATCH-HIT-RECORD.
           ADD 1 TO WS-WL-HIT-COUNT.
