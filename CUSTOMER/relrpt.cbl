       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustRelReport.
       AUTHOR. Alexandre ELISABETH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-LINK-FILE
               ASSIGN TO CUSTLINK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LNK-KEY
               ALTERNATE RECORD KEY IS LNK-ACCT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-LNK-STATUS.

           SELECT CUSTOMER-INFO-FILE
               ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIF-CUST-NUMBER
               FILE STATUS IS WS-CIF-STATUS.

           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT FX-RATE-FILE
               ASSIGN TO FXRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXR-KEY
               FILE STATUS IS WS-FXR-STATUS.

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

           SELECT RELATIONSHIP-REPORT-FILE
               ASSIGN TO RELRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-LINK-FILE.
           COPY CIFLINK.

       FD  CUSTOMER-INFO-FILE.
           COPY CIFREC.

       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTMAST.

       FD  FX-RATE-FILE.
           COPY FXRATE.

       FD  CYCLE-DATE-FILE.
           COPY CYCLCTL.

       FD  RUN-CONTROL-FILE.
           COPY RUNREC.

       FD  STEP-PERMIT-FILE.
           COPY STEPPERM.

       FD  RELATIONSHIP-REPORT-FILE.
       01  RELATIONSHIP-REPORT-LINE PIC X(80).

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

       01  WS-LNK-STATUS PIC XX.
           88  LNK-FILE-MISSING   VALUE "35".
       01  WS-CIF-STATUS PIC XX.
           88  CIF-FILE-MISSING   VALUE "35".
       01  WS-ACCT-STATUS PIC XX.
           88  ACCT-FILE-MISSING  VALUE "35".
       01  WS-FXR-STATUS PIC XX.
           88  FXR-FILE-MISSING   VALUE "35".
       01  WS-RPT-STATUS PIC XX.

       01  WS-EOF-LNK-SW PIC X VALUE "N".
           88  WS-EOF-LNK         VALUE "Y".
       01  WS-EOF-ACCT-SW PIC X VALUE "N".
           88  WS-EOF-ACCT        VALUE "Y".
       01  WS-LINKED-SW PIC X VALUE "N".
           88  WS-ACCOUNT-LINKED  VALUE "Y".
       01  WS-RATE-SW PIC X VALUE "N".
           88  WS-RATE-FOUND      VALUE "Y".
           88  WS-RATE-MISSING    VALUE "N".

      *    Exposure is added up in the base currency: an account kept
      *    in a foreign currency goes in at the cycle date's middle
      *    rate, and one with no rate for the date stays out of it.
       01  WS-RATE-MID           PIC 9(4)V9(6) COMP-3 VALUE ZERO.
       01  WS-BASE-BALANCE       PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-BASE-LIMIT         PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-CURRENT-CUSTOMER PIC 9(6) VALUE ZERO.

       01  WS-CUST-ACCT-COUNT    PIC 9(5) BINARY VALUE ZERO.
       01  WS-CUST-BALANCE       PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-CUST-LIMIT         PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-CUSTOMER-COUNT     PIC 9(7) BINARY VALUE ZERO.
       01  WS-LINK-COUNT         PIC 9(7) BINARY VALUE ZERO.
       01  WS-MISSING-COUNT      PIC 9(7) BINARY VALUE ZERO.
       01  WS-UNLINKED-COUNT     PIC 9(7) BINARY VALUE ZERO.
       01  WS-NO-RATE-COUNT      PIC 9(7) BINARY VALUE ZERO.
       01  WS-TOTAL-BALANCE      PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-LIMIT        PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-CYCLE-HEADING-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(11) VALUE "CYCLE DATE ".
           05  HDG-CYCLE-DATE      PIC 9(8).
           05  FILLER              PIC X(59) VALUE SPACES.

       01  WS-CUSTOMER-HEADING-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(9)  VALUE "CUSTOMER ".
           05  CHD-CUST-NUMBER-ED  PIC ZZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  CHD-FULL-NAME       PIC X(30).
           05  FILLER              PIC X(31) VALUE SPACES.

       01  WS-REPORT-DETAIL-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  DTL-ACCT-NUMBER-ED  PIC ZZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-ROLE            PIC X(1).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-NOM             PIC X(12).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-STATUS          PIC X(1).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-PRODUCT         PIC X(3).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-CURRENCY        PIC X(3).
           05  FILLER              PIC X(2)  VALUE SPACES.
           COPY SIGNFMT
               REPLACING ==RPT-SIGNED-AMOUNT== BY ==DTL-BALANCE-ED==.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-LIMIT-ED        PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-RATE-NOTE       PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.

      *    The credit officer's line: everything the customer holds
      *    netted into one balance beside the total overdraft we have
      *    arranged across the same accounts, both in base currency.
       01  WS-EXPOSURE-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  EXP-LABEL           PIC X(18).
           05  EXP-COUNT-ED        PIC ZZ,ZZ9.
           05  FILLER              PIC X(7)  VALUE SPACES.
           COPY SIGNFMT
               REPLACING ==RPT-SIGNED-AMOUNT== BY ==EXP-BALANCE-ED==.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  EXP-LIMIT-ED        PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(19) VALUE SPACES.

       01  WS-EXCEPTION-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  EXC-ACCT-NUMBER-ED  PIC ZZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  EXC-NOM             PIC X(12).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  EXC-NOTE            PIC X(30).
           05  FILLER              PIC X(24) VALUE SPACES.

       01  WS-REPORT-TOTAL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-TOT-LABEL       PIC X(24).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-TOT-COUNT-ED    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(45) VALUE SPACES.

      *    Customer relationship report for the credit officers: the
      *    link file read in its own key order brings each customer's
      *    accounts out together, and each customer closes on the
      *    combined balance and the combined arranged overdraft - the
      *    customer's total exposure in one place.  A closed account
      *    is listed but carries no arranged overdraft into the
      *    exposure line, since nothing can be drawn on it.  Account
      *    lines show each balance and limit in the account's own
      *    currency; the exposure takes a foreign-currency account at
      *    its base equivalent on the cycle date's middle rate, and
      *    an account with no rate for the date is flagged on its
      *    line and left out rather than added unconverted.  A second
      *    pass over the master lists the accounts no customer owns
      *    yet, so the base gets attached.
       PROCEDURE DIVISION.
           PERFORM 0020-READ-CYCLE-DATE.
           PERFORM 0025-CHECK-PRIOR-RUN.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0110-READ-LINK.
           PERFORM 0200-REPORT-CUSTOMER
               UNTIL WS-EOF-LNK.
           PERFORM 0500-LIST-UNLINKED-ACCOUNTS.
           PERFORM 0800-PRINT-REPORT-TOTALS.
           PERFORM 0900-CLOSE-FILES.
           PERFORM 9100-RECORD-CYCLE-RUN.
           DISPLAY "CustRelReport: " WS-CUSTOMER-COUNT
               " customers, " WS-LINK-COUNT " accounts linked, "
               WS-UNLINKED-COUNT " unlinked".
           STOP RUN.

      *    An absent CIF or link file only means no customer has been
      *    set up yet - the report still prints, and every account on
      *    the master shows up as unlinked.
       0100-OPEN-FILES.
           OPEN INPUT CUSTOMER-LINK-FILE.
           IF LNK-FILE-MISSING
               OPEN OUTPUT CUSTOMER-LINK-FILE
               CLOSE CUSTOMER-LINK-FILE
               OPEN INPUT CUSTOMER-LINK-FILE
           END-IF.
           OPEN INPUT CUSTOMER-INFO-FILE.
           IF CIF-FILE-MISSING
               OPEN OUTPUT CUSTOMER-INFO-FILE
               CLOSE CUSTOMER-INFO-FILE
               OPEN INPUT CUSTOMER-INFO-FILE
           END-IF.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF ACCT-FILE-MISSING
               DISPLAY "CustRelReport: ACCTMAST.DAT not found - "
                   "aborting"
               CLOSE CUSTOMER-LINK-FILE
                     CUSTOMER-INFO-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT FX-RATE-FILE.
           IF FXR-FILE-MISSING
               OPEN OUTPUT FX-RATE-FILE
               CLOSE FX-RATE-FILE
               OPEN INPUT FX-RATE-FILE
           END-IF.
           OPEN OUTPUT RELATIONSHIP-REPORT-FILE.
           MOVE WS-CYCLE-DATE TO HDG-CYCLE-DATE.
           WRITE RELATIONSHIP-REPORT-LINE FROM WS-CYCLE-HEADING-LINE.

      *    Tonight's business cycle date, set by operations and
      *    validated by CycleOpen at the top of the night: it stamps
      *    the report heading and drives the double-run check below.
       0020-READ-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE.
           IF CYC-FILE-MISSING
               DISPLAY "CustRelReport: CYCLDATE.DAT not found - "
                   "aborting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CYCLE-DATE-FILE
               AT END
                   DISPLAY "CustRelReport: CYCLDATE.DAT is "
                       "empty - aborting"
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
               PERFORM 0027-CHECK-STEP-PERMIT
               IF WS-STEP-PERMITTED
                   DISPLAY "CustRelReport: cycle " WS-CYCLE-DATE
                       " already completed - stepping over "
                       "under cycle-restart permit"
                   STOP RUN
               END-IF
               DISPLAY "CustRelReport: cycle " WS-CYCLE-DATE
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
                   IF RUN-PROGRAM-ID = "CustRelReport"
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
                   IF PRM-PROGRAM-ID = "CustRelReport"
                           AND PRM-CYCLE-DATE = WS-CYCLE-DATE
                       SET WS-STEP-PERMITTED TO TRUE
                   END-IF
           END-READ.

       9100-RECORD-CYCLE-RUN.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF RUN-FILE-MISSING
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           MOVE "CustRelReport" TO RUN-PROGRAM-ID.
           MOVE WS-CYCLE-DATE TO RUN-CYCLE-DATE.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       0110-READ-LINK.
           READ CUSTOMER-LINK-FILE NEXT RECORD
               AT END
                   SET WS-EOF-LNK TO TRUE
           END-READ.

      *    One customer: the heading off the CIF master, one line per
      *    linked account, then the exposure line.
       0200-REPORT-CUSTOMER.
           ADD 1 TO WS-CUSTOMER-COUNT.
           MOVE LNK-CUST-NUMBER TO WS-CURRENT-CUSTOMER.
           MOVE ZERO TO WS-CUST-ACCT-COUNT
                        WS-CUST-BALANCE
                        WS-CUST-LIMIT.
           PERFORM 0210-PRINT-CUSTOMER-HEADING.
           PERFORM 0250-REPORT-LINKED-ACCOUNT
               UNTIL WS-EOF-LNK
                  OR LNK-CUST-NUMBER NOT = WS-CURRENT-CUSTOMER.
           MOVE "CUSTOMER EXPOSURE" TO EXP-LABEL.
           MOVE WS-CUST-ACCT-COUNT  TO EXP-COUNT-ED.
           MOVE WS-CUST-BALANCE     TO EXP-BALANCE-ED.
           MOVE WS-CUST-LIMIT       TO EXP-LIMIT-ED.
           WRITE RELATIONSHIP-REPORT-LINE FROM WS-EXPOSURE-LINE.
           ADD WS-CUST-BALANCE TO WS-TOTAL-BALANCE.
           ADD WS-CUST-LIMIT   TO WS-TOTAL-LIMIT.

      *    A link to a customer missing from the CIF master is itself
      *    worth seeing - the heading flags it instead of the
      *    customer quietly vanishing.
       0210-PRINT-CUSTOMER-HEADING.
           MOVE WS-CURRENT-CUSTOMER TO CHD-CUST-NUMBER-ED.
           MOVE WS-CURRENT-CUSTOMER TO CIF-CUST-NUMBER.
           READ CUSTOMER-INFO-FILE
               INVALID KEY
                   MOVE "*NOT ON CIF MASTER" TO CHD-FULL-NAME
               NOT INVALID KEY
                   MOVE CIF-FULL-NAME TO CHD-FULL-NAME
           END-READ.
           WRITE RELATIONSHIP-REPORT-LINE
               FROM WS-CUSTOMER-HEADING-LINE.

       0250-REPORT-LINKED-ACCOUNT.
           ADD 1 TO WS-LINK-COUNT.
           MOVE LNK-ACCT-NUMBER TO DTL-ACCT-NUMBER-ED.
           MOVE LNK-ROLE        TO DTL-ROLE.
           MOVE SPACES          TO DTL-RATE-NOTE.
           MOVE LNK-ACCT-NUMBER TO ACCT-NUMBER.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE "*NOT ON MAST" TO DTL-NOM
                   MOVE SPACES         TO DTL-STATUS
                                          DTL-PRODUCT
                                          DTL-CURRENCY
                   MOVE ZERO           TO DTL-BALANCE-ED
                                          DTL-LIMIT-ED
               NOT INVALID KEY
                   ADD 1 TO WS-CUST-ACCT-COUNT
                   MOVE CUST-NOM             TO DTL-NOM
                   MOVE ACCT-STATUS          TO DTL-STATUS
                   MOVE ACCT-PRODUCT-CODE    TO DTL-PRODUCT
                   MOVE ACCT-CURRENCY        TO DTL-CURRENCY
                   MOVE CUST-SOLDE           TO DTL-BALANCE-ED
                   MOVE ACCT-OVERDRAFT-LIMIT TO DTL-LIMIT-ED
                   PERFORM 0260-ADD-ACCOUNT-EXPOSURE
           END-READ.
           WRITE RELATIONSHIP-REPORT-LINE FROM WS-REPORT-DETAIL-LINE.
           PERFORM 0110-READ-LINK.

       0260-ADD-ACCOUNT-EXPOSURE.
           PERFORM 0270-LOOK-UP-RATE.
           IF WS-RATE-MISSING
               ADD 1 TO WS-NO-RATE-COUNT
               MOVE "*NO RATE" TO DTL-RATE-NOTE
           ELSE
               COMPUTE WS-BASE-BALANCE ROUNDED =
                   CUST-SOLDE * WS-RATE-MID
               ADD WS-BASE-BALANCE TO WS-CUST-BALANCE
               IF NOT ACCT-CLOSED
                   COMPUTE WS-BASE-LIMIT ROUNDED =
                       ACCT-OVERDRAFT-LIMIT * WS-RATE-MID
                   ADD WS-BASE-LIMIT TO WS-CUST-LIMIT
               END-IF
           END-IF.

       0270-LOOK-UP-RATE.
           IF ACCT-CURRENCY = SPACES
               MOVE 1 TO WS-RATE-MID
               SET WS-RATE-FOUND TO TRUE
           ELSE
               MOVE ACCT-CURRENCY TO FXR-CURRENCY
               MOVE WS-CYCLE-DATE TO FXR-RATE-DATE
               READ FX-RATE-FILE
                   INVALID KEY
                       SET WS-RATE-MISSING TO TRUE
                   NOT INVALID KEY
                       MOVE FXR-MID-RATE TO WS-RATE-MID
                       SET WS-RATE-FOUND TO TRUE
               END-READ
           END-IF.

      *    Every account on the master that no customer holds - an
      *    account from before the CIF master, or one whose link was
      *    lost - found through the link file's account key.
       0500-LIST-UNLINKED-ACCOUNTS.
           MOVE ZERO TO ACCT-NUMBER.
           START ACCOUNT-MASTER-FILE
               KEY IS NOT LESS THAN ACCT-NUMBER
               INVALID KEY
                   SET WS-EOF-ACCT TO TRUE
           END-START.
           PERFORM 0510-CHECK-ACCOUNT-LINKED
               UNTIL WS-EOF-ACCT.

       0510-CHECK-ACCOUNT-LINKED.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF-ACCT TO TRUE
               NOT AT END
                   MOVE ACCT-NUMBER TO LNK-ACCT-NUMBER
                   MOVE "Y" TO WS-LINKED-SW
                   START CUSTOMER-LINK-FILE
                       KEY IS EQUAL TO LNK-ACCT-NUMBER
                       INVALID KEY
                           MOVE "N" TO WS-LINKED-SW
                   END-START
                   IF NOT WS-ACCOUNT-LINKED
                       ADD 1 TO WS-UNLINKED-COUNT
                       MOVE ACCT-NUMBER TO EXC-ACCT-NUMBER-ED
                       MOVE CUST-NOM    TO EXC-NOM
                       MOVE "NO CUSTOMER LINKED" TO EXC-NOTE
                       WRITE RELATIONSHIP-REPORT-LINE
                           FROM WS-EXCEPTION-LINE
                   END-IF
           END-READ.

       0800-PRINT-REPORT-TOTALS.
           MOVE "ALL CUSTOMERS"     TO EXP-LABEL.
           MOVE WS-CUSTOMER-COUNT   TO EXP-COUNT-ED.
           MOVE WS-TOTAL-BALANCE    TO EXP-BALANCE-ED.
           MOVE WS-TOTAL-LIMIT      TO EXP-LIMIT-ED.
           WRITE RELATIONSHIP-REPORT-LINE FROM WS-EXPOSURE-LINE.

           MOVE "CUSTOMERS"             TO RPT-TOT-LABEL.
           MOVE WS-CUSTOMER-COUNT       TO RPT-TOT-COUNT-ED.
           WRITE RELATIONSHIP-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "ACCOUNT LINKS"         TO RPT-TOT-LABEL.
           MOVE WS-LINK-COUNT           TO RPT-TOT-COUNT-ED.
           WRITE RELATIONSHIP-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "LINKS NOT ON MASTER"   TO RPT-TOT-LABEL.
           MOVE WS-MISSING-COUNT        TO RPT-TOT-COUNT-ED.
           WRITE RELATIONSHIP-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "ACCOUNTS NOT LINKED"   TO RPT-TOT-LABEL.
           MOVE WS-UNLINKED-COUNT       TO RPT-TOT-COUNT-ED.
           WRITE RELATIONSHIP-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "ACCOUNTS WITH NO RATE" TO RPT-TOT-LABEL.
           MOVE WS-NO-RATE-COUNT        TO RPT-TOT-COUNT-ED.
           WRITE RELATIONSHIP-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

       0900-CLOSE-FILES.
           CLOSE CUSTOMER-LINK-FILE
                 CUSTOMER-INFO-FILE
                 ACCOUNT-MASTER-FILE
                 FX-RATE-FILE
                 RELATIONSHIP-REPORT-FILE.
