               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

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

           SELECT TAX-RATE-FILE
               ASSIGN TO TAXCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXR-STATUS.

           SELECT INTEREST-YTD-FILE
               ASSIGN TO INTYTD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IYT-ACCT-NUMBER
               FILE STATUS IS WS-IYT-STATUS.

           SELECT FX-RATE-FILE
               ASSIGN TO FXRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXR-KEY
               FILE STATUS IS WS-FXR-STATUS.

           SELECT ACCRUAL-TRANS-FILE
               ASSIGN TO ACRTXN
               ORGANIZATION IS LINE SEQUENTIAL
       FD  RUN-CONTROL-FILE.
           COPY RUNREC.

       FD  CUSTOMER-LINK-FILE.
           COPY CIFLINK.

       FD  CUSTOMER-INFO-FILE.
           COPY CIFREC.

      *    The withholding rate table finance keeps: one record per
      *    customer tax status (R resident, N non-resident, E
      *    exempt), each rate a percentage of the gross interest.
      *    All three statuses must be there.
       FD  TAX-RATE-FILE.
       01  TAX-RATE-RECORD.
           05  TXR-STATUS          PIC X(1).
           05  TXR-RATE            PIC 9(2)V9(4).

       FD  INTEREST-YTD-FILE.
           COPY INTYTD.

       FD  FX-RATE-FILE.
           COPY FXRATE.

       FD  ACCRUAL-TRANS-FILE.
           COPY TRANSREC.

           88  PRD-FILE-MISSING   VALUE "35".
       01  WS-CAL-STATUS PIC XX.
           88  CAL-FILE-MISSING   VALUE "35".
       01  WS-LNK-STATUS PIC XX.
           88  LNK-FILE-MISSING   VALUE "35".
       01  WS-CIF-STATUS PIC XX.
           88  CIF-FILE-MISSING   VALUE "35".
       01  WS-TXR-STATUS PIC XX.
           88  TXR-FILE-MISSING   VALUE "35".
       01  WS-IYT-STATUS PIC XX.
           88  IYT-FILE-MISSING   VALUE "35".
       01  WS-FXR-STATUS PIC XX.
           88  FXR-FILE-MISSING   VALUE "35".
       01  WS-TXN-STATUS PIC XX.
       01  WS-RPT-STATUS PIC XX.


       01  WS-EOF-ACCT-SW PIC X VALUE "N".
           88  WS-EOF-ACCT        VALUE "Y".
       01  WS-EOF-TXR-SW PIC X VALUE "N".
           88  WS-EOF-TXR         VALUE "Y".
       01  WS-EOF-LNK-SW PIC X VALUE "N".
           88  WS-EOF-LNK         VALUE "Y".
       01  WS-PRIMARY-FOUND-SW PIC X VALUE "N".
           88  WS-PRIMARY-FOUND   VALUE "Y".
       01  WS-IYT-FOUND-SW PIC X VALUE "N".
           88  WS-IYT-FOUND       VALUE "Y".
           88  WS-IYT-NOT-FOUND   VALUE "N".

       01  WS-CYCLE-YEAR PIC 9(4) VALUE ZERO.

      *    The withholding rates off TAXCTL, one per tax status, and
      *    whether each was there.
       01  WS-RESIDENT-RATE      PIC 9(2)V9(4) COMP-3 VALUE ZERO.
       01  WS-NON-RESIDENT-RATE  PIC 9(2)V9(4) COMP-3 VALUE ZERO.
       01  WS-EXEMPT-RATE        PIC 9(2)V9(4) COMP-3 VALUE ZERO.
       01  WS-RESIDENT-RATE-SW     PIC X VALUE "N".
           88  WS-RESIDENT-RATE-FOUND     VALUE "Y".
       01  WS-NON-RESIDENT-RATE-SW PIC X VALUE "N".
           88  WS-NON-RESIDENT-RATE-FOUND VALUE "Y".
       01  WS-EXEMPT-RATE-SW       PIC X VALUE "N".
           88  WS-EXEMPT-RATE-FOUND       VALUE "Y".

      *    The current credit's withholding: the primary holder's tax
      *    status, the rate it draws and the tax taken.
       01  WS-TAX-STATUS PIC X(1).
           88  WS-TAX-NON-RESIDENT VALUE "N".
           88  WS-TAX-EXEMPT       VALUE "E".
       01  WS-TAX-RATE        PIC 9(2)V9(4) COMP-3 VALUE ZERO.
       01  WS-GROSS-INTEREST  PIC 9(7)V99 COMP-3 VALUE ZERO.
       01  WS-TAX-AMOUNT      PIC 9(7)V99 COMP-3 VALUE ZERO.
       01  WS-TRANS-SOURCE    PIC X(4) VALUE "ACR ".

      *    The interest year to date is kept in the base currency: a
      *    foreign-currency account's gross and tax go onto it at the
      *    accrual date's middle rate, so the certificate and the
      *    remittance add up in one currency.
       01  WS-RATE-SW PIC X VALUE "N".
           88  WS-RATE-FOUND      VALUE "Y".
           88  WS-RATE-MISSING    VALUE "N".
       01  WS-RATE-MID        PIC 9(4)V9(6) COMP-3 VALUE ZERO.
       01  WS-GROSS-BASE      PIC 9(7)V99 COMP-3 VALUE ZERO.
       01  WS-TAX-BASE        PIC 9(7)V99 COMP-3 VALUE ZERO.

       01  WS-WHT-NOTE.
           05  FILLER              PIC X(16)
                                   VALUE "WITHHOLDING TAX ".
           05  WS-WHT-NOTE-STATUS  PIC X(1).
           05  WS-WHT-NOTE-CIF     PIC X(7).

      *    The current account's product terms, refreshed from the
      *    catalog at the top of every account.
       01  WS-MAINTFEE-COUNT   PIC 9(7) BINARY VALUE ZERO.
       01  WS-NO-PRODUCT-COUNT PIC 9(7) BINARY VALUE ZERO.
       01  WS-SKIPPED-COUNT    PIC 9(7) BINARY VALUE ZERO.
       01  WS-TERM-COUNT       PIC 9(7) BINARY VALUE ZERO.
       01  WS-WITHHOLD-COUNT   PIC 9(7) BINARY VALUE ZERO.
       01  WS-NO-HOLDER-COUNT  PIC 9(7) BINARY VALUE ZERO.
       01  WS-NO-RATE-COUNT    PIC 9(7) BINARY VALUE ZERO.

       01  WS-CYCLE-HEADING-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           PERFORM 0025-CHECK-PRIOR-RUN.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0160-COUNT-BUSINESS-DAYS.
           PERFORM 0170-LOAD-TAX-RATES.
           PERFORM 0110-READ-ACCOUNT.
           PERFORM 0200-ACCRUE-ACCOUNT
               UNTIL WS-EOF-ACCT.
               WS-CHARGE-COUNT " charges, " WS-MAINTFEE-COUNT
               " maintenance fees, " WS-SKIPPED-COUNT
               " skipped".
           DISPLAY "MonthlyAccrual: " WS-WITHHOLD-COUNT
               " withholding tax debits".
           IF WS-NO-PRODUCT-COUNT > 0
               DISPLAY "MonthlyAccrual: " WS-NO-PRODUCT-COUNT
                   " accounts carry no catalog product - "
                   "see register"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-NO-RATE-COUNT > 0
               DISPLAY "MonthlyAccrual: " WS-NO-RATE-COUNT
                   " foreign-currency accounts have no rate for "
                   "the cycle date - see register"
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    Both the master and the product catalog are mandatory - an
      *    accrual run without the catalog would charge every account
      *    zero and look like it ran clean, so it fails fast instead.
      *    So are the customer files and the tax rate table: without
      *    them an exempt customer would be withheld from, or every
      *    customer withheld from at nothing.  The interest YTD file
      *    is created empty the first time it is opened, and so is
      *    the rate table, which a base-only book never loads.
       0100-OPEN-FILES.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF ACCT-FILE-MISSING
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-LINK-FILE.
           IF LNK-FILE-MISSING
               DISPLAY "MonthlyAccrual: CUSTLINK.DAT not found - "
                   "aborting"
               CLOSE ACCOUNT-MASTER-FILE
                     PRODUCT-CATALOG-FILE
                     BUSINESS-CALENDAR-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-INFO-FILE.
           IF CIF-FILE-MISSING
               DISPLAY "MonthlyAccrual: CUSTMAST.DAT not found - "
                   "aborting"
               CLOSE ACCOUNT-MASTER-FILE
                     PRODUCT-CATALOG-FILE
                     BUSINESS-CALENDAR-FILE
                     CUSTOMER-LINK-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT TAX-RATE-FILE.
           IF TXR-FILE-MISSING
               DISPLAY "MonthlyAccrual: TAXCTL.DAT not found - "
                   "aborting"
               CLOSE ACCOUNT-MASTER-FILE
                     PRODUCT-CATALOG-FILE
                     BUSINESS-CALENDAR-FILE
                     CUSTOMER-LINK-FILE
                     CUSTOMER-INFO-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O INTEREST-YTD-FILE.
           IF IYT-FILE-MISSING
               OPEN OUTPUT INTEREST-YTD-FILE
               CLOSE INTEREST-YTD-FILE
               OPEN I-O INTEREST-YTD-FILE
           END-IF.
           OPEN INPUT FX-RATE-FILE.
           IF FXR-FILE-MISSING
               OPEN OUTPUT FX-RATE-FILE
               CLOSE FX-RATE-FILE
               OPEN INPUT FX-RATE-FILE
           END-IF.
           OPEN OUTPUT ACCRUAL-TRANS-FILE.
           OPEN OUTPUT ACCRUAL-REGISTER-FILE.
           MOVE WS-CYCLE-DATE TO HDG-CYCLE-DATE.
           END-READ.
           MOVE CYCLE-DATE TO WS-CYCLE-DATE.
           MOVE CYCLE-OVERRIDE-FLAG TO WS-CYCLE-OVERRIDE-SW.
           MOVE WS-CYCLE-DATE (1:4) TO WS-CYCLE-YEAR.
           CLOSE CYCLE-DATE-FILE.

      *    A completion record for this program against tonight's
                   END-IF
           END-READ.

      *    The withholding rate per tax status.  A table missing any
      *    of the three statuses would withhold from some customers at
      *    nothing and look like it ran clean, so it aborts instead.
       0170-LOAD-TAX-RATES.
           PERFORM 0175-READ-TAX-RATE
               UNTIL WS-EOF-TXR.
           CLOSE TAX-RATE-FILE.
           IF NOT WS-RESIDENT-RATE-FOUND
                   OR NOT WS-NON-RESIDENT-RATE-FOUND
                   OR NOT WS-EXEMPT-RATE-FOUND
               DISPLAY "MonthlyAccrual: TAXCTL.DAT does not carry "
                   "a rate for each of R, N and E - aborting"
               PERFORM 0900-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0175-READ-TAX-RATE.
           READ TAX-RATE-FILE
               AT END
                   SET WS-EOF-TXR TO TRUE
               NOT AT END
                   EVALUATE TXR-STATUS
                       WHEN "R"
                           MOVE TXR-RATE TO WS-RESIDENT-RATE
                           SET WS-RESIDENT-RATE-FOUND TO TRUE
                       WHEN "N"
                           MOVE TXR-RATE TO WS-NON-RESIDENT-RATE
                           SET WS-NON-RESIDENT-RATE-FOUND TO TRUE
                       WHEN "E"
                           MOVE TXR-RATE TO WS-EXEMPT-RATE
                           SET WS-EXEMPT-RATE-FOUND TO TRUE
                   END-EVALUATE
           END-READ.

       0110-READ-ACCOUNT.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
      *    draw the product's maintenance fee below minimum balance.
      *    The postings go out as ordinary TRANS-RECORDs so the
      *    normal posting run applies, logs and histories them like
      *    any other day's work.  A term deposit is not accrued at
      *    all - its interest is locked in at open and paid whole by
      *    the maturity run, and it carries no monthly fee.  An
      *    account kept in a foreign currency with no rate for the
      *    cycle date is not accrued and is listed: the posting run
      *    would refuse its postings, and its interest could not be
      *    carried into the year to date.
       0200-ACCRUE-ACCOUNT.
           ADD 1 TO WS-ACCT-READ-COUNT.
           IF NOT ACCT-ACTIVE
                   MOVE ZERO  TO REG-AMOUNT-ED
                   PERFORM 0600-WRITE-REGISTER-BASE
               ELSE
                   IF PROD-TERM-DEPOSIT
                       ADD 1 TO WS-TERM-COUNT
                   ELSE
                       PERFORM 0250-ACCRUE-OPEN-ENDED
                   END-IF
               END-IF
           END-IF.
           PERFORM 0110-READ-ACCOUNT.

       0250-ACCRUE-OPEN-ENDED.
           SET WS-ACCRUAL-FITS TO TRUE.
           PERFORM 0260-LOOK-UP-RATE.
           IF WS-RATE-MISSING
               ADD 1 TO WS-NO-RATE-COUNT
               MOVE "NO RATE - NOT ACCRUED" TO REG-NOTE
               MOVE SPACE TO REG-TRANS-TYPE
               MOVE ZERO  TO REG-AMOUNT-ED
               PERFORM 0600-WRITE-REGISTER-BASE
           ELSE
               EVALUATE TRUE
                   WHEN CUST-SOLDE > ZERO
                       PERFORM 0300-ACCRUE-CREDIT-INTEREST
                   WHEN CUST-SOLDE < ZERO
                       PERFORM 0400-ACCRUE-OVERDRAFT-FEE
                   WHEN OTHER
                       ADD 1 TO WS-SKIPPED-COUNT
               END-EVALUATE
               PERFORM 0450-CHARGE-MAINTENANCE-FEE
           END-IF.

       0260-LOOK-UP-RATE.
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

       0300-ACCRUE-CREDIT-INTEREST.
           COMPUTE WS-ACCRUAL-AMOUNT ROUNDED =
               CUST-SOLDE * WS-CREDIT-RATE / 100
                   MOVE "C" TO TRANS-TYPE
                   MOVE "CREDIT INTEREST" TO REG-NOTE
                   PERFORM 0500-WRITE-ACCRUAL-TRANS
                   PERFORM 0350-WITHHOLD-TAX
               END-IF
           END-IF.

      *    Tax on the gross interest just credited, at the rate the
      *    account's primary holder's tax status draws, goes out as
      *    its own debit under source WHT behind the credit - the
      *    customer sees gross and tax as two lines, and finance
      *    carries a WHT/D row on GLMAP to the tax payable account.
      *    The gross and the tax then roll into the account's year to
      *    date for the January certificate.
       0350-WITHHOLD-TAX.
           MOVE WS-ACCRUAL-AMOUNT TO WS-GROSS-INTEREST.
           PERFORM 0360-FIND-TAX-STATUS.
           EVALUATE TRUE
               WHEN WS-TAX-NON-RESIDENT
                   MOVE WS-NON-RESIDENT-RATE TO WS-TAX-RATE
               WHEN WS-TAX-EXEMPT
                   MOVE WS-EXEMPT-RATE       TO WS-TAX-RATE
               WHEN OTHER
                   MOVE WS-RESIDENT-RATE     TO WS-TAX-RATE
           END-EVALUATE.
           COMPUTE WS-TAX-AMOUNT ROUNDED =
               WS-GROSS-INTEREST * WS-TAX-RATE / 100.
           IF WS-TAX-AMOUNT > ZERO
               ADD 1 TO WS-WITHHOLD-COUNT
               MOVE WS-TAX-AMOUNT TO WS-ACCRUAL-AMOUNT
               MOVE "D"           TO TRANS-TYPE
               MOVE "WHT "        TO WS-TRANS-SOURCE
               MOVE WS-TAX-STATUS TO WS-WHT-NOTE-STATUS
               MOVE WS-WHT-NOTE   TO REG-NOTE
               PERFORM 0500-WRITE-ACCRUAL-TRANS
               MOVE "ACR "        TO WS-TRANS-SOURCE
           END-IF.
           PERFORM 0370-UPDATE-INTEREST-YTD.

      *    The account's primary holder, found from the account side
      *    through the link file's alternate key, and the tax status
      *    on the holder's CIF record.  An account with no primary
      *    holder on file - one from before the CIF master - is
      *    withheld from as a resident and counted, so the customer
      *    base gets cleaned.
       0360-FIND-TAX-STATUS.
           MOVE "R"    TO WS-TAX-STATUS.
           MOVE SPACES TO WS-WHT-NOTE-CIF.
           MOVE "N" TO WS-PRIMARY-FOUND-SW.
           MOVE "N" TO WS-EOF-LNK-SW.
           MOVE ACCT-NUMBER TO LNK-ACCT-NUMBER.
           START CUSTOMER-LINK-FILE
               KEY IS EQUAL TO LNK-ACCT-NUMBER
               INVALID KEY
                   SET WS-EOF-LNK TO TRUE
           END-START.
           PERFORM 0365-SCAN-ACCOUNT-LINKS
               UNTIL WS-EOF-LNK OR WS-PRIMARY-FOUND.
           IF WS-PRIMARY-FOUND
               MOVE LNK-CUST-NUMBER TO CIF-CUST-NUMBER
               READ CUSTOMER-INFO-FILE
                   INVALID KEY
                       MOVE "N" TO WS-PRIMARY-FOUND-SW
                   NOT INVALID KEY
                       IF CIF-TAX-STATUS NOT = SPACE
                           MOVE CIF-TAX-STATUS TO WS-TAX-STATUS
                       END-IF
               END-READ
           END-IF.
           IF NOT WS-PRIMARY-FOUND
               ADD 1 TO WS-NO-HOLDER-COUNT
               MOVE " NO CIF" TO WS-WHT-NOTE-CIF
           END-IF.

       0365-SCAN-ACCOUNT-LINKS.
           READ CUSTOMER-LINK-FILE NEXT RECORD
               AT END
                   SET WS-EOF-LNK TO TRUE
               NOT AT END
                   IF LNK-ACCT-NUMBER NOT = ACCT-NUMBER
                       SET WS-EOF-LNK TO TRUE
                   ELSE
                       IF LNK-PRIMARY
                           SET WS-PRIMARY-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *    The year-to-date roll.  First sight of an account seeds a
      *    record, the first accrual of a new year resets it, and an
      *    override rerun of a month already rolled takes that month's
      *    figures back out before adding tonight's.  WRITE for a new
      *    record, REWRITE for one already there.  The gross and tax
      *    go on at their base equivalents.
       0370-UPDATE-INTEREST-YTD.
           COMPUTE WS-GROSS-BASE ROUNDED =
               WS-GROSS-INTEREST * WS-RATE-MID.
           COMPUTE WS-TAX-BASE ROUNDED =
               WS-TAX-AMOUNT * WS-RATE-MID.
           MOVE ACCT-NUMBER TO IYT-ACCT-NUMBER.
           READ INTEREST-YTD-FILE
               INVALID KEY
                   SET WS-IYT-NOT-FOUND TO TRUE
                   PERFORM 0375-RESET-INTEREST-YTD
               NOT INVALID KEY
                   SET WS-IYT-FOUND TO TRUE
                   IF IYT-YEAR NOT = WS-CYCLE-YEAR
                       PERFORM 0375-RESET-INTEREST-YTD
                   END-IF
           END-READ.
           IF IYT-LAST-CYCLE = WS-CYCLE-DATE
               SUBTRACT IYT-LAST-GROSS FROM IYT-GROSS
               SUBTRACT IYT-LAST-TAX   FROM IYT-TAX
               SUBTRACT 1              FROM IYT-CREDIT-COUNT
           END-IF.
           ADD WS-GROSS-BASE TO IYT-GROSS.
           ADD WS-TAX-BASE   TO IYT-TAX.
           ADD 1             TO IYT-CREDIT-COUNT.
           MOVE WS-TAX-STATUS TO IYT-TAX-STATUS.
           MOVE WS-CYCLE-DATE TO IYT-LAST-CYCLE.
           MOVE WS-GROSS-BASE TO IYT-LAST-GROSS.
           MOVE WS-TAX-BASE   TO IYT-LAST-TAX.
           IF WS-IYT-FOUND
               REWRITE INTEREST-YTD-RECORD
           ELSE
               WRITE INTEREST-YTD-RECORD
           END-IF.

       0375-RESET-INTEREST-YTD.
           MOVE ACCT-NUMBER   TO IYT-ACCT-NUMBER.
           MOVE WS-CYCLE-YEAR TO IYT-YEAR.
           MOVE SPACE         TO IYT-TAX-STATUS.
           MOVE ZERO TO IYT-GROSS
                        IYT-TAX
                        IYT-CREDIT-COUNT
                        IYT-LAST-CYCLE
                        IYT-LAST-GROSS
                        IYT-LAST-TAX.

       0400-ACCRUE-OVERDRAFT-FEE.
           COMPUTE WS-ACCRUAL-AMOUNT ROUNDED =
               CUST-SOLDE * WS-OVERDRAFT-RATE / -100
           MOVE ACCT-NUMBER       TO TRANS-ACCT-NUMBER.
           MOVE WS-ACCRUAL-AMOUNT TO TRANS-AMOUNT.
           MOVE ZERO              TO TRANS-CONTRA-ACCT.
           MOVE WS-TRANS-SOURCE   TO TRANS-SOURCE.
           MOVE SPACE             TO TRANS-CONVERT.
           WRITE TRANS-RECORD.
           MOVE TRANS-TYPE        TO REG-TRANS-TYPE.
           MOVE WS-ACCRUAL-AMOUNT TO REG-AMOUNT-ED.
       0600-WRITE-REGISTER-BASE.
           MOVE ACCT-NUMBER TO REG-ACCT-NUMBER-ED.
           MOVE CUST-SOLDE  TO REG-BALANCE-ED.
           EVALUATE TRUE
               WHEN WS-TRANS-SOURCE = "WHT "
                   MOVE WS-TAX-RATE TO REG-RATE-ED
               WHEN CUST-SOLDE > ZERO
                   MOVE WS-CREDIT-RATE TO REG-RATE-ED
               WHEN OTHER
                   MOVE WS-OVERDRAFT-RATE TO REG-RATE-ED
           END-EVALUATE.
           WRITE ACCRUAL-REGISTER-LINE FROM WS-REGISTER-DETAIL-LINE.

       0800-PRINT-REGISTER-TOTALS.
           MOVE WS-CREDIT-COUNT        TO REG-TOT-COUNT-ED.
           WRITE ACCRUAL-REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE.

           MOVE "TAX WITHHOLDINGS"     TO REG-TOT-LABEL.
           MOVE WS-WITHHOLD-COUNT      TO REG-TOT-COUNT-ED.
           WRITE ACCRUAL-REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE.

           MOVE "NO CIF HOLDER - RESIDENT" TO REG-TOT-LABEL.
           MOVE WS-NO-HOLDER-COUNT     TO REG-TOT-COUNT-ED.
           WRITE ACCRUAL-REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE.

           MOVE "OVERDRAFT CHARGES"    TO REG-TOT-LABEL.
           MOVE WS-CHARGE-COUNT        TO REG-TOT-COUNT-ED.
           WRITE ACCRUAL-REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE.
           MOVE WS-NO-PRODUCT-COUNT    TO REG-TOT-COUNT-ED.
           WRITE ACCRUAL-REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE.

           MOVE "NO RATE - NOT ACCRUED" TO REG-TOT-LABEL.
           MOVE WS-NO-RATE-COUNT       TO REG-TOT-COUNT-ED.
           WRITE ACCRUAL-REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE.

           MOVE "TERM DEPOSITS"        TO REG-TOT-LABEL.
           MOVE WS-TERM-COUNT          TO REG-TOT-COUNT-ED.
           WRITE ACCRUAL-REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE.

           MOVE "ACCOUNTS SKIPPED"     TO REG-TOT-LABEL.
           MOVE WS-SKIPPED-COUNT       TO REG-TOT-COUNT-ED.
           WRITE ACCRUAL-REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE.
       0900-CLOSE-FILES.
           CLOSE ACCOUNT-MASTER-FILE
                 PRODUCT-CATALOG-FILE
                 CUSTOMER-LINK-FILE
                 CUSTOMER-INFO-FILE
                 INTEREST-YTD-FILE
                 FX-RATE-FILE
                 ACCRUAL-TRANS-FILE
                 ACCRUAL-REGISTER-FILE.
