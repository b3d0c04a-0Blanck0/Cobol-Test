       IDENTIFICATION DIVISION.
       PROGRAM-ID. InterestCert.
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

           SELECT CUSTOMER-DEMOG-FILE
               ASSIGN TO CUSTDEMO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEM-ACCT-NUMBER
               FILE STATUS IS WS-DEM-STATUS.

           SELECT INTEREST-YTD-FILE
               ASSIGN TO INTYTD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IYT-ACCT-NUMBER
               FILE STATUS IS WS-IYT-STATUS.

           SELECT CYCLE-DATE-FILE
               ASSIGN TO CYCLDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYC-STATUS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO CYCLRUN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

           SELECT CERTIFICATE-FILE
               ASSIGN TO INTCERT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRT-STATUS.

           SELECT REMITTANCE-FILE
               ASSIGN TO TAXREMIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RMT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-LINK-FILE.
           COPY CIFLINK.

       FD  CUSTOMER-INFO-FILE.
           COPY CIFREC.

       FD  CUSTOMER-DEMOG-FILE.
           COPY DEMOREC.

       FD  INTEREST-YTD-FILE.
           COPY INTYTD.

       FD  CYCLE-DATE-FILE.
           COPY CYCLCTL.

       FD  RUN-CONTROL-FILE.
           COPY RUNREC.

       FD  CERTIFICATE-FILE.
       01  CERTIFICATE-LINE        PIC X(80).

       FD  REMITTANCE-FILE.
       01  REMITTANCE-LINE         PIC X(80).

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

       01  WS-LNK-STATUS PIC XX.
           88  LNK-FILE-MISSING   VALUE "35".
       01  WS-CIF-STATUS PIC XX.
           88  CIF-FILE-MISSING   VALUE "35".
       01  WS-DEM-STATUS PIC XX.
           88  DEM-FILE-MISSING   VALUE "35".
       01  WS-IYT-STATUS PIC XX.
           88  IYT-FILE-MISSING   VALUE "35".
       01  WS-CRT-STATUS PIC XX.
       01  WS-RMT-STATUS PIC XX.

       01  WS-EOF-LNK-SW PIC X VALUE "N".
           88  WS-EOF-LNK         VALUE "Y".
       01  WS-EOF-IYT-SW PIC X VALUE "N".
           88  WS-EOF-IYT         VALUE "Y".
       01  WS-CIF-FOUND-SW PIC X VALUE "N".
           88  WS-CIF-FOUND       VALUE "Y".
       01  WS-DEM-FOUND-SW PIC X VALUE "N".
           88  WS-DEM-FOUND       VALUE "Y".

       01  WS-CYCLE-YEAR PIC 9(4) VALUE ZERO.
       01  WS-CURRENT-CUSTOMER PIC 9(6) VALUE ZERO.

       01  WS-CERT-COUNT       PIC 9(7) BINARY VALUE ZERO.
       01  WS-NO-ADDRESS-COUNT PIC 9(7) BINARY VALUE ZERO.
       01  WS-YTD-READ-COUNT   PIC 9(7) BINARY VALUE ZERO.
       01  WS-SKIPPED-COUNT    PIC 9(7) BINARY VALUE ZERO.

      *    The current customer's accounts with interest this year,
      *    gathered from the customer's links before the certificate
      *    prints - the address comes from the first of them, and
      *    the customer's totals must be known before the lines go
      *    out.  A customer holding more accounts than the table can
      *    carry aborts the run rather than certifying part of the
      *    year's interest.
       01  WS-CUST-ACCT-MAX   PIC 9(3) COMP VALUE 50.
       01  WS-CUST-ACCT-COUNT PIC 9(3) COMP VALUE ZERO.
       01  WS-CUST-ACCT-SUB   PIC 9(3) COMP VALUE ZERO.
       01  WS-CUST-ACCT-TABLE.
           05  WS-CUST-ACCT-ENTRY OCCURS 50 TIMES.
               10  CAC-ACCT-NUMBER     PIC 9(6).
               10  CAC-GROSS           PIC 9(7)V99 COMP-3.
               10  CAC-TAX             PIC 9(7)V99 COMP-3.

       01  WS-CUST-GROSS  PIC 9(9)V99 COMP-3 VALUE ZERO.
       01  WS-CUST-TAX    PIC 9(9)V99 COMP-3 VALUE ZERO.

      *    Bank totals, accumulated as the certificates print, and
      *    the same two figures off the whole YTD file - interest on
      *    an account with no primary holder is on the file but has
      *    no customer to certify it to, and the difference shows it.
       01  WS-TOT-GROSS      PIC 9(9)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-TAX        PIC 9(9)V99 COMP-3 VALUE ZERO.
       01  WS-FILE-GROSS     PIC 9(9)V99 COMP-3 VALUE ZERO.
       01  WS-FILE-TAX       PIC 9(9)V99 COMP-3 VALUE ZERO.

      *    The remittance summary by the tax status each account was
      *    last withheld at: 1 resident, 2 non-resident, 3 exempt.
       01  WS-RMT-SUB        PIC 9(3) COMP VALUE ZERO.
       01  WS-RMT-TABLE.
           05  WS-RMT-ENTRY OCCURS 3 TIMES.
               10  RMT-TBL-COUNT       PIC 9(7) BINARY.
               10  RMT-TBL-GROSS       PIC 9(9)V99 COMP-3.
               10  RMT-TBL-TAX         PIC 9(9)V99 COMP-3.
       01  WS-RMT-LABEL-VALUES.
           05  FILLER              PIC X(14) VALUE "RESIDENT".
           05  FILLER              PIC X(14) VALUE "NON-RESIDENT".
           05  FILLER              PIC X(14) VALUE "EXEMPT".
       01  WS-RMT-LABELS REDEFINES WS-RMT-LABEL-VALUES.
           05  WS-RMT-LABEL        PIC X(14) OCCURS 3 TIMES.

       01  WS-AMOUNT-WORK PIC S9(7)V99 COMP-3 VALUE ZERO.

       01  WS-CERT-HEADING-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(21)
                                   VALUE "INTEREST CERTIFICATE ".
           05  HDG-YEAR            PIC 9(4).
           05  FILLER              PIC X(53) VALUE SPACES.

       01  WS-CERT-CUST-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(9)  VALUE "CUSTOMER ".
           05  CRT-CUST-NUMBER     PIC 9(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(11) VALUE "TAX STATUS ".
           05  CRT-TAX-STATUS      PIC X(14).
           05  CRT-ACCTS-ED        PIC ZZ9.
           05  FILLER              PIC X(9)  VALUE " ACCOUNTS".
           05  FILLER              PIC X(24) VALUE SPACES.

       01  WS-CERT-ADDRESS-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  CRT-ADDRESS         PIC X(30).
           05  FILLER              PIC X(46) VALUE SPACES.

       01  WS-CERT-CITY-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  CRT-CITY            PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  CRT-POSTAL-CODE     PIC X(8).
           05  FILLER              PIC X(46) VALUE SPACES.

       01  WS-CERT-COLUMN-LINE.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "     GROSS".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "  TAX HELD".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "       NET".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(16) VALUE "IN BASE CURRENCY".
           05  FILLER              PIC X(8)  VALUE SPACES.

       01  WS-CERT-ACCOUNT-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE "ACCOUNT ".
           05  CRT-ACCT-NUMBER     PIC 9(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  CRT-ACCT-GROSS-ED   PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  CRT-ACCT-TAX-ED     PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  CRT-ACCT-NET-ED     PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(26) VALUE SPACES.

       01  WS-CERT-AMOUNT-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  CRT-LABEL           PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           COPY SIGNFMT
               REPLACING ==RPT-SIGNED-AMOUNT== BY ==CRT-AMOUNT-ED==.
           05  FILLER              PIC X(42) VALUE SPACES.

       01  WS-TOTAL-HEADING-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(11) VALUE "BANK TOTALS".
           05  FILLER              PIC X(67) VALUE SPACES.

       01  WS-TOTAL-AMOUNT-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  TOT-LABEL           PIC X(24).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  TOT-AMOUNT-ED       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(37) VALUE SPACES.

       01  WS-TOTAL-COUNT-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  TOT-COUNT-LABEL     PIC X(24).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  TOT-COUNT-ED        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(45) VALUE SPACES.

       01  WS-RMT-HEADING-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(24)
                                   VALUE "INTEREST TAX REMITTANCE ".
           05  RMT-HDG-YEAR        PIC 9(4).
           05  FILLER              PIC X(50) VALUE SPACES.

       01  WS-RMT-COLUMN-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(14) VALUE "TAX STATUS".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(7)  VALUE "  ACCTS".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(14) VALUE "GROSS INTEREST".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(14) VALUE "  TAX WITHHELD".
           05  FILLER              PIC X(23) VALUE SPACES.

       01  WS-RMT-DETAIL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RMT-STATUS          PIC X(14).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RMT-ACCTS-ED        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RMT-GROSS-ED        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RMT-TAX-ED          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(23) VALUE SPACES.

       01  WS-RMT-OWED-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RMT-OWED-LABEL      PIC X(24).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RMT-OWED-ED         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(38) VALUE SPACES.

       01  WS-BLANK-LINE           PIC X(80) VALUE SPACES.

      *    The annual interest certificate per customer, off the
      *    interest YTD master MonthlyAccrual keeps, plus the bank
      *    totals page and the remittance summary of the tax owed to
      *    the authority.  Customers are taken in number order from
      *    the link file, and each certifies the accounts it is the
      *    primary holder of - a joint holder's copy would count the
      *    same interest twice.  The certificate is addressed from
      *    the demographic record of the customer's first account
      *    with interest, falling back to the CIF copy of the
      *    address.  The remittance is taken off the whole YTD file,
      *    so the tax owed is every penny withheld whether or not a
      *    certificate could be addressed for it.  Records for an
      *    earlier year are skipped and counted, not certified.  The
      *    YTD master is kept in the base currency, so a customer's
      *    foreign-currency accounts are certified, and their tax
      *    remitted, at the base equivalents MonthlyAccrual took at
      *    each month's middle rate.
       PROCEDURE DIVISION.
           PERFORM 0020-READ-CYCLE-DATE.
           PERFORM 0025-CHECK-PRIOR-RUN.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0110-READ-LINK.
           PERFORM 0200-CERTIFY-CUSTOMER
               UNTIL WS-EOF-LNK.
           PERFORM 0500-SUMMARISE-YTD-FILE.
           PERFORM 0800-PRINT-BANK-TOTALS.
           PERFORM 0850-WRITE-REMITTANCE.
           PERFORM 0900-CLOSE-FILES.
           PERFORM 9100-RECORD-CYCLE-RUN.
           DISPLAY "InterestCert: " WS-CERT-COUNT
               " certificates for " WS-CYCLE-YEAR ", "
               WS-SKIPPED-COUNT " prior-year records skipped".
           IF WS-FILE-GROSS NOT = WS-TOT-GROSS
                   OR WS-NO-ADDRESS-COUNT > 0
               DISPLAY "InterestCert: interest not certified or "
                   "certificates without an address - see totals"
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    The YTD master is the mandatory driver of the figures, and
      *    the customer files of who they go to - certifying a year
      *    off a missing file would print a clean, empty total and
      *    look like a year with no interest.
       0100-OPEN-FILES.
           OPEN INPUT INTEREST-YTD-FILE.
           IF IYT-FILE-MISSING
               DISPLAY "InterestCert: INTYTD.DAT not found - "
                   "aborting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-LINK-FILE.
           IF LNK-FILE-MISSING
               DISPLAY "InterestCert: CUSTLINK.DAT not found - "
                   "aborting"
               CLOSE INTEREST-YTD-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-INFO-FILE.
           IF CIF-FILE-MISSING
               DISPLAY "InterestCert: CUSTMAST.DAT not found - "
                   "aborting"
               CLOSE INTEREST-YTD-FILE
                     CUSTOMER-LINK-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-DEMOG-FILE.
           IF DEM-FILE-MISSING
               DISPLAY "InterestCert: CUSTDEMO.DAT not found - "
                   "aborting"
               CLOSE INTEREST-YTD-FILE
                     CUSTOMER-LINK-FILE
                     CUSTOMER-INFO-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CERTIFICATE-FILE.
           OPEN OUTPUT REMITTANCE-FILE.
           MOVE WS-CYCLE-YEAR TO HDG-YEAR.
           WRITE CERTIFICATE-LINE FROM WS-CERT-HEADING-LINE.
           WRITE CERTIFICATE-LINE FROM WS-BLANK-LINE.

      *    Tonight's business cycle date, set by operations and
      *    validated by CycleOpen at the top of the night: it names
      *    the year being certified and drives the double-run check
      *    below.
       0020-READ-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE.
           IF CYC-FILE-MISSING
               DISPLAY "InterestCert: CYCLDATE.DAT not found - "
                   "aborting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CYCLE-DATE-FILE
               AT END
                   DISPLAY "InterestCert: CYCLDATE.DAT is empty - "
                       "aborting"
                   CLOSE CYCLE-DATE-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE CYCLE-DATE TO WS-CYCLE-DATE.
           MOVE CYCLE-OVERRIDE-FLAG TO WS-CYCLE-OVERRIDE-SW.
           MOVE WS-CYCLE-DATE (1:4) TO WS-CYCLE-YEAR.
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
               DISPLAY "InterestCert: cycle " WS-CYCLE-DATE
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
                   IF RUN-PROGRAM-ID = "InterestCert"
                           AND RUN-CYCLE-DATE = WS-CYCLE-DATE
                       SET WS-PRIOR-RUN-FOUND TO TRUE
                   END-IF
           END-READ.

       9100-RECORD-CYCLE-RUN.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF RUN-FILE-MISSING
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           MOVE "InterestCert" TO RUN-PROGRAM-ID.
           MOVE WS-CYCLE-DATE TO RUN-CYCLE-DATE.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       0110-READ-LINK.
           READ CUSTOMER-LINK-FILE NEXT RECORD
               AT END
                   SET WS-EOF-LNK TO TRUE
           END-READ.

      *    One customer's links, in account order: gather the
      *    accounts it holds as primary with interest this year, and
      *    certify the customer if there are any.
       0200-CERTIFY-CUSTOMER.
           MOVE LNK-CUST-NUMBER TO WS-CURRENT-CUSTOMER.
           MOVE ZERO TO WS-CUST-ACCT-COUNT
                        WS-CUST-GROSS
                        WS-CUST-TAX.
           PERFORM 0210-COLLECT-ACCOUNT
               UNTIL WS-EOF-LNK
                  OR LNK-CUST-NUMBER NOT = WS-CURRENT-CUSTOMER.
           IF WS-CUST-ACCT-COUNT > ZERO
               PERFORM 0300-PRINT-CERTIFICATE
           END-IF.

       0210-COLLECT-ACCOUNT.
           IF LNK-PRIMARY
               MOVE LNK-ACCT-NUMBER TO IYT-ACCT-NUMBER
               READ INTEREST-YTD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF IYT-YEAR = WS-CYCLE-YEAR
                               AND IYT-GROSS > ZERO
                           PERFORM 0220-ADD-CUSTOMER-ACCOUNT
                       END-IF
               END-READ
           END-IF.
           PERFORM 0110-READ-LINK.

       0220-ADD-CUSTOMER-ACCOUNT.
           IF WS-CUST-ACCT-COUNT NOT < WS-CUST-ACCT-MAX
               DISPLAY "InterestCert: customer " WS-CURRENT-CUSTOMER
                   " holds more than " WS-CUST-ACCT-MAX
                   " accounts with interest - aborting"
               PERFORM 0900-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-CUST-ACCT-COUNT.
           MOVE IYT-ACCT-NUMBER
               TO CAC-ACCT-NUMBER (WS-CUST-ACCT-COUNT).
           MOVE IYT-GROSS TO CAC-GROSS (WS-CUST-ACCT-COUNT).
           MOVE IYT-TAX   TO CAC-TAX (WS-CUST-ACCT-COUNT).
           ADD IYT-GROSS TO WS-CUST-GROSS.
           ADD IYT-TAX   TO WS-CUST-TAX.

      *    The customer's certificate: who and where from the
      *    masters, a line per account, then the customer's gross,
      *    tax and net for the year.
       0300-PRINT-CERTIFICATE.
           ADD 1 TO WS-CERT-COUNT.
           PERFORM 0310-READ-ADDRESS.
           MOVE WS-CURRENT-CUSTOMER TO CRT-CUST-NUMBER.
           MOVE WS-CUST-ACCT-COUNT  TO CRT-ACCTS-ED.
           EVALUATE TRUE
               WHEN NOT WS-CIF-FOUND
                   MOVE "*NOT ON CIF"  TO CRT-TAX-STATUS
               WHEN CIF-TAX-NON-RESIDENT
                   MOVE WS-RMT-LABEL (2) TO CRT-TAX-STATUS
               WHEN CIF-TAX-EXEMPT
                   MOVE WS-RMT-LABEL (3) TO CRT-TAX-STATUS
               WHEN OTHER
                   MOVE WS-RMT-LABEL (1) TO CRT-TAX-STATUS
           END-EVALUATE.
           WRITE CERTIFICATE-LINE FROM WS-CERT-CUST-LINE.
           PERFORM 0320-PRINT-ADDRESS.
           WRITE CERTIFICATE-LINE FROM WS-CERT-COLUMN-LINE.
           PERFORM 0330-PRINT-ACCOUNT-LINE
               VARYING WS-CUST-ACCT-SUB FROM 1 BY 1
               UNTIL WS-CUST-ACCT-SUB > WS-CUST-ACCT-COUNT.

           MOVE "GROSS INTEREST" TO CRT-LABEL.
           MOVE WS-CUST-GROSS TO WS-AMOUNT-WORK.
           MOVE WS-AMOUNT-WORK TO CRT-AMOUNT-ED.
           WRITE CERTIFICATE-LINE FROM WS-CERT-AMOUNT-LINE.

           MOVE "TAX WITHHELD" TO CRT-LABEL.
           COMPUTE WS-AMOUNT-WORK = ZERO - WS-CUST-TAX.
           MOVE WS-AMOUNT-WORK TO CRT-AMOUNT-ED.
           WRITE CERTIFICATE-LINE FROM WS-CERT-AMOUNT-LINE.

           MOVE "NET INTEREST" TO CRT-LABEL.
           COMPUTE WS-AMOUNT-WORK = WS-CUST-GROSS - WS-CUST-TAX.
           MOVE WS-AMOUNT-WORK TO CRT-AMOUNT-ED.
           WRITE CERTIFICATE-LINE FROM WS-CERT-AMOUNT-LINE.
           WRITE CERTIFICATE-LINE FROM WS-BLANK-LINE.

           ADD WS-CUST-GROSS TO WS-TOT-GROSS.
           ADD WS-CUST-TAX   TO WS-TOT-TAX.

      *    The customer record, and the demographic record of the
      *    first account on the certificate.
       0310-READ-ADDRESS.
           MOVE WS-CURRENT-CUSTOMER TO CIF-CUST-NUMBER.
           READ CUSTOMER-INFO-FILE
               INVALID KEY
                   MOVE "N" TO WS-CIF-FOUND-SW
                   MOVE SPACES TO CUSTOMER-INFO-RECORD
               NOT INVALID KEY
                   SET WS-CIF-FOUND TO TRUE
           END-READ.
           MOVE CAC-ACCT-NUMBER (1) TO DEM-ACCT-NUMBER.
           READ CUSTOMER-DEMOG-FILE
               INVALID KEY
                   MOVE "N" TO WS-DEM-FOUND-SW
               NOT INVALID KEY
                   SET WS-DEM-FOUND TO TRUE
           END-READ.

      *    A certificate with no address on either master still
      *    prints - the figures are owed to the customer - but is
      *    counted so the branch can chase the address before it is
      *    mailed.
       0320-PRINT-ADDRESS.
           EVALUATE TRUE
               WHEN WS-DEM-FOUND
                   MOVE DEM-FULL-NAME   TO CRT-ADDRESS
                   WRITE CERTIFICATE-LINE FROM WS-CERT-ADDRESS-LINE
                   MOVE DEM-ADDR-LINE-1 TO CRT-ADDRESS
                   WRITE CERTIFICATE-LINE FROM WS-CERT-ADDRESS-LINE
                   MOVE DEM-ADDR-LINE-2 TO CRT-ADDRESS
                   WRITE CERTIFICATE-LINE FROM WS-CERT-ADDRESS-LINE
                   MOVE DEM-CITY        TO CRT-CITY
                   MOVE DEM-POSTAL-CODE TO CRT-POSTAL-CODE
                   WRITE CERTIFICATE-LINE FROM WS-CERT-CITY-LINE
               WHEN WS-CIF-FOUND AND CIF-ADDR-LINE-1 NOT = SPACES
                   MOVE CIF-FULL-NAME   TO CRT-ADDRESS
                   WRITE CERTIFICATE-LINE FROM WS-CERT-ADDRESS-LINE
                   MOVE CIF-ADDR-LINE-1 TO CRT-ADDRESS
                   WRITE CERTIFICATE-LINE FROM WS-CERT-ADDRESS-LINE
                   MOVE CIF-ADDR-LINE-2 TO CRT-ADDRESS
                   WRITE CERTIFICATE-LINE FROM WS-CERT-ADDRESS-LINE
                   MOVE CIF-CITY        TO CRT-CITY
                   MOVE CIF-POSTAL-CODE TO CRT-POSTAL-CODE
                   WRITE CERTIFICATE-LINE FROM WS-CERT-CITY-LINE
               WHEN OTHER
                   ADD 1 TO WS-NO-ADDRESS-COUNT
                   MOVE CIF-FULL-NAME   TO CRT-ADDRESS
                   WRITE CERTIFICATE-LINE FROM WS-CERT-ADDRESS-LINE
                   MOVE "*NO ADDRESS ON FILE" TO CRT-ADDRESS
                   WRITE CERTIFICATE-LINE FROM WS-CERT-ADDRESS-LINE
           END-EVALUATE.

       0330-PRINT-ACCOUNT-LINE.
           MOVE CAC-ACCT-NUMBER (WS-CUST-ACCT-SUB) TO CRT-ACCT-NUMBER.
           MOVE CAC-GROSS (WS-CUST-ACCT-SUB) TO CRT-ACCT-GROSS-ED.
           MOVE CAC-TAX (WS-CUST-ACCT-SUB)   TO CRT-ACCT-TAX-ED.
           COMPUTE CRT-ACCT-NET-ED =
               CAC-GROSS (WS-CUST-ACCT-SUB)
                   - CAC-TAX (WS-CUST-ACCT-SUB).
           WRITE CERTIFICATE-LINE FROM WS-CERT-ACCOUNT-LINE.

      *    Second pass, over the whole YTD file in account order:
      *    the year's gross and tax as they stand on the file, and
      *    the remittance split by the tax status each account was
      *    last withheld at.
       0500-SUMMARISE-YTD-FILE.
           INITIALIZE WS-RMT-TABLE.
           MOVE ZERO TO IYT-ACCT-NUMBER.
           START INTEREST-YTD-FILE
               KEY IS NOT LESS THAN IYT-ACCT-NUMBER
               INVALID KEY
                   SET WS-EOF-IYT TO TRUE
           END-START.
           PERFORM 0510-SUMMARISE-YTD-RECORD
               UNTIL WS-EOF-IYT.

       0510-SUMMARISE-YTD-RECORD.
           READ INTEREST-YTD-FILE NEXT RECORD
               AT END
                   SET WS-EOF-IYT TO TRUE
               NOT AT END
                   ADD 1 TO WS-YTD-READ-COUNT
                   IF IYT-YEAR = WS-CYCLE-YEAR
                       PERFORM 0520-ADD-REMITTANCE
                   ELSE
                       ADD 1 TO WS-SKIPPED-COUNT
                   END-IF
           END-READ.

       0520-ADD-REMITTANCE.
           EVALUATE IYT-TAX-STATUS
               WHEN "N"
                   MOVE 2 TO WS-RMT-SUB
               WHEN "E"
                   MOVE 3 TO WS-RMT-SUB
               WHEN OTHER
                   MOVE 1 TO WS-RMT-SUB
           END-EVALUATE.
           ADD 1         TO RMT-TBL-COUNT (WS-RMT-SUB).
           ADD IYT-GROSS TO RMT-TBL-GROSS (WS-RMT-SUB).
           ADD IYT-TAX   TO RMT-TBL-TAX (WS-RMT-SUB).
           ADD IYT-GROSS TO WS-FILE-GROSS.
           ADD IYT-TAX   TO WS-FILE-TAX.

      *    The bank totals page: what was certified, what is on the
      *    YTD file, and the difference - interest on accounts with
      *    no primary holder to send it to.
       0800-PRINT-BANK-TOTALS.
           WRITE CERTIFICATE-LINE FROM WS-TOTAL-HEADING-LINE.

           MOVE "GROSS INTEREST CERTIFIED" TO TOT-LABEL.
           MOVE WS-TOT-GROSS TO TOT-AMOUNT-ED.
           WRITE CERTIFICATE-LINE FROM WS-TOTAL-AMOUNT-LINE.

           MOVE "TAX WITHHELD CERTIFIED" TO TOT-LABEL.
           MOVE WS-TOT-TAX TO TOT-AMOUNT-ED.
           WRITE CERTIFICATE-LINE FROM WS-TOTAL-AMOUNT-LINE.

           MOVE "NET INTEREST CERTIFIED" TO TOT-LABEL.
           COMPUTE TOT-AMOUNT-ED = WS-TOT-GROSS - WS-TOT-TAX.
           WRITE CERTIFICATE-LINE FROM WS-TOTAL-AMOUNT-LINE.

           MOVE "GROSS INTEREST ON FILE" TO TOT-LABEL.
           MOVE WS-FILE-GROSS TO TOT-AMOUNT-ED.
           WRITE CERTIFICATE-LINE FROM WS-TOTAL-AMOUNT-LINE.

           MOVE "TAX WITHHELD ON FILE" TO TOT-LABEL.
           MOVE WS-FILE-TAX TO TOT-AMOUNT-ED.
           WRITE CERTIFICATE-LINE FROM WS-TOTAL-AMOUNT-LINE.

           MOVE "GROSS NOT CERTIFIED" TO TOT-LABEL.
           COMPUTE TOT-AMOUNT-ED = WS-FILE-GROSS - WS-TOT-GROSS.
           WRITE CERTIFICATE-LINE FROM WS-TOTAL-AMOUNT-LINE.

           MOVE "TAX NOT CERTIFIED" TO TOT-LABEL.
           COMPUTE TOT-AMOUNT-ED = WS-FILE-TAX - WS-TOT-TAX.
           WRITE CERTIFICATE-LINE FROM WS-TOTAL-AMOUNT-LINE.

           MOVE "CERTIFICATES PRINTED" TO TOT-COUNT-LABEL.
           MOVE WS-CERT-COUNT TO TOT-COUNT-ED.
           WRITE CERTIFICATE-LINE FROM WS-TOTAL-COUNT-LINE.

           MOVE "WITHOUT AN ADDRESS" TO TOT-COUNT-LABEL.
           MOVE WS-NO-ADDRESS-COUNT TO TOT-COUNT-ED.
           WRITE CERTIFICATE-LINE FROM WS-TOTAL-COUNT-LINE.

           MOVE "YTD RECORDS READ" TO TOT-COUNT-LABEL.
           MOVE WS-YTD-READ-COUNT TO TOT-COUNT-ED.
           WRITE CERTIFICATE-LINE FROM WS-TOTAL-COUNT-LINE.

           MOVE "PRIOR-YEAR RECORDS" TO TOT-COUNT-LABEL.
           MOVE WS-SKIPPED-COUNT TO TOT-COUNT-ED.
           WRITE CERTIFICATE-LINE FROM WS-TOTAL-COUNT-LINE.

      *    The remittance summary for the authority: the year's
      *    gross interest and tax withheld by tax status, and the
      *    total tax owed.
       0850-WRITE-REMITTANCE.
           MOVE WS-CYCLE-YEAR TO RMT-HDG-YEAR.
           WRITE REMITTANCE-LINE FROM WS-RMT-HEADING-LINE.
           WRITE REMITTANCE-LINE FROM WS-BLANK-LINE.
           WRITE REMITTANCE-LINE FROM WS-RMT-COLUMN-LINE.
           PERFORM 0860-WRITE-REMITTANCE-LINE
               VARYING WS-RMT-SUB FROM 1 BY 1
               UNTIL WS-RMT-SUB > 3.
           MOVE "ALL STATUSES"  TO RMT-STATUS.
           COMPUTE RMT-ACCTS-ED = RMT-TBL-COUNT (1)
               + RMT-TBL-COUNT (2) + RMT-TBL-COUNT (3).
           MOVE WS-FILE-GROSS   TO RMT-GROSS-ED.
           MOVE WS-FILE-TAX     TO RMT-TAX-ED.
           WRITE REMITTANCE-LINE FROM WS-RMT-DETAIL-LINE.
           WRITE REMITTANCE-LINE FROM WS-BLANK-LINE.
           MOVE "TAX OWED TO AUTHORITY" TO RMT-OWED-LABEL.
           MOVE WS-FILE-TAX     TO RMT-OWED-ED.
           WRITE REMITTANCE-LINE FROM WS-RMT-OWED-LINE.

       0860-WRITE-REMITTANCE-LINE.
           MOVE WS-RMT-LABEL (WS-RMT-SUB)  TO RMT-STATUS.
           MOVE RMT-TBL-COUNT (WS-RMT-SUB) TO RMT-ACCTS-ED.
           MOVE RMT-TBL-GROSS (WS-RMT-SUB) TO RMT-GROSS-ED.
           MOVE RMT-TBL-TAX (WS-RMT-SUB)   TO RMT-TAX-ED.
           WRITE REMITTANCE-LINE FROM WS-RMT-DETAIL-LINE.

       0900-CLOSE-FILES.
           CLOSE INTEREST-YTD-FILE
                 CUSTOMER-LINK-FILE
                 CUSTOMER-INFO-FILE
                 CUSTOMER-DEMOG-FILE
                 CERTIFICATE-FILE
                 REMITTANCE-FILE.
