               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNT-STATUS.

           SELECT FX-RATE-FILE
               ASSIGN TO FXRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXR-KEY
               FILE STATUS IS WS-FXR-STATUS.

           SELECT REMITTANCE-REPORT-FILE
               ASSIGN TO ESCRPT
               ORGANIZATION IS LINE SEQUENTIAL
      *    the close goes through AcctMaint's own status discipline -
      *    a balance the posting run somehow failed to move leaves
      *    the close refused with a register reason, exactly as it
      *    should.  The closes are entered under the ESCHEAT maker
      *    ID and wait on the pending file, like any other
      *    maintenance, for a second operator to approve them.
       FD  ESCHEAT-MAINT-FILE.
       01  ESCHEAT-MAINT-RECORD.
           05  OUT-MNT-ACTION      PIC X(1).
           05  OUT-MNT-ACCT-NUMBER PIC 9(6).
           05  FILLER              PIC X(77).
           05  OUT-MNT-MAKER-ID    PIC X(8).
           05  FILLER              PIC X(26).

       FD  FX-RATE-FILE.
           COPY FXRATE.

       FD  REMITTANCE-REPORT-FILE.
       01  REMITTANCE-REPORT-LINE  PIC X(80).
           88  CTL-FILE-MISSING   VALUE "35".
       01  WS-TXN-STATUS PIC XX.
       01  WS-MNT-STATUS PIC XX.
       01  WS-FXR-STATUS PIC XX.
           88  FXR-FILE-MISSING   VALUE "35".
       01  WS-RPT-STATUS PIC XX.

       01  WS-EOF-ACCT-SW PIC X VALUE "N".
       01  WS-READ-COUNT     PIC 9(7) BINARY VALUE ZERO.
       01  WS-ESCHEAT-COUNT  PIC 9(7) BINARY VALUE ZERO.
       01  WS-ESCHEAT-TOTAL  PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-NO-RATE-COUNT  PIC 9(7) BINARY VALUE ZERO.

      *    The base-currency amount each surrender puts into the
      *    holding account, worked out the way the posting run will
      *    convert it: the balance at the cycle date's middle rate,
      *    less the currency's spread.  A base account surrenders its
      *    balance as it stands.
       01  WS-RATE-SW PIC X VALUE "N".
           88  WS-RATE-FOUND      VALUE "Y".
           88  WS-RATE-MISSING    VALUE "N".
       01  WS-RATE-MID       PIC 9(4)V9(6) COMP-3 VALUE ZERO.
       01  WS-RATE-SPREAD    PIC 9(2)V9(4) COMP-3 VALUE ZERO.
       01  WS-BASE-AMOUNT    PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-SPREAD-BASE    PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-ESCHEAT-BASE   PIC 9(11)V99 COMP-3 VALUE ZERO.

       01  WS-CYCLE-HEADING-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-LAST-ACTIVITY   PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-AMOUNT-ED       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(12) VALUE SPACES.

      *    A foreign-currency account with no rate loaded for the
      *    cycle date is left dormant for a later run - the posting
      *    run would refuse its transfer - and listed as skipped.
       01  WS-REMIT-SKIP-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SKP-ACCT-NUMBER-ED  PIC ZZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SKP-NAME            PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(12) VALUE "NO RATE FOR ".
           05  SKP-CURRENCY        PIC X(3).
           05  FILLER              PIC X(16) VALUE " - NOT ESCHEATED".
           05  FILLER              PIC X(7)  VALUE SPACES.

       01  WS-REMIT-TOTAL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    An absent rate table only means no foreign balance can
      *    be surrendered tonight - each is skipped and listed.
           OPEN INPUT FX-RATE-FILE.
           IF FXR-FILE-MISSING
               OPEN OUTPUT FX-RATE-FILE
               CLOSE FX-RATE-FILE
               OPEN INPUT FX-RATE-FILE
           END-IF.
           OPEN OUTPUT ESCHEAT-TRANS-FILE.
           OPEN OUTPUT ESCHEAT-MAINT-FILE.
           OPEN OUTPUT REMITTANCE-REPORT-FILE.
                   AND ACCT-LAST-ACTIVITY < WS-CUTOFF-DATE
                   AND CUST-SOLDE > ZERO
                   AND ACCT-NUMBER NOT = WS-HOLDING-ACCT
               PERFORM 0250-LOOK-UP-RATE
               IF WS-RATE-FOUND
                   PERFORM 0300-ESCHEAT-ACCOUNT
               ELSE
                   PERFORM 0450-WRITE-SKIP-DETAIL
               END-IF
           END-IF.
           PERFORM 0110-READ-ACCOUNT.

       0250-LOOK-UP-RATE.
           IF ACCT-CURRENCY = SPACES
               MOVE 1    TO WS-RATE-MID
               MOVE ZERO TO WS-RATE-SPREAD
               SET WS-RATE-FOUND TO TRUE
           ELSE
               MOVE ACCT-CURRENCY TO FXR-CURRENCY
               MOVE WS-CYCLE-DATE TO FXR-RATE-DATE
               READ FX-RATE-FILE
                   INVALID KEY
                       SET WS-RATE-MISSING TO TRUE
                   NOT INVALID KEY
                       MOVE FXR-MID-RATE   TO WS-RATE-MID
                       MOVE FXR-SPREAD-PCT TO WS-RATE-SPREAD
                       SET WS-RATE-FOUND TO TRUE
               END-READ
           END-IF.

       0300-ESCHEAT-ACCOUNT.
           ADD 1 TO WS-ESCHEAT-COUNT.
           COMPUTE WS-BASE-AMOUNT ROUNDED =
               CUST-SOLDE * WS-RATE-MID.
           COMPUTE WS-SPREAD-BASE ROUNDED =
               WS-BASE-AMOUNT * WS-RATE-SPREAD / 100.
           COMPUTE WS-ESCHEAT-BASE = WS-BASE-AMOUNT - WS-SPREAD-BASE.
           ADD WS-ESCHEAT-BASE TO WS-ESCHEAT-TOTAL.
           MOVE ACCT-NUMBER     TO TRANS-ACCT-NUMBER.
           MOVE "T"             TO TRANS-TYPE.
           MOVE CUST-SOLDE      TO TRANS-AMOUNT.
           MOVE WS-HOLDING-ACCT TO TRANS-CONTRA-ACCT.
           MOVE "ESC "          TO TRANS-SOURCE.
      *    The holding account is kept in the base currency, so a
      *    balance held in another currency is surrendered converted
      *    at the day's rate; for a base account the flag changes
      *    nothing.
           MOVE "X"             TO TRANS-CONVERT.
           WRITE TRANS-RECORD.
           MOVE SPACES       TO ESCHEAT-MAINT-RECORD.
           MOVE "C"          TO OUT-MNT-ACTION.
           MOVE ACCT-NUMBER  TO OUT-MNT-ACCT-NUMBER.
           MOVE "ESCHEAT"    TO OUT-MNT-MAKER-ID.
           WRITE ESCHEAT-MAINT-RECORD.
           PERFORM 0400-WRITE-REMIT-DETAIL.

      *    The amount surrendered is the base-currency amount the
      *    holding account receives, so the schedule foots to the
      *    holding account's credits whatever currency the dormant
      *    account was kept in.
       0400-WRITE-REMIT-DETAIL.
           MOVE ACCT-NUMBER TO DTL-ACCT-NUMBER-ED.
           PERFORM 0410-FIND-REMIT-NAME.
           MOVE ACCT-LAST-ACTIVITY TO DTL-LAST-ACTIVITY.
           MOVE WS-ESCHEAT-BASE    TO DTL-AMOUNT-ED.
           WRITE REMITTANCE-REPORT-LINE FROM WS-REMIT-DETAIL-LINE.

       0410-FIND-REMIT-NAME.
           MOVE ACCT-NUMBER TO DEM-ACCT-NUMBER.
           READ CUSTOMER-DEMOG-FILE
               INVALID KEY
               NOT INVALID KEY
                   MOVE DEM-FULL-NAME TO DTL-NAME
           END-READ.

       0450-WRITE-SKIP-DETAIL.
           ADD 1 TO WS-NO-RATE-COUNT.
           MOVE ACCT-NUMBER   TO SKP-ACCT-NUMBER-ED.
           PERFORM 0410-FIND-REMIT-NAME.
           MOVE DTL-NAME      TO SKP-NAME.
           MOVE ACCT-CURRENCY TO SKP-CURRENCY.
           WRITE REMITTANCE-REPORT-LINE FROM WS-REMIT-SKIP-LINE.

       0800-PRINT-REMIT-TOTALS.
           MOVE "ACCOUNTS READ"        TO RPT-TOT-LABEL.
           MOVE WS-ESCHEAT-TOTAL       TO RPT-TOT-AMOUNT-ED.
           WRITE REMITTANCE-REPORT-LINE FROM WS-REMIT-TOTAL-LINE.

           MOVE "SKIPPED - NO RATE"    TO RPT-TOT-LABEL.
           MOVE WS-NO-RATE-COUNT       TO RPT-TOT-COUNT-ED.
           MOVE ZERO                   TO RPT-TOT-AMOUNT-ED.
           WRITE REMITTANCE-REPORT-LINE FROM WS-REMIT-TOTAL-LINE.

       0900-CLOSE-FILES.
           CLOSE ACCOUNT-MASTER-FILE
                 CUSTOMER-DEMOG-FILE
                 ESCHEAT-CONTROL-FILE
                 ESCHEAT-TRANS-FILE
                 ESCHEAT-MAINT-FILE
                 FX-RATE-FILE
                 REMITTANCE-REPORT-FILE.
