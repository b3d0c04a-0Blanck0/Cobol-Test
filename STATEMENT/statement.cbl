               RECORD KEY IS DEM-ACCT-NUMBER
               FILE STATUS IS WS-DEM-STATUS.

           SELECT FUNDS-HOLD-FILE
               ASSIGN TO FUNDHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HLD-STATUS.

           SELECT FX-RATE-FILE
               ASSIGN TO FXRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXR-KEY
               FILE STATUS IS WS-FXR-STATUS.

           SELECT STATEMENT-FILE
               ASSIGN TO STMTRPT
               ORGANIZATION IS LINE SEQUENTIAL
       FD  CUSTOMER-DEMOG-FILE.
           COPY DEMOREC.

       FD  FUNDS-HOLD-FILE.
           COPY HOLDREC.

       FD  FX-RATE-FILE.
           COPY FXRATE.

       FD  STATEMENT-FILE.
       01  STMT-LINE               PIC X(80).

           88  HIST-FILE-MISSING  VALUE "35".
       01  WS-DEM-STATUS PIC XX.
           88  DEM-FILE-MISSING   VALUE "35".
       01  WS-HLD-STATUS PIC XX.
           88  HLD-FILE-MISSING   VALUE "35".
       01  WS-FXR-STATUS PIC XX.
           88  FXR-FILE-MISSING   VALUE "35".
       01  WS-RPT-STATUS PIC XX.
       01  WS-EXC-STATUS PIC XX.


       01  WS-ABS-SOLDE PIC S9(7)V99.

       01  WS-EOF-HLD-SW PIC X VALUE "N".
           88  WS-EOF-HLD         VALUE "Y".
       01  WS-HOLD-TOTAL        PIC 9(9)V99 COMP-3 VALUE ZERO.
       01  WS-AVAILABLE-BALANCE PIC S9(9)V99 COMP-3 VALUE ZERO.

       01  WS-CYCLE-HEADING-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(11) VALUE "CYCLE DATE ".
      *    picture so an overdrawn account shows negative, and the
      *    check amount keeps the BANQUE2 asterisk-protected style so
      *    a printed check can't be altered by adding digits in front
      *    of the amount.  The closing balance is the ledger balance;
      *    the line under it gives the available balance - the ledger
      *    less the funds still under hold - and the amount held.
       01  WS-CLOSING-LINE.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  FILLER               PIC X(16)
                                    VALUE "LEDGER BALANCE  ".
           COPY SIGNFMT
               REPLACING ==RPT-SIGNED-AMOUNT== BY ==CLS-BALANCE-ED==.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  CLS-CHECK-AMOUNT-ED  PIC ******9.99.
           05  FILLER               PIC X(30) VALUE SPACES.

       01  WS-AVAILABLE-LINE.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  FILLER               PIC X(16)
                                    VALUE "AVAILABLE       ".
           COPY SIGNFMT
               REPLACING ==RPT-SIGNED-AMOUNT== BY ==AVL-BALANCE-ED==.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(6)  VALUE "HELD  ".
           05  AVL-HELD-ED          PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(28) VALUE SPACES.

      *    An account kept in a foreign currency states its balance
      *    in that currency as above, then shows the currency and
      *    the ledger balance's base-currency equivalent at the cycle
      *    date's middle rate.  No rate loaded for the cycle date
      *    prints the currency with a note instead of an amount.
       01  WS-BASE-EQUIV-AMOUNT     PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-CURRENCY-LINE.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  FILLER               PIC X(9)  VALUE "CURRENCY ".
           05  CCY-CURRENCY         PIC X(3).
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  FILLER               PIC X(16)
                                    VALUE "BASE EQUIVALENT ".
           05  CCY-BASE-ED          PIC ---,---,--9.99.
           05  FILLER               PIC X(30) VALUE SPACES.

       01  WS-CURRENCY-NO-RATE-LINE.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  FILLER               PIC X(9)  VALUE "CURRENCY ".
           05  NRT-CURRENCY         PIC X(3).
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  FILLER               PIC X(21)
                                    VALUE "NO RATE FOR THE CYCLE".
           05  FILLER               PIC X(39) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(6)  VALUE "CYCLE ".
               CLOSE CUSTOMER-DEMOG-FILE
               OPEN INPUT CUSTOMER-DEMOG-FILE
           END-IF.
      *    An absent hold file only means nothing is held - every
      *    available balance then equals its ledger balance.
           OPEN INPUT FUNDS-HOLD-FILE.
           IF HLD-FILE-MISSING
               OPEN OUTPUT FUNDS-HOLD-FILE
               CLOSE FUNDS-HOLD-FILE
               OPEN INPUT FUNDS-HOLD-FILE
           END-IF.
      *    An absent rate table only means no base equivalents - a
      *    foreign account's statement then carries the no-rate note.
           OPEN INPUT FX-RATE-FILE.
           IF FXR-FILE-MISSING
               OPEN OUTPUT FX-RATE-FILE
               CLOSE FX-RATE-FILE
               OPEN INPUT FX-RATE-FILE
           END-IF.
           OPEN OUTPUT STATEMENT-FILE.
           OPEN OUTPUT DEMOG-EXCEPTION-FILE.
           MOVE WS-CYCLE-DATE TO HDG-CYCLE-DATE.

      *    The cycle's postings in posting order with the running
      *    balance each one left behind, straight off the permanent
      *    transaction history.  A brought-forward record left by
      *    HistoryArchive is not a posting and never prints.
       0400-PRINT-CYCLE-POSTINGS.
           MOVE "N" TO WS-EOF-HIST-SW.
           MOVE ACCT-NUMBER TO HIST-ACCT-NUMBER.

       0420-PRINT-POSTING-LINE.
           IF HIST-POST-DATE >= WS-PERIOD-START (1:8)
                   AND NOT HIST-BROUGHT-FORWARD
               PERFORM 0450-CHECK-PAGE-BREAK
               MOVE HIST-POST-DATE   TO DTL-POST-DATE
               MOVE HIST-TRANS-TYPE  TO DTL-TRANS-TYPE
           MOVE FUNCTION ABS(CUST-SOLDE) TO WS-ABS-SOLDE.
           MOVE WS-ABS-SOLDE TO CLS-CHECK-AMOUNT-ED.
           WRITE STMT-LINE FROM WS-CLOSING-LINE.
           PERFORM 0510-SUM-ACCOUNT-HOLDS.
           COMPUTE WS-AVAILABLE-BALANCE = CUST-SOLDE - WS-HOLD-TOTAL.
           MOVE WS-AVAILABLE-BALANCE TO AVL-BALANCE-ED.
           MOVE WS-HOLD-TOTAL        TO AVL-HELD-ED.
           WRITE STMT-LINE FROM WS-AVAILABLE-LINE.
           IF ACCT-CURRENCY NOT = SPACES
               PERFORM 0530-PRINT-BASE-EQUIVALENT
           END-IF.

      *    Holds in force on the cycle date, the same test the
      *    posting run's funds check applies.
       0510-SUM-ACCOUNT-HOLDS.
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
           PERFORM 0520-ADD-ACCOUNT-HOLD
               UNTIL WS-EOF-HLD.

       0520-ADD-ACCOUNT-HOLD.
           READ FUNDS-HOLD-FILE NEXT RECORD
               AT END
                   SET WS-EOF-HLD TO TRUE
               NOT AT END
                   IF HLD-ACCT-NUMBER NOT = ACCT-NUMBER
                       SET WS-EOF-HLD TO TRUE
                   ELSE
                       IF HLD-RELEASE-DATE > WS-CYCLE-DATE
                           ADD HLD-AMOUNT TO WS-HOLD-TOTAL
                       END-IF
                   END-IF
           END-READ.

       0530-PRINT-BASE-EQUIVALENT.
           MOVE ACCT-CURRENCY TO FXR-CURRENCY.
           MOVE WS-CYCLE-DATE TO FXR-RATE-DATE.
           READ FX-RATE-FILE
               INVALID KEY
                   MOVE ACCT-CURRENCY TO NRT-CURRENCY
                   WRITE STMT-LINE FROM WS-CURRENCY-NO-RATE-LINE
           END-READ.
           IF WS-FXR-STATUS = "00"
               COMPUTE WS-BASE-EQUIV-AMOUNT ROUNDED =
                   CUST-SOLDE * FXR-MID-RATE
               MOVE ACCT-CURRENCY        TO CCY-CURRENCY
               MOVE WS-BASE-EQUIV-AMOUNT TO CCY-BASE-ED
               WRITE STMT-LINE FROM WS-CURRENCY-LINE
           END-IF.

       0600-PRINT-CYCLE-SUMMARY.
           MOVE WS-STMT-CYCLE-TODAY TO SUM-CYCLE.
           CLOSE ACCOUNT-MASTER-FILE
                 TRANS-HISTORY-FILE
                 CUSTOMER-DEMOG-FILE
                 FUNDS-HOLD-FILE
                 FX-RATE-FILE
                 STATEMENT-FILE
                 DEMOG-EXCEPTION-FILE.
