       01  WS-CURRENT-DATE     PIC X(26).
       01  WS-CONVERSION-DATE  PIC 9(8) VALUE ZERO.

       01  WS-ESTIMATED-BIRTH  PIC 9(8) VALUE ZERO.
       01  WS-ESTIMATED-SPLIT REDEFINES WS-ESTIMATED-BIRTH.
           05  WS-ESTIMATED-YEAR   PIC 9(4).
           05  WS-ESTIMATED-MMDD   PIC 9(4).

       01  WS-REPORT-COUNT-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-CNT-LABEL       PIC X(26).
           INITIALIZE ACCOUNT-MASTER-RECORD.
           MOVE OLD-ACCT-NUMBER  TO ACCT-NUMBER.
           MOVE OLD-CUST-NOM     TO CUST-NOM.
           PERFORM 0210-ESTIMATE-BIRTH-DATE.
           MOVE OLD-CUST-SOLDE   TO CUST-SOLDE.
           MOVE OLD-CUST-SALAIRE TO CUST-SALAIRE.
           MOVE OLD-ACCT-STATUS  TO ACCT-STATUS.
           ADD CUST-SOLDE TO WS-NEW-TOTAL.
           PERFORM 0110-READ-OLD-MASTER.

      *    The old layout kept a keyed age, not a date of birth.  The
      *    best the conversion can say is that the customer turned
      *    that age on the conversion day; the date goes on marked
      *    estimated until a branch sees proof and corrects it.  A
      *    29 February that falls in a common year becomes the 28th,
      *    and an age that was never keyed leaves no date at all.
       0210-ESTIMATE-BIRTH-DATE.
           SET CUST-BIRTH-ESTIMATED TO TRUE.
           IF OLD-CUST-AGE NOT NUMERIC
               MOVE ZERO TO CUST-BIRTH-DATE
           ELSE
               MOVE WS-CONVERSION-DATE TO WS-ESTIMATED-BIRTH
               SUBTRACT OLD-CUST-AGE FROM WS-ESTIMATED-YEAR
               IF WS-ESTIMATED-MMDD = 0229
                       AND FUNCTION TEST-DATE-YYYYMMDD
                           (WS-ESTIMATED-BIRTH) NOT = ZERO
                   MOVE 0228 TO WS-ESTIMATED-MMDD
               END-IF
               MOVE WS-ESTIMATED-BIRTH TO CUST-BIRTH-DATE
           END-IF.

       0300-PRINT-CONTROL-TOTALS.
           IF WS-OLD-COUNT = WS-NEW-COUNT
                   AND WS-OLD-TOTAL = WS-NEW-TOTAL
