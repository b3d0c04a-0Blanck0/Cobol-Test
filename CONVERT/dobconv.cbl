       IDENTIFICATION DIVISION.
       PROGRAM-ID. BirthDateConvert.
       AUTHOR. Alexandre ELISABETH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER-FILE
               ASSIGN TO ACCTOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-ACCT-NUMBER
               FILE STATUS IS WS-OLD-STATUS.

           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-CUSTOMER-FILE
               ASSIGN TO CIFOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-CIF-CUST-NUMBER
               FILE STATUS IS WS-OLD-CIF-STATUS.

           SELECT CUSTOMER-INFO-FILE
               ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CIF-CUST-NUMBER
               FILE STATUS IS WS-CIF-STATUS.

           SELECT CONVERSION-REPORT-FILE
               ASSIGN TO DOBRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    The frozen layouts from before the date of birth, kept
      *    local to this one program: a three-digit keyed age where
      *    CUSTREC and CIFREC now carry the birth date and its
      *    estimated flag.  Both old clusters are renamed for the
      *    conversion - ACCTOLD and CIFOLD - and the rewritten
      *    masters go out under the usual ACCTMAST and CUSTMAST names
      *    in the layouts every program now copies.
       FD  OLD-MASTER-FILE.
       01  OLD-MASTER-RECORD.
           05  OLD-ACCT-NUMBER     PIC 9(6).
           05  OLD-CUST-NOM        PIC X(12).
           05  OLD-CUST-AGE        PIC 9(3).
           05  OLD-CUST-SOLDE      PIC S9(7)V99.
           05  OLD-CUST-SALAIRE    PIC 9(4)V99.
           05  OLD-ACCT-STATUS     PIC X(1).
           05  OLD-ACCT-STMT-CYCLE PIC 9(2).
           05  OLD-ACCT-LAST-ACTIVITY PIC 9(8).
           05  OLD-ACCT-PRODUCT-CODE PIC X(3).
           05  OLD-ACCT-OVERDRAFT-LIMIT PIC 9(7)V99.

       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTMAST.

       FD  OLD-CUSTOMER-FILE.
       01  OLD-CUSTOMER-RECORD.
           05  OLD-CIF-CUST-NUMBER PIC 9(6).
           05  OLD-CIF-FULL-NAME   PIC X(30).
           05  OLD-CIF-ADDR-LINE-1 PIC X(30).
           05  OLD-CIF-ADDR-LINE-2 PIC X(30).
           05  OLD-CIF-CITY        PIC X(20).
           05  OLD-CIF-POSTAL-CODE PIC X(8).
           05  OLD-CIF-PHONE       PIC X(12).
           05  OLD-CIF-AGE         PIC 9(3).
           05  OLD-CIF-OPEN-DATE   PIC 9(8).
           05  OLD-CIF-TAX-STATUS  PIC X(1).

       FD  CUSTOMER-INFO-FILE.
           COPY CIFREC.

       FD  CONVERSION-REPORT-FILE.
       01  CONVERSION-REPORT-LINE  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS PIC XX.
           88  OLD-OK             VALUE "00".
           88  OLD-FILE-MISSING   VALUE "35".
       01  WS-NEW-STATUS PIC XX.
       01  WS-OLD-CIF-STATUS PIC XX.
           88  OLD-CIF-FILE-MISSING VALUE "35".
       01  WS-CIF-STATUS PIC XX.
       01  WS-RPT-STATUS PIC XX.

       01  WS-EOF-OLD-SW PIC X VALUE "N".
           88  WS-EOF-OLD         VALUE "Y".
       01  WS-EOF-OLD-CIF-SW PIC X VALUE "N".
           88  WS-EOF-OLD-CIF     VALUE "Y".

       01  WS-OLD-COUNT       PIC 9(7) BINARY VALUE ZERO.
       01  WS-NEW-COUNT       PIC 9(7) BINARY VALUE ZERO.
       01  WS-OLD-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-NEW-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-OLD-CIF-COUNT   PIC 9(7) BINARY VALUE ZERO.
       01  WS-NEW-CIF-COUNT   PIC 9(7) BINARY VALUE ZERO.
       01  WS-ESTIMATED-COUNT PIC 9(7) BINARY VALUE ZERO.
       01  WS-UNKNOWN-COUNT   PIC 9(7) BINARY VALUE ZERO.

       01  WS-BALANCED-SW PIC X VALUE "N".
           88  WS-TOTALS-BALANCE  VALUE "Y".

       01  WS-CURRENT-DATE     PIC X(26).
       01  WS-CONVERSION-DATE  PIC 9(8) VALUE ZERO.

      *    The age being converted, whichever master it came from,
      *    and the birth date estimated from it.
       01  WS-OLD-AGE          PIC X(3).
       01  WS-OLD-AGE-N REDEFINES WS-OLD-AGE PIC 9(3).
       01  WS-ESTIMATED-BIRTH  PIC 9(8) VALUE ZERO.
       01  WS-ESTIMATED-SPLIT REDEFINES WS-ESTIMATED-BIRTH.
           05  WS-ESTIMATED-YEAR   PIC 9(4).
           05  WS-ESTIMATED-MMDD   PIC 9(4).

       01  WS-REPORT-COUNT-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-CNT-LABEL       PIC X(26).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-COUNT-ED        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(43) VALUE SPACES.

       01  WS-REPORT-AMOUNT-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-AMT-LABEL       PIC X(26).
           05  FILLER              PIC X(2)  VALUE SPACES.
           COPY SIGNFMT
               REPLACING ==RPT-SIGNED-AMOUNT== BY ==RPT-AMOUNT-ED==.
           05  FILLER              PIC X(38) VALUE SPACES.

       01  WS-REPORT-STATUS-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-STATUS-TEXT     PIC X(78).

      *    BirthDateConvert - one-time conversion of the account and
      *    CIF masters from a keyed age to a date of birth.  Every
      *    record is copied field for field; the age is replaced by
      *    the birth date it implies on the conversion day, flagged
      *    estimated so the branches know which customers still owe
      *    them proof of the real date.  Control totals on DOBRPT:
      *    records in and out of both masters and the account balance
      *    total before and after, which must agree before the new
      *    masters are released (RC 12 when they do not), plus the
      *    number of birth dates estimated and of customers who never
      *    had an age keyed and so have no date at all.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE (1:8) TO WS-CONVERSION-DATE.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0110-READ-OLD-MASTER.
           PERFORM 0200-CONVERT-ACCOUNT
               UNTIL WS-EOF-OLD.
           PERFORM 0120-READ-OLD-CUSTOMER.
           PERFORM 0250-CONVERT-CUSTOMER
               UNTIL WS-EOF-OLD-CIF.
           PERFORM 0300-PRINT-CONTROL-TOTALS.
           PERFORM 0900-CLOSE-FILES.
           IF WS-TOTALS-BALANCE
               DISPLAY "BirthDateConvert: " WS-NEW-COUNT
                   " accounts and " WS-NEW-CIF-COUNT
                   " customers converted, totals balance"
           ELSE
               DISPLAY "BirthDateConvert: control totals DO NOT "
                   "balance - do not release the new masters"
               MOVE 12 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    Both old masters are mandatory - a conversion that finds
      *    either missing must not leave an empty new master that
      *    looks like a finished one.
       0100-OPEN-FILES.
           OPEN INPUT OLD-MASTER-FILE.
           IF OLD-FILE-MISSING
               DISPLAY "BirthDateConvert: ACCTOLD.DAT not found - "
                   "aborting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT OLD-CUSTOMER-FILE.
           IF OLD-CIF-FILE-MISSING
               DISPLAY "BirthDateConvert: CIFOLD.DAT not found - "
                   "aborting"
               CLOSE OLD-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ACCOUNT-MASTER-FILE.
           OPEN OUTPUT CUSTOMER-INFO-FILE.
           OPEN OUTPUT CONVERSION-REPORT-FILE.

       0110-READ-OLD-MASTER.
           READ OLD-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF-OLD TO TRUE
           END-READ.

       0120-READ-OLD-CUSTOMER.
           READ OLD-CUSTOMER-FILE NEXT RECORD
               AT END
                   SET WS-EOF-OLD-CIF TO TRUE
           END-READ.

       0200-CONVERT-ACCOUNT.
           ADD 1 TO WS-OLD-COUNT.
           ADD OLD-CUST-SOLDE TO WS-OLD-TOTAL.
           INITIALIZE ACCOUNT-MASTER-RECORD.
           MOVE OLD-ACCT-NUMBER          TO ACCT-NUMBER.
           MOVE OLD-CUST-NOM             TO CUST-NOM.
           MOVE OLD-CUST-SOLDE           TO CUST-SOLDE.
           MOVE OLD-CUST-SALAIRE         TO CUST-SALAIRE.
           MOVE OLD-ACCT-STATUS          TO ACCT-STATUS.
           MOVE OLD-ACCT-STMT-CYCLE      TO ACCT-STMT-CYCLE.
           MOVE OLD-ACCT-LAST-ACTIVITY   TO ACCT-LAST-ACTIVITY.
           MOVE OLD-ACCT-PRODUCT-CODE    TO ACCT-PRODUCT-CODE.
           MOVE OLD-ACCT-OVERDRAFT-LIMIT TO ACCT-OVERDRAFT-LIMIT.
           MOVE OLD-CUST-AGE             TO WS-OLD-AGE.
           PERFORM 0210-ESTIMATE-BIRTH-DATE.
           MOVE WS-ESTIMATED-BIRTH       TO CUST-BIRTH-DATE.
           SET CUST-BIRTH-ESTIMATED TO TRUE.
           WRITE ACCOUNT-MASTER-RECORD.
           ADD 1 TO WS-NEW-COUNT.
           ADD CUST-SOLDE TO WS-NEW-TOTAL.
           PERFORM 0110-READ-OLD-MASTER.

      *    The best the conversion can say is that the customer
      *    turned the keyed age on the conversion day.  A 29 February
      *    that falls in a common year becomes the 28th, and an age
      *    that was never keyed leaves no date at all - still marked
      *    estimated, so it comes up for the branch to correct.
       0210-ESTIMATE-BIRTH-DATE.
           IF WS-OLD-AGE-N NOT NUMERIC
               MOVE ZERO TO WS-ESTIMATED-BIRTH
               ADD 1 TO WS-UNKNOWN-COUNT
           ELSE
               MOVE WS-CONVERSION-DATE TO WS-ESTIMATED-BIRTH
               SUBTRACT WS-OLD-AGE-N FROM WS-ESTIMATED-YEAR
               IF WS-ESTIMATED-MMDD = 0229
                       AND FUNCTION TEST-DATE-YYYYMMDD
                           (WS-ESTIMATED-BIRTH) NOT = ZERO
                   MOVE 0228 TO WS-ESTIMATED-MMDD
               END-IF
               ADD 1 TO WS-ESTIMATED-COUNT
           END-IF.

       0250-CONVERT-CUSTOMER.
           ADD 1 TO WS-OLD-CIF-COUNT.
           INITIALIZE CUSTOMER-INFO-RECORD.
           MOVE OLD-CIF-CUST-NUMBER TO CIF-CUST-NUMBER.
           MOVE OLD-CIF-FULL-NAME   TO CIF-FULL-NAME.
           MOVE OLD-CIF-ADDR-LINE-1 TO CIF-ADDR-LINE-1.
           MOVE OLD-CIF-ADDR-LINE-2 TO CIF-ADDR-LINE-2.
           MOVE OLD-CIF-CITY        TO CIF-CITY.
           MOVE OLD-CIF-POSTAL-CODE TO CIF-POSTAL-CODE.
           MOVE OLD-CIF-PHONE       TO CIF-PHONE.
           MOVE OLD-CIF-OPEN-DATE   TO CIF-OPEN-DATE.
           MOVE OLD-CIF-TAX-STATUS  TO CIF-TAX-STATUS.
           MOVE OLD-CIF-AGE         TO WS-OLD-AGE.
           PERFORM 0210-ESTIMATE-BIRTH-DATE.
           MOVE WS-ESTIMATED-BIRTH  TO CIF-BIRTH-DATE.
           SET CIF-BIRTH-ESTIMATED TO TRUE.
           WRITE CUSTOMER-INFO-RECORD.
           ADD 1 TO WS-NEW-CIF-COUNT.
           PERFORM 0120-READ-OLD-CUSTOMER.

       0300-PRINT-CONTROL-TOTALS.
           IF WS-OLD-COUNT = WS-NEW-COUNT
                   AND WS-OLD-TOTAL = WS-NEW-TOTAL
                   AND WS-OLD-CIF-COUNT = WS-NEW-CIF-COUNT
               SET WS-TOTALS-BALANCE TO TRUE
           END-IF.

           MOVE "ACCOUNTS READ (OLD)"    TO RPT-CNT-LABEL.
           MOVE WS-OLD-COUNT             TO RPT-COUNT-ED.
           WRITE CONVERSION-REPORT-LINE FROM WS-REPORT-COUNT-LINE.

           MOVE "ACCOUNTS WRITTEN (NEW)" TO RPT-CNT-LABEL.
           MOVE WS-NEW-COUNT             TO RPT-COUNT-ED.
           WRITE CONVERSION-REPORT-LINE FROM WS-REPORT-COUNT-LINE.

           MOVE "BALANCE TOTAL (OLD)"    TO RPT-AMT-LABEL.
           MOVE WS-OLD-TOTAL             TO RPT-AMOUNT-ED.
           WRITE CONVERSION-REPORT-LINE FROM WS-REPORT-AMOUNT-LINE.

           MOVE "BALANCE TOTAL (NEW)"    TO RPT-AMT-LABEL.
           MOVE WS-NEW-TOTAL             TO RPT-AMOUNT-ED.
           WRITE CONVERSION-REPORT-LINE FROM WS-REPORT-AMOUNT-LINE.

           MOVE "CUSTOMERS READ (OLD)"   TO RPT-CNT-LABEL.
           MOVE WS-OLD-CIF-COUNT         TO RPT-COUNT-ED.
           WRITE CONVERSION-REPORT-LINE FROM WS-REPORT-COUNT-LINE.

           MOVE "CUSTOMERS WRITTEN (NEW)" TO RPT-CNT-LABEL.
           MOVE WS-NEW-CIF-COUNT         TO RPT-COUNT-ED.
           WRITE CONVERSION-REPORT-LINE FROM WS-REPORT-COUNT-LINE.

           MOVE "BIRTH DATES ESTIMATED"  TO RPT-CNT-LABEL.
           MOVE WS-ESTIMATED-COUNT       TO RPT-COUNT-ED.
           WRITE CONVERSION-REPORT-LINE FROM WS-REPORT-COUNT-LINE.

           MOVE "NO AGE ON FILE - NO DATE" TO RPT-CNT-LABEL.
           MOVE WS-UNKNOWN-COUNT         TO RPT-COUNT-ED.
           WRITE CONVERSION-REPORT-LINE FROM WS-REPORT-COUNT-LINE.

           IF WS-TOTALS-BALANCE
               MOVE "CONVERSION IN BALANCE" TO RPT-STATUS-TEXT
           ELSE
               MOVE "CONVERSION OUT OF BALANCE - DO NOT RELEASE"
                   TO RPT-STATUS-TEXT
           END-IF.
           WRITE CONVERSION-REPORT-LINE FROM WS-REPORT-STATUS-LINE.

       0900-CLOSE-FILES.
           CLOSE OLD-MASTER-FILE
                 ACCOUNT-MASTER-FILE
                 OLD-CUSTOMER-FILE
                 CUSTOMER-INFO-FILE
                 CONVERSION-REPORT-FILE.
