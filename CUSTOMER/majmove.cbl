       IDENTIFICATION DIVISION.
       PROGRAM-ID. MajorityMove.
       AUTHOR. Alexandre ELISABETH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT PRODUCT-CATALOG-FILE
               ASSIGN TO PRODCAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PRD-STATUS.

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

           SELECT RUN-STATS-FILE
               ASSIGN TO RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATS-STATUS.

           SELECT MAJORITY-REPORT-FILE
               ASSIGN TO MAJRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTMAST.

       FD  PRODUCT-CATALOG-FILE.
           COPY PRODCAT.

       FD  CYCLE-DATE-FILE.
           COPY CYCLCTL.

       FD  RUN-CONTROL-FILE.
           COPY RUNREC.

       FD  STEP-PERMIT-FILE.
           COPY STEPPERM.

       FD  RUN-STATS-FILE.
           COPY STATREC.

       FD  MAJORITY-REPORT-FILE.
       01  MAJORITY-REPORT-LINE    PIC X(80).

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
       01  WS-STEP-START-STAMP PIC X(14) VALUE SPACES.

       01  WS-ACCT-STATUS PIC XX.
           88  ACCT-FILE-MISSING  VALUE "35".
       01  WS-PRD-STATUS PIC XX.
           88  PRD-FILE-MISSING   VALUE "35".
       01  WS-STATS-STATUS PIC XX.
           88  STATS-FILE-MISSING VALUE "35".
       01  WS-RPT-STATUS PIC XX.

       01  WS-EOF-ACCT-SW PIC X VALUE "N".
           88  WS-EOF-ACCT        VALUE "Y".

      *    What the run decided for the youth account in hand: still
      *    a minor, moved to the adult product, or held back for the
      *    desk with the reason.
       01  WS-MAJORITY-SW PIC X VALUE SPACE.
           88  WS-STILL-MINOR       VALUE "N".
           88  WS-MOVED-TO-ADULT    VALUE "M".
           88  WS-MAJORITY-HELD     VALUE "H".
       01  WS-HELD-REASON      PIC X(20) VALUE SPACES.

       01  WS-BIRTH-DATE-SW PIC X VALUE "Y".
           88  WS-BIRTH-DATE-VALID   VALUE "Y".
           88  WS-BIRTH-DATE-INVALID VALUE "N".

      *    The youth product the account sits on, the adult product
      *    it moves to and the age the move happens at, kept aside
      *    because reading the adult product overwrites the catalog
      *    record.
       01  WS-YOUTH-PRODUCT    PIC X(3) VALUE SPACES.
       01  WS-ADULT-PRODUCT    PIC X(3) VALUE SPACES.
       01  WS-MAJORITY-AGE     PIC 9(2) VALUE ZERO.
       01  WS-DEFAULT-MAJORITY PIC 9(2) VALUE 18.

           COPY AGEWORK.

       01  WS-READ-COUNT      PIC 9(7) BINARY VALUE ZERO.
       01  WS-YOUTH-COUNT     PIC 9(7) BINARY VALUE ZERO.
       01  WS-MINOR-COUNT     PIC 9(7) BINARY VALUE ZERO.
       01  WS-MOVED-COUNT     PIC 9(7) BINARY VALUE ZERO.
       01  WS-HELD-COUNT      PIC 9(7) BINARY VALUE ZERO.

       01  WS-CYCLE-HEADING-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(11) VALUE "CYCLE DATE ".
           05  HDG-CYCLE-DATE      PIC 9(8).
           05  FILLER              PIC X(59) VALUE SPACES.

       01  WS-REPORT-DETAIL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-ACCT-NUMBER-ED  PIC ZZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-NOM             PIC X(12).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-OLD-PRODUCT     PIC X(3).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-NEW-PRODUCT     PIC X(3).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-BIRTH-DATE      PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-AGE-ED          PIC ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-OUTCOME         PIC X(20).
           05  FILLER              PIC X(11) VALUE SPACES.

       01  WS-REPORT-TOTAL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-TOT-LABEL       PIC X(24).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-TOT-COUNT-ED    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(45) VALUE SPACES.

      *    The nightly majority run.  Every open account on a youth
      *    product - one whose catalog record names an adult product
      *    - has its holder's age worked out from the date of birth
      *    against tonight's cycle date.  A holder who has reached
      *    the product's age of majority has the account moved to
      *    the adult product, and each move is listed on MAJRPT.  A
      *    move waits, listed for the desk, while the birth date is
      *    missing or still the estimate the conversion left - a
      *    customer is never moved on a guess - or while the adult
      *    product the youth product names is not on the catalog.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-STEP-START-STAMP.
           PERFORM 0020-READ-CYCLE-DATE.
           PERFORM 0025-CHECK-PRIOR-RUN.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0110-READ-ACCOUNT.
           PERFORM 0200-JUDGE-ACCOUNT
               UNTIL WS-EOF-ACCT.
           PERFORM 0800-PRINT-REPORT-TOTALS.
           PERFORM 0900-CLOSE-FILES.
           PERFORM 9100-RECORD-CYCLE-RUN.
           PERFORM 9200-WRITE-RUN-STATS.
           DISPLAY "MajorityMove: " WS-MOVED-COUNT
               " accounts moved to the adult product, "
               WS-HELD-COUNT " held for cycle " WS-CYCLE-DATE.
           STOP RUN.

      *    The account master and the product catalog are both
      *    mandatory: without the catalog no account can be known
      *    for a youth product at all.
       0100-OPEN-FILES.
           OPEN I-O ACCOUNT-MASTER-FILE.
           IF ACCT-FILE-MISSING
               DISPLAY "MajorityMove: ACCTMAST.DAT not found - "
                   "aborting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PRODUCT-CATALOG-FILE.
           IF PRD-FILE-MISSING
               DISPLAY "MajorityMove: PRODCAT.DAT not found - "
                   "aborting"
               CLOSE ACCOUNT-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT MAJORITY-REPORT-FILE.
           MOVE WS-CYCLE-DATE TO HDG-CYCLE-DATE.
           WRITE MAJORITY-REPORT-LINE FROM WS-CYCLE-HEADING-LINE.

      *    Tonight's business cycle date, set by operations and
      *    validated by CycleOpen at the top of the night: every age
      *    is worked out against it, and it drives the double-run
      *    check below.
       0020-READ-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE.
           IF CYC-FILE-MISSING
               DISPLAY "MajorityMove: CYCLDATE.DAT not found - "
                   "aborting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CYCLE-DATE-FILE
               AT END
                   DISPLAY "MajorityMove: CYCLDATE.DAT is empty - "
                       "aborting"
                   CLOSE CYCLE-DATE-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE CYCLE-DATE TO WS-CYCLE-DATE.
           MOVE CYCLE-OVERRIDE-FLAG TO WS-CYCLE-OVERRIDE-SW.
           CLOSE CYCLE-DATE-FILE.

      *    A completion record for this program against tonight's
      *    cycle date means the step already ran.  A rerun would
      *    move nothing twice, but it would list every held account
      *    a second time, so it is refused like any other rerun
      *    unless the operator override flag is set in the cycle
      *    control record.
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
                   DISPLAY "MajorityMove: cycle " WS-CYCLE-DATE
                       " already completed - stepping over "
                       "under cycle-restart permit"
                   STOP RUN
               END-IF
               DISPLAY "MajorityMove: cycle " WS-CYCLE-DATE
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
                   IF RUN-PROGRAM-ID = "MajorityMove"
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
                   IF PRM-PROGRAM-ID = "MajorityMove"
                           AND PRM-CYCLE-DATE = WS-CYCLE-DATE
                       SET WS-STEP-PERMITTED TO TRUE
                   END-IF
           END-READ.

       9100-RECORD-CYCLE-RUN.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF RUN-FILE-MISSING
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           MOVE "MajorityMove" TO RUN-PROGRAM-ID.
           MOVE WS-CYCLE-DATE TO RUN-CYCLE-DATE.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

      *    The step's own counts go to the shared run-statistics
      *    file as it completes, for the end-of-cycle balancing step
      *    to cross-check against the rest of the night.
       9200-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE.
           IF STATS-FILE-MISSING
               OPEN OUTPUT RUN-STATS-FILE
           END-IF.
           MOVE "MajorityMove" TO STAT-PROGRAM-ID.
           MOVE WS-CYCLE-DATE TO STAT-CYCLE-DATE.
           MOVE WS-STEP-START-STAMP TO STAT-START-STAMP.
           MOVE FUNCTION CURRENT-DATE (1:14) TO STAT-END-STAMP.
           MOVE WS-READ-COUNT TO STAT-READ-COUNT.
           MOVE WS-MOVED-COUNT TO STAT-ACCEPTED-COUNT.
           MOVE WS-HELD-COUNT TO STAT-REJECTED-COUNT.
           MOVE WS-MOVED-COUNT TO STAT-WRITTEN-COUNT.
           WRITE RUN-STATS-RECORD.
           CLOSE RUN-STATS-FILE.

       0110-READ-ACCOUNT.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF-ACCT TO TRUE
           END-READ.

      *    Only an account still open - active or dormant - on a
      *    product the catalog marks as a youth product is judged;
      *    a product that has left the catalog is no youth product.
       0200-JUDGE-ACCOUNT.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO WS-ADULT-PRODUCT.
           IF NOT ACCT-CLOSED
               MOVE ACCT-PRODUCT-CODE TO PROD-CODE
               READ PRODUCT-CATALOG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PROD-ADULT-CODE   TO WS-ADULT-PRODUCT
                       MOVE PROD-MAJORITY-AGE TO WS-MAJORITY-AGE
               END-READ
           END-IF.
           IF WS-ADULT-PRODUCT NOT = SPACES
               ADD 1 TO WS-YOUTH-COUNT
               PERFORM 0300-JUDGE-MAJORITY
           END-IF.
           PERFORM 0110-READ-ACCOUNT.

      *    The age that counts is the holder's on tonight's cycle
      *    date, and the product's age of majority - 18 where the
      *    catalog leaves it at zero.
       0300-JUDGE-MAJORITY.
           MOVE SPACES TO WS-HELD-REASON.
           MOVE ACCT-PRODUCT-CODE TO WS-YOUTH-PRODUCT.
           IF WS-MAJORITY-AGE = ZERO
               MOVE WS-DEFAULT-MAJORITY TO WS-MAJORITY-AGE
           END-IF.
           PERFORM 0310-EDIT-BIRTH-DATE.
           IF WS-BIRTH-DATE-VALID
               MOVE CUST-BIRTH-DATE TO WS-AGE-BIRTH-DATE
               MOVE WS-CYCLE-DATE   TO WS-AGE-ON-DATE
               PERFORM 9400-COMPUTE-AGE
           ELSE
               MOVE ZERO TO WS-AGE-YEARS
           END-IF.
           EVALUATE TRUE
               WHEN WS-BIRTH-DATE-INVALID
                   SET WS-MAJORITY-HELD TO TRUE
                   MOVE "BIRTH DATE UNKNOWN" TO WS-HELD-REASON
               WHEN WS-AGE-YEARS < WS-MAJORITY-AGE
                   SET WS-STILL-MINOR TO TRUE
               WHEN CUST-BIRTH-ESTIMATED
                   SET WS-MAJORITY-HELD TO TRUE
                   MOVE "BIRTH DATE ESTIMATED" TO WS-HELD-REASON
               WHEN OTHER
                   PERFORM 0320-CHECK-ADULT-PRODUCT
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-STILL-MINOR
                   ADD 1 TO WS-MINOR-COUNT
               WHEN WS-MAJORITY-HELD
                   ADD 1 TO WS-HELD-COUNT
                   PERFORM 0550-WRITE-REPORT-DETAIL
               WHEN OTHER
                   PERFORM 0400-MOVE-TO-ADULT
                   PERFORM 0550-WRITE-REPORT-DETAIL
           END-EVALUATE.

      *    A birth date that is missing, not a real date, or later
      *    than tonight gives no age to judge by.
       0310-EDIT-BIRTH-DATE.
           SET WS-BIRTH-DATE-VALID TO TRUE.
           IF CUST-BIRTH-DATE NOT NUMERIC
               SET WS-BIRTH-DATE-INVALID TO TRUE
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD (CUST-BIRTH-DATE)
                       NOT = ZERO
                       OR CUST-BIRTH-DATE > WS-CYCLE-DATE
                   SET WS-BIRTH-DATE-INVALID TO TRUE
               END-IF
           END-IF.

      *    The adult product must be on the catalog and sold in the
      *    currency the account is held in: a move cannot convert the
      *    balance, so a product in another currency waits for the
      *    branch to settle it by hand.
       0320-CHECK-ADULT-PRODUCT.
           SET WS-MOVED-TO-ADULT TO TRUE.
           MOVE WS-ADULT-PRODUCT TO PROD-CODE.
           READ PRODUCT-CATALOG-FILE
               INVALID KEY
                   SET WS-MAJORITY-HELD TO TRUE
                   MOVE "ADULT NOT ON CATALOG" TO WS-HELD-REASON
               NOT INVALID KEY
                   IF PROD-CURRENCY NOT = ACCT-CURRENCY
                       SET WS-MAJORITY-HELD TO TRUE
                       MOVE "ADULT CURRENCY DIFFERS"
                           TO WS-HELD-REASON
                   END-IF
           END-READ.

      *    The account keeps its number, balance and everything else;
      *    only the product it earns, pays and is charged under
      *    changes, from tonight's postings on.
       0400-MOVE-TO-ADULT.
           MOVE WS-ADULT-PRODUCT TO ACCT-PRODUCT-CODE.
           REWRITE ACCOUNT-MASTER-RECORD.
           ADD 1 TO WS-MOVED-COUNT.

       0550-WRITE-REPORT-DETAIL.
           MOVE ACCT-NUMBER      TO DTL-ACCT-NUMBER-ED.
           MOVE CUST-NOM         TO DTL-NOM.
           MOVE WS-YOUTH-PRODUCT TO DTL-OLD-PRODUCT.
           MOVE WS-ADULT-PRODUCT TO DTL-NEW-PRODUCT.
           IF CUST-BIRTH-DATE NUMERIC
               MOVE CUST-BIRTH-DATE TO DTL-BIRTH-DATE
           ELSE
               MOVE ZERO            TO DTL-BIRTH-DATE
           END-IF.
           IF WS-AGE-YEARS > 999
               MOVE 999          TO DTL-AGE-ED
           ELSE
               MOVE WS-AGE-YEARS TO DTL-AGE-ED
           END-IF.
           IF WS-MAJORITY-HELD
               MOVE WS-HELD-REASON  TO DTL-OUTCOME
           ELSE
               MOVE "MOVED TO ADULT" TO DTL-OUTCOME
           END-IF.
           WRITE MAJORITY-REPORT-LINE FROM WS-REPORT-DETAIL-LINE.

       0800-PRINT-REPORT-TOTALS.
           MOVE "ACCOUNTS ON FILE"      TO RPT-TOT-LABEL.
           MOVE WS-READ-COUNT           TO RPT-TOT-COUNT-ED.
           WRITE MAJORITY-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "ON A YOUTH PRODUCT"    TO RPT-TOT-LABEL.
           MOVE WS-YOUTH-COUNT          TO RPT-TOT-COUNT-ED.
           WRITE MAJORITY-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "STILL UNDER MAJORITY"  TO RPT-TOT-LABEL.
           MOVE WS-MINOR-COUNT          TO RPT-TOT-COUNT-ED.
           WRITE MAJORITY-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "MOVED TO ADULT PRODUCT" TO RPT-TOT-LABEL.
           MOVE WS-MOVED-COUNT          TO RPT-TOT-COUNT-ED.
           WRITE MAJORITY-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "HELD FOR THE DESK"     TO RPT-TOT-LABEL.
           MOVE WS-HELD-COUNT           TO RPT-TOT-COUNT-ED.
           WRITE MAJORITY-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

       0900-CLOSE-FILES.
           CLOSE ACCOUNT-MASTER-FILE
                 PRODUCT-CATALOG-FILE
                 MAJORITY-REPORT-FILE.

      *    Whole years from the birth date to the date judged on, less
      *    one while this year's birthday is still to come.
       9400-COMPUTE-AGE.
           COMPUTE WS-AGE-YEARS = WS-AGE-ON-YEAR - WS-AGE-BIRTH-YEAR.
           IF WS-AGE-ON-MMDD < WS-AGE-BIRTH-MMDD
               SUBTRACT 1 FROM WS-AGE-YEARS
           END-IF.
