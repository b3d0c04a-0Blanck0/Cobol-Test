       DATA DIVISION.
       FILE SECTION.
      *    AGE-IN-ID stays local (Alternatives has no concept of an
      *    account number) but the name/birth-date fields come from the
      *    shared customer layout (req 016) instead of ad hoc
      *    PICTUREs, so a layout change only happens in one
      *    place. COPY CUSTREC also brings in CUST-SOLDE/CUST-SALAIRE,
      *    unused here; they simply pick up trailing spaces from
      *    AGEINPUT.DAT's shorter lines.  The feed carries each
      *    customer's date of birth where it once carried a keyed
      *    age, and the age is worked out against the cycle date, so
      *    a customer moves bracket on the birthday itself.
       FD  AGE-INPUT-FILE.
       01  AGE-INPUT-RECORD.
           05  AGE-IN-ID            PIC 9(6).
       01  WS-CYCLE-OVERRIDE-SW PIC X VALUE "N".
           88  WS-CYCLE-OVERRIDE  VALUE "Y".
       01  WS-CYCLE-DATE PIC 9(8) VALUE ZERO.
       01  WS-STEP-START-STAMP PIC X(14) VALUE SPACES.

       01  WS-IN-STATUS  PIC XX.
           88  IN-FILE-MISSING    VALUE "35".
       01  WS-EOF-IN-SW PIC X VALUE "N".
           88  WS-EOF-IN           VALUE "Y".

       01  WS-BIRTH-DATE-SW PIC X.
           88  WS-BIRTH-DATE-VALID   VALUE "Y".
           88  WS-BIRTH-DATE-INVALID VALUE "N".

       01  WS-AGE-VALID-SW PIC X.
           88  WS-AGE-VALID        VALUE "Y".
           88  WS-AGE-INVALID      VALUE "N".
           88  ADOLESCENT VALUE 11 THRU 17.
           88  MAJEUR     VALUE 18 THRU 130.

           COPY AGEWORK.

       01  WS-CYCLE-HEADING-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(11) VALUE "CYCLE DATE ".
           05  FILLER             PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-STEP-START-STAMP.
           PERFORM 0020-READ-CYCLE-DATE.
           PERFORM 0025-CHECK-PRIOR-RUN.
           PERFORM 0100-OPEN-FILES.
           END-IF.
           MOVE "Alternatives" TO STAT-PROGRAM-ID.
           MOVE WS-CYCLE-DATE TO STAT-CYCLE-DATE.
           MOVE WS-STEP-START-STAMP TO STAT-START-STAMP.
           MOVE FUNCTION CURRENT-DATE (1:14) TO STAT-END-STAMP.
           MOVE WS-READ-COUNT TO STAT-READ-COUNT.
           MOVE WS-ACCEPTED-COUNT TO STAT-ACCEPTED-COUNT.
           MOVE WS-REJECTED-COUNT TO STAT-REJECTED-COUNT.

       0300-PROCESS-RECORD.
           ADD 1 TO WS-READ-COUNT.
           PERFORM 0450-WORK-OUT-AGE.
           PERFORM 0500-VALIDATE-AGE.
           IF WS-AGE-VALID
               ADD 1 TO WS-ACCEPTED-COUNT
           PERFORM 0800-WRITE-AUDIT-LOG.
           PERFORM 0200-READ-INPUT.

      *    The age on tonight's cycle date.  A birth date that is not
      *    a real date, or is later than the cycle date, gives no age
      *    at all and the record is rejected below.
       0450-WORK-OUT-AGE.
           MOVE ZERO TO WS-AGE WS-AGE-YEARS.
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
           IF WS-BIRTH-DATE-VALID
               MOVE CUST-BIRTH-DATE TO WS-AGE-BIRTH-DATE
               MOVE WS-CYCLE-DATE   TO WS-AGE-ON-DATE
               PERFORM 9400-COMPUTE-AGE
               IF WS-AGE-YEARS NOT > 130
                   MOVE WS-AGE-YEARS TO WS-AGE
               END-IF
           END-IF.

      *    0-130 is the full range the 88-levels can classify.  Age 18
      *    itself is the one value where the old EVALUATE WS-AGE
      *    bracket (11 THRU 18 = "jeune") and the old IF WS-AGE >= 18
       0500-VALIDATE-AGE.
           SET WS-AGE-VALID TO TRUE.
           MOVE SPACES TO REJ-REASON-CODE REJ-REASON-TEXT.
           EVALUATE TRUE
               WHEN WS-BIRTH-DATE-INVALID
                   SET WS-AGE-INVALID TO TRUE
                   MOVE "DOB1" TO REJ-REASON-CODE
                   MOVE "Birth date missing or not a real date"
                       TO REJ-REASON-TEXT
               WHEN WS-AGE-YEARS > 130
                   SET WS-AGE-INVALID TO TRUE
                   MOVE "RNG1" TO REJ-REASON-CODE
                   MOVE "Age exceeds maximum of 130" TO REJ-REASON-TEXT
               WHEN WS-AGE = 18
                   SET WS-AGE-INVALID TO TRUE
                   MOVE "BND1" TO REJ-REASON-CODE
                   MOVE "Age 18 ambiguous between jeune/majeur"
                       TO REJ-REASON-TEXT
           END-EVALUATE.

       0600-CLASSIFY-AND-WRITE.
           MOVE AGE-IN-ID TO CLASS-OUT-ID.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE WS-CYCLE-DATE TO AUDIT-CYCLE-DATE.
           MOVE "Alternatives" TO AUDIT-PROGRAM-ID.
           MOVE SPACES TO AUDIT-MAKER-ID AUDIT-CHECKER-ID.
           MOVE AGE-IN-ID      TO AUDIT-KEY-INPUT.
           IF WS-AGE-VALID
               MOVE "CLASSIFIED" TO AUDIT-OUTCOME
           MOVE WS-REJECTED-COUNT  TO SEG-COUNT-ED.
           WRITE SEG-LINE FROM WS-SEG-LINE.

      *    Whole years from the birth date to the date judged on, less
      *    one while this year's birthday is still to come.
       9400-COMPUTE-AGE.
           COMPUTE WS-AGE-YEARS = WS-AGE-ON-YEAR - WS-AGE-BIRTH-YEAR.
           IF WS-AGE-ON-MMDD < WS-AGE-BIRTH-MMDD
               SUBTRACT 1 FROM WS-AGE-YEARS
           END-IF.

       0900-CLOSE-FILES.
           CLOSE AGE-INPUT-FILE
                 CLASSIFICATION-OUTPUT-FILE
