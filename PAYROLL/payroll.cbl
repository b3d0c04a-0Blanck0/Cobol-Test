           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DED-STATUS.

           SELECT VARIABLE-PAY-FILE
               ASSIGN TO PAYVAR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAR-STATUS.

           SELECT PAYROLL-REPORT-FILE
               ASSIGN TO PAYRPT
               ORGANIZATION IS LINE SEQUENTIAL
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS WS-YTD-STATUS.

           SELECT PAY-RESULT-FILE
               ASSIGN TO PAYRSLT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRS-EMP-ID
               FILE STATUS IS WS-PRS-STATUS.

           SELECT SUSPENSE-FILE
               ASSIGN TO SUSPENSE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN TO SORTWK01.

               88  DED-IS-ADVANCE  VALUE "A".
           05  DED-AMOUNT          PIC 9(4)V99.

      *    Variable pay for the period, one line per element per
      *    employee, linked by employee id the way deductions are:
      *    H = hours worked on top of the contract, paid at the
      *    hourly rate; O = overtime hours, paid at the hourly rate
      *    times VAR-MULTIPLIER (1.25, 1.50 ...); B = bonus, a flat
      *    VAR-AMOUNT; U = unpaid absence, VAR-QUANTITY days docked
      *    at the daily rate.  Hours and days carry two decimals; the
      *    multiplier and the amount are zero on lines that do not
      *    use them.
       FD  VARIABLE-PAY-FILE.
       01  VARIABLE-PAY-RECORD.
           05  VAR-EMP-ID          PIC 9(6).
           05  VAR-TYPE            PIC X(1).
               88  VAR-IS-HOURS    VALUE "H".
               88  VAR-IS-OVERTIME VALUE "O".
               88  VAR-IS-BONUS    VALUE "B".
               88  VAR-IS-ABSENCE  VALUE "U".
           05  VAR-QUANTITY        PIC 9(3)V99.
           05  VAR-MULTIPLIER      PIC 9V99.
           05  VAR-AMOUNT          PIC 9(5)V99.

       FD  PAYROLL-REPORT-FILE.
       01  RPT-LINE                PIC X(80).

       FD  PAYROLL-YTD-FILE.
           COPY PAYYTD.

       FD  PAY-RESULT-FILE.
           COPY PAYRSLT.

       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SRT-EMP-ID          PIC 9(6).
           88  EMP-EOF            VALUE "10".
           88  EMP-FILE-MISSING   VALUE "35".
       01  WS-DED-STATUS PIC XX.
       01  WS-VAR-STATUS PIC XX.
       01  WS-PRS-STATUS PIC XX.
       01  WS-SUSP-STATUS PIC XX.
           88  SUSP-FILE-MISSING  VALUE "35".
       01  WS-RPT-STATUS PIC XX.
       01  WS-SLIP-STATUS PIC XX.
       01  WS-YTD-STATUS PIC XX.
       01  WS-EOF-DED-SW PIC X VALUE "N".
           88  WS-EOF-DED         VALUE "Y".

       01  WS-EOF-VAR-SW PIC X VALUE "N".
           88  WS-EOF-VAR         VALUE "Y".

       01  WS-FIRST-RECORD-SW PIC X VALUE "Y".
           88  WS-FIRST-RECORD    VALUE "Y".
           88  WS-NOT-FIRST-RECORD VALUE "N".
               10  DED-TBL-TYPE    PIC X(1).
               10  DED-TBL-AMOUNT  PIC 9(4)V99 COMP-3.

      *    The variable pay file is tabled up front the same way
      *    and for the same reasons.  Each entry remembers whether an
      *    active employee claimed it, so the lines nobody claimed go
      *    to suspense at the end instead of being dropped, and what
      *    its line was priced at, for the payslip.
       01  WS-VAR-TABLE-MAX   PIC 9(4) COMP VALUE 1000.
       01  WS-VAR-COUNT       PIC 9(4) COMP VALUE ZERO.
       01  WS-VAR-SUB         PIC 9(4) COMP VALUE ZERO.
       01  WS-VARIABLE-PAY-TABLE.
           05  WS-VAR-ENTRY OCCURS 1000 TIMES.
               10  VAR-TBL-EMP-ID     PIC 9(6).
               10  VAR-TBL-TYPE       PIC X(1).
               10  VAR-TBL-QUANTITY   PIC 9(3)V99 COMP-3.
               10  VAR-TBL-MULTIPLIER PIC 9V99 COMP-3.
               10  VAR-TBL-AMOUNT     PIC 9(5)V99 COMP-3.
               10  VAR-TBL-PAY        PIC 9(6)V99 COMP-3.
               10  VAR-TBL-CLAIMED-SW PIC X(1).
                   88  VAR-TBL-CLAIMED VALUE "Y".

       01  WS-VAR-SUSPENSE-REASON PIC X(4).
       01  WS-VAR-SUSPENDED-COUNT PIC 9(7) BINARY VALUE ZERO.

      *    Hours and days are priced off the monthly master salary:
      *    the standard month is 151.67 hours (35 hours a week) and
      *    21.67 working days.
       01  WS-STANDARD-HOURS PIC 9(3)V99 VALUE 151.67.
       01  WS-WORKING-DAYS   PIC 9(2)V99 VALUE 21.67.

       01  WS-EARN-SALARY    PIC 9(4)V99 COMP-3 VALUE ZERO.
       01  WS-EARN-HOURS     PIC 9(6)V99 COMP-3 VALUE ZERO.
       01  WS-EARN-OVERTIME  PIC 9(6)V99 COMP-3 VALUE ZERO.
       01  WS-EARN-BONUS     PIC 9(6)V99 COMP-3 VALUE ZERO.
       01  WS-EARN-ABSENCE   PIC 9(6)V99 COMP-3 VALUE ZERO.
       01  WS-GROSS-PAY      PIC 9(6)V99 COMP-3 VALUE ZERO.

       01  WS-DED-TAX        PIC 9(5)V99 COMP-3 VALUE ZERO.
       01  WS-DED-SOCIAL     PIC 9(5)V99 COMP-3 VALUE ZERO.
       01  WS-DED-UNION      PIC 9(5)V99 COMP-3 VALUE ZERO.
           05  DTL-EMP-NOM         PIC X(12).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-EMP-DEPT        PIC X(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-GROSS-ED        PIC ZZZZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-DEDUCTIONS-ED   PIC ZZZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           COPY SIGNFMT
               REPLACING ==RPT-SIGNED-AMOUNT== BY ==DTL-NET-ED==.
           05  FILLER              PIC X(17) VALUE SPACES.

       01  WS-SUBTOTAL-LINE.
           05  FILLER              PIC X(6)  VALUE SPACES.

      *    Payslip lines: the deduction amounts print through the
      *    house signed picture as negatives, so a payslip reads like
      *    the arithmetic it is - basic salary, each earning line,
      *    gross, minus each deduction, net.  An earning line shows
      *    the hours or days it was priced on, and the multiplier on
      *    an overtime line; unpaid absence prints as a negative.
       01  WS-SLIP-HEADING-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(9)  VALUE "EMPLOYEE ".
               REPLACING ==RPT-SIGNED-AMOUNT== BY ==SLIP-AMOUNT-ED==.
           05  FILLER              PIC X(42) VALUE SPACES.

       01  WS-SLIP-EARNING-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  ERN-LABEL           PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           COPY SIGNFMT
               REPLACING ==RPT-SIGNED-AMOUNT== BY ==ERN-AMOUNT-ED==.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  ERN-QUANTITY-ED     PIC ZZ9.99 BLANK WHEN ZERO.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  ERN-UNIT            PIC X(5).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  ERN-TIMES           PIC X(2).
           05  ERN-MULTIPLIER-ED   PIC 9.99 BLANK WHEN ZERO.
           05  FILLER              PIC X(21) VALUE SPACES.

       01  WS-SLIP-AMOUNT-WORK  PIC S9(7)V99 COMP-3 VALUE ZERO.

       01  WS-BLANK-LINE        PIC X(80) VALUE SPACES.
           PERFORM 0025-CHECK-PRIOR-RUN.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0120-LOAD-DEDUCTION-TABLE.
           PERFORM 0150-LOAD-VARIABLE-PAY.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-EMP-DEPT
                                SRT-EMP-ID
               INPUT PROCEDURE IS 1000-RELEASE-EMPLOYEES
               OUTPUT PROCEDURE IS 2000-REPORT-SORTED.
           PERFORM 0600-SUSPEND-UNCLAIMED-LINES.
           PERFORM 0900-CLOSE-FILES.
           PERFORM 9100-RECORD-CYCLE-RUN.
           IF WS-VAR-SUSPENDED-COUNT > 0
               DISPLAY "PayrollRegister: " WS-VAR-SUSPENDED-COUNT
                   " variable pay lines suspended"
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-RELEASE-EMPLOYEES.
      *    file and then sitting at EOF on the very first read.  The
      *    deduction file is optional the way the control files are
      *    optional elsewhere: a month with no deduction records is a
      *    gross-equals-net month, not an error, and a month with no
      *    variable pay is a basic-salary month.  The pay result file
      *    is rebuilt by every run.
       0100-OPEN-FILES.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF EMP-FILE-MISSING
               CLOSE PAYROLL-YTD-FILE
               OPEN I-O PAYROLL-YTD-FILE
           END-IF.
           OPEN OUTPUT PAY-RESULT-FILE.
           PERFORM 0105-OPEN-SUSPENSE.
           MOVE WS-CYCLE-DATE (1:4) TO WS-CYCLE-YEAR.

      *    The central suspense file accumulates across the whole
      *    batch suite the way the shared audit log does - OPEN
      *    EXTEND once it exists, OPEN OUTPUT the first time it does
      *    not.
       0105-OPEN-SUSPENSE.
           OPEN EXTEND SUSPENSE-FILE.
           IF SUSP-FILE-MISSING
               OPEN OUTPUT SUSPENSE-FILE
           END-IF.


      *    Tonight's business cycle date, set by operations and
      *    validated by CycleOpen at the top of the night: it stamps
           MOVE DED-AMOUNT  TO DED-TBL-AMOUNT (WS-DED-COUNT).
           PERFORM 0130-READ-DEDUCTION.

       0150-LOAD-VARIABLE-PAY.
           OPEN INPUT VARIABLE-PAY-FILE.
           IF WS-VAR-STATUS = "00"
               PERFORM 0155-READ-VARIABLE-LINE
               PERFORM 0160-TABLE-VARIABLE-LINE
                   UNTIL WS-EOF-VAR
               CLOSE VARIABLE-PAY-FILE
           END-IF.

       0155-READ-VARIABLE-LINE.
           READ VARIABLE-PAY-FILE
               AT END
                   SET WS-EOF-VAR TO TRUE
           END-READ.

      *    A line that cannot be priced - an unknown type, a figure
      *    that is not numeric, overtime at less than the plain
      *    hourly rate - goes to suspense as it stands; repaired and
      *    resubmitted, it is paid with the next run.
       0160-TABLE-VARIABLE-LINE.
           IF VAR-EMP-ID NUMERIC AND VAR-QUANTITY NUMERIC
                   AND VAR-MULTIPLIER NUMERIC AND VAR-AMOUNT NUMERIC
               EVALUATE TRUE
                   WHEN VAR-IS-HOURS
                   WHEN VAR-IS-BONUS
                   WHEN VAR-IS-ABSENCE
                       PERFORM 0165-ADD-VARIABLE-ENTRY
                   WHEN VAR-IS-OVERTIME AND VAR-MULTIPLIER NOT < 1
                       PERFORM 0165-ADD-VARIABLE-ENTRY
                   WHEN OTHER
                       MOVE "PVX1" TO WS-VAR-SUSPENSE-REASON
                       PERFORM 0190-SUSPEND-VARIABLE-LINE
               END-EVALUATE
           ELSE
               MOVE "PVX1" TO WS-VAR-SUSPENSE-REASON
               PERFORM 0190-SUSPEND-VARIABLE-LINE
           END-IF.
           PERFORM 0155-READ-VARIABLE-LINE.

       0165-ADD-VARIABLE-ENTRY.
           IF WS-VAR-COUNT >= WS-VAR-TABLE-MAX
               DISPLAY "PayrollRegister: more than "
                   WS-VAR-TABLE-MAX " variable pay lines - aborting"
               CLOSE EMPLOYEE-MASTER-FILE
                     VARIABLE-PAY-FILE
                     PAYROLL-REPORT-FILE
                     PAYSLIP-FILE
                     PAY-RESULT-FILE
                     SUSPENSE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-VAR-COUNT.
           MOVE VAR-EMP-ID     TO VAR-TBL-EMP-ID (WS-VAR-COUNT).
           MOVE VAR-TYPE       TO VAR-TBL-TYPE (WS-VAR-COUNT).
           MOVE VAR-QUANTITY   TO VAR-TBL-QUANTITY (WS-VAR-COUNT).
           MOVE VAR-MULTIPLIER TO VAR-TBL-MULTIPLIER (WS-VAR-COUNT).
           MOVE VAR-AMOUNT     TO VAR-TBL-AMOUNT (WS-VAR-COUNT).
           MOVE ZERO           TO VAR-TBL-PAY (WS-VAR-COUNT).
           MOVE "N"            TO VAR-TBL-CLAIMED-SW (WS-VAR-COUNT).

       0190-SUSPEND-VARIABLE-LINE.
           MOVE "PayrollRegister"      TO SUSP-SOURCE-PROGRAM.
           MOVE WS-VAR-SUSPENSE-REASON TO SUSP-REASON-CODE.
           MOVE WS-CYCLE-DATE          TO SUSP-CYCLE-DATE.
           MOVE VARIABLE-PAY-RECORD    TO SUSP-RECORD-IMAGE.
           WRITE SUSPENSE-RECORD.
           ADD 1 TO WS-VAR-SUSPENDED-COUNT.

      *    Only EMP-ACTIVE records feed the register - a terminated
      *    employee stays on the master for history but stops
      *    appearing on payday without anyone editing a text file.
               END-IF
           END-IF.

           PERFORM 0240-BUILD-GROSS-PAY.
           PERFORM 0250-SUM-DEDUCTIONS.
           COMPUTE WS-NET-PAY = WS-GROSS-PAY - WS-DED-TOTAL.

           MOVE SRT-EMP-ID      TO DTL-EMP-ID.
           MOVE SRT-EMP-NOM     TO DTL-EMP-NOM.
           MOVE SRT-EMP-DEPT    TO DTL-EMP-DEPT.
           MOVE WS-GROSS-PAY    TO DTL-GROSS-ED.
           MOVE WS-DED-TOTAL    TO DTL-DEDUCTIONS-ED.
           MOVE WS-NET-PAY      TO DTL-NET-ED.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.

           PERFORM 0260-WRITE-PAYSLIP.
           PERFORM 0265-WRITE-PAY-RESULT.
           PERFORM 0270-UPDATE-YTD.

           ADD WS-GROSS-PAY    TO WS-DEPT-GROSS WS-GRAND-GROSS.
           ADD WS-DED-TOTAL    TO WS-DEPT-DEDUCTIONS
                                  WS-GRAND-DEDUCTIONS.
           ADD WS-NET-PAY      TO WS-DEPT-NET WS-GRAND-NET.

           PERFORM 2010-RETURN-SORTED-RECORD.

      *    Gross pay is the master salary plus whatever the period's
      *    variable lines for this employee add to it or dock from
      *    it, priced line by line so the payslip can show each one.
       0240-BUILD-GROSS-PAY.
           MOVE SRT-EMP-SALAIRE TO WS-EARN-SALARY.
           MOVE ZERO TO WS-EARN-HOURS WS-EARN-OVERTIME WS-EARN-BONUS
                        WS-EARN-ABSENCE.
           PERFORM 0245-PRICE-VARIABLE-ENTRY
               VARYING WS-VAR-SUB FROM 1 BY 1
               UNTIL WS-VAR-SUB > WS-VAR-COUNT.
           COMPUTE WS-GROSS-PAY = WS-EARN-SALARY + WS-EARN-HOURS
               + WS-EARN-OVERTIME + WS-EARN-BONUS - WS-EARN-ABSENCE.

       0245-PRICE-VARIABLE-ENTRY.
           IF VAR-TBL-EMP-ID (WS-VAR-SUB) = SRT-EMP-ID
               SET VAR-TBL-CLAIMED (WS-VAR-SUB) TO TRUE
               EVALUATE VAR-TBL-TYPE (WS-VAR-SUB)
                   WHEN "H"
                       COMPUTE VAR-TBL-PAY (WS-VAR-SUB) ROUNDED =
                           VAR-TBL-QUANTITY (WS-VAR-SUB)
                           * SRT-EMP-SALAIRE / WS-STANDARD-HOURS
                       ADD VAR-TBL-PAY (WS-VAR-SUB) TO WS-EARN-HOURS
                   WHEN "O"
                       COMPUTE VAR-TBL-PAY (WS-VAR-SUB) ROUNDED =
                           VAR-TBL-QUANTITY (WS-VAR-SUB)
                           * VAR-TBL-MULTIPLIER (WS-VAR-SUB)
                           * SRT-EMP-SALAIRE / WS-STANDARD-HOURS
                       ADD VAR-TBL-PAY (WS-VAR-SUB)
                           TO WS-EARN-OVERTIME
                   WHEN "B"
                       MOVE VAR-TBL-AMOUNT (WS-VAR-SUB)
                           TO VAR-TBL-PAY (WS-VAR-SUB)
                       ADD VAR-TBL-PAY (WS-VAR-SUB) TO WS-EARN-BONUS
                   WHEN "U"
                       PERFORM 0247-PRICE-ABSENCE
               END-EVALUATE
           END-IF.

      *    Docking stops at the basic salary: a month away in full
      *    is a month unpaid, never a negative salary.
       0247-PRICE-ABSENCE.
           COMPUTE VAR-TBL-PAY (WS-VAR-SUB) ROUNDED =
               VAR-TBL-QUANTITY (WS-VAR-SUB)
               * SRT-EMP-SALAIRE / WS-WORKING-DAYS.
           IF VAR-TBL-PAY (WS-VAR-SUB)
                   > WS-EARN-SALARY - WS-EARN-ABSENCE
               COMPUTE VAR-TBL-PAY (WS-VAR-SUB) =
                   WS-EARN-SALARY - WS-EARN-ABSENCE
           END-IF.
           ADD VAR-TBL-PAY (WS-VAR-SUB) TO WS-EARN-ABSENCE.

       0250-SUM-DEDUCTIONS.
           MOVE ZERO TO WS-DED-TAX WS-DED-SOCIAL WS-DED-UNION
                        WS-DED-ADVANCE WS-DED-TOTAL.
           MOVE SRT-EMP-DEPT TO SLIP-EMP-DEPT.
           WRITE SLIP-LINE FROM WS-SLIP-HEADING-LINE.

           MOVE "BASIC SALARY" TO SLIP-LABEL.
           MOVE WS-EARN-SALARY TO WS-SLIP-AMOUNT-WORK.
           MOVE WS-SLIP-AMOUNT-WORK TO SLIP-AMOUNT-ED.
           WRITE SLIP-LINE FROM WS-SLIP-AMOUNT-LINE.
           PERFORM 0262-WRITE-EARNING-LINE
               VARYING WS-VAR-SUB FROM 1 BY 1
               UNTIL WS-VAR-SUB > WS-VAR-COUNT.

           MOVE "GROSS PAY" TO SLIP-LABEL.
           MOVE WS-GROSS-PAY TO WS-SLIP-AMOUNT-WORK.
           MOVE WS-SLIP-AMOUNT-WORK TO SLIP-AMOUNT-ED.
           WRITE SLIP-LINE FROM WS-SLIP-AMOUNT-LINE.

           WRITE SLIP-LINE FROM WS-SLIP-AMOUNT-LINE.
           WRITE SLIP-LINE FROM WS-BLANK-LINE.

       0262-WRITE-EARNING-LINE.
           IF VAR-TBL-EMP-ID (WS-VAR-SUB) = SRT-EMP-ID
               MOVE VAR-TBL-QUANTITY (WS-VAR-SUB) TO ERN-QUANTITY-ED
               MOVE SPACES TO ERN-UNIT ERN-TIMES
               MOVE ZERO   TO ERN-MULTIPLIER-ED
               MOVE VAR-TBL-PAY (WS-VAR-SUB) TO WS-SLIP-AMOUNT-WORK
               EVALUATE VAR-TBL-TYPE (WS-VAR-SUB)
                   WHEN "H"
                       MOVE "HOURS WORKED" TO ERN-LABEL
                       MOVE "HOURS"        TO ERN-UNIT
                   WHEN "O"
                       MOVE "OVERTIME"     TO ERN-LABEL
                       MOVE "HOURS"        TO ERN-UNIT
                       MOVE "X "           TO ERN-TIMES
                       MOVE VAR-TBL-MULTIPLIER (WS-VAR-SUB)
                           TO ERN-MULTIPLIER-ED
                   WHEN "B"
                       MOVE "BONUS"        TO ERN-LABEL
                       MOVE ZERO           TO ERN-QUANTITY-ED
                   WHEN "U"
                       MOVE "UNPAID ABSENCE" TO ERN-LABEL
                       MOVE "DAYS"         TO ERN-UNIT
                       COMPUTE WS-SLIP-AMOUNT-WORK =
                           ZERO - VAR-TBL-PAY (WS-VAR-SUB)
               END-EVALUATE
               MOVE WS-SLIP-AMOUNT-WORK TO ERN-AMOUNT-ED
               WRITE SLIP-LINE FROM WS-SLIP-EARNING-LINE
           END-IF.

      *    What this run paid the employee, for PayrollBridge to
      *    credit.
       0265-WRITE-PAY-RESULT.
           MOVE SRT-EMP-ID     TO PRS-EMP-ID.
           MOVE WS-CYCLE-DATE  TO PRS-CYCLE-DATE.
           MOVE SRT-EMP-DEPT   TO PRS-DEPT.
           MOVE WS-GROSS-PAY   TO PRS-GROSS.
           MOVE WS-DED-TAX     TO PRS-TAX.
           MOVE WS-DED-SOCIAL  TO PRS-SOCIAL.
           MOVE WS-DED-UNION   TO PRS-UNION.
           MOVE WS-DED-ADVANCE TO PRS-ADVANCE.
           MOVE WS-NET-PAY     TO PRS-NET.
           WRITE PAY-RESULT-RECORD.

      *    The year-to-date roll: every run's figures survive the run
      *    that priced them.  First sight of an employee seeds a
      *    record; the first run of a new year resets it; everything
                       PERFORM 0275-RESET-YTD-RECORD
                   END-IF
           END-READ.
           ADD WS-GROSS-PAY     TO YTD-GROSS.
           ADD WS-EARN-SALARY   TO YTD-SALARY.
           ADD WS-EARN-HOURS    TO YTD-HOURS-PAY.
           ADD WS-EARN-OVERTIME TO YTD-OVERTIME.
           ADD WS-EARN-BONUS    TO YTD-BONUS.
           ADD WS-EARN-ABSENCE  TO YTD-ABSENCE.
           ADD WS-DED-TAX      TO YTD-TAX.
           ADD WS-DED-SOCIAL   TO YTD-SOCIAL.
           ADD WS-DED-UNION    TO YTD-UNION.
                        YTD-UNION
                        YTD-ADVANCE
                        YTD-NET
                        YTD-RUN-COUNT
                        YTD-SALARY
                        YTD-HOURS-PAY
                        YTD-OVERTIME
                        YTD-BONUS
                        YTD-ABSENCE.

       0300-PRINT-SUBTOTAL.
           MOVE WS-PREV-DEPT        TO SUB-DEPT.
           MOVE WS-GRAND-NET        TO GRD-NET-ED.
           WRITE RPT-LINE FROM WS-GRAND-TOTAL-LINE.

      *    A variable pay line no active employee claimed is either
      *    for someone not on the master at all or for someone
      *    terminated - the master says which.  Either way it goes to
      *    suspense in its original image rather than being dropped.
       0600-SUSPEND-UNCLAIMED-LINES.
           PERFORM 0610-CHECK-UNCLAIMED-ENTRY
               VARYING WS-VAR-SUB FROM 1 BY 1
               UNTIL WS-VAR-SUB > WS-VAR-COUNT.

       0610-CHECK-UNCLAIMED-ENTRY.
           IF NOT VAR-TBL-CLAIMED (WS-VAR-SUB)
               MOVE VAR-TBL-EMP-ID (WS-VAR-SUB)     TO VAR-EMP-ID
               MOVE VAR-TBL-TYPE (WS-VAR-SUB)       TO VAR-TYPE
               MOVE VAR-TBL-QUANTITY (WS-VAR-SUB)   TO VAR-QUANTITY
               MOVE VAR-TBL-MULTIPLIER (WS-VAR-SUB)
                   TO VAR-MULTIPLIER
               MOVE VAR-TBL-AMOUNT (WS-VAR-SUB)     TO VAR-AMOUNT
               MOVE VAR-TBL-EMP-ID (WS-VAR-SUB)     TO EMP-ID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       MOVE "PVU1" TO WS-VAR-SUSPENSE-REASON
                   NOT INVALID KEY
                       MOVE "PVT1" TO WS-VAR-SUSPENSE-REASON
               END-READ
               PERFORM 0190-SUSPEND-VARIABLE-LINE
           END-IF.

       0900-CLOSE-FILES.
           CLOSE EMPLOYEE-MASTER-FILE
                 PAYROLL-REPORT-FILE
                 PAYSLIP-FILE
                 PAYROLL-YTD-FILE
                 PAY-RESULT-FILE
                 SUSPENSE-FILE.
