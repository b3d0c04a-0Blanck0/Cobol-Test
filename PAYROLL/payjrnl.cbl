       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayrollJournal.
       AUTHOR. Alexandre ELISABETH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-RESULT-FILE
               ASSIGN TO PAYRSLT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRS-EMP-ID
               FILE STATUS IS WS-PRS-STATUS.

           SELECT CHARGE-RATE-FILE
               ASSIGN TO PAYRATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.

           SELECT PAY-GL-MAP-FILE
               ASSIGN TO PAYGLMAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

           SELECT CYCLE-DATE-FILE
               ASSIGN TO CYCLDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYC-STATUS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO CYCLRUN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

           SELECT JOURNAL-FILE
               ASSIGN TO PAYJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.

           SELECT VOUCHER-FILE
               ASSIGN TO PAYJVCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VCH-STATUS.

           SELECT REMITTANCE-FILE
               ASSIGN TO PAYREMIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RMT-STATUS.

           SELECT REMITTANCE-REPORT-FILE
               ASSIGN TO PAYRMRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-RESULT-FILE.
           COPY PAYRSLT.

      *    The employer-side social charge table payroll keeps: one
      *    record per charge the employer owes on top of the pay it
      *    hands over (pension, health, unemployment ...), each rate
      *    a percentage of the employee's gross pay.  The charge code
      *    is what the remittance reports the charge under and what
      *    the payroll GL map names its payable account by.
       FD  CHARGE-RATE-FILE.
       01  CHARGE-RATE-RECORD.
           05  CHR-CHARGE-CODE     PIC X(4).
           05  CHR-DESCRIPTION     PIC X(20).
           05  CHR-RATE            PIC 9(2)V9(4).

      *    The payroll GL mapping finance maintains, one row per
      *    account the pay run journals to: kind S names the salary
      *    expense account of the EMP-DEPT cost centre in the key,
      *    kind E the same cost centre's employer charge expense
      *    account, and kind L a payable - NET for net pay, TAX for
      *    tax withheld, SOC for employee social contributions
      *    withheld, UNIO for union dues, ADV for advances recovered,
      *    and each employer charge code for that charge.
       FD  PAY-GL-MAP-FILE.
       01  PAY-GL-MAP-RECORD.
           05  PGM-KEY             PIC X(4).
           05  PGM-KIND            PIC X(1).
           05  PGM-ACCOUNT         PIC 9(6).
           05  PGM-DESCRIPTION     PIC X(20).

       FD  CYCLE-DATE-FILE.
           COPY CYCLCTL.

       FD  RUN-CONTROL-FILE.
           COPY RUNREC.

      *    The finance import in exactly the fixed-width shape
      *    GLExtract releases GLJRNL in: one line per journal leg,
      *    amounts unsigned with the leg carried in separate debit
      *    and credit columns.
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  GLJ-CYCLE-DATE      PIC 9(8).
           05  GLJ-GL-ACCOUNT      PIC 9(6).
           05  GLJ-DESCRIPTION     PIC X(20).
           05  GLJ-DEBIT           PIC 9(11)V99.
           05  GLJ-CREDIT          PIC 9(11)V99.
           05  GLJ-CURRENCY        PIC X(3).
           05  GLJ-CCY-DEBIT       PIC 9(11)V99.
           05  GLJ-CCY-CREDIT      PIC 9(11)V99.

       FD  VOUCHER-FILE.
       01  VOUCHER-LINE            PIC X(80).

      *    One record per statutory type owed for the pay period:
      *    side W for what was withheld from employees (TAX, SOC),
      *    side E for each employer charge.  The basis is the gross
      *    pay the amount was taken on.
       FD  REMITTANCE-FILE.
       01  REMITTANCE-RECORD.
           05  RMT-PERIOD          PIC 9(6).
           05  RMT-CYCLE-DATE      PIC 9(8).
           05  RMT-TYPE            PIC X(4).
           05  RMT-SIDE            PIC X(1).
               88  RMT-WITHHELD    VALUE "W".
               88  RMT-EMPLOYER    VALUE "E".
           05  RMT-DESCRIPTION     PIC X(20).
           05  RMT-EMP-COUNT       PIC 9(5).
           05  RMT-BASIS           PIC 9(11)V99.
           05  RMT-AMOUNT          PIC 9(11)V99.

       FD  REMITTANCE-REPORT-FILE.
       01  REMITTANCE-REPORT-LINE  PIC X(80).

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

       01  WS-PRS-STATUS PIC XX.
           88  PRS-FILE-MISSING   VALUE "35".
       01  WS-CHG-STATUS PIC XX.
           88  CHG-FILE-MISSING   VALUE "35".
       01  WS-MAP-STATUS PIC XX.
           88  MAP-FILE-MISSING   VALUE "35".
       01  WS-JRN-STATUS PIC XX.
       01  WS-VCH-STATUS PIC XX.
       01  WS-RMT-STATUS PIC XX.
       01  WS-RPT-STATUS PIC XX.

       01  WS-EOF-PRS-SW PIC X VALUE "N".
           88  WS-EOF-PRS         VALUE "Y".
       01  WS-EOF-CHG-SW PIC X VALUE "N".
           88  WS-EOF-CHG         VALUE "Y".
       01  WS-EOF-MAP-SW PIC X VALUE "N".
           88  WS-EOF-MAP         VALUE "Y".

       01  WS-BALANCED-SW PIC X VALUE "N".
           88  WS-JOURNAL-BALANCED VALUE "Y".

       01  WS-PERIOD PIC 9(6) VALUE ZERO.

      *    The employer charges as loaded, each with the basis and
      *    amount the run's employees put through it and what the
      *    journal credited to its payable.
       01  WS-CHG-MAX   PIC 9(2) COMP VALUE 20.
       01  WS-CHG-COUNT PIC 9(2) COMP VALUE ZERO.
       01  WS-CHG-SUB   PIC 9(2) COMP VALUE ZERO.
       01  WS-CHARGE-TABLE.
           05  WS-CHARGE-ENTRY OCCURS 20 TIMES.
               10  CHG-TBL-CODE        PIC X(4).
               10  CHG-TBL-DESCRIPTION PIC X(20).
               10  CHG-TBL-RATE        PIC 9(2)V9(4) COMP-3.
               10  CHG-TBL-EMP-COUNT   PIC 9(5) COMP-3.
               10  CHG-TBL-BASIS       PIC 9(11)V99 COMP-3.
               10  CHG-TBL-AMOUNT      PIC 9(11)V99 COMP-3.
               10  CHG-TBL-JOURNALED   PIC 9(11)V99 COMP-3.

       01  WS-PGM-MAX   PIC 9(3) COMP VALUE 200.
       01  WS-PGM-COUNT PIC 9(3) COMP VALUE ZERO.
       01  WS-PGM-SUB   PIC 9(3) COMP VALUE ZERO.
       01  WS-PGM-HIT   PIC 9(3) COMP VALUE ZERO.
       01  WS-PAY-GL-MAP-TABLE.
           05  WS-PAY-GL-MAP-ENTRY OCCURS 200 TIMES.
               10  PGM-TBL-KEY         PIC X(4).
               10  PGM-TBL-KIND        PIC X(1).
               10  PGM-TBL-ACCOUNT     PIC 9(6).
               10  PGM-TBL-DESCRIPTION PIC X(20).

      *    Pay and employer charges by EMP-DEPT cost centre, in the
      *    order the departments first appear.
       01  WS-DPT-MAX   PIC 9(2) COMP VALUE 50.
       01  WS-DPT-COUNT PIC 9(2) COMP VALUE ZERO.
       01  WS-DPT-SUB   PIC 9(2) COMP VALUE ZERO.
       01  WS-DPT-HIT   PIC 9(2) COMP VALUE ZERO.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 50 TIMES.
               10  DPT-TBL-DEPT        PIC X(4).
               10  DPT-TBL-GROSS       PIC 9(11)V99 COMP-3.
               10  DPT-TBL-CHARGES     PIC 9(11)V99 COMP-3.

       01  WS-CHARGE-AMOUNT  PIC 9(7)V99 COMP-3 VALUE ZERO.

       01  WS-EMP-COUNT      PIC 9(7) BINARY VALUE ZERO.
       01  WS-TAX-EMP-COUNT  PIC 9(5) COMP-3 VALUE ZERO.
       01  WS-SOC-EMP-COUNT  PIC 9(5) COMP-3 VALUE ZERO.
       01  WS-TAX-BASIS      PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-SOC-BASIS      PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-GROSS      PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-CHARGES    PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-TAX        PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-SOCIAL     PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-UNION      PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-ADVANCE    PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-NET        PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TAX-JOURNALED  PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-SOC-JOURNALED  PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-RMT-TOTAL      PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-RMT-JOURNALED  PIC 9(11)V99 COMP-3 VALUE ZERO.

      *    One leg to place: the map row it lands on (key and kind),
      *    the side, and the amount.  WS-LEG-PLACED tells the caller
      *    whether a row took it.
       01  WS-LEG-KEY        PIC X(4).
       01  WS-LEG-KIND       PIC X(1).
       01  WS-LEG-SIDE       PIC X(1).
           88  WS-LEG-DEBIT-SIDE  VALUE "D".
           88  WS-LEG-CREDIT-SIDE VALUE "C".
       01  WS-LEG-AMOUNT     PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-LEG-PLACED-SW  PIC X VALUE "N".
           88  WS-LEG-PLACED      VALUE "Y".
       01  WS-UNMAPPED-COUNT PIC 9(7) BINARY VALUE ZERO.
       01  WS-JOURNAL-DR     PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-JOURNAL-CR     PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-EXPECTED-DR    PIC 9(11)V99 COMP-3 VALUE ZERO.

      *    The journal as actually built, one entry per leg, the
      *    GLExtract way: the voucher prints from here, the interface
      *    file writes from here, and the balance test foots from
      *    here.  Two legs per cost centre, five payables and one per
      *    employer charge.
       01  WS-LEG-MAX   PIC 9(3) COMP VALUE 130.
       01  WS-LEG-COUNT PIC 9(3) COMP VALUE ZERO.
       01  WS-LEG-SUB   PIC 9(3) COMP VALUE ZERO.
       01  WS-JOURNAL-LEG-TABLE.
           05  WS-JOURNAL-LEG OCCURS 130 TIMES.
               10  LEG-GL-ACCOUNT  PIC 9(6).
               10  LEG-DESCRIPTION PIC X(20).
               10  LEG-DEBIT       PIC 9(11)V99 COMP-3.
               10  LEG-CREDIT      PIC 9(11)V99 COMP-3.

       01  WS-CYCLE-HEADING-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(11) VALUE "CYCLE DATE ".
           05  HDG-CYCLE-DATE      PIC 9(8).
           05  FILLER              PIC X(59) VALUE SPACES.

       01  WS-VOUCHER-DETAIL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  VCH-GL-ACCOUNT      PIC 9(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  VCH-DESCRIPTION     PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  VCH-DR-ED           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  VCH-CR-ED           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(12) VALUE SPACES.

       01  WS-VOUCHER-STATUS-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  VCH-STATUS-TEXT     PIC X(78).

       01  WS-RMR-HEADING-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(36)
                   VALUE "PAYROLL STATUTORY REMITTANCE PERIOD ".
           05  RMR-HDG-PERIOD      PIC 9(6).
           05  FILLER              PIC X(36) VALUE SPACES.

       01  WS-RMR-COLUMN-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(4)  VALUE "TYPE".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(20) VALUE "DESCRIPTION".
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE " EMPS".
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  FILLER              PIC X(14) VALUE "         BASIS".
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  FILLER              PIC X(14) VALUE "        AMOUNT".
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  FILLER              PIC X(14) VALUE "     JOURNALED".
           05  FILLER              PIC X(1)  VALUE SPACES.

       01  WS-RMR-DETAIL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RMR-TYPE            PIC X(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RMR-DESCRIPTION     PIC X(20).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  RMR-EMP-COUNT-ED    PIC ZZZZ9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  RMR-BASIS-ED        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  RMR-AMOUNT-ED       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  RMR-JOURNALED-ED    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACES.

       01  WS-RMR-TOTAL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RMR-TOT-LABEL       PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RMR-TOT-AMOUNT-ED   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(31) VALUE SPACES.

       01  WS-RMR-STATUS-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RMR-STATUS-TEXT     PIC X(78).

       01  WS-BLANK-LINE           PIC X(80) VALUE SPACES.

      *    The pay run's cost, posted to the shop's own books, and
      *    what it owes the authorities for the period.  Every
      *    employee PayrollRegister paid this cycle is taken off its
      *    pay result file: gross pay is charged to the salary
      *    expense of the employee's EMP-DEPT cost centre, and the
      *    employer charges priced off the rate table to the same
      *    cost centre's charge expense.  Against them are credited
      *    net pay payable, the tax and social contributions
      *    withheld, union dues and advances recovered, and each
      *    employer charge's payable.  The journal goes to finance in
      *    the GLJRNL interface format, and - the GLExtract rule -
      *    only once it balances, cross-foots to the register's own
      *    figures and every leg has a row to land on.  The
      *    remittance file and report total what is owed per
      *    statutory type for the period, beside what the journal
      *    credited to that type's payable, so the payment to the
      *    authorities reconciles to what was actually withheld.
       PROCEDURE DIVISION.
           PERFORM 0020-READ-CYCLE-DATE.
           PERFORM 0025-CHECK-PRIOR-RUN.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0120-LOAD-CHARGE-RATES.
           PERFORM 0140-LOAD-PAY-GL-MAP.
           PERFORM 0110-READ-PAY-RESULT.
           IF WS-EOF-PRS
               DISPLAY "PayrollJournal: PAYRSLT.DAT is empty - "
                   "aborting"
               PERFORM 0900-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0200-ADD-EMPLOYEE
               UNTIL WS-EOF-PRS.
           PERFORM 0300-BUILD-JOURNAL-LEGS.
           PERFORM 0400-JUDGE-JOURNAL.
           PERFORM 0450-PRINT-VOUCHER.
           IF WS-JOURNAL-BALANCED
               PERFORM 0500-RELEASE-JOURNAL
           END-IF.
           PERFORM 0600-WRITE-REMITTANCE.
           PERFORM 0900-CLOSE-FILES.
           PERFORM 9100-RECORD-CYCLE-RUN.
           IF WS-JOURNAL-BALANCED
               DISPLAY "PayrollJournal: journal released, "
                   WS-EMP-COUNT " employees journaled"
           ELSE
               DISPLAY "PayrollJournal: journal DOES NOT BALANCE - "
                   "not released"
               MOVE 12 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    The pay results are the mandatory driver, and the rate
      *    table and GL map as mandatory as they are: a charge table
      *    that is not there would journal the pay run with no
      *    employer cost at all, and a missing map would hold every
      *    leg as unmapped.
       0100-OPEN-FILES.
           OPEN INPUT PAY-RESULT-FILE.
           IF PRS-FILE-MISSING
               DISPLAY "PayrollJournal: PAYRSLT.DAT not found - "
                   "aborting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CHARGE-RATE-FILE.
           IF CHG-FILE-MISSING
               DISPLAY "PayrollJournal: PAYRATE.DAT not found - "
                   "aborting"
               CLOSE PAY-RESULT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PAY-GL-MAP-FILE.
           IF MAP-FILE-MISSING
               DISPLAY "PayrollJournal: PAYGLMAP.DAT not found - "
                   "aborting"
               CLOSE PAY-RESULT-FILE
                     CHARGE-RATE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT VOUCHER-FILE.
           OPEN OUTPUT REMITTANCE-FILE.
           OPEN OUTPUT REMITTANCE-REPORT-FILE.
           MOVE WS-CYCLE-DATE TO HDG-CYCLE-DATE.
           WRITE VOUCHER-LINE FROM WS-CYCLE-HEADING-LINE.
           MOVE WS-CYCLE-DATE (1:6) TO WS-PERIOD.

      *    Tonight's business cycle date, set by operations and
      *    validated by CycleOpen at the top of the night: it stamps
      *    every journal line and report heading this program
      *    writes, and drives the double-run check below.
       0020-READ-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE.
           IF CYC-FILE-MISSING
               DISPLAY "PayrollJournal: CYCLDATE.DAT not found - "
                   "aborting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CYCLE-DATE-FILE
               AT END
                   DISPLAY "PayrollJournal: CYCLDATE.DAT is empty - "
                       "aborting"
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
               DISPLAY "PayrollJournal: cycle " WS-CYCLE-DATE
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
                   IF RUN-PROGRAM-ID = "PayrollJournal"
                           AND RUN-CYCLE-DATE = WS-CYCLE-DATE
                       SET WS-PRIOR-RUN-FOUND TO TRUE
                   END-IF
           END-READ.

       9100-RECORD-CYCLE-RUN.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF RUN-FILE-MISSING
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           MOVE "PayrollJournal" TO RUN-PROGRAM-ID.
           MOVE WS-CYCLE-DATE TO RUN-CYCLE-DATE.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       0110-READ-PAY-RESULT.
           READ PAY-RESULT-FILE NEXT RECORD
               AT END
                   SET WS-EOF-PRS TO TRUE
           END-READ.

      *    A charge table with nothing in it, or a rate that is not
      *    a number, is as good as no table at all.
       0120-LOAD-CHARGE-RATES.
           PERFORM 0130-TABLE-CHARGE-RATE
               UNTIL WS-EOF-CHG.
           CLOSE CHARGE-RATE-FILE.
           IF WS-CHG-COUNT = ZERO
               DISPLAY "PayrollJournal: PAYRATE.DAT is empty - "
                   "aborting"
               PERFORM 0900-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0130-TABLE-CHARGE-RATE.
           READ CHARGE-RATE-FILE
               AT END
                   SET WS-EOF-CHG TO TRUE
               NOT AT END
                   IF WS-CHG-COUNT >= WS-CHG-MAX
                       DISPLAY "PayrollJournal: more than "
                           WS-CHG-MAX " employer charges - aborting"
                       PERFORM 0900-CLOSE-FILES
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF CHR-RATE NOT NUMERIC
                       DISPLAY "PayrollJournal: charge "
                           CHR-CHARGE-CODE " rate is not numeric - "
                           "aborting"
                       PERFORM 0900-CLOSE-FILES
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CHG-COUNT
                   MOVE CHR-CHARGE-CODE
                       TO CHG-TBL-CODE (WS-CHG-COUNT)
                   MOVE CHR-DESCRIPTION
                       TO CHG-TBL-DESCRIPTION (WS-CHG-COUNT)
                   MOVE CHR-RATE TO CHG-TBL-RATE (WS-CHG-COUNT)
                   MOVE ZERO TO CHG-TBL-EMP-COUNT (WS-CHG-COUNT)
                                CHG-TBL-BASIS (WS-CHG-COUNT)
                                CHG-TBL-AMOUNT (WS-CHG-COUNT)
                                CHG-TBL-JOURNALED (WS-CHG-COUNT)
           END-READ.

       0140-LOAD-PAY-GL-MAP.
           PERFORM 0150-TABLE-MAP-ROW
               UNTIL WS-EOF-MAP.
           CLOSE PAY-GL-MAP-FILE.
           IF WS-PGM-COUNT = ZERO
               DISPLAY "PayrollJournal: PAYGLMAP.DAT is empty - "
                   "aborting"
               PERFORM 0900-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0150-TABLE-MAP-ROW.
           READ PAY-GL-MAP-FILE
               AT END
                   SET WS-EOF-MAP TO TRUE
               NOT AT END
                   IF WS-PGM-COUNT >= WS-PGM-MAX
                       DISPLAY "PayrollJournal: more than "
                           WS-PGM-MAX " mapping rows - aborting"
                       PERFORM 0900-CLOSE-FILES
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-PGM-COUNT
                   MOVE PGM-KEY     TO PGM-TBL-KEY (WS-PGM-COUNT)
                   MOVE PGM-KIND    TO PGM-TBL-KIND (WS-PGM-COUNT)
                   MOVE PGM-ACCOUNT TO PGM-TBL-ACCOUNT (WS-PGM-COUNT)
                   MOVE PGM-DESCRIPTION
                       TO PGM-TBL-DESCRIPTION (WS-PGM-COUNT)
           END-READ.

      *    The register rebuilds the pay result file every run, so a
      *    result stamped with another cycle date means the register
      *    has not been run for this one - journaling last period's
      *    pay again would double the books.
       0200-ADD-EMPLOYEE.
           IF PRS-CYCLE-DATE NOT = WS-CYCLE-DATE
               DISPLAY "PayrollJournal: pay results are for cycle "
                   PRS-CYCLE-DATE ", not " WS-CYCLE-DATE
                   " - aborting"
               PERFORM 0900-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-EMP-COUNT.
           PERFORM 0210-FIND-DEPARTMENT.
           ADD PRS-GROSS   TO DPT-TBL-GROSS (WS-DPT-HIT)
                              WS-TOT-GROSS.
           ADD PRS-TAX     TO WS-TOT-TAX.
           ADD PRS-SOCIAL  TO WS-TOT-SOCIAL.
           ADD PRS-UNION   TO WS-TOT-UNION.
           ADD PRS-ADVANCE TO WS-TOT-ADVANCE.
           ADD PRS-NET     TO WS-TOT-NET.
           IF PRS-TAX > ZERO
               ADD 1         TO WS-TAX-EMP-COUNT
               ADD PRS-GROSS TO WS-TAX-BASIS
           END-IF.
           IF PRS-SOCIAL > ZERO
               ADD 1         TO WS-SOC-EMP-COUNT
               ADD PRS-GROSS TO WS-SOC-BASIS
           END-IF.
           PERFORM 0220-PRICE-EMPLOYER-CHARGE
               VARYING WS-CHG-SUB FROM 1 BY 1
               UNTIL WS-CHG-SUB > WS-CHG-COUNT.
           PERFORM 0110-READ-PAY-RESULT.

       0210-FIND-DEPARTMENT.
           MOVE ZERO TO WS-DPT-HIT.
           PERFORM 0215-MATCH-DEPARTMENT
               VARYING WS-DPT-SUB FROM 1 BY 1
               UNTIL WS-DPT-SUB > WS-DPT-COUNT
                  OR WS-DPT-HIT > ZERO.
           IF WS-DPT-HIT = ZERO
               IF WS-DPT-COUNT >= WS-DPT-MAX
                   DISPLAY "PayrollJournal: more than " WS-DPT-MAX
                       " departments - aborting"
                   PERFORM 0900-CLOSE-FILES
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DPT-COUNT
               MOVE WS-DPT-COUNT TO WS-DPT-HIT
               MOVE PRS-DEPT TO DPT-TBL-DEPT (WS-DPT-HIT)
               MOVE ZERO TO DPT-TBL-GROSS (WS-DPT-HIT)
                            DPT-TBL-CHARGES (WS-DPT-HIT)
           END-IF.

       0215-MATCH-DEPARTMENT.
           IF DPT-TBL-DEPT (WS-DPT-SUB) = PRS-DEPT
               MOVE WS-DPT-SUB TO WS-DPT-HIT
           END-IF.

      *    Each employer charge is priced employee by employee, the
      *    way the payslip is, so the period's charge is the sum of
      *    what each employee cost and not a rounding of the total.
       0220-PRICE-EMPLOYER-CHARGE.
           COMPUTE WS-CHARGE-AMOUNT ROUNDED =
               PRS-GROSS * CHG-TBL-RATE (WS-CHG-SUB) / 100.
           IF WS-CHARGE-AMOUNT > ZERO
               ADD 1 TO CHG-TBL-EMP-COUNT (WS-CHG-SUB)
               ADD PRS-GROSS TO CHG-TBL-BASIS (WS-CHG-SUB)
               ADD WS-CHARGE-AMOUNT TO CHG-TBL-AMOUNT (WS-CHG-SUB)
                                       DPT-TBL-CHARGES (WS-DPT-HIT)
                                       WS-TOT-CHARGES
           END-IF.

      *    Cost centres first - salary expense, then charge expense
      *    - then the payables.  Net pay is normally owed to the
      *    employees; deductions that outran a gross leave it owed
      *    by them, and it is debited instead.
       0300-BUILD-JOURNAL-LEGS.
           MOVE ZERO TO WS-LEG-COUNT.
           PERFORM 0310-BUILD-DEPARTMENT-LEGS
               VARYING WS-DPT-SUB FROM 1 BY 1
               UNTIL WS-DPT-SUB > WS-DPT-COUNT.

           MOVE "NET " TO WS-LEG-KEY.
           MOVE "L"    TO WS-LEG-KIND.
           IF WS-TOT-NET < ZERO
               SET WS-LEG-DEBIT-SIDE TO TRUE
               COMPUTE WS-LEG-AMOUNT = ZERO - WS-TOT-NET
           ELSE
               SET WS-LEG-CREDIT-SIDE TO TRUE
               MOVE WS-TOT-NET TO WS-LEG-AMOUNT
           END-IF.
           PERFORM 0350-PLACE-LEG.

           SET WS-LEG-CREDIT-SIDE TO TRUE.
           MOVE "TAX "     TO WS-LEG-KEY.
           MOVE WS-TOT-TAX TO WS-LEG-AMOUNT.
           PERFORM 0350-PLACE-LEG.
           IF WS-LEG-PLACED
               MOVE WS-TOT-TAX TO WS-TAX-JOURNALED
           END-IF.
           MOVE "SOC "        TO WS-LEG-KEY.
           MOVE WS-TOT-SOCIAL TO WS-LEG-AMOUNT.
           PERFORM 0350-PLACE-LEG.
           IF WS-LEG-PLACED
               MOVE WS-TOT-SOCIAL TO WS-SOC-JOURNALED
           END-IF.
           MOVE "UNIO"       TO WS-LEG-KEY.
           MOVE WS-TOT-UNION TO WS-LEG-AMOUNT.
           PERFORM 0350-PLACE-LEG.
           MOVE "ADV "         TO WS-LEG-KEY.
           MOVE WS-TOT-ADVANCE TO WS-LEG-AMOUNT.
           PERFORM 0350-PLACE-LEG.

           PERFORM 0320-BUILD-CHARGE-LEG
               VARYING WS-CHG-SUB FROM 1 BY 1
               UNTIL WS-CHG-SUB > WS-CHG-COUNT.

       0310-BUILD-DEPARTMENT-LEGS.
           SET WS-LEG-DEBIT-SIDE TO TRUE.
           MOVE DPT-TBL-DEPT (WS-DPT-SUB)  TO WS-LEG-KEY.
           MOVE "S"                        TO WS-LEG-KIND.
           MOVE DPT-TBL-GROSS (WS-DPT-SUB) TO WS-LEG-AMOUNT.
           PERFORM 0350-PLACE-LEG.
           MOVE "E"                          TO WS-LEG-KIND.
           MOVE DPT-TBL-CHARGES (WS-DPT-SUB) TO WS-LEG-AMOUNT.
           PERFORM 0350-PLACE-LEG.

       0320-BUILD-CHARGE-LEG.
           SET WS-LEG-CREDIT-SIDE TO TRUE.
           MOVE CHG-TBL-CODE (WS-CHG-SUB)   TO WS-LEG-KEY.
           MOVE "L"                         TO WS-LEG-KIND.
           MOVE CHG-TBL-AMOUNT (WS-CHG-SUB) TO WS-LEG-AMOUNT.
           PERFORM 0350-PLACE-LEG.
           IF WS-LEG-PLACED
               MOVE CHG-TBL-AMOUNT (WS-CHG-SUB)
                   TO CHG-TBL-JOURNALED (WS-CHG-SUB)
           END-IF.

      *    A leg lands on the map row its key and kind name, under
      *    the row's account and description.  A leg with no row is
      *    unmapped - counted, named on the console, and fatal to
      *    the release below.  Nothing to journal places nothing.
       0350-PLACE-LEG.
           MOVE "N" TO WS-LEG-PLACED-SW.
           IF WS-LEG-AMOUNT > ZERO
               MOVE ZERO TO WS-PGM-HIT
               PERFORM 0355-MATCH-MAP-ROW
                   VARYING WS-PGM-SUB FROM 1 BY 1
                   UNTIL WS-PGM-SUB > WS-PGM-COUNT
                      OR WS-PGM-HIT > ZERO
               IF WS-PGM-HIT > ZERO
                   PERFORM 0360-ADD-LEG
               ELSE
                   ADD 1 TO WS-UNMAPPED-COUNT
                   DISPLAY "PayrollJournal: no mapping row for key "
                       WS-LEG-KEY " kind " WS-LEG-KIND
               END-IF
           END-IF.

       0355-MATCH-MAP-ROW.
           IF PGM-TBL-KEY (WS-PGM-SUB) = WS-LEG-KEY
                   AND PGM-TBL-KIND (WS-PGM-SUB) = WS-LEG-KIND
               MOVE WS-PGM-SUB TO WS-PGM-HIT
           END-IF.

       0360-ADD-LEG.
           IF WS-LEG-COUNT >= WS-LEG-MAX
               DISPLAY "PayrollJournal: more than " WS-LEG-MAX
                   " journal legs - aborting"
               PERFORM 0900-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-LEG-COUNT.
           MOVE PGM-TBL-ACCOUNT (WS-PGM-HIT)
               TO LEG-GL-ACCOUNT (WS-LEG-COUNT).
           MOVE PGM-TBL-DESCRIPTION (WS-PGM-HIT)
               TO LEG-DESCRIPTION (WS-LEG-COUNT).
           IF WS-LEG-DEBIT-SIDE
               MOVE WS-LEG-AMOUNT TO LEG-DEBIT (WS-LEG-COUNT)
               MOVE ZERO          TO LEG-CREDIT (WS-LEG-COUNT)
           ELSE
               MOVE ZERO          TO LEG-DEBIT (WS-LEG-COUNT)
               MOVE WS-LEG-AMOUNT TO LEG-CREDIT (WS-LEG-COUNT)
           END-IF.
           SET WS-LEG-PLACED TO TRUE.

      *    The release test foots the journal from the legs as
      *    actually built: debits must equal credits, the expense
      *    side must come to the register's gross pay plus the
      *    employer charges priced on it (and any net pay owed back
      *    by employees), and a leg with no row to land on holds the
      *    journal on its own.
       0400-JUDGE-JOURNAL.
           MOVE ZERO TO WS-JOURNAL-DR WS-JOURNAL-CR.
           PERFORM 0410-FOOT-JOURNAL-LEG
               VARYING WS-LEG-SUB FROM 1 BY 1
               UNTIL WS-LEG-SUB > WS-LEG-COUNT.
           COMPUTE WS-EXPECTED-DR = WS-TOT-GROSS + WS-TOT-CHARGES.
           IF WS-TOT-NET < ZERO
               SUBTRACT WS-TOT-NET FROM WS-EXPECTED-DR
           END-IF.
           IF WS-JOURNAL-DR = WS-JOURNAL-CR
                   AND WS-JOURNAL-DR = WS-EXPECTED-DR
                   AND WS-UNMAPPED-COUNT = ZERO
               SET WS-JOURNAL-BALANCED TO TRUE
           END-IF.

       0410-FOOT-JOURNAL-LEG.
           ADD LEG-DEBIT (WS-LEG-SUB)  TO WS-JOURNAL-DR.
           ADD LEG-CREDIT (WS-LEG-SUB) TO WS-JOURNAL-CR.

       0450-PRINT-VOUCHER.
           PERFORM 0460-PRINT-VOUCHER-LEG
               VARYING WS-LEG-SUB FROM 1 BY 1
               UNTIL WS-LEG-SUB > WS-LEG-COUNT.

           MOVE 999999              TO VCH-GL-ACCOUNT.
           MOVE "JOURNAL TOTALS"    TO VCH-DESCRIPTION.
           MOVE WS-JOURNAL-DR       TO VCH-DR-ED.
           MOVE WS-JOURNAL-CR       TO VCH-CR-ED.
           WRITE VOUCHER-LINE FROM WS-VOUCHER-DETAIL-LINE.

           IF WS-JOURNAL-BALANCED
               MOVE "PAYROLL JOURNAL IN BALANCE - RELEASED"
                   TO VCH-STATUS-TEXT
           ELSE
               MOVE "PAYROLL JOURNAL OUT OF BALANCE - HELD"
                   TO VCH-STATUS-TEXT
           END-IF.
           WRITE VOUCHER-LINE FROM WS-VOUCHER-STATUS-LINE.

       0460-PRINT-VOUCHER-LEG.
           MOVE LEG-GL-ACCOUNT (WS-LEG-SUB)  TO VCH-GL-ACCOUNT.
           MOVE LEG-DESCRIPTION (WS-LEG-SUB) TO VCH-DESCRIPTION.
           MOVE LEG-DEBIT (WS-LEG-SUB)       TO VCH-DR-ED.
           MOVE LEG-CREDIT (WS-LEG-SUB)      TO VCH-CR-ED.
           WRITE VOUCHER-LINE FROM WS-VOUCHER-DETAIL-LINE.

      *    The interface file only comes into existence once the
      *    journal has proved balanced, so finance can never import
      *    a bad file by accident - and it writes from the same leg
      *    table the proof footed.
       0500-RELEASE-JOURNAL.
           OPEN OUTPUT JOURNAL-FILE.
           PERFORM 0510-WRITE-JOURNAL-LEG
               VARYING WS-LEG-SUB FROM 1 BY 1
               UNTIL WS-LEG-SUB > WS-LEG-COUNT.
           CLOSE JOURNAL-FILE.

       0510-WRITE-JOURNAL-LEG.
           MOVE WS-CYCLE-DATE                TO GLJ-CYCLE-DATE.
           MOVE LEG-GL-ACCOUNT (WS-LEG-SUB)  TO GLJ-GL-ACCOUNT.
           MOVE LEG-DESCRIPTION (WS-LEG-SUB) TO GLJ-DESCRIPTION.
           MOVE LEG-DEBIT (WS-LEG-SUB)       TO GLJ-DEBIT.
           MOVE LEG-CREDIT (WS-LEG-SUB)      TO GLJ-CREDIT.
           MOVE SPACES                       TO GLJ-CURRENCY.
           MOVE ZERO                         TO GLJ-CCY-DEBIT
                                                GLJ-CCY-CREDIT.
           WRITE JOURNAL-RECORD.

      *    Tax and employee social contributions as withheld on the
      *    payslips, then each employer charge, one remittance record
      *    and one report line apiece.  The journaled column is what
      *    the journal credited to that type's payable - a type that
      *    found no row shows nothing journaled, and a held journal
      *    is called out under the totals.
       0600-WRITE-REMITTANCE.
           MOVE WS-PERIOD TO RMR-HDG-PERIOD.
           WRITE REMITTANCE-REPORT-LINE FROM WS-RMR-HEADING-LINE.
           WRITE REMITTANCE-REPORT-LINE FROM WS-BLANK-LINE.
           WRITE REMITTANCE-REPORT-LINE FROM WS-RMR-COLUMN-LINE.

           MOVE "TAX "             TO RMT-TYPE.
           MOVE "W"                TO RMT-SIDE.
           MOVE "TAX WITHHELD"     TO RMT-DESCRIPTION.
           MOVE WS-TAX-EMP-COUNT   TO RMT-EMP-COUNT.
           MOVE WS-TAX-BASIS       TO RMT-BASIS.
           MOVE WS-TOT-TAX         TO RMT-AMOUNT.
           MOVE WS-TAX-JOURNALED   TO RMR-JOURNALED-ED.
           ADD WS-TAX-JOURNALED    TO WS-RMT-JOURNALED.
           PERFORM 0620-WRITE-REMITTANCE-TYPE.

           MOVE "SOC "             TO RMT-TYPE.
           MOVE "W"                TO RMT-SIDE.
           MOVE "SOCIAL WITHHELD"  TO RMT-DESCRIPTION.
           MOVE WS-SOC-EMP-COUNT   TO RMT-EMP-COUNT.
           MOVE WS-SOC-BASIS       TO RMT-BASIS.
           MOVE WS-TOT-SOCIAL      TO RMT-AMOUNT.
           MOVE WS-SOC-JOURNALED   TO RMR-JOURNALED-ED.
           ADD WS-SOC-JOURNALED    TO WS-RMT-JOURNALED.
           PERFORM 0620-WRITE-REMITTANCE-TYPE.

           PERFORM 0610-WRITE-CHARGE-REMITTANCE
               VARYING WS-CHG-SUB FROM 1 BY 1
               UNTIL WS-CHG-SUB > WS-CHG-COUNT.

           WRITE REMITTANCE-REPORT-LINE FROM WS-BLANK-LINE.
           MOVE "TAX WITHHELD PER REGISTER" TO RMR-TOT-LABEL.
           MOVE WS-TOT-TAX TO RMR-TOT-AMOUNT-ED.
           WRITE REMITTANCE-REPORT-LINE FROM WS-RMR-TOTAL-LINE.
           MOVE "SOCIAL WITHHELD PER REGISTER" TO RMR-TOT-LABEL.
           MOVE WS-TOT-SOCIAL TO RMR-TOT-AMOUNT-ED.
           WRITE REMITTANCE-REPORT-LINE FROM WS-RMR-TOTAL-LINE.
           MOVE "EMPLOYER CHARGES" TO RMR-TOT-LABEL.
           MOVE WS-TOT-CHARGES TO RMR-TOT-AMOUNT-ED.
           WRITE REMITTANCE-REPORT-LINE FROM WS-RMR-TOTAL-LINE.
           MOVE "TOTAL DUE TO AUTHORITIES" TO RMR-TOT-LABEL.
           MOVE WS-RMT-TOTAL TO RMR-TOT-AMOUNT-ED.
           WRITE REMITTANCE-REPORT-LINE FROM WS-RMR-TOTAL-LINE.
           MOVE "TOTAL JOURNALED TO PAYABLES" TO RMR-TOT-LABEL.
           MOVE WS-RMT-JOURNALED TO RMR-TOT-AMOUNT-ED.
           WRITE REMITTANCE-REPORT-LINE FROM WS-RMR-TOTAL-LINE.
           MOVE "DIFFERENCE" TO RMR-TOT-LABEL.
           COMPUTE RMR-TOT-AMOUNT-ED =
               WS-RMT-TOTAL - WS-RMT-JOURNALED.
           WRITE REMITTANCE-REPORT-LINE FROM WS-RMR-TOTAL-LINE.
           IF NOT WS-JOURNAL-BALANCED
               WRITE REMITTANCE-REPORT-LINE FROM WS-BLANK-LINE
               MOVE "PAYROLL JOURNAL HELD - PAYABLES NOT YET POSTED"
                   TO RMR-STATUS-TEXT
               WRITE REMITTANCE-REPORT-LINE FROM WS-RMR-STATUS-LINE
           END-IF.

       0610-WRITE-CHARGE-REMITTANCE.
           MOVE CHG-TBL-CODE (WS-CHG-SUB)        TO RMT-TYPE.
           MOVE "E"                              TO RMT-SIDE.
           MOVE CHG-TBL-DESCRIPTION (WS-CHG-SUB) TO RMT-DESCRIPTION.
           MOVE CHG-TBL-EMP-COUNT (WS-CHG-SUB)   TO RMT-EMP-COUNT.
           MOVE CHG-TBL-BASIS (WS-CHG-SUB)       TO RMT-BASIS.
           MOVE CHG-TBL-AMOUNT (WS-CHG-SUB)      TO RMT-AMOUNT.
           MOVE CHG-TBL-JOURNALED (WS-CHG-SUB)   TO RMR-JOURNALED-ED.
           ADD CHG-TBL-JOURNALED (WS-CHG-SUB)    TO WS-RMT-JOURNALED.
           PERFORM 0620-WRITE-REMITTANCE-TYPE.

       0620-WRITE-REMITTANCE-TYPE.
           MOVE WS-PERIOD     TO RMT-PERIOD.
           MOVE WS-CYCLE-DATE TO RMT-CYCLE-DATE.
           WRITE REMITTANCE-RECORD.
           ADD RMT-AMOUNT     TO WS-RMT-TOTAL.
           MOVE RMT-TYPE        TO RMR-TYPE.
           MOVE RMT-DESCRIPTION TO RMR-DESCRIPTION.
           MOVE RMT-EMP-COUNT   TO RMR-EMP-COUNT-ED.
           MOVE RMT-BASIS       TO RMR-BASIS-ED.
           MOVE RMT-AMOUNT      TO RMR-AMOUNT-ED.
           WRITE REMITTANCE-REPORT-LINE FROM WS-RMR-DETAIL-LINE.

       0900-CLOSE-FILES.
           CLOSE PAY-RESULT-FILE
                 VOUCHER-FILE
                 REMITTANCE-FILE
                 REMITTANCE-REPORT-FILE.
