      *    new year finds last year's record and restarts it.  A      *
      *    terminated employee's record stays until year end - the    *
      *    certificate run still owes them their figures.             *
      *    Gross is also carried broken down by earning type - basic  *
      *    salary, hours, overtime and bonus, less unpaid absence -   *
      *    appended behind the run count so the certificate can show  *
      *    what the year's gross was made of.                         *
      *****************************************************************
       01  PAYROLL-YTD-RECORD.
           05  YTD-EMP-ID          PIC 9(6).
           05  YTD-ADVANCE         PIC 9(7)V99.
           05  YTD-NET             PIC S9(7)V99.
           05  YTD-RUN-COUNT       PIC 9(3).
           05  YTD-SALARY          PIC 9(7)V99.
           05  YTD-HOURS-PAY       PIC 9(7)V99.
           05  YTD-OVERTIME        PIC 9(7)V99.
           05  YTD-BONUS           PIC 9(7)V99.
           05  YTD-ABSENCE         PIC 9(7)V99.
