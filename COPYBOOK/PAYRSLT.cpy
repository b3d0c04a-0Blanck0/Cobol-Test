      *****************************************************************
      *    PAYRSLT.cpy                                                *
      *    Pay result record - keyed by employee id, one record per   *
      *    employee the payroll register paid, rewritten from scratch *
      *    by every PayrollRegister run.  Once hours, overtime,       *
      *    bonus and unpaid absence move gross pay away from the      *
      *    master salary, this is the one place the priced figures    *
      *    live: PayrollBridge credits PRS-GROSS from here so the     *
      *    bridged amount is exactly what the register printed, and   *
      *    PRS-CYCLE-DATE tells it whether the register has been run  *
      *    for tonight's cycle at all.                                *
      *****************************************************************
       01  PAY-RESULT-RECORD.
           05  PRS-EMP-ID              PIC 9(6).
           05  PRS-CYCLE-DATE          PIC 9(8).
           05  PRS-DEPT                PIC X(4).
           05  PRS-GROSS               PIC 9(6)V99.
           05  PRS-TAX                 PIC 9(5)V99.
           05  PRS-SOCIAL              PIC 9(5)V99.
           05  PRS-UNION               PIC 9(5)V99.
           05  PRS-ADVANCE             PIC 9(5)V99.
           05  PRS-NET                 PIC S9(7)V99.
