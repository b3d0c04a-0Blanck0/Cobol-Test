      *    file; the table collects that per step, the report prints
      *    it, and the permits let the completed steps step over
      *    themselves when the chain is resubmitted.
       01  WS-STEP-MAX   PIC 9(2) COMP VALUE 28.
       01  WS-STEP-SUB   PIC 9(2) COMP VALUE ZERO.
       01  WS-STEP-NAME-TABLE.
           05  FILLER PIC X(16) VALUE "IntegrityCheck".
           05  FILLER PIC X(16) VALUE "MajorityMove".
           05  FILLER PIC X(16) VALUE "Alternatives".
           05  FILLER PIC X(16) VALUE "LesBoucles".
           05  FILLER PIC X(16) VALUE "LesVariables".
           05  FILLER PIC X(16) VALUE "LoanDisburse".
           05  FILLER PIC X(16) VALUE "LoanDemand".
           05  FILLER PIC X(16) VALUE "DisputeGen".
           05  FILLER PIC X(16) VALUE "ClosureSettle".
           05  FILLER PIC X(16) VALUE "BalanceSnapshot".
           05  FILLER PIC X(16) VALUE "HoldRelease".
           05  FILLER PIC X(16) VALUE "ChequeClear".
           05  FILLER PIC X(16) VALUE "StandingOrderGen".
           05  FILLER PIC X(16) VALUE "TermDepMaturity".
           05  FILLER PIC X(16) VALUE "TransEdit".
           05  FILLER PIC X(16) VALUE "VolumeMonitor".
           05  FILLER PIC X(16) VALUE "PostTransactions".
           05  FILLER PIC X(16) VALUE "PostingProof".
           05  FILLER PIC X(16) VALUE "ComplianceReport".
           05  FILLER PIC X(16) VALUE "GLExtract".
           05  FILLER PIC X(16) VALUE "GLLedger".
           05  FILLER PIC X(16) VALUE "ClearingExtract".
           05  FILLER PIC X(16) VALUE "RestrictReport".
           05  FILLER PIC X(16) VALUE "CustRelReport".
           05  FILLER PIC X(16) VALUE "LoanArrears".
           05  FILLER PIC X(16) VALUE "BranchActivity".
           05  FILLER PIC X(16) VALUE "NoticeLetters".
           05  FILLER PIC X(16) VALUE "VolumeHistory".
       01  WS-STEP-TABLE REDEFINES WS-STEP-NAME-TABLE.
           05  WS-STEP-ENTRY OCCURS 28 TIMES.
               10  STP-PROGRAM-ID  PIC X(16).
       01  WS-STEP-DONE-TABLE.
           05  WS-STEP-DONE-SW OCCURS 28 TIMES PIC X(1).

       01  WS-DONE-COUNT    PIC 9(2) COMP VALUE ZERO.
       01  WS-PENDING-COUNT PIC 9(2) COMP VALUE ZERO.
