      *    edit released, the clearing extract carried exactly the    *
      *    active master records.  A night whose steps cannot agree   *
      *    on their own counts must not close quietly.                *
      *    Each record also carries the wall-clock stamps the step    *
      *    started and ended at (YYYYMMDDHHMMSS, taken off the        *
      *    system clock), which the volume monitor and the step       *
      *    history build their averages and batch-window trend on.    *
      *****************************************************************
       01  RUN-STATS-RECORD.
           05  STAT-PROGRAM-ID     PIC X(16).
           05  STAT-ACCEPTED-COUNT PIC 9(7).
           05  STAT-REJECTED-COUNT PIC 9(7).
           05  STAT-WRITTEN-COUNT  PIC 9(7).
           05  STAT-START-STAMP.
               10  STAT-START-DATE PIC 9(8).
               10  STAT-START-TIME PIC 9(6).
           05  STAT-END-STAMP.
               10  STAT-END-DATE   PIC 9(8).
               10  STAT-END-TIME   PIC 9(6).
