      *****************************************************************
      *    STEPHIST.cpy                                               *
      *    Rolling step history - keyed by program id and the weekday *
      *    of the cycle date (1 = Monday .. 7 = Sunday), one record   *
      *    per step per weekday.  Each record keeps the step's last   *
      *    six nights on that weekday, newest in slot 1: records read *
      *    and written, wall-clock start and end and elapsed seconds. *
      *    VolumeHistory pushes each balanced night onto it after the *
      *    close, VolumeMonitor judges tonight's input volume against *
      *    its trailing average, and BatchWindowTrend reports the     *
      *    steps' run times against the batch window from it.         *
      *****************************************************************
       01  STEP-HISTORY-RECORD.
           05  HST-KEY.
               10  HST-PROGRAM-ID      PIC X(16).
               10  HST-WEEKDAY         PIC 9(1).
           05  HST-NIGHT-COUNT         PIC 9(1).
           05  HST-NIGHT OCCURS 6 TIMES.
               10  HST-CYCLE-DATE      PIC 9(8).
               10  HST-READ-COUNT      PIC 9(7).
               10  HST-WRITTEN-COUNT   PIC 9(7).
               10  HST-START-TIME      PIC 9(6).
               10  HST-END-TIME        PIC 9(6).
               10  HST-ELAPSED-SECS    PIC 9(5).
