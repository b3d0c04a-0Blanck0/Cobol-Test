       IDENTIFICATION DIVISION.
       PROGRAM-ID. BatchWindowTrend.
       AUTHOR. Alexandre ELISABETH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-HISTORY-FILE
               ASSIGN TO STEPHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HST-KEY
               FILE STATUS IS WS-HST-STATUS.

           SELECT WINDOW-CONTROL-FILE
               ASSIGN TO WINCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WCT-STATUS.

           SELECT CYCLE-DATE-FILE
               ASSIGN TO CYCLDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYC-STATUS.

           SELECT TREND-REPORT-FILE
               ASSIGN TO WINRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STEP-HISTORY-FILE.
           COPY STEPHIST.

      *    The nightly batch window operations run the chain in, as
      *    wall-clock HHMM (the end is normally past midnight, before
      *    the start), how close to the end of it a step may finish
      *    before it is called out, in minutes, and the week-on-week
      *    growth in run time, as a percentage, that marks a step as
      *    growing.
       FD  WINDOW-CONTROL-FILE.
       01  WINDOW-CONTROL-RECORD.
           05  WCT-WINDOW-START    PIC 9(4).
           05  WCT-WINDOW-END      PIC 9(4).
           05  WCT-MARGIN-MINUTES  PIC 9(3).
           05  WCT-GROWTH-PCT      PIC 9(3).

       FD  CYCLE-DATE-FILE.
           COPY CYCLCTL.

       FD  TREND-REPORT-FILE.
       01  TREND-REPORT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CYC-STATUS PIC XX.
           88  CYC-FILE-MISSING   VALUE "35".
       01  WS-HST-STATUS PIC XX.
           88  HST-FILE-MISSING   VALUE "35".
       01  WS-WCT-STATUS PIC XX.
           88  WCT-FILE-MISSING   VALUE "35".
       01  WS-RPT-STATUS PIC XX.

       01  WS-EOF-HST-SW PIC X VALUE "N".
           88  WS-EOF-HST         VALUE "Y".

       01  WS-CYCLE-DATE PIC 9(8) VALUE ZERO.
       01  WS-CYCLE-INT  PIC 9(8) BINARY VALUE ZERO.
       01  WS-NIGHT-INT  PIC 9(8) BINARY VALUE ZERO.
       01  WS-NIGHT-AGE  PIC S9(8) BINARY VALUE ZERO.

      *    The window as minutes of the day, and its length - a
      *    window that ends before it starts runs over midnight.
       01  WS-WINDOW-START-MIN PIC 9(4) COMP VALUE ZERO.
       01  WS-WINDOW-END-MIN   PIC 9(4) COMP VALUE ZERO.
       01  WS-WINDOW-LENGTH    PIC S9(5) COMP VALUE ZERO.
       01  WS-MARGIN-MINUTES   PIC 9(3) VALUE ZERO.
       01  WS-GROWTH-LIMIT     PIC 9(3) VALUE ZERO.

       01  WS-CLOCK-HHMM PIC 9(4) VALUE ZERO.
       01  WS-CLOCK-HHMM-SPLIT REDEFINES WS-CLOCK-HHMM.
           05  WS-HHMM-HH          PIC 9(2).
           05  WS-HHMM-MM          PIC 9(2).
       01  WS-CLOCK-TIME PIC 9(6) VALUE ZERO.
       01  WS-CLOCK-SPLIT REDEFINES WS-CLOCK-TIME.
           05  WS-CLOCK-HH         PIC 9(2).
           05  WS-CLOCK-MM         PIC 9(2).
           05  WS-CLOCK-SS         PIC 9(2).
       01  WS-END-OFFSET PIC S9(5) COMP VALUE ZERO.

       01  WS-NIGHT-SUB  PIC 9(1) COMP VALUE ZERO.

      *    The step being gathered: its weekday records arrive
      *    together in key order, and the line prints when the
      *    program id changes.
       01  WS-CURRENT-PROGRAM   PIC X(16) VALUE SPACES.
       01  WS-RECENT-NIGHTS     PIC 9(3) COMP VALUE ZERO.
       01  WS-RECENT-SECS       PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-PRIOR-NIGHTS      PIC 9(3) COMP VALUE ZERO.
       01  WS-PRIOR-SECS        PIC 9(9) COMP-3 VALUE ZERO.
       01  WS-LATEST-OFFSET     PIC S9(5) COMP VALUE -1.
       01  WS-LATEST-END-TIME   PIC 9(6) VALUE ZERO.
       01  WS-RECENT-AVERAGE    PIC 9(5) COMP-3 VALUE ZERO.
       01  WS-PRIOR-AVERAGE     PIC 9(5) COMP-3 VALUE ZERO.
       01  WS-GROWTH-PCT        PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-MARGIN            PIC S9(5) COMP VALUE ZERO.
       01  WS-GROWING-SW        PIC X VALUE "N".
           88  WS-STEP-GROWING     VALUE "Y".

      *    The chain as a whole: the latest any step finished this
      *    week.
       01  WS-CHAIN-OFFSET      PIC S9(5) COMP VALUE -1.
       01  WS-CHAIN-END-TIME    PIC 9(6) VALUE ZERO.

       01  WS-STEP-COUNT        PIC 9(5) BINARY VALUE ZERO.
       01  WS-GROWING-COUNT     PIC 9(5) BINARY VALUE ZERO.
       01  WS-NEAR-END-COUNT    PIC 9(5) BINARY VALUE ZERO.

       01  WS-TREND-HEADING-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(27)
                   VALUE "BATCH WINDOW TREND WEEK TO ".
           05  HDG-CYCLE-DATE      PIC 9(8).
           05  FILLER              PIC X(9)  VALUE "  WINDOW ".
           05  HDG-WINDOW-START    PIC 9(4).
           05  FILLER              PIC X(3)  VALUE " - ".
           05  HDG-WINDOW-END      PIC 9(4).
           05  FILLER              PIC X(23) VALUE SPACES.

       01  WS-TREND-COLUMN-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(16) VALUE "STEP".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE " WEEK".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE "PRIOR".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE "GROW%".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE "  END".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE "MARGN".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(18) VALUE "NOTE".
           05  FILLER              PIC X(7)  VALUE SPACES.

       01  WS-TREND-UNITS-LINE.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE " SECS".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE " SECS".
           05  FILLER              PIC X(16) VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE " MINS".
           05  FILLER              PIC X(27) VALUE SPACES.

       01  WS-TREND-DETAIL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-PROGRAM-ID      PIC X(16).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-RECENT-ED       PIC ZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-PRIOR-ED        PIC ZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-GROWTH-ED       PIC ----9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-END-HH          PIC 9(2).
           05  DTL-END-SEP         PIC X(1).
           05  DTL-END-MM          PIC 9(2).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-MARGIN-ED       PIC ----9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-NOTE            PIC X(18).
           05  FILLER              PIC X(7)  VALUE SPACES.

       01  WS-TREND-TOTAL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  TOT-LABEL           PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  TOT-COUNT-ED        PIC ZZZZ9.
           05  FILLER              PIC X(41) VALUE SPACES.

       01  WS-TREND-END-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(30)
                   VALUE "CHAIN LATEST END THIS WEEK".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  END-HH              PIC 9(2).
           05  FILLER              PIC X(1)  VALUE ":".
           05  END-MM              PIC 9(2).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(7)  VALUE "MARGIN ".
           05  END-MARGIN-ED       PIC ----9.
           05  FILLER              PIC X(5)  VALUE " MINS".
           05  FILLER              PIC X(22) VALUE SPACES.

       01  WS-BLANK-LINE           PIC X(80) VALUE SPACES.

      *    The weekly batch-window trend for operations, off the
      *    step history the nightly chain keeps.  Each step's nights
      *    of the last seven days (the newest night on each weekday)
      *    are set against its older nights: the average run time of
      *    each, the week's growth on the older average, the latest
      *    wall-clock time the step finished this week and how many
      *    minutes that left before the end of the batch window.  A
      *    step whose run time has grown by the growth limit or more
      *    is called out as growing, and one that finished inside the
      *    warning margin - or past the end of the window - is called
      *    out as near the end, so the steps that will push the chain
      *    out of its window are seen while there is still room.
      *    Nothing is updated, so the job can be run at any time
      *    outside the nightly cycle.
       PROCEDURE DIVISION.
           PERFORM 0020-READ-CYCLE-DATE.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0120-READ-WINDOW-CONTROL.
           PERFORM 0110-READ-HISTORY.
           IF WS-EOF-HST
               DISPLAY "BatchWindowTrend: STEPHIST.DAT is empty - "
                   "aborting"
               PERFORM 0900-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE HST-PROGRAM-ID TO WS-CURRENT-PROGRAM.
           PERFORM 0200-GATHER-HISTORY
               UNTIL WS-EOF-HST.
           PERFORM 0400-PRINT-STEP-LINE.
           PERFORM 0800-PRINT-REPORT-TOTALS.
           PERFORM 0900-CLOSE-FILES.
           DISPLAY "BatchWindowTrend: " WS-STEP-COUNT
               " steps reported, " WS-GROWING-COUNT " growing, "
               WS-NEAR-END-COUNT " near the end of the window".
           STOP RUN.

      *    The step history and the window control record are both
      *    mandatory - there is no trend without the one and no
      *    window to measure it against without the other.
       0100-OPEN-FILES.
           OPEN INPUT STEP-HISTORY-FILE.
           IF HST-FILE-MISSING
               DISPLAY "BatchWindowTrend: STEPHIST.DAT not found - "
                   "aborting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT WINDOW-CONTROL-FILE.
           IF WCT-FILE-MISSING
               DISPLAY "BatchWindowTrend: WINCTL.DAT not found - "
                   "aborting"
               CLOSE STEP-HISTORY-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT TREND-REPORT-FILE.

      *    Tonight's business cycle date ends the week reported on;
      *    the program only reads it.
       0020-READ-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE.
           IF CYC-FILE-MISSING
               DISPLAY "BatchWindowTrend: CYCLDATE.DAT not found - "
                   "aborting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CYCLE-DATE-FILE
               AT END
                   DISPLAY "BatchWindowTrend: CYCLDATE.DAT is empty - "
                       "aborting"
                   CLOSE CYCLE-DATE-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE CYCLE-DATE TO WS-CYCLE-DATE.
           CLOSE CYCLE-DATE-FILE.
           COMPUTE WS-CYCLE-INT =
               FUNCTION INTEGER-OF-DATE (WS-CYCLE-DATE).

       0110-READ-HISTORY.
           READ STEP-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-EOF-HST TO TRUE
           END-READ.

      *    A window control record that is missing or not numbers
      *    gives no window to judge against.
       0120-READ-WINDOW-CONTROL.
           READ WINDOW-CONTROL-FILE
               AT END
                   DISPLAY "BatchWindowTrend: WINCTL.DAT is empty - "
                       "aborting"
                   PERFORM 0900-CLOSE-FILES
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE WINDOW-CONTROL-FILE.
           IF WCT-WINDOW-START NOT NUMERIC
                   OR WCT-WINDOW-END NOT NUMERIC
                   OR WCT-MARGIN-MINUTES NOT NUMERIC
                   OR WCT-GROWTH-PCT NOT NUMERIC
               DISPLAY "BatchWindowTrend: WINCTL.DAT is not numeric "
                   "- aborting"
               PERFORM 0900-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WCT-WINDOW-START TO WS-CLOCK-HHMM HDG-WINDOW-START.
           COMPUTE WS-WINDOW-START-MIN = WS-HHMM-HH * 60 + WS-HHMM-MM.
           MOVE WCT-WINDOW-END TO WS-CLOCK-HHMM HDG-WINDOW-END.
           COMPUTE WS-WINDOW-END-MIN = WS-HHMM-HH * 60 + WS-HHMM-MM.
           COMPUTE WS-WINDOW-LENGTH =
               WS-WINDOW-END-MIN - WS-WINDOW-START-MIN.
           IF WS-WINDOW-LENGTH NOT > ZERO
               ADD 1440 TO WS-WINDOW-LENGTH
           END-IF.
           MOVE WCT-MARGIN-MINUTES TO WS-MARGIN-MINUTES.
           MOVE WCT-GROWTH-PCT     TO WS-GROWTH-LIMIT.
           MOVE WS-CYCLE-DATE TO HDG-CYCLE-DATE.
           WRITE TREND-REPORT-LINE FROM WS-TREND-HEADING-LINE.
           WRITE TREND-REPORT-LINE FROM WS-BLANK-LINE.
           WRITE TREND-REPORT-LINE FROM WS-TREND-COLUMN-LINE.
           WRITE TREND-REPORT-LINE FROM WS-TREND-UNITS-LINE.

       0200-GATHER-HISTORY.
           IF HST-PROGRAM-ID NOT = WS-CURRENT-PROGRAM
               PERFORM 0400-PRINT-STEP-LINE
               MOVE HST-PROGRAM-ID TO WS-CURRENT-PROGRAM
           END-IF.
           PERFORM 0210-SORT-HISTORY-NIGHT
               VARYING WS-NIGHT-SUB FROM 1 BY 1
               UNTIL WS-NIGHT-SUB > HST-NIGHT-COUNT.
           PERFORM 0110-READ-HISTORY.

      *    A night of the last seven days counts to this week, any
      *    older night to the prior weeks.  This week's end times
      *    are placed in the window as minutes after its start.
       0210-SORT-HISTORY-NIGHT.
           COMPUTE WS-NIGHT-INT =
               FUNCTION INTEGER-OF-DATE
                   (HST-CYCLE-DATE (WS-NIGHT-SUB)).
           COMPUTE WS-NIGHT-AGE = WS-CYCLE-INT - WS-NIGHT-INT.
           IF WS-NIGHT-AGE < 7
               ADD 1 TO WS-RECENT-NIGHTS
               ADD HST-ELAPSED-SECS (WS-NIGHT-SUB) TO WS-RECENT-SECS
               MOVE HST-END-TIME (WS-NIGHT-SUB) TO WS-CLOCK-TIME
               COMPUTE WS-END-OFFSET = WS-CLOCK-HH * 60
                   + WS-CLOCK-MM - WS-WINDOW-START-MIN
               IF WS-END-OFFSET < ZERO
                   ADD 1440 TO WS-END-OFFSET
               END-IF
               IF WS-END-OFFSET > WS-LATEST-OFFSET
                   MOVE WS-END-OFFSET TO WS-LATEST-OFFSET
                   MOVE WS-CLOCK-TIME TO WS-LATEST-END-TIME
               END-IF
           ELSE
               ADD 1 TO WS-PRIOR-NIGHTS
               ADD HST-ELAPSED-SECS (WS-NIGHT-SUB) TO WS-PRIOR-SECS
           END-IF.

      *    One line per step.  A step that did not run this week
      *    has nothing to trend and says so; one with no older
      *    nights has no growth to show.
       0400-PRINT-STEP-LINE.
           ADD 1 TO WS-STEP-COUNT.
           MOVE SPACES TO WS-TREND-DETAIL-LINE.
           MOVE WS-CURRENT-PROGRAM TO DTL-PROGRAM-ID.
           MOVE "N" TO WS-GROWING-SW.
           MOVE ZERO TO WS-PRIOR-AVERAGE.
           IF WS-PRIOR-NIGHTS > ZERO
               COMPUTE WS-PRIOR-AVERAGE ROUNDED =
                   WS-PRIOR-SECS / WS-PRIOR-NIGHTS
               MOVE WS-PRIOR-AVERAGE TO DTL-PRIOR-ED
           END-IF.
           IF WS-RECENT-NIGHTS = ZERO
               MOVE "NOT RUN THIS WEEK" TO DTL-NOTE
           ELSE
               PERFORM 0410-JUDGE-STEP-TREND
           END-IF.
           WRITE TREND-REPORT-LINE FROM WS-TREND-DETAIL-LINE.
           MOVE ZERO TO WS-RECENT-NIGHTS WS-RECENT-SECS
                        WS-PRIOR-NIGHTS WS-PRIOR-SECS
                        WS-LATEST-END-TIME.
           MOVE -1 TO WS-LATEST-OFFSET.

       0410-JUDGE-STEP-TREND.
           COMPUTE WS-RECENT-AVERAGE ROUNDED =
               WS-RECENT-SECS / WS-RECENT-NIGHTS.
           MOVE WS-RECENT-AVERAGE TO DTL-RECENT-ED.
           IF WS-PRIOR-AVERAGE > ZERO
               COMPUTE WS-GROWTH-PCT ROUNDED =
                   (WS-RECENT-AVERAGE - WS-PRIOR-AVERAGE) * 100
                   / WS-PRIOR-AVERAGE
               IF WS-GROWTH-PCT > 9999
                   MOVE 9999 TO DTL-GROWTH-ED
               ELSE
                   MOVE WS-GROWTH-PCT TO DTL-GROWTH-ED
               END-IF
               IF WS-GROWTH-PCT NOT < WS-GROWTH-LIMIT
                   SET WS-STEP-GROWING TO TRUE
                   ADD 1 TO WS-GROWING-COUNT
               END-IF
           END-IF.
           MOVE WS-LATEST-END-TIME TO WS-CLOCK-TIME.
           MOVE WS-CLOCK-HH TO DTL-END-HH.
           MOVE ":"         TO DTL-END-SEP.
           MOVE WS-CLOCK-MM TO DTL-END-MM.
           COMPUTE WS-MARGIN = WS-WINDOW-LENGTH - WS-LATEST-OFFSET.
           MOVE WS-MARGIN TO DTL-MARGIN-ED.
           IF WS-LATEST-OFFSET > WS-CHAIN-OFFSET
               MOVE WS-LATEST-OFFSET   TO WS-CHAIN-OFFSET
               MOVE WS-LATEST-END-TIME TO WS-CHAIN-END-TIME
           END-IF.
           IF WS-MARGIN < WS-MARGIN-MINUTES
               ADD 1 TO WS-NEAR-END-COUNT
           END-IF.
           EVALUATE TRUE
               WHEN WS-MARGIN < ZERO
                   MOVE "PAST WINDOW END" TO DTL-NOTE
               WHEN WS-MARGIN < WS-MARGIN-MINUTES
                       AND WS-STEP-GROWING
                   MOVE "GROWING - NEAR END" TO DTL-NOTE
               WHEN WS-MARGIN < WS-MARGIN-MINUTES
                   MOVE "NEAR WINDOW END" TO DTL-NOTE
               WHEN WS-STEP-GROWING
                   MOVE "GROWING" TO DTL-NOTE
               WHEN OTHER
                   MOVE SPACES TO DTL-NOTE
           END-EVALUATE.

       0800-PRINT-REPORT-TOTALS.
           WRITE TREND-REPORT-LINE FROM WS-BLANK-LINE.
           MOVE "STEPS REPORTED" TO TOT-LABEL.
           MOVE WS-STEP-COUNT TO TOT-COUNT-ED.
           WRITE TREND-REPORT-LINE FROM WS-TREND-TOTAL-LINE.
           MOVE "STEPS GROWING" TO TOT-LABEL.
           MOVE WS-GROWING-COUNT TO TOT-COUNT-ED.
           WRITE TREND-REPORT-LINE FROM WS-TREND-TOTAL-LINE.
           MOVE "STEPS NEAR THE WINDOW END" TO TOT-LABEL.
           MOVE WS-NEAR-END-COUNT TO TOT-COUNT-ED.
           WRITE TREND-REPORT-LINE FROM WS-TREND-TOTAL-LINE.
           IF WS-CHAIN-OFFSET NOT < ZERO
               MOVE WS-CHAIN-END-TIME TO WS-CLOCK-TIME
               MOVE WS-CLOCK-HH TO END-HH
               MOVE WS-CLOCK-MM TO END-MM
               COMPUTE END-MARGIN-ED =
                   WS-WINDOW-LENGTH - WS-CHAIN-OFFSET
               WRITE TREND-REPORT-LINE FROM WS-TREND-END-LINE
           END-IF.

       0900-CLOSE-FILES.
           CLOSE STEP-HISTORY-FILE
                 TREND-REPORT-FILE.
