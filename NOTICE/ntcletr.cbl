       IDENTIFICATION DIVISION.
       PROGRAM-ID. NoticeLetters.
       AUTHOR. Alexandre ELISABETH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTICE-FILE
               ASSIGN TO NOTICE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTC-STATUS.

           SELECT NOTICE-KEEP-FILE
               ASSIGN TO NOTCNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.

           SELECT LETTER-TEMPLATE-FILE
               ASSIGN TO LTRTMPL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TPL-STATUS.

           SELECT CUSTOMER-DEMOG-FILE
               ASSIGN TO CUSTDEMO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEM-ACCT-NUMBER
               FILE STATUS IS WS-DEM-STATUS.

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

           SELECT LETTER-FILE
               ASSIGN TO LETTERS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTR-STATUS.

           SELECT NOTICE-EXCEPTION-FILE
               ASSIGN TO NTCEXCP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTICE-FILE.
           COPY NOTCREC.

       FD  NOTICE-KEEP-FILE.
       01  NOTICE-KEEP-RECORD      PIC X(82).

      *    The wording of every letter, kept as data so customer
      *    service can reword a letter without a program change: one
      *    line per printed line, grouped by event type in print
      *    order.  A line with a field code prints the event's own
      *    value after its text - AMT the event amount, PAMT the
      *    prior amount, DATE the event date, DETL the detail, ACCT
      *    the account number, CYCL the date the event was raised.
       FD  LETTER-TEMPLATE-FILE.
       01  LETTER-TEMPLATE-RECORD.
           05  LTM-EVENT-TYPE      PIC X(4).
           05  LTM-FIELD-CODE      PIC X(4).
           05  LTM-TEXT            PIC X(50).

       FD  CUSTOMER-DEMOG-FILE.
           COPY DEMOREC.

       FD  CYCLE-DATE-FILE.
           COPY CYCLCTL.

       FD  RUN-CONTROL-FILE.
           COPY RUNREC.

       FD  STEP-PERMIT-FILE.
           COPY STEPPERM.

       FD  LETTER-FILE.
       01  LETTER-LINE             PIC X(80).

       FD  NOTICE-EXCEPTION-FILE.
       01  NOTICE-EXCEPTION-LINE   PIC X(80).

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

       01  WS-NTC-STATUS PIC XX.
           88  NTC-FILE-MISSING   VALUE "35".
       01  WS-KEEP-STATUS PIC XX.
       01  WS-TPL-STATUS PIC XX.
           88  TPL-FILE-MISSING   VALUE "35".
       01  WS-DEM-STATUS PIC XX.
           88  DEM-FILE-MISSING   VALUE "35".
       01  WS-LTR-STATUS PIC XX.
       01  WS-EXC-STATUS PIC XX.

       01  WS-EOF-NTC-SW PIC X VALUE "N".
           88  WS-EOF-NTC         VALUE "Y".
       01  WS-EOF-KEEP-SW PIC X VALUE "N".
           88  WS-EOF-KEEP        VALUE "Y".
       01  WS-EOF-TPL-SW PIC X VALUE "N".
           88  WS-EOF-TPL         VALUE "Y".
       01  WS-NOTICE-OPEN-SW PIC X VALUE "N".
           88  WS-NOTICE-OPEN     VALUE "Y".

      *    What became of the event in hand: a letter, or the reason
      *    it could not have one yet.
       01  WS-EVENT-OUTCOME PIC X(1) VALUE SPACE.
           88  WS-OUTCOME-PRINTED     VALUE "P".
           88  WS-OUTCOME-NO-DEMOG    VALUE "D".
           88  WS-OUTCOME-NO-ADDRESS  VALUE "A".
           88  WS-OUTCOME-NO-TEMPLATE VALUE "T".

      *    The letter templates are tabled up front - a handful of
      *    lines per event type - so the bound is generous and an
      *    overfull file aborts loudly rather than print letters
      *    with their endings cut off.
       01  WS-TPL-MAX      PIC 9(4) COMP VALUE 200.
       01  WS-TPL-COUNT    PIC 9(4) COMP VALUE ZERO.
       01  WS-TPL-SUB      PIC 9(4) COMP VALUE ZERO.
       01  WS-TPL-HIT      PIC 9(4) COMP VALUE ZERO.
       01  WS-TEMPLATE-TABLE.
           05  WS-TPL-ENTRY OCCURS 200 TIMES.
               10  TPL-EVENT-TYPE  PIC X(4).
               10  TPL-FIELD-CODE  PIC X(4).
               10  TPL-TEXT        PIC X(50).

      *    An event the letters cannot go out for yet - no address
      *    on file, or no wording for its type - is carried to the
      *    next run so a corrected address still gets its letter;
      *    past the keep limit it is dropped and said to be.
       01  WS-KEEP-DAYS    PIC 9(3) VALUE 30.
       01  WS-CYCLE-INT    PIC 9(8) BINARY VALUE ZERO.
       01  WS-EVENT-INT    PIC 9(8) BINARY VALUE ZERO.
       01  WS-EVENT-AGE    PIC 9(5) VALUE ZERO.

       01  WS-FIELD-VALUE  PIC X(20) VALUE SPACES.
       01  WS-VALUE-EDITS.
           COPY SIGNFMT
               REPLACING ==RPT-SIGNED-AMOUNT== BY ==VAL-AMOUNT-ED==.

       01  WS-EVENT-COUNT      PIC 9(7) BINARY VALUE ZERO.
       01  WS-LETTER-COUNT     PIC 9(7) BINARY VALUE ZERO.
       01  WS-NO-DEMOG-COUNT   PIC 9(7) BINARY VALUE ZERO.
       01  WS-NO-ADDRESS-COUNT PIC 9(7) BINARY VALUE ZERO.
       01  WS-NO-TEMPLATE-COUNT PIC 9(7) BINARY VALUE ZERO.
       01  WS-KEPT-COUNT       PIC 9(7) BINARY VALUE ZERO.
       01  WS-DROPPED-COUNT    PIC 9(7) BINARY VALUE ZERO.

       01  WS-CYCLE-HEADING-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(11) VALUE "CYCLE DATE ".
           05  HDG-CYCLE-DATE      PIC 9(8).
           05  FILLER              PIC X(59) VALUE SPACES.

      *    Each letter opens on a rule so the mail room can split the
      *    run, then the mailing identity laid out the way the
      *    statement prints it, then the account and the date.
       01  WS-LETTER-RULE-LINE     PIC X(80) VALUE ALL "-".

       01  WS-ADDRESS-NAME-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  ADR-FULL-NAME       PIC X(30).
           05  FILLER              PIC X(46) VALUE SPACES.

       01  WS-ADDRESS-TEXT-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  ADR-TEXT            PIC X(30).
           05  FILLER              PIC X(46) VALUE SPACES.

       01  WS-ADDRESS-CITY-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  ADR-CITY            PIC X(20).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  ADR-POSTAL-CODE     PIC X(8).
           05  FILLER              PIC X(47) VALUE SPACES.

       01  WS-LETTER-REF-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE "ACCOUNT ".
           05  REF-ACCT-NUMBER     PIC 9(6).
           05  FILLER              PIC X(32) VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE "DATE ".
           05  REF-LETTER-DATE     PIC 9(8).
           05  FILLER              PIC X(17) VALUE SPACES.

       01  WS-LETTER-TEXT-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  TXT-TEXT            PIC X(50).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  TXT-VALUE           PIC X(20).
           05  FILLER              PIC X(5)  VALUE SPACES.

       01  WS-BLANK-LINE           PIC X(80) VALUE SPACES.

      *    One line per event with no letter tonight: the account,
      *    the event and who raised it when, why it has no letter,
      *    and whether it waits for the next run or was dropped.
       01  WS-EXCEPTION-DETAIL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  EXD-ACCT-NUMBER     PIC 9(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  EXD-EVENT-TYPE      PIC X(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  EXD-SOURCE          PIC X(16).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  EXD-CYCLE-DATE      PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  EXD-REASON          PIC X(22).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  EXD-DISPOSITION     PIC X(7).
           05  FILLER              PIC X(5)  VALUE SPACES.

       01  WS-REPORT-TOTAL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-TOT-LABEL       PIC X(28).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-TOT-COUNT-ED    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(41) VALUE SPACES.

      *    The nightly letter run.  Every event the posting run,
      *    the dormancy sweep, account maintenance and the bank
      *    return run left on the shared notice file is merged with
      *    the account's mailing identity on the demographic master
      *    and printed as one letter in its type's wording from the
      *    template file.  An event with no usable address - no
      *    demographic record, or one without a name, a first
      *    address line and a city or postal code - or with no
      *    wording for its type goes on the exceptions list and is
      *    kept for the next run until it ages past the keep limit.
      *    The notice file is then rewritten with only the kept
      *    events, the way the suspense repair run rewrites the
      *    suspense file, so every program that feeds it keeps
      *    working unchanged.
       PROCEDURE DIVISION.
           PERFORM 0020-READ-CYCLE-DATE.
           PERFORM 0025-CHECK-PRIOR-RUN.
           PERFORM 0100-OPEN-FILES.
           COMPUTE WS-CYCLE-INT =
               FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE).
           IF WS-NOTICE-OPEN
               PERFORM 0110-READ-NOTICE
               PERFORM 0200-PROCESS-EVENT
                   UNTIL WS-EOF-NTC
               CLOSE NOTICE-FILE
                     NOTICE-KEEP-FILE
               PERFORM 0500-REBUILD-NOTICE
           END-IF.
           PERFORM 0800-PRINT-EXCEPTION-TOTALS.
           PERFORM 0900-CLOSE-FILES.
           PERFORM 9100-RECORD-CYCLE-RUN.
           DISPLAY "NoticeLetters: " WS-LETTER-COUNT
               " letters printed from " WS-EVENT-COUNT
               " notice events".
           IF WS-KEPT-COUNT > ZERO OR WS-DROPPED-COUNT > ZERO
               DISPLAY "NoticeLetters: " WS-KEPT-COUNT
                   " events held for the next run, "
                   WS-DROPPED-COUNT " dropped - see exceptions"
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    The templates and the demographic master are mandatory -
      *    a run with no wording or no addresses would send every
      *    event to the exceptions list.  The notice file only
      *    exists once something has been raised, so an absent one
      *    simply means no letters tonight.
       0100-OPEN-FILES.
           OPEN INPUT LETTER-TEMPLATE-FILE.
           IF TPL-FILE-MISSING
               DISPLAY "NoticeLetters: LTRTMPL.DAT not found - "
                   "aborting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-DEMOG-FILE.
           IF DEM-FILE-MISSING
               DISPLAY "NoticeLetters: CUSTDEMO.DAT not found - "
                   "aborting"
               CLOSE LETTER-TEMPLATE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0150-LOAD-TEMPLATE-TABLE.
           OPEN OUTPUT LETTER-FILE.
           OPEN OUTPUT NOTICE-EXCEPTION-FILE.
           MOVE WS-CYCLE-DATE TO HDG-CYCLE-DATE.
           WRITE NOTICE-EXCEPTION-LINE FROM WS-CYCLE-HEADING-LINE.
           OPEN INPUT NOTICE-FILE.
           IF NOT NTC-FILE-MISSING
               SET WS-NOTICE-OPEN TO TRUE
               OPEN OUTPUT NOTICE-KEEP-FILE
           END-IF.

       0150-LOAD-TEMPLATE-TABLE.
           PERFORM 0160-READ-TEMPLATE.
           PERFORM 0170-TABLE-TEMPLATE
               UNTIL WS-EOF-TPL.
           CLOSE LETTER-TEMPLATE-FILE.

       0160-READ-TEMPLATE.
           READ LETTER-TEMPLATE-FILE
               AT END
                   SET WS-EOF-TPL TO TRUE
           END-READ.

       0170-TABLE-TEMPLATE.
           IF WS-TPL-COUNT >= WS-TPL-MAX
               DISPLAY "NoticeLetters: more than " WS-TPL-MAX
                   " template lines - aborting"
               CLOSE LETTER-TEMPLATE-FILE
                     CUSTOMER-DEMOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-TPL-COUNT.
           MOVE LTM-EVENT-TYPE TO TPL-EVENT-TYPE (WS-TPL-COUNT).
           MOVE LTM-FIELD-CODE TO TPL-FIELD-CODE (WS-TPL-COUNT).
           MOVE LTM-TEXT       TO TPL-TEXT (WS-TPL-COUNT).
           PERFORM 0160-READ-TEMPLATE.

      *    Tonight's business cycle date, set by operations and
      *    validated by CycleOpen at the top of the night: it dates
      *    every letter, ages the events the letters could not yet go
      *    out for, and drives the double-run check below.
       0020-READ-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE.
           IF CYC-FILE-MISSING
               DISPLAY "NoticeLetters: CYCLDATE.DAT not found - "
                   "aborting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CYCLE-DATE-FILE
               AT END
                   DISPLAY "NoticeLetters: CYCLDATE.DAT is empty - "
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
      *    print tonight's letters a second time from a notice file
      *    the first run has already rewritten, so the rerun is
      *    refused unless the operator override flag is set in the
      *    cycle control record.
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
                   DISPLAY "NoticeLetters: cycle " WS-CYCLE-DATE
                       " already completed - stepping over "
                       "under cycle-restart permit"
                   STOP RUN
               END-IF
               DISPLAY "NoticeLetters: cycle " WS-CYCLE-DATE
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
                   IF RUN-PROGRAM-ID = "NoticeLetters"
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
                   IF PRM-PROGRAM-ID = "NoticeLetters"
                           AND PRM-CYCLE-DATE = WS-CYCLE-DATE
                       SET WS-STEP-PERMITTED TO TRUE
                   END-IF
           END-READ.

       9100-RECORD-CYCLE-RUN.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF RUN-FILE-MISSING
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           MOVE "NoticeLetters" TO RUN-PROGRAM-ID.
           MOVE WS-CYCLE-DATE TO RUN-CYCLE-DATE.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.


       0110-READ-NOTICE.
           READ NOTICE-FILE
               AT END
                   SET WS-EOF-NTC TO TRUE
           END-READ.

      *    The address is proved before the wording is looked for,
      *    so an event short of both is listed for the address -
      *    the one the branch has to chase.
       0200-PROCESS-EVENT.
           ADD 1 TO WS-EVENT-COUNT.
           MOVE NTC-ACCT-NUMBER TO DEM-ACCT-NUMBER.
           READ CUSTOMER-DEMOG-FILE
               INVALID KEY
                   SET WS-OUTCOME-NO-DEMOG TO TRUE
               NOT INVALID KEY
                   PERFORM 0210-JUDGE-ADDRESS
           END-READ.
           IF WS-OUTCOME-PRINTED
               PERFORM 0220-FIND-TEMPLATE
           END-IF.
           EVALUATE TRUE
               WHEN WS-OUTCOME-PRINTED
                   PERFORM 0300-PRINT-LETTER
               WHEN WS-OUTCOME-NO-DEMOG
                   ADD 1 TO WS-NO-DEMOG-COUNT
                   MOVE "NO DEMOGRAPHIC RECORD" TO EXD-REASON
                   PERFORM 0400-HOLD-EVENT
               WHEN WS-OUTCOME-NO-ADDRESS
                   ADD 1 TO WS-NO-ADDRESS-COUNT
                   MOVE "ADDRESS INCOMPLETE" TO EXD-REASON
                   PERFORM 0400-HOLD-EVENT
               WHEN WS-OUTCOME-NO-TEMPLATE
                   ADD 1 TO WS-NO-TEMPLATE-COUNT
                   MOVE "NO LETTER TEMPLATE" TO EXD-REASON
                   PERFORM 0400-HOLD-EVENT
           END-EVALUATE.
           PERFORM 0110-READ-NOTICE.

      *    A letter the post office can deliver needs a name, a first
      *    address line and at least one of the city and the postal
      *    code.
       0210-JUDGE-ADDRESS.
           IF DEM-FULL-NAME = SPACES
                   OR DEM-ADDR-LINE-1 = SPACES
                   OR (DEM-CITY = SPACES
                       AND DEM-POSTAL-CODE = SPACES)
               SET WS-OUTCOME-NO-ADDRESS TO TRUE
           ELSE
               SET WS-OUTCOME-PRINTED TO TRUE
           END-IF.

       0220-FIND-TEMPLATE.
           MOVE ZERO TO WS-TPL-HIT.
           PERFORM 0230-MATCH-TEMPLATE-TYPE
               VARYING WS-TPL-SUB FROM 1 BY 1
               UNTIL WS-TPL-SUB > WS-TPL-COUNT
                  OR WS-TPL-HIT > ZERO.
           IF WS-TPL-HIT = ZERO
               SET WS-OUTCOME-NO-TEMPLATE TO TRUE
           END-IF.

       0230-MATCH-TEMPLATE-TYPE.
           IF TPL-EVENT-TYPE (WS-TPL-SUB) = NTC-EVENT-TYPE
               MOVE WS-TPL-SUB TO WS-TPL-HIT
           END-IF.

       0300-PRINT-LETTER.
           ADD 1 TO WS-LETTER-COUNT.
           WRITE LETTER-LINE FROM WS-LETTER-RULE-LINE.
           MOVE DEM-FULL-NAME TO ADR-FULL-NAME.
           WRITE LETTER-LINE FROM WS-ADDRESS-NAME-LINE.
           MOVE DEM-ADDR-LINE-1 TO ADR-TEXT.
           WRITE LETTER-LINE FROM WS-ADDRESS-TEXT-LINE.
           IF DEM-ADDR-LINE-2 NOT = SPACES
               MOVE DEM-ADDR-LINE-2 TO ADR-TEXT
               WRITE LETTER-LINE FROM WS-ADDRESS-TEXT-LINE
           END-IF.
           MOVE DEM-CITY        TO ADR-CITY.
           MOVE DEM-POSTAL-CODE TO ADR-POSTAL-CODE.
           WRITE LETTER-LINE FROM WS-ADDRESS-CITY-LINE.
           WRITE LETTER-LINE FROM WS-BLANK-LINE.
           MOVE NTC-ACCT-NUMBER TO REF-ACCT-NUMBER.
           MOVE WS-CYCLE-DATE   TO REF-LETTER-DATE.
           WRITE LETTER-LINE FROM WS-LETTER-REF-LINE.
           WRITE LETTER-LINE FROM WS-BLANK-LINE.
           PERFORM 0310-PRINT-TEMPLATE-LINE
               VARYING WS-TPL-SUB FROM WS-TPL-HIT BY 1
               UNTIL WS-TPL-SUB > WS-TPL-COUNT.

       0310-PRINT-TEMPLATE-LINE.
           IF TPL-EVENT-TYPE (WS-TPL-SUB) = NTC-EVENT-TYPE
               PERFORM 0320-SET-FIELD-VALUE
               MOVE TPL-TEXT (WS-TPL-SUB) TO TXT-TEXT
               MOVE WS-FIELD-VALUE        TO TXT-VALUE
               WRITE LETTER-LINE FROM WS-LETTER-TEXT-LINE
           END-IF.

      *    An unknown field code prints the line's text alone rather
      *    than hold the letter.
       0320-SET-FIELD-VALUE.
           MOVE SPACES TO WS-FIELD-VALUE.
           EVALUATE TPL-FIELD-CODE (WS-TPL-SUB)
               WHEN "AMT "
                   MOVE NTC-AMOUNT       TO VAL-AMOUNT-ED
                   MOVE VAL-AMOUNT-ED    TO WS-FIELD-VALUE
               WHEN "PAMT"
                   MOVE NTC-PRIOR-AMOUNT TO VAL-AMOUNT-ED
                   MOVE VAL-AMOUNT-ED    TO WS-FIELD-VALUE
               WHEN "DATE"
                   MOVE NTC-EVENT-DATE   TO WS-FIELD-VALUE
               WHEN "DETL"
                   MOVE NTC-DETAIL       TO WS-FIELD-VALUE
               WHEN "ACCT"
                   MOVE NTC-ACCT-NUMBER  TO WS-FIELD-VALUE
               WHEN "CYCL"
                   MOVE NTC-CYCLE-DATE   TO WS-FIELD-VALUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Listed either way; kept for the next run while it is
      *    young enough to still be worth a letter.
       0400-HOLD-EVENT.
           COMPUTE WS-EVENT-INT =
               FUNCTION INTEGER-OF-DATE(NTC-CYCLE-DATE).
           COMPUTE WS-EVENT-AGE = WS-CYCLE-INT - WS-EVENT-INT.
           IF WS-EVENT-AGE > WS-KEEP-DAYS
               ADD 1 TO WS-DROPPED-COUNT
               MOVE "DROPPED" TO EXD-DISPOSITION
           ELSE
               ADD 1 TO WS-KEPT-COUNT
               WRITE NOTICE-KEEP-RECORD FROM NOTICE-EVENT-RECORD
               MOVE "KEPT" TO EXD-DISPOSITION
           END-IF.
           MOVE NTC-ACCT-NUMBER    TO EXD-ACCT-NUMBER.
           MOVE NTC-EVENT-TYPE     TO EXD-EVENT-TYPE.
           MOVE NTC-SOURCE-PROGRAM TO EXD-SOURCE.
           MOVE NTC-CYCLE-DATE     TO EXD-CYCLE-DATE.
           WRITE NOTICE-EXCEPTION-LINE FROM WS-EXCEPTION-DETAIL-LINE.

      *    Second pass: the kept events are copied back under the
      *    NOTICE name, so the file wakes up holding only what is
      *    still owed a letter.
       0500-REBUILD-NOTICE.
           OPEN INPUT NOTICE-KEEP-FILE.
           OPEN OUTPUT NOTICE-FILE.
           PERFORM 0510-READ-KEEP-RECORD.
           PERFORM 0520-COPY-KEEP-RECORD
               UNTIL WS-EOF-KEEP.
           CLOSE NOTICE-KEEP-FILE
                 NOTICE-FILE.

       0510-READ-KEEP-RECORD.
           READ NOTICE-KEEP-FILE
               AT END
                   SET WS-EOF-KEEP TO TRUE
           END-READ.

       0520-COPY-KEEP-RECORD.
           WRITE NOTICE-EVENT-RECORD FROM NOTICE-KEEP-RECORD.
           PERFORM 0510-READ-KEEP-RECORD.

       0800-PRINT-EXCEPTION-TOTALS.
           MOVE "NOTICE EVENTS READ"       TO RPT-TOT-LABEL.
           MOVE WS-EVENT-COUNT             TO RPT-TOT-COUNT-ED.
           WRITE NOTICE-EXCEPTION-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "LETTERS PRINTED"          TO RPT-TOT-LABEL.
           MOVE WS-LETTER-COUNT            TO RPT-TOT-COUNT-ED.
           WRITE NOTICE-EXCEPTION-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "NO DEMOGRAPHIC RECORD"    TO RPT-TOT-LABEL.
           MOVE WS-NO-DEMOG-COUNT          TO RPT-TOT-COUNT-ED.
           WRITE NOTICE-EXCEPTION-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "ADDRESS INCOMPLETE"       TO RPT-TOT-LABEL.
           MOVE WS-NO-ADDRESS-COUNT        TO RPT-TOT-COUNT-ED.
           WRITE NOTICE-EXCEPTION-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "NO LETTER TEMPLATE"       TO RPT-TOT-LABEL.
           MOVE WS-NO-TEMPLATE-COUNT       TO RPT-TOT-COUNT-ED.
           WRITE NOTICE-EXCEPTION-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "EVENTS KEPT FOR NEXT RUN" TO RPT-TOT-LABEL.
           MOVE WS-KEPT-COUNT              TO RPT-TOT-COUNT-ED.
           WRITE NOTICE-EXCEPTION-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "EVENTS DROPPED UNMAILED"  TO RPT-TOT-LABEL.
           MOVE WS-DROPPED-COUNT           TO RPT-TOT-COUNT-ED.
           WRITE NOTICE-EXCEPTION-LINE FROM WS-REPORT-TOTAL-LINE.

       0900-CLOSE-FILES.
           CLOSE CUSTOMER-DEMOG-FILE
                 LETTER-FILE
                 NOTICE-EXCEPTION-FILE.
