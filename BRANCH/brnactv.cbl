       IDENTIFICATION DIVISION.
       PROGRAM-ID. BranchActivity.
       AUTHOR. Alexandre ELISABETH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTING-LOG-FILE
               ASSIGN TO POSTLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT SUSPENSE-FILE
               ASSIGN TO SUSPENSE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT BRANCH-MASTER-FILE
               ASSIGN TO BRNMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BRN-CODE
               FILE STATUS IS WS-BRN-STATUS.

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

           SELECT BRANCH-REPORT-FILE
               ASSIGN TO BRNRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    POSTLOG comes back in exactly the shape PostTransactions
      *    wrote it - the amounts are the house-standard edited
      *    pictures, read here as plain characters and de-edited with
      *    FUNCTION NUMVAL before any arithmetic.
       FD  POSTING-LOG-FILE.
       01  LOG-INPUT-RECORD.
           05  LGI-ACCT-NUMBER     PIC X(6).
           05  FILLER              PIC X(2).
           05  LGI-OLD-BALANCE     PIC X(12).
           05  FILLER              PIC X(2).
           05  LGI-TRANS-TYPE      PIC X(1).
               88  LGI-IS-DEBIT    VALUE "D".
               88  LGI-IS-CREDIT   VALUE "C".
           05  FILLER              PIC X(1).
           05  LGI-AMOUNT          PIC X(12).
           05  FILLER              PIC X(2).
           05  LGI-NEW-BALANCE     PIC X(12).
           05  FILLER              PIC X(2).
           05  LGI-SOURCE          PIC X(4).
           05  FILLER              PIC X(2).
           05  LGI-ORIGIN          PIC X(4).
           05  FILLER              PIC X(1).
           05  LGI-POST-KIND       PIC X(1).
               88  LGI-TRANSFER-LEG VALUE "T".
               88  LGI-NSF-FEE      VALUE "F".
           05  FILLER              PIC X(2).
           05  LGI-CURRENCY        PIC X(3).
           05  FILLER              PIC X(2).
           05  LGI-BASE-AMOUNT     PIC X(14).
           05  FILLER              PIC X(2).
           05  LGI-SPREAD-AMOUNT   PIC X(14).

       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       FD  BRANCH-MASTER-FILE.
           COPY BRNREC.

       FD  CYCLE-DATE-FILE.
           COPY CYCLCTL.

       FD  RUN-CONTROL-FILE.
           COPY RUNREC.

       FD  STEP-PERMIT-FILE.
           COPY STEPPERM.

       FD  BRANCH-REPORT-FILE.
       01  BRANCH-REPORT-LINE      PIC X(80).

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

       01  WS-LOG-STATUS PIC XX.
           88  LOG-FILE-MISSING   VALUE "35".
       01  WS-SUSP-STATUS PIC XX.
           88  SUSP-FILE-MISSING  VALUE "35".
       01  WS-BRN-STATUS PIC XX.
           88  BRN-FILE-MISSING   VALUE "35".
       01  WS-RPT-STATUS PIC XX.

       01  WS-EOF-LOG-SW PIC X VALUE "N".
           88  WS-EOF-LOG         VALUE "Y".
       01  WS-EOF-SUSP-SW PIC X VALUE "N".
           88  WS-EOF-SUSP        VALUE "Y".
       01  WS-EOF-BRN-SW PIC X VALUE "N".
           88  WS-EOF-BRN         VALUE "Y".

      *    A suspended posting-run item carries the transaction as
      *    the posting run read it - the branch and the amount are
      *    picked out of the image through this view.
       01  WS-SUSPENDED-TRANS.
           05  SPT-ACCT-NUMBER     PIC X(6).
           05  SPT-TYPE            PIC X(1).
           05  SPT-AMOUNT          PIC 9(7)V99.
           05  SPT-CONTRA-ACCT     PIC X(6).
           05  SPT-SOURCE          PIC X(4).
           05  FILLER              PIC X(54).

      *    The five lines every branch is reported on, in print
      *    order; the activity subscript below names the line a
      *    posting is tallied to.
       01  WS-ACTIVITY-NAMES.
           05  FILLER              PIC X(12) VALUE "CREDITS".
           05  FILLER              PIC X(12) VALUE "DEBITS".
           05  FILLER              PIC X(12) VALUE "TRANSFERS".
           05  FILLER              PIC X(12) VALUE "NSF REJECTS".
           05  FILLER              PIC X(12) VALUE "NSF FEES".
       01  WS-ACTIVITY-NAME-TABLE REDEFINES WS-ACTIVITY-NAMES.
           05  ACT-NAME            PIC X(12) OCCURS 5 TIMES.
       01  WS-ACTIVITY-MAX PIC 9(1) COMP VALUE 5.
       01  WS-ACT-SUB      PIC 9(1) COMP VALUE ZERO.

      *    Totals by posting source, built as POSTLOG and the
      *    suspense file are read: one entry per distinct branch
      *    code with a count and amount for each of the five
      *    activities.  The reported switch marks the entries the
      *    branch master walk has printed, so whatever is left over
      *    is a source no branch answers for.
       01  WS-SOURCE-MAX   PIC 9(3) COMP VALUE 200.
       01  WS-SOURCE-COUNT PIC 9(3) COMP VALUE ZERO.
       01  WS-SOURCE-SUB   PIC 9(3) COMP VALUE ZERO.
       01  WS-SOURCE-HIT   PIC 9(3) COMP VALUE ZERO.
       01  WS-SOURCE-TABLE.
           05  WS-SOURCE-ENTRY OCCURS 200 TIMES.
               10  SRC-CODE        PIC X(4).
               10  SRC-REPORTED-SW PIC X(1).
                   88  SRC-REPORTED VALUE "Y".
               10  SRC-ACTIVITY OCCURS 5 TIMES.
                   15  SRC-COUNT   PIC 9(7) COMP-3.
                   15  SRC-AMOUNT  PIC 9(11)V99 COMP-3.

       01  WS-ALL-SOURCES.
           05  ALL-ACTIVITY OCCURS 5 TIMES.
               10  ALL-COUNT       PIC 9(7) COMP-3.
               10  ALL-AMOUNT      PIC 9(11)V99 COMP-3.

       01  WS-TALLY-CODE   PIC X(4) VALUE SPACES.
       01  WS-TALLY-ACT    PIC 9(1) COMP VALUE ZERO.
       01  WS-TALLY-AMOUNT PIC 9(9)V99 COMP-3 VALUE ZERO.

       01  WS-LOG-COUNT      PIC 9(7) BINARY VALUE ZERO.
       01  WS-NSF-COUNT      PIC 9(7) BINARY VALUE ZERO.
       01  WS-BRANCH-COUNT   PIC 9(7) BINARY VALUE ZERO.
       01  WS-OTHER-COUNT    PIC 9(7) BINARY VALUE ZERO.

       01  WS-CYCLE-HEADING-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(11) VALUE "CYCLE DATE ".
           05  HDG-CYCLE-DATE      PIC 9(8).
           05  FILLER              PIC X(59) VALUE SPACES.

      *    Each branch opens with its own heading - the name, cost
      *    centre and cut-off the branch master holds - and its five
      *    activity lines follow underneath.
       01  WS-BRANCH-HEADING-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(7)  VALUE "BRANCH ".
           05  BHD-CODE            PIC X(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  BHD-NAME            PIC X(24).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  BHD-CC-LABEL        PIC X(3).
           05  BHD-COST-CENTRE     PIC X(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  BHD-CUTOFF-LABEL    PIC X(8).
           05  BHD-CUTOFF-TIME     PIC X(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  BHD-STATUS          PIC X(6).
           05  FILLER              PIC X(10) VALUE SPACES.

       01  WS-ACTIVITY-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  ACL-NAME            PIC X(12).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  ACL-COUNT-ED        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  ACL-AMOUNT-ED       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(36) VALUE SPACES.

       01  WS-REPORT-TOTAL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-TOT-LABEL       PIC X(28).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-TOT-COUNT-ED    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(41) VALUE SPACES.

      *    Each branch's own numbers for the night, the ones branch
      *    managers used to have worked out from POSTLOG by hand:
      *    credits, debits and transfers posted under the branch's
      *    code, the debits the posting run bounced for insufficient
      *    funds, and the NSF fees those bounces drew.  Branches
      *    print in branch master order; a closed branch with nothing
      *    to show is left off.  Generated work no branch answers for
      *    (accruals, reversals) prints after the branches, and the
      *    whole night's totals close the report.  Nothing is
      *    updated.
       PROCEDURE DIVISION.
           PERFORM 0020-READ-CYCLE-DATE.
           PERFORM 0025-CHECK-PRIOR-RUN.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0110-READ-POSTING-LOG.
           PERFORM 0200-TALLY-POSTING
               UNTIL WS-EOF-LOG.
           PERFORM 0300-TALLY-NSF-REJECTS.
           PERFORM 0120-READ-BRANCH.
           PERFORM 0400-REPORT-BRANCH
               UNTIL WS-EOF-BRN.
           PERFORM 0500-REPORT-OTHER-SOURCE
               VARYING WS-SOURCE-SUB FROM 1 BY 1
               UNTIL WS-SOURCE-SUB > WS-SOURCE-COUNT.
           PERFORM 0800-PRINT-REPORT-TOTALS.
           PERFORM 0900-CLOSE-FILES.
           PERFORM 9100-RECORD-CYCLE-RUN.
           DISPLAY "BranchActivity: " WS-BRANCH-COUNT
               " branches reported, " WS-LOG-COUNT
               " posting lines read".
           STOP RUN.

      *    POSTLOG and the branch master are mandatory - a report off
      *    a missing log would show every branch idle, and one off a
      *    missing master would show no branch at all.  The suspense
      *    file only exists once something has been refused, so an
      *    absent one simply means no bounces to report.
       0100-OPEN-FILES.
           OPEN INPUT POSTING-LOG-FILE.
           IF LOG-FILE-MISSING
               DISPLAY "BranchActivity: POSTLOG.DAT not found - "
                   "aborting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT BRANCH-MASTER-FILE.
           IF BRN-FILE-MISSING
               DISPLAY "BranchActivity: BRNMAST.DAT not found - "
                   "aborting"
               CLOSE POSTING-LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT BRANCH-REPORT-FILE.
           MOVE WS-CYCLE-DATE TO HDG-CYCLE-DATE.
           WRITE BRANCH-REPORT-LINE FROM WS-CYCLE-HEADING-LINE.
           INITIALIZE WS-SOURCE-TABLE
                      WS-ALL-SOURCES.

      *    Tonight's business cycle date, set by operations and
      *    validated by CycleOpen at the top of the night: it stamps
      *    the report heading, picks tonight's posting rejects off
      *    the suspense file, and drives the double-run check below.
       0020-READ-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE.
           IF CYC-FILE-MISSING
               DISPLAY "BranchActivity: CYCLDATE.DAT not found - "
                   "aborting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CYCLE-DATE-FILE
               AT END
                   DISPLAY "BranchActivity: CYCLDATE.DAT is empty - "
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
               PERFORM 0027-CHECK-STEP-PERMIT
               IF WS-STEP-PERMITTED
                   DISPLAY "BranchActivity: cycle " WS-CYCLE-DATE
                       " already completed - stepping over "
                       "under cycle-restart permit"
                   STOP RUN
               END-IF
               DISPLAY "BranchActivity: cycle " WS-CYCLE-DATE
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
                   IF RUN-PROGRAM-ID = "BranchActivity"
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
                   IF PRM-PROGRAM-ID = "BranchActivity"
                           AND PRM-CYCLE-DATE = WS-CYCLE-DATE
                       SET WS-STEP-PERMITTED TO TRUE
                   END-IF
           END-READ.

       9100-RECORD-CYCLE-RUN.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF RUN-FILE-MISSING
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           MOVE "BranchActivity" TO RUN-PROGRAM-ID.
           MOVE WS-CYCLE-DATE TO RUN-CYCLE-DATE.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.


       0110-READ-POSTING-LOG.
           READ POSTING-LOG-FILE
               AT END
                   SET WS-EOF-LOG TO TRUE
           END-READ.

       0120-READ-BRANCH.
           READ BRANCH-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF-BRN TO TRUE
           END-READ.

      *    An ordinary posting counts to its source as a credit or a
      *    debit.  A transfer reaches the log as its C and D legs
      *    under the one source, so it is counted once, on its D leg.
      *    An NSF fee is logged under FEE for the ledger, but belongs
      *    to the branch whose debit bounced, which the log carries
      *    as the line's origin.  Every amount is tallied at its base
      *    currency equivalent so a branch's totals add up across
      *    the currencies its accounts are kept in.
       0200-TALLY-POSTING.
           ADD 1 TO WS-LOG-COUNT.
           COMPUTE WS-TALLY-AMOUNT =
               FUNCTION NUMVAL(LGI-BASE-AMOUNT).
           MOVE LGI-SOURCE TO WS-TALLY-CODE.
           MOVE ZERO TO WS-TALLY-ACT.
           EVALUATE TRUE
               WHEN LGI-NSF-FEE
                   MOVE LGI-ORIGIN TO WS-TALLY-CODE
                   MOVE 5 TO WS-TALLY-ACT
               WHEN LGI-TRANSFER-LEG
                   IF LGI-IS-DEBIT
                       MOVE 3 TO WS-TALLY-ACT
                   END-IF
               WHEN LGI-IS-CREDIT
                   MOVE 1 TO WS-TALLY-ACT
               WHEN LGI-IS-DEBIT
                   MOVE 2 TO WS-TALLY-ACT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-TALLY-ACT > ZERO
               PERFORM 0250-ADD-TO-SOURCE
           END-IF.
           PERFORM 0110-READ-POSTING-LOG.

      *    The branch's entry, opened on its first movement of the
      *    night.  A night with more distinct sources than the table
      *    holds stops rather than print a short report.
       0250-ADD-TO-SOURCE.
           MOVE ZERO TO WS-SOURCE-HIT.
           PERFORM 0260-MATCH-SOURCE-ENTRY
               VARYING WS-SOURCE-SUB FROM 1 BY 1
               UNTIL WS-SOURCE-SUB > WS-SOURCE-COUNT
                  OR WS-SOURCE-HIT > ZERO.
           IF WS-SOURCE-HIT = ZERO
               IF WS-SOURCE-COUNT >= WS-SOURCE-MAX
                   DISPLAY "BranchActivity: more than "
                       WS-SOURCE-MAX " posting sources - aborting"
                   PERFORM 0900-CLOSE-FILES
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SOURCE-COUNT
               MOVE WS-SOURCE-COUNT TO WS-SOURCE-HIT
               MOVE WS-TALLY-CODE TO SRC-CODE (WS-SOURCE-HIT)
           END-IF.
           ADD 1 TO SRC-COUNT (WS-SOURCE-HIT WS-TALLY-ACT)
                    ALL-COUNT (WS-TALLY-ACT).
           ADD WS-TALLY-AMOUNT
               TO SRC-AMOUNT (WS-SOURCE-HIT WS-TALLY-ACT)
                  ALL-AMOUNT (WS-TALLY-ACT).

       0260-MATCH-SOURCE-ENTRY.
           IF SRC-CODE (WS-SOURCE-SUB) = WS-TALLY-CODE
               MOVE WS-SOURCE-SUB TO WS-SOURCE-HIT
           END-IF.

      *    The bounces never reach POSTLOG - the posting run sends
      *    them to the central suspense file under NSF1 - so they are
      *    picked off there: tonight's, from the posting run, the
      *    branch and amount read out of the suspended image.
       0300-TALLY-NSF-REJECTS.
           OPEN INPUT SUSPENSE-FILE.
           IF NOT SUSP-FILE-MISSING
               PERFORM 0310-READ-SUSPENSE
               PERFORM 0320-JUDGE-SUSPENSE-ITEM
                   UNTIL WS-EOF-SUSP
               CLOSE SUSPENSE-FILE
           END-IF.

       0310-READ-SUSPENSE.
           READ SUSPENSE-FILE
               AT END
                   SET WS-EOF-SUSP TO TRUE
           END-READ.

       0320-JUDGE-SUSPENSE-ITEM.
           IF SUSP-SOURCE-PROGRAM = "PostTransactions"
                   AND SUSP-REASON-CODE = "NSF1"
                   AND SUSP-CYCLE-DATE = WS-CYCLE-DATE
               MOVE SUSP-RECORD-IMAGE TO WS-SUSPENDED-TRANS
               ADD 1 TO WS-NSF-COUNT
               MOVE SPT-SOURCE TO WS-TALLY-CODE
               MOVE 4 TO WS-TALLY-ACT
               IF SPT-AMOUNT IS NUMERIC
                   MOVE SPT-AMOUNT TO WS-TALLY-AMOUNT
               ELSE
                   MOVE ZERO TO WS-TALLY-AMOUNT
               END-IF
               PERFORM 0250-ADD-TO-SOURCE
           END-IF.
           PERFORM 0310-READ-SUSPENSE.

       0400-REPORT-BRANCH.
           MOVE BRN-CODE TO WS-TALLY-CODE.
           MOVE ZERO TO WS-SOURCE-HIT.
           PERFORM 0260-MATCH-SOURCE-ENTRY
               VARYING WS-SOURCE-SUB FROM 1 BY 1
               UNTIL WS-SOURCE-SUB > WS-SOURCE-COUNT
                  OR WS-SOURCE-HIT > ZERO.
           IF BRN-OPEN OR WS-SOURCE-HIT > ZERO
               ADD 1 TO WS-BRANCH-COUNT
               MOVE BRN-CODE        TO BHD-CODE
               MOVE BRN-NAME        TO BHD-NAME
               MOVE "CC "           TO BHD-CC-LABEL
               MOVE BRN-COST-CENTRE TO BHD-COST-CENTRE
               MOVE "CUT-OFF "      TO BHD-CUTOFF-LABEL
               MOVE BRN-CUTOFF-TIME TO BHD-CUTOFF-TIME
               IF BRN-OPEN
                   MOVE "OPEN"      TO BHD-STATUS
               ELSE
                   MOVE "CLOSED"    TO BHD-STATUS
               END-IF
               WRITE BRANCH-REPORT-LINE FROM WS-BRANCH-HEADING-LINE
               PERFORM 0450-PRINT-SOURCE-ACTIVITY
           END-IF.
           PERFORM 0120-READ-BRANCH.

      *    The five activity lines for the entry in hand - zeros
      *    throughout for a branch that did nothing tonight.
       0450-PRINT-SOURCE-ACTIVITY.
           PERFORM 0460-PRINT-ACTIVITY-LINE
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > WS-ACTIVITY-MAX.
           IF WS-SOURCE-HIT > ZERO
               MOVE "Y" TO SRC-REPORTED-SW (WS-SOURCE-HIT)
           END-IF.

       0460-PRINT-ACTIVITY-LINE.
           MOVE ACT-NAME (WS-ACT-SUB) TO ACL-NAME.
           IF WS-SOURCE-HIT > ZERO
               MOVE SRC-COUNT (WS-SOURCE-HIT WS-ACT-SUB)
                   TO ACL-COUNT-ED
               MOVE SRC-AMOUNT (WS-SOURCE-HIT WS-ACT-SUB)
                   TO ACL-AMOUNT-ED
           ELSE
               MOVE ZERO TO ACL-COUNT-ED
                            ACL-AMOUNT-ED
           END-IF.
           WRITE BRANCH-REPORT-LINE FROM WS-ACTIVITY-LINE.

      *    Anything tallied that no branch master row printed:
      *    generated work under ACR or BAK, or a code that was on
      *    the master when it posted but has since been taken off.
       0500-REPORT-OTHER-SOURCE.
           IF NOT SRC-REPORTED (WS-SOURCE-SUB)
               ADD 1 TO WS-OTHER-COUNT
               MOVE WS-SOURCE-SUB          TO WS-SOURCE-HIT
               MOVE SRC-CODE (WS-SOURCE-HIT) TO BHD-CODE
               MOVE "NOT ON BRANCH MASTER" TO BHD-NAME
               MOVE SPACES TO BHD-CC-LABEL
                              BHD-COST-CENTRE
                              BHD-CUTOFF-LABEL
                              BHD-CUTOFF-TIME
                              BHD-STATUS
               WRITE BRANCH-REPORT-LINE FROM WS-BRANCH-HEADING-LINE
               PERFORM 0450-PRINT-SOURCE-ACTIVITY
           END-IF.

      *    The whole night across every source, so the report foots
      *    to the posting log and the night's NSF bounces.
       0800-PRINT-REPORT-TOTALS.
           MOVE "ALL "                 TO BHD-CODE.
           MOVE "ALL POSTING SOURCES"  TO BHD-NAME.
           MOVE SPACES TO BHD-CC-LABEL
                          BHD-COST-CENTRE
                          BHD-CUTOFF-LABEL
                          BHD-CUTOFF-TIME
                          BHD-STATUS.
           WRITE BRANCH-REPORT-LINE FROM WS-BRANCH-HEADING-LINE.
           PERFORM 0810-PRINT-ALL-ACTIVITY-LINE
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > WS-ACTIVITY-MAX.

           MOVE "POSTING LINES READ"      TO RPT-TOT-LABEL.
           MOVE WS-LOG-COUNT              TO RPT-TOT-COUNT-ED.
           WRITE BRANCH-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "NSF REJECTS READ"        TO RPT-TOT-LABEL.
           MOVE WS-NSF-COUNT              TO RPT-TOT-COUNT-ED.
           WRITE BRANCH-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "BRANCHES REPORTED"       TO RPT-TOT-LABEL.
           MOVE WS-BRANCH-COUNT           TO RPT-TOT-COUNT-ED.
           WRITE BRANCH-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "OTHER SOURCES REPORTED"  TO RPT-TOT-LABEL.
           MOVE WS-OTHER-COUNT            TO RPT-TOT-COUNT-ED.
           WRITE BRANCH-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

       0810-PRINT-ALL-ACTIVITY-LINE.
           MOVE ACT-NAME (WS-ACT-SUB)   TO ACL-NAME.
           MOVE ALL-COUNT (WS-ACT-SUB)  TO ACL-COUNT-ED.
           MOVE ALL-AMOUNT (WS-ACT-SUB) TO ACL-AMOUNT-ED.
           WRITE BRANCH-REPORT-LINE FROM WS-ACTIVITY-LINE.

       0900-CLOSE-FILES.
           CLOSE POSTING-LOG-FILE
                 BRANCH-MASTER-FILE
                 BRANCH-REPORT-FILE.
