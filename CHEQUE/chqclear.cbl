       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChequeClear.
       AUTHOR. Alexandre ELISABETH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT RESTRICTION-FILE
               ASSIGN TO ACCTRST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RST-ACCT-NUMBER
               FILE STATUS IS WS-RST-STATUS.

           SELECT CHEQUE-REGISTER-FILE
               ASSIGN TO CHQREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-KEY
               FILE STATUS IS WS-CHQ-STATUS.

           SELECT PRESENTED-CHEQUE-FILE
               ASSIGN TO CHQPRES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRS-STATUS.

           SELECT CHEQUE-BATCH-FILE
               ASSIGN TO CHQRAW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAT-STATUS.

           SELECT CHEQUE-RETURN-FILE
               ASSIGN TO CHQRTN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.

           SELECT CLEARING-REPORT-FILE
               ASSIGN TO CHQRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

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

           SELECT RUN-STATS-FILE
               ASSIGN TO RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTMAST.

       FD  RESTRICTION-FILE.
           COPY RESTREC.

       FD  CHEQUE-REGISTER-FILE.
           COPY CHQREC.

      *    The bank's inward presentment: our own H/T envelope
      *    discipline around one line per cheque drawn on us - the
      *    drawer's account, the serial off the leaf, the amount in
      *    centimes and the bank's item reference, which every
      *    return has to echo so the bank can match it back.
       FD  PRESENTED-CHEQUE-FILE.
       01  PRESENTED-CHEQUE-RECORD PIC X(80).

      *    The paid cheques go out as an enveloped batch under the
      *    CHQ branch - the shape StandingOrderGen produces for STO -
      *    one D debit per cheque on the drawer's account, so the
      *    front edit and the posting run treat them like any other
      *    day's work.
       FD  CHEQUE-BATCH-FILE.
       01  CHEQUE-BATCH-LINE       PIC X(22).

      *    Cheques refused go back to the bank in the envelope the
      *    clearing extract uses: header naming this shop and the
      *    cycle date, one line per return carrying the presented
      *    item back with our reason code, trailer declaring the
      *    count and the amount hash in centimes.
       FD  CHEQUE-RETURN-FILE.
       01  CHEQUE-RETURN-LINE      PIC X(80).

       FD  CLEARING-REPORT-FILE.
       01  CLEARING-REPORT-LINE    PIC X(80).

       FD  CYCLE-DATE-FILE.
           COPY CYCLCTL.

       FD  RUN-CONTROL-FILE.
           COPY RUNREC.

       FD  STEP-PERMIT-FILE.
           COPY STEPPERM.

       FD  RUN-STATS-FILE.
           COPY STATREC.

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
       01  WS-STEP-START-STAMP PIC X(14) VALUE SPACES.

       01  WS-ACCT-STATUS PIC XX.
           88  ACCT-OK            VALUE "00".
           88  ACCT-NOT-FOUND     VALUE "23".
           88  ACCT-FILE-MISSING  VALUE "35".
       01  WS-RST-STATUS PIC XX.
           88  RST-FILE-MISSING   VALUE "35".
       01  WS-CHQ-STATUS PIC XX.
           88  CHQ-FILE-MISSING   VALUE "35".
       01  WS-PRS-STATUS PIC XX.
           88  PRS-FILE-MISSING   VALUE "35".
       01  WS-BAT-STATUS PIC XX.
       01  WS-RTN-STATUS PIC XX.
       01  WS-RPT-STATUS PIC XX.
       01  WS-STATS-STATUS PIC XX.
           88  STATS-FILE-MISSING VALUE "35".

       01  WS-EOF-PRS-SW PIC X VALUE "N".
           88  WS-EOF-PRS         VALUE "Y".
       01  WS-TRAILER-SEEN-SW PIC X VALUE "N".
           88  WS-TRAILER-SEEN    VALUE "Y".

      *    Each presented record is inspected through the REDEFINES
      *    view its type byte says it is.
       01  WS-PRESENTED-IMAGE      PIC X(80).
       01  WS-PRESENTED-HEADER REDEFINES WS-PRESENTED-IMAGE.
           05  PRH-TYPE            PIC X(1).
               88  PRH-IS-HEADER   VALUE "H".
           05  PRH-BANK-ID         PIC X(8).
           05  PRH-PRESENT-DATE    PIC X(8).
           05  FILLER              PIC X(63).
       01  WS-PRESENTED-TRAILER REDEFINES WS-PRESENTED-IMAGE.
           05  PRT-TYPE            PIC X(1).
               88  PRT-IS-TRAILER  VALUE "T".
           05  PRT-DECL-COUNT      PIC 9(7).
           05  PRT-DECL-AMOUNT     PIC 9(13).
           05  FILLER              PIC X(59).
       01  WS-PRESENTED-DETAIL REDEFINES WS-PRESENTED-IMAGE.
           05  PRD-ACCT-NUMBER     PIC 9(6).
           05  PRD-SERIAL          PIC 9(8).
           05  PRD-AMOUNT          PIC 9(7)V99.
           05  PRD-BANK-REF        PIC X(12).
           05  FILLER              PIC X(45).
       01  WS-PRESENTED-DETAIL-X REDEFINES WS-PRESENTED-IMAGE.
           05  PRX-ACCT-NUMBER     PIC X(6).
           05  PRX-SERIAL          PIC X(8).
           05  PRX-AMOUNT          PIC X(9).
           05  FILLER              PIC X(57).

      *    Envelope proof on the first pass: what the bank's trailer
      *    declares against what its details actually total.  A
      *    break fails the step before a single leaf is marked paid.
       01  WS-DECL-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-DECL-HASH        PIC 9(13) COMP-3 VALUE ZERO.
       01  WS-CALC-COUNT       PIC 9(7) BINARY VALUE ZERO.
       01  WS-CALC-HASH        PIC 9(13) COMP-3 VALUE ZERO.

      *    Why a cheque goes back, the codes the bank files them
      *    under: FORM malformed item, NOAC no such account, INAC
      *    account closed or dormant, BLKD debits blocked by a
      *    restriction in force, UNIS serial never issued on the
      *    account, PAID serial already paid, STOP payment stopped.
       01  WS-RETURN-REASON    PIC X(4) VALUE SPACES.
       01  WS-RETURN-TEXT      PIC X(32) VALUE SPACES.

       01  WS-TRANS-OUT.
           05  OUT-ACCT-NUMBER     PIC 9(6).
           05  OUT-TRANS-TYPE      PIC X(1).
           05  OUT-AMOUNT          PIC 9(7)V99.
           05  OUT-CONTRA          PIC 9(6).

       01  WS-BATCH-HEADER-OUT.
           05  FILLER              PIC X(1) VALUE "H".
           05  FILLER              PIC X(4) VALUE "CHQ ".
           05  FILLER              PIC X(17) VALUE SPACES.

       01  WS-BATCH-TRAILER-OUT.
           05  FILLER              PIC X(1) VALUE "T".
           05  TRL-COUNT           PIC 9(7).
           05  TRL-AMOUNT          PIC 9(13).
           05  FILLER              PIC X(1) VALUE SPACE.

       01  WS-RETURN-HEADER-OUT.
           05  FILLER              PIC X(1) VALUE "H".
           05  FILLER              PIC X(8) VALUE "PRODBANK".
           05  RHD-CYCLE-DATE      PIC 9(8).
           05  FILLER              PIC X(63) VALUE SPACES.

       01  WS-RETURN-DETAIL-OUT.
           05  RTD-ACCT-NUMBER     PIC X(6).
           05  RTD-SERIAL          PIC X(8).
           05  RTD-AMOUNT          PIC X(9).
           05  RTD-BANK-REF        PIC X(12).
           05  RTD-REASON-CODE     PIC X(4).
           05  FILLER              PIC X(41) VALUE SPACES.

       01  WS-RETURN-TRAILER-OUT.
           05  FILLER              PIC X(1) VALUE "T".
           05  RTT-COUNT           PIC 9(7).
           05  RTT-AMOUNT          PIC 9(13).
           05  FILLER              PIC X(59) VALUE SPACES.

       01  WS-PRESENTED-COUNT PIC 9(7) BINARY VALUE ZERO.
       01  WS-PAID-COUNT      PIC 9(7) BINARY VALUE ZERO.
       01  WS-RETURNED-COUNT  PIC 9(7) BINARY VALUE ZERO.
       01  WS-PAID-HASH       PIC 9(13) COMP-3 VALUE ZERO.
       01  WS-RETURNED-HASH   PIC 9(13) COMP-3 VALUE ZERO.
       01  WS-PAID-TOTAL      PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-RETURNED-TOTAL  PIC 9(11)V99 COMP-3 VALUE ZERO.

       01  WS-CYCLE-HEADING-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(11) VALUE "CYCLE DATE ".
           05  HDG-CYCLE-DATE      PIC 9(8).
           05  FILLER              PIC X(59) VALUE SPACES.

       01  WS-REPORT-DETAIL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-ACCT-NUMBER     PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-SERIAL          PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-AMOUNT-ED       PIC ZZZZZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-DISPOSITION     PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-REASON-CODE     PIC X(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-REASON-TEXT     PIC X(32).

       01  WS-REPORT-TOTAL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-TOT-LABEL       PIC X(24).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-TOT-COUNT-ED    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-TOT-AMOUNT-ED   PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(27) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-STEP-START-STAMP.
           PERFORM 0020-READ-CYCLE-DATE.
           PERFORM 0025-CHECK-PRIOR-RUN.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0150-PROVE-PRESENTMENT.
           PERFORM 0160-WRITE-ENVELOPE-HEADERS.
           PERFORM 0110-READ-PRESENTED.
           IF PRH-IS-HEADER
               PERFORM 0110-READ-PRESENTED
           END-IF.
           PERFORM 0200-CLEAR-CHEQUE
               UNTIL WS-EOF-PRS OR WS-TRAILER-SEEN.
           PERFORM 0500-WRITE-ENVELOPE-TRAILERS.
           PERFORM 0800-PRINT-REPORT-TOTALS.
           PERFORM 0900-CLOSE-FILES.
           PERFORM 9100-RECORD-CYCLE-RUN.
           PERFORM 9200-WRITE-RUN-STATS.
           DISPLAY "ChequeClear: " WS-PAID-COUNT " cheques paid, "
               WS-RETURNED-COUNT " returned to the bank".
           STOP RUN.

      *    The presentment is the mandatory driver - an absent file
      *    must not quietly send the front edit an empty batch and
      *    the bank an empty return that both look like a night on
      *    which nobody wrote a cheque.  An absent register only
      *    means no book has been issued yet; it is created empty
      *    and every cheque presented against it goes back unissued.
       0100-OPEN-FILES.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF ACCT-FILE-MISSING
               DISPLAY "ChequeClear: ACCTMAST.DAT not found - "
                   "aborting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PRESENTED-CHEQUE-FILE.
           IF PRS-FILE-MISSING
               DISPLAY "ChequeClear: CHQPRES.DAT not found - "
                   "aborting"
               CLOSE ACCOUNT-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT RESTRICTION-FILE.
           IF RST-FILE-MISSING
               OPEN OUTPUT RESTRICTION-FILE
               CLOSE RESTRICTION-FILE
               OPEN INPUT RESTRICTION-FILE
           END-IF.
           OPEN I-O CHEQUE-REGISTER-FILE.
           IF CHQ-FILE-MISSING
               OPEN OUTPUT CHEQUE-REGISTER-FILE
               CLOSE CHEQUE-REGISTER-FILE
               OPEN I-O CHEQUE-REGISTER-FILE
           END-IF.
           OPEN OUTPUT CHEQUE-BATCH-FILE.
           OPEN OUTPUT CHEQUE-RETURN-FILE.
           OPEN OUTPUT CLEARING-REPORT-FILE.
           MOVE WS-CYCLE-DATE TO HDG-CYCLE-DATE.
           WRITE CLEARING-REPORT-LINE FROM WS-CYCLE-HEADING-LINE.

      *    Tonight's business cycle date, set by operations and
      *    validated by CycleOpen at the top of the night: it stamps
      *    every report heading and register change this program
      *    writes, and drives the double-run check below.
       0020-READ-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE.
           IF CYC-FILE-MISSING
               DISPLAY "ChequeClear: CYCLDATE.DAT not found - "
                   "aborting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CYCLE-DATE-FILE
               AT END
                   DISPLAY "ChequeClear: CYCLDATE.DAT is empty - "
                       "aborting"
                   CLOSE CYCLE-DATE-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE CYCLE-DATE TO WS-CYCLE-DATE.
           MOVE CYCLE-OVERRIDE-FLAG TO WS-CYCLE-OVERRIDE-SW.
           CLOSE CYCLE-DATE-FILE.

      *    A completion record for this program against tonight's
      *    cycle date means the step already ran - rerunning it
      *    would find every cheque it paid already paid and send
      *    the whole presentment back to the bank as duplicates, so
      *    the rerun is refused unless the operator override flag
      *    is set in the cycle control record.
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
                   DISPLAY "ChequeClear: cycle " WS-CYCLE-DATE
                       " already completed - stepping over "
                       "under cycle-restart permit"
                   STOP RUN
               END-IF
               DISPLAY "ChequeClear: cycle " WS-CYCLE-DATE
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
                   IF RUN-PROGRAM-ID = "ChequeClear"
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
                   IF PRM-PROGRAM-ID = "ChequeClear"
                           AND PRM-CYCLE-DATE = WS-CYCLE-DATE
                       SET WS-STEP-PERMITTED TO TRUE
                   END-IF
           END-READ.

       9100-RECORD-CYCLE-RUN.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF RUN-FILE-MISSING
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           MOVE "ChequeClear" TO RUN-PROGRAM-ID.
           MOVE WS-CYCLE-DATE TO RUN-CYCLE-DATE.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

      *    The step's own counts go to the shared run-statistics
      *    file as it completes, for the end-of-cycle balancing step
      *    to cross-check against the rest of the night.
       9200-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE.
           IF STATS-FILE-MISSING
               OPEN OUTPUT RUN-STATS-FILE
           END-IF.
           MOVE "ChequeClear" TO STAT-PROGRAM-ID.
           MOVE WS-CYCLE-DATE TO STAT-CYCLE-DATE.
           MOVE WS-STEP-START-STAMP TO STAT-START-STAMP.
           MOVE FUNCTION CURRENT-DATE (1:14) TO STAT-END-STAMP.
           MOVE WS-PRESENTED-COUNT TO STAT-READ-COUNT.
           MOVE WS-PAID-COUNT TO STAT-ACCEPTED-COUNT.
           MOVE WS-RETURNED-COUNT TO STAT-REJECTED-COUNT.
           MOVE WS-PAID-COUNT TO STAT-WRITTEN-COUNT.
           WRITE RUN-STATS-RECORD.
           CLOSE RUN-STATS-FILE.

       0110-READ-PRESENTED.
           MOVE SPACES TO WS-PRESENTED-IMAGE.
           READ PRESENTED-CHEQUE-FILE INTO WS-PRESENTED-IMAGE
               AT END
                   SET WS-EOF-PRS TO TRUE
           END-READ.

      *    First pass over the presentment, before a single leaf is
      *    touched: the bank's trailer has to answer for the details
      *    actually on the file.  A short or altered file fails the
      *    step outright - paying half a presentment and returning
      *    nothing for the rest would leave the bank and the register
      *    disagreeing about cheques neither side can see.  The file
      *    is then reopened for the clearing pass proper.
       0150-PROVE-PRESENTMENT.
           PERFORM 0110-READ-PRESENTED.
           PERFORM 0155-PROVE-ONE-RECORD
               UNTIL WS-EOF-PRS OR WS-TRAILER-SEEN.
           IF NOT WS-TRAILER-SEEN
                   OR PRT-DECL-COUNT IS NOT NUMERIC
                   OR PRT-DECL-AMOUNT IS NOT NUMERIC
               DISPLAY "ChequeClear: CHQPRES has no valid T trailer "
                   "- aborting"
               PERFORM 0900-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PRT-DECL-COUNT  TO WS-DECL-COUNT.
           MOVE PRT-DECL-AMOUNT TO WS-DECL-HASH.
           IF WS-DECL-COUNT NOT = WS-CALC-COUNT
                   OR WS-DECL-HASH NOT = WS-CALC-HASH
               DISPLAY "ChequeClear: CHQPRES envelope does not "
                   "answer for its own details - aborting"
               PERFORM 0900-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE PRESENTED-CHEQUE-FILE.
           MOVE "N" TO WS-EOF-PRS-SW.
           MOVE "N" TO WS-TRAILER-SEEN-SW.
           OPEN INPUT PRESENTED-CHEQUE-FILE.

       0155-PROVE-ONE-RECORD.
           EVALUATE TRUE
               WHEN PRH-IS-HEADER
                   CONTINUE
               WHEN PRT-IS-TRAILER
                   SET WS-TRAILER-SEEN TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-CALC-COUNT
                   IF PRD-AMOUNT IS NUMERIC
                       COMPUTE WS-CALC-HASH =
                           WS-CALC-HASH + PRD-AMOUNT * 100
                   END-IF
           END-EVALUATE.
           IF NOT WS-TRAILER-SEEN
               PERFORM 0110-READ-PRESENTED
           END-IF.

       0160-WRITE-ENVELOPE-HEADERS.
           WRITE CHEQUE-BATCH-LINE FROM WS-BATCH-HEADER-OUT.
           MOVE WS-CYCLE-DATE TO RHD-CYCLE-DATE.
           WRITE CHEQUE-RETURN-LINE FROM WS-RETURN-HEADER-OUT.

      *    One presented cheque: the item has to parse, the drawer's
      *    account has to be able to take a debit tonight, and the
      *    leaf has to be issued and still unpaid.  The account-level
      *    gates are proved here, not left to the front edit - one
      *    cheque on a frozen account would otherwise hold the whole
      *    CHQ batch, and the bank needs its answer the same night.
       0200-CLEAR-CHEQUE.
           IF PRT-IS-TRAILER
               SET WS-TRAILER-SEEN TO TRUE
           ELSE
               PERFORM 0210-CLEAR-ONE-CHEQUE
               PERFORM 0110-READ-PRESENTED
           END-IF.

       0210-CLEAR-ONE-CHEQUE.
           ADD 1 TO WS-PRESENTED-COUNT.
           MOVE SPACES TO WS-RETURN-REASON.
           EVALUATE TRUE
               WHEN PRD-ACCT-NUMBER IS NOT NUMERIC
                       OR PRD-SERIAL IS NOT NUMERIC
                       OR PRD-AMOUNT IS NOT NUMERIC
                   MOVE "FORM" TO WS-RETURN-REASON
                   MOVE "Item malformed" TO WS-RETURN-TEXT
               WHEN PRD-AMOUNT = ZERO
                   MOVE "FORM" TO WS-RETURN-REASON
                   MOVE "Item amount zero" TO WS-RETURN-TEXT
               WHEN OTHER
                   PERFORM 0220-CHECK-ACCOUNT
           END-EVALUATE.
           IF WS-RETURN-REASON = SPACES
               PERFORM 0240-CHECK-REGISTER
           END-IF.
           IF WS-RETURN-REASON = SPACES
               PERFORM 0300-PAY-CHEQUE
           ELSE
               PERFORM 0400-RETURN-CHEQUE
           END-IF.

       0220-CHECK-ACCOUNT.
           MOVE PRD-ACCT-NUMBER TO ACCT-NUMBER.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE "NOAC" TO WS-RETURN-REASON
                   MOVE "No such account" TO WS-RETURN-TEXT
               NOT INVALID KEY
                   IF NOT ACCT-ACTIVE
                       MOVE "INAC" TO WS-RETURN-REASON
                       MOVE "Account closed or dormant"
                           TO WS-RETURN-TEXT
                   END-IF
           END-READ.
           IF WS-RETURN-REASON = SPACES
               PERFORM 0230-CHECK-RESTRICTION
           END-IF.

      *    The same restriction gate TransEdit applies: a hold still
      *    in force that blocks the account's debits, or freezes it
      *    outright, sends the cheque back.
       0230-CHECK-RESTRICTION.
           MOVE PRD-ACCT-NUMBER TO RST-ACCT-NUMBER.
           READ RESTRICTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RST-EXPIRY-DATE >= WS-CYCLE-DATE
                           AND (RST-DEBITS-BLOCKED OR RST-FULL-FREEZE)
                       MOVE "BLKD" TO WS-RETURN-REASON
                       MOVE "Debits blocked on account"
                           TO WS-RETURN-TEXT
                   END-IF
           END-READ.

      *    The serial-level gate: the leaf must be on the register
      *    under the drawer's account, issued and neither paid nor
      *    stopped.  A serial presented twice in the same file is
      *    caught here too, because the first one was marked paid
      *    the moment it cleared.
       0240-CHECK-REGISTER.
           MOVE PRD-ACCT-NUMBER TO CHQ-ACCT-NUMBER.
           MOVE PRD-SERIAL      TO CHQ-SERIAL.
           READ CHEQUE-REGISTER-FILE
               INVALID KEY
                   MOVE "UNIS" TO WS-RETURN-REASON
                   MOVE "Serial not issued on account"
                       TO WS-RETURN-TEXT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CHQ-PAID
                           MOVE "PAID" TO WS-RETURN-REASON
                           MOVE "Cheque already paid"
                               TO WS-RETURN-TEXT
                       WHEN CHQ-STOPPED
                           MOVE "STOP" TO WS-RETURN-REASON
                           MOVE "Payment stopped by drawer"
                               TO WS-RETURN-TEXT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      *    A good cheque is marked paid on its leaf and goes out as a
      *    D debit on the drawer's account.  The funds check stays
      *    where it has always been, in the posting run.
       0300-PAY-CHEQUE.
           SET CHQ-PAID TO TRUE.
           MOVE WS-CYCLE-DATE TO CHQ-STATUS-DATE.
           MOVE PRD-AMOUNT    TO CHQ-PAID-AMOUNT.
           REWRITE CHEQUE-REGISTER-RECORD.
           MOVE PRD-ACCT-NUMBER TO OUT-ACCT-NUMBER.
           MOVE "D"             TO OUT-TRANS-TYPE.
           MOVE PRD-AMOUNT      TO OUT-AMOUNT.
           MOVE ZERO            TO OUT-CONTRA.
           WRITE CHEQUE-BATCH-LINE FROM WS-TRANS-OUT.
           ADD 1 TO WS-PAID-COUNT.
           ADD PRD-AMOUNT TO WS-PAID-TOTAL.
           COMPUTE WS-PAID-HASH =
               WS-PAID-HASH + PRD-AMOUNT * 100.
           MOVE "PAID"     TO RPT-DISPOSITION.
           MOVE SPACES     TO RPT-REASON-CODE.
           MOVE SPACES     TO RPT-REASON-TEXT.
           PERFORM 0450-WRITE-REPORT-DETAIL.

       0400-RETURN-CHEQUE.
           MOVE PRX-ACCT-NUMBER  TO RTD-ACCT-NUMBER.
           MOVE PRX-SERIAL       TO RTD-SERIAL.
           MOVE PRX-AMOUNT       TO RTD-AMOUNT.
           MOVE PRD-BANK-REF     TO RTD-BANK-REF.
           MOVE WS-RETURN-REASON TO RTD-REASON-CODE.
           WRITE CHEQUE-RETURN-LINE FROM WS-RETURN-DETAIL-OUT.
           ADD 1 TO WS-RETURNED-COUNT.
           IF PRD-AMOUNT IS NUMERIC
               ADD PRD-AMOUNT TO WS-RETURNED-TOTAL
               COMPUTE WS-RETURNED-HASH =
                   WS-RETURNED-HASH + PRD-AMOUNT * 100
           END-IF.
           MOVE "RETURNED"       TO RPT-DISPOSITION.
           MOVE WS-RETURN-REASON TO RPT-REASON-CODE.
           MOVE WS-RETURN-TEXT   TO RPT-REASON-TEXT.
           PERFORM 0450-WRITE-REPORT-DETAIL.

       0450-WRITE-REPORT-DETAIL.
           MOVE PRX-ACCT-NUMBER TO RPT-ACCT-NUMBER.
           MOVE PRX-SERIAL      TO RPT-SERIAL.
           IF PRD-AMOUNT IS NUMERIC
               MOVE PRD-AMOUNT  TO RPT-AMOUNT-ED
           ELSE
               MOVE ZERO        TO RPT-AMOUNT-ED
           END-IF.
           WRITE CLEARING-REPORT-LINE FROM WS-REPORT-DETAIL-LINE.

       0500-WRITE-ENVELOPE-TRAILERS.
           MOVE WS-PAID-COUNT    TO TRL-COUNT.
           MOVE WS-PAID-HASH     TO TRL-AMOUNT.
           WRITE CHEQUE-BATCH-LINE FROM WS-BATCH-TRAILER-OUT.
           MOVE WS-RETURNED-COUNT TO RTT-COUNT.
           MOVE WS-RETURNED-HASH  TO RTT-AMOUNT.
           WRITE CHEQUE-RETURN-LINE FROM WS-RETURN-TRAILER-OUT.

       0800-PRINT-REPORT-TOTALS.
           MOVE "CHEQUES PRESENTED"    TO RPT-TOT-LABEL.
           MOVE WS-PRESENTED-COUNT     TO RPT-TOT-COUNT-ED.
           COMPUTE RPT-TOT-AMOUNT-ED =
               WS-PAID-TOTAL + WS-RETURNED-TOTAL.
           WRITE CLEARING-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "CHEQUES PAID"         TO RPT-TOT-LABEL.
           MOVE WS-PAID-COUNT          TO RPT-TOT-COUNT-ED.
           MOVE WS-PAID-TOTAL          TO RPT-TOT-AMOUNT-ED.
           WRITE CLEARING-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           MOVE "CHEQUES RETURNED"     TO RPT-TOT-LABEL.
           MOVE WS-RETURNED-COUNT      TO RPT-TOT-COUNT-ED.
           MOVE WS-RETURNED-TOTAL      TO RPT-TOT-AMOUNT-ED.
           WRITE CLEARING-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

       0900-CLOSE-FILES.
           CLOSE ACCOUNT-MASTER-FILE
                 RESTRICTION-FILE
                 CHEQUE-REGISTER-FILE
                 PRESENTED-CHEQUE-FILE
                 CHEQUE-BATCH-FILE
                 CHEQUE-RETURN-FILE
                 CLEARING-REPORT-FILE.
