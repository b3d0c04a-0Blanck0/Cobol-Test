               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VCH-STATUS.

           SELECT LOAN-REPAYMENT-FILE
               ASSIGN TO LNREPAY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LRP-STATUS.

           SELECT DISPUTE-SETTLEMENT-FILE
               ASSIGN TO DSPSETL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DST-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    POSTLOG comes back in exactly the shape PostTransactions
           05  LGI-NEW-BALANCE     PIC X(12).
           05  FILLER              PIC X(2).
           05  LGI-SOURCE          PIC X(4).
           05  FILLER              PIC X(2).
           05  LGI-ORIGIN          PIC X(4).
           05  FILLER              PIC X(1).
           05  LGI-POST-KIND       PIC X(1).
           05  FILLER              PIC X(2).
           05  LGI-CURRENCY        PIC X(3).
           05  FILLER              PIC X(2).
           05  LGI-BASE-AMOUNT     PIC X(14).
           05  FILLER              PIC X(2).
           05  LGI-SPREAD-AMOUNT   PIC X(14).

      *    The GL mapping control file finance maintains: one row per
      *    posting source and type (branch code, ACR, FEE, BAK...),
      *    naming the debit-side and credit-side GL accounts and the
      *    journal description for that movement.  This table used to
      *    be four legs hardcoded in WORKING-STORAGE, and every chart
      *    change finance made meant a recompile here.  A row may
      *    also name a currency: postings to accounts held in that
      *    currency land on it, and its two GL accounts are held in
      *    the currency as well as in base.  A row without one - and
      *    every row cut before currencies existed - is a base row.
       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD.
           05  MAP-SOURCE          PIC X(4).
           05  MAP-DR-ACCOUNT      PIC 9(6).
           05  MAP-CR-ACCOUNT      PIC 9(6).
           05  MAP-DESCRIPTION     PIC X(20).
           05  MAP-CURRENCY        PIC X(3).

       FD  CYCLE-DATE-FILE.
           COPY CYCLCTL.
      *    Fixed-width journal interface record for the finance
      *    import: one line per journal leg, amounts unsigned with
      *    the leg carried in separate debit and credit columns the
      *    way the ledger wants them.  The amounts are always base
      *    currency; a leg to a foreign-currency GL account also
      *    carries the currency and the same leg in that currency,
      *    blank and zero on a base leg.
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  GLJ-CYCLE-DATE      PIC 9(8).
           05  GLJ-DESCRIPTION     PIC X(20).
           05  GLJ-DEBIT           PIC 9(11)V99.
           05  GLJ-CREDIT          PIC 9(11)V99.
           05  GLJ-CURRENCY        PIC X(3).
           05  GLJ-CCY-DEBIT       PIC 9(11)V99.
           05  GLJ-CCY-CREDIT      PIC 9(11)V99.

       FD  VOUCHER-FILE.
       01  VOUCHER-LINE            PIC X(80).

       FD  LOAN-REPAYMENT-FILE.
           COPY LNREPAY.

       FD  DISPUTE-SETTLEMENT-FILE.
           COPY DSPSETL.

       WORKING-STORAGE SECTION.
       01  WS-LOG-STATUS PIC XX.
           88  LOG-FILE-MISSING   VALUE "35".
       01  WS-CYCLE-OVERRIDE-SW PIC X VALUE "N".
           88  WS-CYCLE-OVERRIDE  VALUE "Y".
       01  WS-CYCLE-DATE PIC 9(8) VALUE ZERO.
       01  WS-STEP-START-STAMP PIC X(14) VALUE SPACES.

       01  WS-EOF-LOG-SW PIC X VALUE "N".
           88  WS-EOF-LOG         VALUE "Y".
       01  WS-EOF-MAP-SW PIC X VALUE "N".
           88  WS-EOF-MAP         VALUE "Y".

       01  WS-LRP-STATUS PIC XX.
           88  LRP-FILE-MISSING   VALUE "35".
       01  WS-EOF-LRP-SW PIC X VALUE "N".
           88  WS-EOF-LRP         VALUE "Y".

      *    A loan collection reaches POSTLOG as one LNS debit to the
      *    customer's account, but the ledger needs it split between
      *    the loan balance and interest earned.  The LNS debits are
      *    totalled here instead of mapped, and the posting run's
      *    repayment file supplies the split - principal through the
      *    LNP row, interest through the LNI row.  The split must add
      *    back to what POSTLOG says was collected, and a split with
      *    no row to land on, like any unmapped movement, holds the
      *    journal.
       01  WS-DST-STATUS PIC XX.
           88  DST-FILE-MISSING   VALUE "35".
       01  WS-EOF-DST-SW PIC X VALUE "N".
           88  WS-EOF-DST         VALUE "Y".

       01  WS-LOAN-POSTED     PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-LOAN-COLLECTED  PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-LOAN-UNMAPPED   PIC 9(7) BINARY VALUE ZERO.
       01  WS-LOAN-MAP-SOURCE PIC X(4) VALUE SPACES.
       01  WS-LOAN-MAP-AMOUNT PIC 9(11)V99 COMP-3 VALUE ZERO.

      *    A dispute award settled tonight moves no customer account -
      *    the customer already holds the money - so it never reaches
      *    POSTLOG.  DisputeGen's settlement file supplies it, and it
      *    is journaled through the DSW row, clearing the award from
      *    dispute suspense.  Those legs are over and above the log,
      *    so the release test adds the settled total to the recount.
       01  WS-DISPUTE-SETTLED PIC 9(11)V99 COMP-3 VALUE ZERO.

      *    The spread earned on a conversion rides on its debit leg
      *    in POSTLOG.  It is income over and above the two legs,
      *    journaled through the FXS row the same way a loan split
      *    is, and added to the recount like a dispute award.
       01  WS-SPREAD-AMOUNT   PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-CHECK-SPREAD    PIC 9(11)V99 COMP-3 VALUE ZERO.

       01  WS-LOG-COUNT       PIC 9(7) BINARY VALUE ZERO.
       01  WS-UNKNOWN-COUNT   PIC 9(7) BINARY VALUE ZERO.
       01  WS-PLACED-COUNT    PIC 9(7) BINARY VALUE ZERO.
       01  WS-JOURNAL-CR      PIC 9(11)V99 COMP-3 VALUE ZERO.

      *    The mapping rows as loaded, each with the running amount
      *    the night's postings put through it - in base, and on a
      *    currency row in the currency too.  A posting whose source,
      *    type and currency match no row counts as unmapped - and an
      *    unmapped movement holds the whole journal, so nothing can
      *    fall silently out of GLJRNL.
       01  WS-MAP-MAX   PIC 9(3) COMP VALUE 50.
               10  MAP-TBL-CR-ACCOUNT  PIC 9(6).
               10  MAP-TBL-DESCRIPTION PIC X(20).
               10  MAP-TBL-AMOUNT      PIC 9(11)V99 COMP-3.
               10  MAP-TBL-CURRENCY    PIC X(3).
               10  MAP-TBL-CCY-AMOUNT  PIC 9(11)V99 COMP-3.

      *    Independent recount of POSTLOG, taken on a second pass
      *    after the journal legs are built, so the release test
               10  LEG-DESCRIPTION PIC X(20).
               10  LEG-DEBIT       PIC 9(11)V99 COMP-3.
               10  LEG-CREDIT      PIC 9(11)V99 COMP-3.
               10  LEG-CURRENCY    PIC X(3).
               10  LEG-CCY-DEBIT   PIC 9(11)V99 COMP-3.
               10  LEG-CCY-CREDIT  PIC 9(11)V99 COMP-3.

       01  WS-CYCLE-HEADING-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  VCH-DR-ED           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  VCH-CR-ED           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  VCH-CURRENCY        PIC X(3).
           05  FILLER              PIC X(7)  VALUE SPACES.

       01  WS-VOUCHER-STATUS-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  VCH-STATUS-TEXT     PIC X(78).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-STEP-START-STAMP.
           PERFORM 0020-READ-CYCLE-DATE.
           PERFORM 0025-CHECK-PRIOR-RUN.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0110-READ-POSTING-LOG.
           PERFORM 0200-TOTAL-POSTING
               UNTIL WS-EOF-LOG.
           PERFORM 0220-SPLIT-LOAN-REPAYMENTS.
           PERFORM 0240-SETTLE-DISPUTES.
           PERFORM 0250-BUILD-JOURNAL-LEGS.
           PERFORM 0280-RECOUNT-POSTING-LOG.
           PERFORM 0300-JUDGE-JOURNAL.
                   MOVE MAP-DESCRIPTION
                       TO MAP-TBL-DESCRIPTION (WS-MAP-COUNT)
                   MOVE ZERO TO MAP-TBL-AMOUNT (WS-MAP-COUNT)
                   MOVE MAP-CURRENCY
                       TO MAP-TBL-CURRENCY (WS-MAP-COUNT)
                   MOVE ZERO TO MAP-TBL-CCY-AMOUNT (WS-MAP-COUNT)
           END-READ.

      *    Tonight's business cycle date, set by operations and
           END-IF.
           MOVE "GLExtract" TO STAT-PROGRAM-ID.
           MOVE WS-CYCLE-DATE TO STAT-CYCLE-DATE.
           MOVE WS-STEP-START-STAMP TO STAT-START-STAMP.
           MOVE FUNCTION CURRENT-DATE (1:14) TO STAT-END-STAMP.
           COMPUTE WS-PLACED-COUNT =
               WS-LOG-COUNT - WS-UNKNOWN-COUNT.
           MOVE WS-LOG-COUNT TO STAT-READ-COUNT.
                   SET WS-EOF-LOG TO TRUE
           END-READ.

      *    Each posting lands on the one mapping row its source,
      *    type and currency name, and is journaled at its base
      *    amount.  A posting with no row is unmapped - counted,
      *    shown on the voucher, and fatal to the release below.
       0200-TOTAL-POSTING.
           ADD 1 TO WS-LOG-COUNT.
           IF LGI-SOURCE = "LNS " AND LGI-IS-DEBIT
               ADD FUNCTION NUMVAL(LGI-BASE-AMOUNT) TO WS-LOAN-POSTED
           ELSE
               MOVE ZERO TO WS-MAP-HIT
               PERFORM 0210-MATCH-MAP-ROW
                   VARYING WS-MAP-SUB FROM 1 BY 1
                   UNTIL WS-MAP-SUB > WS-MAP-COUNT
                      OR WS-MAP-HIT > ZERO
               IF WS-MAP-HIT > ZERO
                   ADD FUNCTION NUMVAL(LGI-BASE-AMOUNT)
                       TO MAP-TBL-AMOUNT (WS-MAP-HIT)
                   ADD FUNCTION NUMVAL(LGI-AMOUNT)
                       TO MAP-TBL-CCY-AMOUNT (WS-MAP-HIT)
               ELSE
                   ADD 1 TO WS-UNKNOWN-COUNT
                   DISPLAY "GLExtract: no mapping row for source "
                       LGI-SOURCE " type " LGI-TRANS-TYPE
                       " currency " LGI-CURRENCY
               END-IF
           END-IF.
           COMPUTE WS-SPREAD-AMOUNT =
               FUNCTION NUMVAL(LGI-SPREAD-AMOUNT).
           IF WS-SPREAD-AMOUNT > ZERO
               MOVE "FXS "           TO WS-LOAN-MAP-SOURCE
               MOVE WS-SPREAD-AMOUNT TO WS-LOAN-MAP-AMOUNT
               PERFORM 0235-PLACE-LOAN-LEG
           END-IF.
           PERFORM 0110-READ-POSTING-LOG.

       0210-MATCH-MAP-ROW.
           IF MAP-TBL-SOURCE (WS-MAP-SUB) = LGI-SOURCE
                   AND MAP-TBL-TYPE (WS-MAP-SUB) = LGI-TRANS-TYPE
                   AND MAP-TBL-CURRENCY (WS-MAP-SUB) = LGI-CURRENCY
               MOVE WS-MAP-SUB TO WS-MAP-HIT
           END-IF.

      *    An absent repayment file only means no loan demand was
      *    worked tonight - any LNS debit in POSTLOG then has no
      *    split behind it and the totals test below holds the
      *    journal.
       0220-SPLIT-LOAN-REPAYMENTS.
           OPEN INPUT LOAN-REPAYMENT-FILE.
           IF NOT LRP-FILE-MISSING
               PERFORM 0225-READ-LOAN-REPAYMENT
               PERFORM 0230-ADD-LOAN-REPAYMENT
                   UNTIL WS-EOF-LRP
               CLOSE LOAN-REPAYMENT-FILE
           END-IF.
           IF WS-LOAN-COLLECTED NOT = WS-LOAN-POSTED
               DISPLAY "GLExtract: loan repayments " WS-LOAN-COLLECTED
                   " do not agree to LNS postings " WS-LOAN-POSTED
           END-IF.

       0225-READ-LOAN-REPAYMENT.
           READ LOAN-REPAYMENT-FILE
               AT END
                   SET WS-EOF-LRP TO TRUE
           END-READ.

       0230-ADD-LOAN-REPAYMENT.
           ADD LRP-COLLECTED TO WS-LOAN-COLLECTED.
           MOVE "LNP "        TO WS-LOAN-MAP-SOURCE.
           MOVE LRP-PRINCIPAL TO WS-LOAN-MAP-AMOUNT.
           PERFORM 0235-PLACE-LOAN-LEG.
           MOVE "LNI "        TO WS-LOAN-MAP-SOURCE.
           MOVE LRP-INTEREST  TO WS-LOAN-MAP-AMOUNT.
           PERFORM 0235-PLACE-LOAN-LEG.
           PERFORM 0225-READ-LOAN-REPAYMENT.

       0235-PLACE-LOAN-LEG.
           IF WS-LOAN-MAP-AMOUNT > ZERO
               MOVE ZERO TO WS-MAP-HIT
               PERFORM 0237-MATCH-LOAN-ROW
                   VARYING WS-MAP-SUB FROM 1 BY 1
                   UNTIL WS-MAP-SUB > WS-MAP-COUNT
                      OR WS-MAP-HIT > ZERO
               IF WS-MAP-HIT > ZERO
                   ADD WS-LOAN-MAP-AMOUNT
                       TO MAP-TBL-AMOUNT (WS-MAP-HIT)
               ELSE
                   ADD 1 TO WS-LOAN-UNMAPPED
                   DISPLAY "GLExtract: no mapping row for source "
                       WS-LOAN-MAP-SOURCE " type D"
               END-IF
           END-IF.

       0237-MATCH-LOAN-ROW.
           IF MAP-TBL-SOURCE (WS-MAP-SUB) = WS-LOAN-MAP-SOURCE
                   AND MAP-TBL-TYPE (WS-MAP-SUB) = "D"
                   AND MAP-TBL-CURRENCY (WS-MAP-SUB) = SPACES
               MOVE WS-MAP-SUB TO WS-MAP-HIT
           END-IF.

      *    An absent settlement file only means no dispute was
      *    settled tonight.  Each award lands on the DSW/D row through
      *    the same placement the loan legs use, so an award with no
      *    row to land on holds the journal the same way.
       0240-SETTLE-DISPUTES.
           OPEN INPUT DISPUTE-SETTLEMENT-FILE.
           IF NOT DST-FILE-MISSING
               PERFORM 0245-READ-DISPUTE-SETTLEMENT
               PERFORM 0247-ADD-DISPUTE-SETTLEMENT
                   UNTIL WS-EOF-DST
               CLOSE DISPUTE-SETTLEMENT-FILE
           END-IF.

       0245-READ-DISPUTE-SETTLEMENT.
           READ DISPUTE-SETTLEMENT-FILE
               AT END
                   SET WS-EOF-DST TO TRUE
           END-READ.

       0247-ADD-DISPUTE-SETTLEMENT.
           ADD DST-AWARD-AMOUNT TO WS-DISPUTE-SETTLED.
           MOVE "DSW "           TO WS-LOAN-MAP-SOURCE.
           MOVE DST-AWARD-AMOUNT TO WS-LOAN-MAP-AMOUNT.
           PERFORM 0235-PLACE-LOAN-LEG.
           PERFORM 0245-READ-DISPUTE-SETTLEMENT.

      *    Two legs per mapping row the night actually moved money
      *    through: the row's debit-side account takes the amount as
      *    a debit, its credit-side account as the credit, under the
      *    description finance wrote on the row.  Rows nothing moved
      *    through journal nothing.  A currency row's legs carry its
      *    currency and the amount in it beside the base amount.
       0250-BUILD-JOURNAL-LEGS.
           MOVE ZERO TO WS-LEG-COUNT.
           PERFORM 0260-BUILD-ROW-LEGS
               UNTIL WS-MAP-SUB > WS-MAP-COUNT.

       0260-BUILD-ROW-LEGS.
           IF MAP-TBL-CURRENCY (WS-MAP-SUB) = SPACES
               MOVE ZERO TO MAP-TBL-CCY-AMOUNT (WS-MAP-SUB)
           END-IF.
           IF MAP-TBL-AMOUNT (WS-MAP-SUB) > ZERO
                   OR MAP-TBL-CCY-AMOUNT (WS-MAP-SUB) > ZERO
               ADD 1 TO WS-LEG-COUNT
               MOVE MAP-TBL-DR-ACCOUNT (WS-MAP-SUB)
                   TO LEG-GL-ACCOUNT (WS-LEG-COUNT)
               MOVE MAP-TBL-AMOUNT (WS-MAP-SUB)
                   TO LEG-DEBIT (WS-LEG-COUNT)
               MOVE ZERO TO LEG-CREDIT (WS-LEG-COUNT)
               MOVE MAP-TBL-CURRENCY (WS-MAP-SUB)
                   TO LEG-CURRENCY (WS-LEG-COUNT)
               MOVE MAP-TBL-CCY-AMOUNT (WS-MAP-SUB)
                   TO LEG-CCY-DEBIT (WS-LEG-COUNT)
               MOVE ZERO TO LEG-CCY-CREDIT (WS-LEG-COUNT)
               ADD 1 TO WS-LEG-COUNT
               MOVE MAP-TBL-CR-ACCOUNT (WS-MAP-SUB)
                   TO LEG-GL-ACCOUNT (WS-LEG-COUNT)
               MOVE ZERO TO LEG-DEBIT (WS-LEG-COUNT)
               MOVE MAP-TBL-AMOUNT (WS-MAP-SUB)
                   TO LEG-CREDIT (WS-LEG-COUNT)
               MOVE MAP-TBL-CURRENCY (WS-MAP-SUB)
                   TO LEG-CURRENCY (WS-LEG-COUNT)
               MOVE ZERO TO LEG-CCY-DEBIT (WS-LEG-COUNT)
               MOVE MAP-TBL-CCY-AMOUNT (WS-MAP-SUB)
                   TO LEG-CCY-CREDIT (WS-LEG-COUNT)
           END-IF.

      *    Second pass over POSTLOG into totals of its own, so the
      *    release test below has an independent figure to cross-
      *    foot the legs against - in base, like the legs, with the
      *    conversion spreads counted on their own.
       0280-RECOUNT-POSTING-LOG.
           CLOSE POSTING-LOG-FILE.
           OPEN INPUT POSTING-LOG-FILE.
       0295-ADD-RECOUNT-AMOUNT.
           EVALUATE TRUE
               WHEN LGI-IS-DEBIT
                   ADD FUNCTION NUMVAL(LGI-BASE-AMOUNT)
                       TO WS-CHECK-DEBITS
               WHEN LGI-IS-CREDIT
                   ADD FUNCTION NUMVAL(LGI-BASE-AMOUNT)
                       TO WS-CHECK-CREDITS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           ADD FUNCTION NUMVAL(LGI-SPREAD-AMOUNT) TO WS-CHECK-SPREAD.
           PERFORM 0290-READ-RECOUNT-RECORD.

      *    The release test foots the journal from the legs as
      *    actually built and cross-foots them against the second-
      *    pass recount: debits must equal credits, every leg amount
      *    must trace back to the log, and a log record the summary
      *    could not place holds the journal on its own.  So does a
      *    loan split that does not add back to the LNS postings.
      *    Dispute settlements are journaled on top of the log, so
      *    they are added to the recount before it is compared, and
      *    so are the conversion spreads.
       0300-JUDGE-JOURNAL.
           MOVE ZERO TO WS-JOURNAL-DR WS-JOURNAL-CR.
           PERFORM 0310-FOOT-JOURNAL-LEG
           IF WS-JOURNAL-DR = WS-JOURNAL-CR
                   AND WS-JOURNAL-DR =
                       WS-CHECK-DEBITS + WS-CHECK-CREDITS
                           + WS-DISPUTE-SETTLED + WS-CHECK-SPREAD
                   AND WS-UNKNOWN-COUNT = ZERO
                   AND WS-LOAN-UNMAPPED = ZERO
                   AND WS-LOAN-COLLECTED = WS-LOAN-POSTED
               SET WS-JOURNAL-BALANCED TO TRUE
           END-IF.


           MOVE 999999              TO VCH-GL-ACCOUNT.
           MOVE "JOURNAL TOTALS"    TO VCH-DESCRIPTION.
           MOVE SPACES              TO VCH-CURRENCY.
           MOVE WS-JOURNAL-DR       TO VCH-DR-ED.
           MOVE WS-JOURNAL-CR       TO VCH-CR-ED.
           WRITE VOUCHER-LINE FROM WS-VOUCHER-DETAIL-LINE.
           MOVE LEG-DESCRIPTION (WS-LEG-SUB) TO VCH-DESCRIPTION.
           MOVE LEG-DEBIT (WS-LEG-SUB)       TO VCH-DR-ED.
           MOVE LEG-CREDIT (WS-LEG-SUB)      TO VCH-CR-ED.
           MOVE LEG-CURRENCY (WS-LEG-SUB)    TO VCH-CURRENCY.
           WRITE VOUCHER-LINE FROM WS-VOUCHER-DETAIL-LINE.

      *    The interface file only comes into existence once the
           MOVE LEG-DESCRIPTION (WS-LEG-SUB) TO GLJ-DESCRIPTION.
           MOVE LEG-DEBIT (WS-LEG-SUB)       TO GLJ-DEBIT.
           MOVE LEG-CREDIT (WS-LEG-SUB)      TO GLJ-CREDIT.
           MOVE LEG-CURRENCY (WS-LEG-SUB)    TO GLJ-CURRENCY.
           MOVE LEG-CCY-DEBIT (WS-LEG-SUB)   TO GLJ-CCY-DEBIT.
           MOVE LEG-CCY-CREDIT (WS-LEG-SUB)  TO GLJ-CCY-CREDIT.
           WRITE JOURNAL-RECORD.

       0900-CLOSE-FILES.
