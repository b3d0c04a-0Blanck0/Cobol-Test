      *****************************************************************
      *    BRNREC.cpy                                                 *
      *    Branch master record - keyed by branch code.  One record   *
      *    per code that may open an H-header batch on RAWTXN: every  *
      *    counter branch, and the system feeds that are enveloped    *
      *    and staged through the front edit like one (STO, PAY, CHQ, *
      *    LND, LNS, TDM and the rest).  Carries the branch's name,   *
      *    whether it still trades, the time of day its batch is due  *
      *    in by, and the GL cost centre its business books to.       *
      *    TransEdit refuses a batch whose header names a code not on *
      *    file or a closed branch; the nightly BranchActivity report *
      *    prints its numbers under the name and cost centre held     *
      *    here.  Maintained by operations through the BranchLoad     *
      *    rebuild.                                                   *
      *****************************************************************
       01  BRANCH-MASTER-RECORD.
           05  BRN-CODE            PIC X(4).
           05  BRN-NAME            PIC X(24).
      *    A closed branch stays on file so its history still prints
      *    under its name, but it may submit nothing further.
           05  BRN-STATUS          PIC X(1).
               88  BRN-OPEN        VALUE "O".
               88  BRN-CLOSED      VALUE "C".
      *    Latest time of day, as HHMM, operations accept the
      *    branch's batch for tonight's cycle.
           05  BRN-CUTOFF-TIME     PIC 9(4).
           05  BRN-COST-CENTRE     PIC 9(4).
