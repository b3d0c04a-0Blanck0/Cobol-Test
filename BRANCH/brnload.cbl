       IDENTIFICATION DIVISION.
       PROGRAM-ID. BranchLoad.
       AUTHOR. Alexandre ELISABETH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-FLAT-FILE
               ASSIGN TO BRNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAT-STATUS.

           SELECT BRANCH-MASTER-FILE
               ASSIGN TO BRNMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRN-CODE
               FILE STATUS IS WS-BRN-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Operations' branch list, one line per branch or system
      *    feed in the same field order as the master record.  The
      *    list is small and re-sent in full whenever a branch opens,
      *    closes or moves cost centre, so the load rebuilds the
      *    indexed master from scratch the way ProductLoad rebuilds
      *    the Product Catalog.
       FD  BRANCH-FLAT-FILE.
       01  BRANCH-FLAT-RECORD.
           05  FLAT-BRN-CODE       PIC X(4).
           05  FLAT-BRN-NAME       PIC X(24).
           05  FLAT-BRN-STATUS     PIC X(1).
           05  FLAT-CUTOFF-TIME    PIC 9(4).
           05  FLAT-COST-CENTRE    PIC 9(4).

       FD  BRANCH-MASTER-FILE.
           COPY BRNREC.

       WORKING-STORAGE SECTION.
       01  WS-FLAT-STATUS PIC XX.
           88  FLAT-FILE-MISSING  VALUE "35".
       01  WS-BRN-STATUS PIC XX.
           88  BRN-WRITE-OK       VALUE "00".

       01  WS-EOF-FLAT-SW PIC X VALUE "N".
           88  WS-EOF-FLAT        VALUE "Y".

       01  WS-LOADED-COUNT PIC 9(7) BINARY VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0110-READ-FLAT-BRANCH.
           PERFORM 0200-LOAD-BRANCH
               UNTIL WS-EOF-FLAT.
           PERFORM 0900-CLOSE-FILES.
           DISPLAY "BranchLoad: " WS-LOADED-COUNT
               " branches loaded to the Branch Master".
           STOP RUN.

      *    BRNCTL is the mandatory driver - loading nothing must not
      *    quietly produce an empty master that the front edit would
      *    then refuse every batch of the night against.
       0100-OPEN-FILES.
           OPEN INPUT BRANCH-FLAT-FILE.
           IF FLAT-FILE-MISSING
               DISPLAY "BranchLoad: BRNCTL.DAT not found - aborting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT BRANCH-MASTER-FILE.

       0110-READ-FLAT-BRANCH.
           READ BRANCH-FLAT-FILE
               AT END
                   SET WS-EOF-FLAT TO TRUE
           END-READ.

      *    A load that cannot place a record - duplicate code, a
      *    status that is neither open nor closed, anything - must
      *    stop dead rather than load short: a branch silently left
      *    off the master has its next batch refused at the edit.
       0200-LOAD-BRANCH.
           INITIALIZE BRANCH-MASTER-RECORD.
           MOVE FLAT-BRN-CODE      TO BRN-CODE.
           MOVE FLAT-BRN-NAME      TO BRN-NAME.
           MOVE FLAT-BRN-STATUS    TO BRN-STATUS.
           MOVE FLAT-CUTOFF-TIME   TO BRN-CUTOFF-TIME.
           MOVE FLAT-COST-CENTRE   TO BRN-COST-CENTRE.
           IF NOT BRN-OPEN AND NOT BRN-CLOSED
               DISPLAY "BranchLoad: branch " BRN-CODE
                   " status " BRN-STATUS " not O or C - aborting"
               PERFORM 0900-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE BRANCH-MASTER-RECORD.
           IF NOT BRN-WRITE-OK
               DISPLAY "BranchLoad: write failed for branch "
                   BRN-CODE " status " WS-BRN-STATUS " - aborting"
               PERFORM 0900-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-LOADED-COUNT.
           PERFORM 0110-READ-FLAT-BRANCH.

       0900-CLOSE-FILES.
           CLOSE BRANCH-FLAT-FILE
                 BRANCH-MASTER-FILE.
