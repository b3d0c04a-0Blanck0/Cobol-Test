      *    The cross-step rules: the posting run must have consumed
      *    exactly the transactions the front edit released, and the
      *    clearing extract must have carried exactly the active
      *    accounts the snapshot counted at start of day, and the
      *    ledger must have read every journal leg the extract
      *    released.
       0400-CHECK-CROSS-RULES.
           MOVE "TransEdit" TO WS-LOOKUP-PROGRAM.
           PERFORM 0500-LOOKUP-STEP.
               TO RUL-TEXT.
           PERFORM 0600-JUDGE-RULE.

           MOVE "GLExtract" TO WS-LOOKUP-PROGRAM.
           PERFORM 0500-LOOKUP-STEP.
           MOVE STP-WRITTEN (WS-LOOKUP-SUB) TO WS-LEFT-VALUE.
           MOVE "GLLedger" TO WS-LOOKUP-PROGRAM.
           PERFORM 0500-LOOKUP-STEP.
           MOVE STP-READ (WS-LOOKUP-SUB) TO WS-RIGHT-VALUE.
           MOVE "LEDGER LINES READ = JOURNAL LEGS RELEASED"
               TO RUL-TEXT.
           PERFORM 0600-JUDGE-RULE.

      *    A step that never reported is a mismatch in itself - its
      *    entry reads as all zeros and the rule it anchors fails
      *    loudly instead of comparing nothing to nothing.
