           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE WS-CYCLE-DATE  TO AUDIT-CYCLE-DATE.
           MOVE "LesVariables" TO AUDIT-PROGRAM-ID.
           MOVE SPACES TO AUDIT-MAKER-ID AUDIT-CHECKER-ID.
           MOVE ACCT-NUMBER    TO AUDIT-KEY-INPUT.
           MOVE "ACCOUNT LOADED" TO AUDIT-OUTCOME.
           WRITE AUDIT-LOG-RECORD.
