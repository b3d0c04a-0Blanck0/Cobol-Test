           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE WS-CYCLE-DATE         TO AUDIT-CYCLE-DATE.
           MOVE "EmpMaint"            TO AUDIT-PROGRAM-ID.
           MOVE SPACES TO AUDIT-MAKER-ID AUDIT-CHECKER-ID.
           MOVE EMP-TRANS-RECORD (1:20) TO AUDIT-KEY-INPUT.
           IF WS-TRANS-APPLIED
               MOVE "APPLIED" TO AUDIT-OUTCOME
