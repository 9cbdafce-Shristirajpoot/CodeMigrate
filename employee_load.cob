                   MOVE SPACES TO EMP-LOCAL-CODE
                   MOVE ZERO TO EMP-ER-MATCH-PERCENT
                   MOVE ZERO TO EMP-ER-TAX-RATE
                   MOVE SPACES TO EMP-PAY-GROUP
                   MOVE SPACES TO EMP-PRIOR-PAY-GROUP
                   MOVE SPACES TO EMP-GROUP-CHANGE-DATE
                   MOVE ZERO TO EMP-PRIOR-SALARY
                   WRITE EMPLOYEE-RECORD
                       INVALID KEY
                           ADD 1 TO WS-DUPLICATE-COUNT
