           05 EMP-LOCAL-CODE         PIC X(4).
           05 EMP-ER-MATCH-PERCENT   PIC 9(3)V99.
           05 EMP-ER-TAX-RATE        PIC 9(3)V99.
           05 EMP-PAY-GROUP          PIC X(2).
           05 EMP-PRIOR-PAY-GROUP    PIC X(2).
           05 EMP-GROUP-CHANGE-DATE  PIC X(8).
           05 EMP-PRIOR-SALARY       PIC 9(10)V99.
