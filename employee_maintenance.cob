           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSACTION-SORT-WORK-FILE ASSIGN TO "txnsort.tmp".
           SELECT AUDIT-LOG-FILE ASSIGN TO "employee_audit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-LOG-STATUS.
           SELECT RETRO-CHANGE-FILE ASSIGN TO "retro_changes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETRO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 TXN-EMP-ER-TAX-RATE    PIC 9(3)V99.
           05 TXN-ENTRY-DATE         PIC X(8).
           05 TXN-EFFECTIVE-DATE     PIC X(8).
           05 TXN-EMP-PAY-GROUP      PIC X(2).

       FD PENDING-FILE.
       01 PENDING-RECORD.
           05 FILLER                 PIC X(135).
           05 PEND-ENTRY-DATE        PIC X(8).
           05 PEND-EFFECTIVE-DATE    PIC X(8).
           05 FILLER                 PIC X(2).

       FD PENDING-WORK-FILE.
       01 PENDING-WORK-RECORD        PIC X(153).

       FD DUE-FILE.
       01 DUE-RECORD                 PIC X(153).

       FD PAY-CALENDAR-FILE.
           COPY "paycalendar_record.cpy".
           05 SD-TXN-EMP-ER-TAX-RATE PIC 9(3)V99.
           05 SD-TXN-ENTRY-DATE      PIC X(8).
           05 SD-TXN-EFFECTIVE-DATE  PIC X(8).
           05 SD-TXN-EMP-PAY-GROUP   PIC X(2).

       FD SORTED-TRANSACTION-FILE.
       01 SORTED-TRANSACTION-RECORD.
           05 STXN-EMP-ER-TAX-RATE   PIC 9(3)V99.
           05 STXN-ENTRY-DATE        PIC X(8).
           05 STXN-EFFECTIVE-DATE    PIC X(8).
           05 STXN-EMP-PAY-GROUP     PIC X(2).
               88 STXN-DEFAULT-PAY-GROUP VALUE 'DF'.

       FD AUDIT-LOG-FILE.
       01 AUDIT-LINE                 PIC X(180).

       FD RETRO-CHANGE-FILE.
           COPY "retrochange_record.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RUN-PARAMETERS.
           05 WS-TRANSACTION-FILE-STATUS PIC XX.
           05 WS-PENDING-FILE-STATUS PIC XX.
           05 WS-PAY-CALENDAR-STATUS PIC XX.
           05 WS-RETRO-FILE-STATUS   PIC XX.
           05 WS-AUDIT-LOG-STATUS    PIC XX.
           05 WS-TRANSACTION-EOF     PIC X VALUE 'N'.
               88 TRANSACTION-EOF    VALUE 'Y'.
           05 WS-PENDING-EOF-SW      PIC X VALUE 'N'.
           05 WS-REJECT-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-DEFER-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-RELEASE-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-RETRO-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-GROUP-MOVE-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-OLD-SALARY          PIC 9(10)V99.
           05 WS-OLD-HOURLY-RATE     PIC 9(5)V99.
           05 WS-CURRENT-TIME        PIC X(8).
           05 WS-AUDIT-ACTION        PIC X(20).
           05 WS-AUDIT-REASON        PIC X(40).

       01 WS-PAY-GROUP-FIELDS.
           05 WS-GROUP-CODE-OK-SW    PIC X VALUE 'Y'.
               88 PAY-GROUP-CODE-OK  VALUE 'Y'.
           05 WS-GROUP-FOUND-SW      PIC X VALUE 'N'.
               88 PAY-GROUP-ON-CALENDAR VALUE 'Y'.
           05 WS-GROUP-MOVED-SW      PIC X VALUE 'N'.
               88 PAY-GROUP-MOVED    VALUE 'Y'.
           05 WS-GROUP-REJECT-REASON PIC X(40).
           05 WS-OLD-PAY-GROUP       PIC X(2).
           05 WS-TXN-PAY-GROUP       PIC X(2).
           05 WS-GROUP-KEYED-SW      PIC X VALUE 'N'.
               88 PAY-GROUP-KEYED    VALUE 'Y'.
           05 WS-GROUP-IDX           PIC 9(3) COMP.
           05 WS-GROUP-COUNT         PIC 9(3) COMP VALUE ZERO.
           05 WS-GROUP-ENTRY OCCURS 50 TIMES.
               10 GRP-CODE           PIC X(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-RUN-PARAMETERS
           PERFORM RESOLVE-RELEASE-DATE
           PERFORM LOAD-PAY-GROUP-TABLE
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-LOG-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           PERFORM SPLIT-DUE-TRANSACTIONS
           PERFORM SORT-TRANSACTION-FILE

           PERFORM OPEN-MASTER-FILE
           OPEN INPUT SORTED-TRANSACTION-FILE
           OPEN EXTEND RETRO-CHANGE-FILE
           IF WS-RETRO-FILE-STATUS = '35'
              OPEN OUTPUT RETRO-CHANGE-FILE
           END-IF

           PERFORM READ-NEXT-TRANSACTION


           CLOSE EMPLOYEE-FILE
           CLOSE SORTED-TRANSACTION-FILE
           CLOSE RETRO-CHANGE-FILE
           CLOSE AUDIT-LOG-FILE

           STOP RUN.
                   END-IF
           END-READ.

       LOAD-PAY-GROUP-TABLE.
           MOVE ZERO TO WS-GROUP-COUNT
           MOVE 'N' TO WS-CALENDAR-EOF-SW
           OPEN INPUT PAY-CALENDAR-FILE
           IF WS-PAY-CALENDAR-STATUS = '00'
              PERFORM LOAD-ONE-PAY-GROUP
                  UNTIL CALENDAR-EOF
              CLOSE PAY-CALENDAR-FILE
           END-IF.

       LOAD-ONE-PAY-GROUP.
           READ PAY-CALENDAR-FILE
               AT END
                   MOVE 'Y' TO WS-CALENDAR-EOF-SW
               NOT AT END
                   PERFORM FIND-PAY-GROUP-FOR-CALENDAR
                   IF NOT PAY-GROUP-ON-CALENDAR
                      AND WS-GROUP-COUNT < 50
                      ADD 1 TO WS-GROUP-COUNT
                      MOVE PCAL-PAY-GROUP TO GRP-CODE(WS-GROUP-COUNT)
                   END-IF
           END-READ.

       FIND-PAY-GROUP-FOR-CALENDAR.
           MOVE 'N' TO WS-GROUP-FOUND-SW
           PERFORM MATCH-ONE-CALENDAR-GROUP
               VARYING WS-GROUP-IDX FROM 1 BY 1
               UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
               OR PAY-GROUP-ON-CALENDAR.

       MATCH-ONE-CALENDAR-GROUP.
           IF GRP-CODE(WS-GROUP-IDX) = PCAL-PAY-GROUP
              MOVE 'Y' TO WS-GROUP-FOUND-SW
           END-IF.

       SPLIT-DUE-TRANSACTIONS.
           OPEN OUTPUT DUE-FILE
           OPEN OUTPUT PENDING-WORK-FILE
                   END-IF
                   IF TXN-EFFECTIVE-DATE NOT = SPACES
                      AND TXN-EFFECTIVE-DATE > WS-RELEASE-DATE
                      AND NOT (TXN-TYPE-CHANGE
                               AND TXN-EMP-PAY-GROUP NOT = SPACES)
                      MOVE TRANSACTION-RECORD TO PENDING-WORK-RECORD
                      WRITE PENDING-WORK-RECORD
                      ADD 1 TO WS-DEFER-COUNT

       APPLY-ONE-TRANSACTION.
           PERFORM READ-MASTER-FOR-TRANSACTION
           PERFORM CHECK-PAY-GROUP-CODE
           EVALUATE TRUE
               WHEN NOT PAY-GROUP-CODE-OK
                   MOVE 'REJECTED' TO WS-AUDIT-ACTION
                   MOVE WS-GROUP-REJECT-REASON TO WS-AUDIT-REASON
                   PERFORM WRITE-AUDIT-LINE
                   ADD 1 TO WS-REJECT-COUNT
               WHEN NOT MASTER-RECORD-FOUND AND STXN-TYPE = 'A'
                   PERFORM ADD-NEW-EMPLOYEE
               WHEN NOT MASTER-RECORD-FOUND
           END-EVALUATE
           PERFORM READ-NEXT-TRANSACTION.

       CHECK-PAY-GROUP-CODE.
           MOVE 'Y' TO WS-GROUP-CODE-OK-SW
           MOVE SPACES TO WS-GROUP-REJECT-REASON
           MOVE 'N' TO WS-GROUP-KEYED-SW
           MOVE STXN-EMP-PAY-GROUP TO WS-TXN-PAY-GROUP
           IF STXN-EMP-PAY-GROUP NOT = SPACES
              MOVE 'Y' TO WS-GROUP-KEYED-SW
           END-IF
           IF STXN-DEFAULT-PAY-GROUP
              MOVE SPACES TO WS-TXN-PAY-GROUP
           END-IF
           IF PAY-GROUP-KEYED
              AND (STXN-TYPE = 'A' OR STXN-TYPE = 'C')
              MOVE 'N' TO WS-GROUP-FOUND-SW
              PERFORM MATCH-ONE-TXN-GROUP
                  VARYING WS-GROUP-IDX FROM 1 BY 1
                  UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
                  OR PAY-GROUP-ON-CALENDAR
              IF WS-GROUP-COUNT > ZERO AND NOT PAY-GROUP-ON-CALENDAR
                 MOVE 'N' TO WS-GROUP-CODE-OK-SW
                 MOVE 'PAY GROUP NOT ON PAY CALENDAR'
                     TO WS-GROUP-REJECT-REASON
              END-IF
           END-IF
           IF PAY-GROUP-CODE-OK AND STXN-TYPE = 'C'
              AND PAY-GROUP-KEYED
              AND (STXN-EMP-NAME NOT = SPACES
                   OR STXN-EMP-DEPARTMENT NOT = SPACES
                   OR STXN-EMP-SALARY NOT = ZERO
                   OR STXN-EMP-TAX-RATE NOT = ZERO
                   OR STXN-EMP-HEALTH-DEDUCTION NOT = ZERO
                   OR STXN-EMP-401K-PERCENT NOT = ZERO
                   OR STXN-EMP-OTHER-DEDUCTION NOT = ZERO
                   OR STXN-EMP-PAY-TYPE NOT = SPACE
                   OR STXN-EMP-HOURS-WORKED NOT = ZERO
                   OR STXN-EMP-HOURLY-RATE NOT = ZERO
                   OR STXN-EMP-STATE-CODE NOT = SPACES
                   OR STXN-EMP-LOCAL-CODE NOT = SPACES
                   OR STXN-EMP-ER-MATCH-PCT NOT = ZERO
                   OR STXN-EMP-ER-TAX-RATE NOT = ZERO)
              MOVE 'N' TO WS-GROUP-CODE-OK-SW
              MOVE 'PAY GROUP MOVE MUST BE KEYED ALONE'
                  TO WS-GROUP-REJECT-REASON
           END-IF
           IF PAY-GROUP-CODE-OK AND STXN-TYPE = 'C'
              AND MASTER-RECORD-FOUND
              AND PAY-GROUP-KEYED
              AND WS-TXN-PAY-GROUP NOT = EMP-PAY-GROUP
              EVALUATE TRUE
                  WHEN STXN-EFFECTIVE-DATE = SPACES
                      MOVE 'N' TO WS-GROUP-CODE-OK-SW
                      MOVE 'PAY GROUP MOVE NEEDS EFFECTIVE DATE'
                          TO WS-GROUP-REJECT-REASON
                  WHEN STXN-EFFECTIVE-DATE < WS-TODAY-DATE
                      MOVE 'N' TO WS-GROUP-CODE-OK-SW
                      MOVE 'PAY GROUP MOVE CANNOT BE BACK-DATED'
                          TO WS-GROUP-REJECT-REASON
                  WHEN EMP-GROUP-CHANGE-DATE NOT = SPACES
                      AND EMP-GROUP-CHANGE-DATE
                          NOT < STXN-EFFECTIVE-DATE
                      MOVE 'N' TO WS-GROUP-CODE-OK-SW
                      MOVE 'PAY GROUP MOVE ALREADY PENDING'
                          TO WS-GROUP-REJECT-REASON
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE
           END-IF.

       MATCH-ONE-TXN-GROUP.
           IF GRP-CODE(WS-GROUP-IDX) = WS-TXN-PAY-GROUP
              MOVE 'Y' TO WS-GROUP-FOUND-SW
           END-IF.

       READ-MASTER-FOR-TRANSACTION.
           MOVE 'N' TO WS-MASTER-FOUND-SW
           MOVE STXN-EMP-ID TO EMP-ID
           MOVE STXN-EMP-LOCAL-CODE TO EMP-LOCAL-CODE
           MOVE STXN-EMP-ER-MATCH-PCT TO EMP-ER-MATCH-PERCENT
           MOVE STXN-EMP-ER-TAX-RATE TO EMP-ER-TAX-RATE
           MOVE WS-TXN-PAY-GROUP TO EMP-PAY-GROUP
           MOVE SPACES TO EMP-PRIOR-PAY-GROUP
           MOVE SPACES TO EMP-GROUP-CHANGE-DATE
           MOVE ZERO TO EMP-PRIOR-SALARY
           MOVE 'A' TO EMP-STATUS
           WRITE EMPLOYEE-RECORD
               INVALID KEY
           END-WRITE.

       CHANGE-MASTER-RECORD.
           MOVE EMP-SALARY TO WS-OLD-SALARY
           MOVE EMP-HOURLY-RATE TO WS-OLD-HOURLY-RATE
           MOVE 'N' TO WS-GROUP-MOVED-SW
           IF PAY-GROUP-KEYED
              AND WS-TXN-PAY-GROUP NOT = EMP-PAY-GROUP
              MOVE EMP-PAY-GROUP TO WS-OLD-PAY-GROUP
              MOVE EMP-PAY-GROUP TO EMP-PRIOR-PAY-GROUP
              MOVE EMP-SALARY TO EMP-PRIOR-SALARY
              MOVE WS-TXN-PAY-GROUP TO EMP-PAY-GROUP
              MOVE STXN-EFFECTIVE-DATE TO EMP-GROUP-CHANGE-DATE
              MOVE 'Y' TO WS-GROUP-MOVED-SW
           END-IF
           IF STXN-EMP-NAME NOT = SPACES
              MOVE STXN-EMP-NAME TO EMP-NAME
           END-IF
           MOVE 'CHANGED' TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-REASON
           PERFORM WRITE-AUDIT-LINE
           ADD 1 TO WS-CHANGE-COUNT
           IF PAY-GROUP-MOVED
              MOVE 'PAY GROUP MOVED' TO WS-AUDIT-ACTION
              MOVE SPACES TO WS-AUDIT-REASON
              STRING 'PAY GROUP ' DELIMITED BY SIZE,
                  WS-OLD-PAY-GROUP DELIMITED BY SIZE,
                  ' TO ' DELIMITED BY SIZE,
                  WS-TXN-PAY-GROUP DELIMITED BY SIZE,
                  ' FROM ' DELIMITED BY SIZE,
                  EMP-GROUP-CHANGE-DATE DELIMITED BY SIZE
                  INTO WS-AUDIT-REASON
              PERFORM WRITE-AUDIT-LINE
              ADD 1 TO WS-GROUP-MOVE-COUNT
           END-IF
           IF STXN-EFFECTIVE-DATE NOT = SPACES
              AND NOT PAY-GROUP-MOVED
              AND STXN-EFFECTIVE-DATE < WS-RELEASE-DATE
              AND (EMP-SALARY NOT = WS-OLD-SALARY
                   OR EMP-HOURLY-RATE NOT = WS-OLD-HOURLY-RATE)
              PERFORM WRITE-RETRO-CHANGE
           END-IF.

       WRITE-RETRO-CHANGE.
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE EMP-ID TO RCHG-EMP-ID
           MOVE STXN-EFFECTIVE-DATE TO RCHG-EFFECTIVE-DATE
           MOVE EMP-PAY-TYPE TO RCHG-PAY-TYPE
           MOVE WS-OLD-SALARY TO RCHG-OLD-SALARY
           MOVE EMP-SALARY TO RCHG-NEW-SALARY
           MOVE WS-OLD-HOURLY-RATE TO RCHG-OLD-HOURLY-RATE
           MOVE EMP-HOURLY-RATE TO RCHG-NEW-HOURLY-RATE
           MOVE STXN-OPERATOR-ID TO RCHG-OPERATOR-ID
           MOVE WS-TODAY-DATE TO RCHG-APPLIED-DATE
           MOVE WS-CURRENT-TIME TO RCHG-APPLIED-TIME
           MOVE 'O' TO RCHG-STATUS
           MOVE SPACES TO RCHG-ADJ-PERIOD-ID
           WRITE RETRO-CHANGE-RECORD
           MOVE 'RETRO QUEUED' TO WS-AUDIT-ACTION
           MOVE 'BACK-DATED RATE CHANGE FOR RETRO-PAY'
               TO WS-AUDIT-REASON
           PERFORM WRITE-AUDIT-LINE
           ADD 1 TO WS-RETRO-COUNT.

       TERMINATE-MASTER-RECORD.
           MOVE 'T' TO EMP-STATUS
               ' | EFFECTIVE: ' DELIMITED BY SIZE,
               STXN-EFFECTIVE-DATE DELIMITED BY SIZE,
               ' | ' DELIMITED BY SIZE,
               WS-AUDIT-REASON DELIMITED BY SIZE,
               ' | DATE: ' DELIMITED BY SIZE,
               WS-TODAY-DATE DELIMITED BY SIZE
               INTO AUDIT-LINE
           WRITE AUDIT-LINE.

               'Pending Released: ' DELIMITED BY SIZE,
               WS-RELEASE-COUNT DELIMITED BY SIZE
               INTO AUDIT-LINE
           WRITE AUDIT-LINE

           MOVE SPACES TO AUDIT-LINE
           STRING
               'Retro Changes Queued: ' DELIMITED BY SIZE,
               WS-RETRO-COUNT DELIMITED BY SIZE
               INTO AUDIT-LINE
           WRITE AUDIT-LINE

           MOVE SPACES TO AUDIT-LINE
           STRING
               'Pay Group Moves: ' DELIMITED BY SIZE,
               WS-GROUP-MOVE-COUNT DELIMITED BY SIZE
               INTO AUDIT-LINE
           WRITE AUDIT-LINE.
