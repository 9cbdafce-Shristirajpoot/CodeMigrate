           ASSIGN DYNAMIC WS-CHECK-LIST-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHECK-LIST-FILE-STATUS.
           SELECT HOLD-LIST-IN-FILE
           ASSIGN DYNAMIC WS-HOLD-LIST-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLD-LIST-FILE-STATUS.
           SELECT YTD-FILE ASSIGN TO "ytd_master.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-YTD-FILE-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN DYNAMIC WS-RECON-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAY-CALENDAR-FILE ASSIGN TO "pay_calendar.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAY-CALENDAR-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO "employee_master.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-DEPARTMENT WITH DUPLICATES
           FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CHECK-LIST-IN-FILE.
       01 CHECK-LIST-IN-LINE         PIC X(130).

       FD HOLD-LIST-IN-FILE.
       01 HOLD-LIST-IN-LINE          PIC X(250).

       FD YTD-FILE.
           COPY "ytd_record.cpy".

       FD RECON-REPORT-FILE.
       01 RECON-LINE                 PIC X(130).

       FD PAY-CALENDAR-FILE.
           COPY "paycalendar_record.cpy".

       FD EMPLOYEE-FILE.
           COPY "employee_record.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RUN-PARAMETERS.
           05 WS-PARAMETER-COUNT     PIC 9(2) COMP VALUE ZERO.
           05 WS-REPORT-FILE-NAME    PIC X(40).
           05 WS-ACH-FILE-NAME       PIC X(40).
           05 WS-CHECK-LIST-FILE-NAME PIC X(40).
           05 WS-HOLD-LIST-FILE-NAME PIC X(40).
           05 WS-RECON-FILE-NAME     PIC X(40).

       01 WS-FILE-STATUSES.
           05 WS-REPORT-FILE-STATUS  PIC XX.
           05 WS-ACH-FILE-STATUS     PIC XX.
           05 WS-CHECK-LIST-FILE-STATUS PIC XX.
           05 WS-HOLD-LIST-FILE-STATUS PIC XX.
           05 WS-YTD-FILE-STATUS     PIC XX.
               88 YTD-STATUS-OK      VALUE '00'.
           05 WS-PAY-CALENDAR-STATUS PIC XX.
           05 WS-EMPLOYEE-FILE-STATUS PIC XX.
               88 EMPLOYEE-STATUS-OK VALUE '00'.

       01 WS-PAY-GROUP-FIELDS.
           05 WS-PAY-GROUP           PIC X(2) VALUE SPACES.
           05 WS-CALENDAR-EOF        PIC X VALUE 'N'.
               88 CALENDAR-EOF       VALUE 'Y'.
           05 WS-ACH-SERVICE-CLASS   PIC X(3) VALUE SPACES.
               88 ACH-ADJUSTMENT-BATCH VALUE '200'.
           05 WS-ACH-BATCH-GROUP     PIC X(20) VALUE SPACES.
           05 WS-EXPECTED-BATCH-GROUP PIC X(20) VALUE SPACES.
           05 WS-OUTSIDE-GROUP-COUNT PIC 9(7) VALUE ZERO.

       01 WS-VARIABLES.
           05 WS-EOF                 PIC X VALUE 'N'.
           05 WS-SUM-GROSS-CENTS     PIC 9(15) VALUE ZERO.
           05 WS-SUM-TAX-CENTS       PIC 9(15) VALUE ZERO.
           05 WS-SUM-NET-CENTS       PIC 9(15) VALUE ZERO.
           05 WS-SUM-SS-TAX-CENTS    PIC 9(15) VALUE ZERO.
           05 WS-SUM-MED-TAX-CENTS   PIC 9(15) VALUE ZERO.
           05 WS-SUM-ER-SS-CENTS     PIC 9(15) VALUE ZERO.
           05 WS-SUM-ER-MED-CENTS    PIC 9(15) VALUE ZERO.

       01 WS-ACH-TOTALS.
           05 WS-ACH-ENTRY-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-CHECK-TOTALS.
           05 WS-CHECK-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-CHECK-NET-CENTS     PIC 9(15) VALUE ZERO.
           05 WS-HOLD-COUNT          PIC 9(7) VALUE ZERO.
           05 WS-HOLD-NET-CENTS      PIC 9(15) VALUE ZERO.

       01 WS-REVERSAL-TOTALS.
           05 WS-REV-COUNT           PIC 9(7) VALUE ZERO.
           05 WS-YTD-PER-GROSS-CENTS PIC 9(15) VALUE ZERO.
           05 WS-YTD-PER-TAX-CENTS   PIC 9(15) VALUE ZERO.
           05 WS-YTD-PER-NET-CENTS   PIC 9(15) VALUE ZERO.
           05 WS-YTD-PER-SS-CENTS    PIC 9(15) VALUE ZERO.
           05 WS-YTD-PER-MED-CENTS   PIC 9(15) VALUE ZERO.
           05 WS-YTD-PER-ER-SS-CENTS PIC 9(15) VALUE ZERO.
           05 WS-YTD-PER-ER-MED-CENTS PIC 9(15) VALUE ZERO.
           05 WS-YTD-PER-COUNT       PIC 9(7) VALUE ZERO.

       01 WS-EMPLOYEE-TABLE.
       01 WS-MATCH-FIELDS.
           05 WS-ACH-CURSOR          PIC 9(5) COMP VALUE 1.
           05 WS-CHECK-CURSOR        PIC 9(5) COMP VALUE 1.
           05 WS-HOLD-CURSOR         PIC 9(5) COMP VALUE 1.
           05 WS-MATCH-IDX           PIC 9(5) COMP.
           05 WS-FOUND-IDX           PIC 9(5) COMP.
           05 WS-MATCH-FOUND-SW      PIC X.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-RUN-PARAMETERS
           PERFORM RESOLVE-PAY-GROUP
           OPEN OUTPUT RECON-REPORT-FILE
           PERFORM WRITE-RECON-HEADING
           PERFORM TOTAL-REPORT-FILE
           PERFORM TOTAL-ACH-FILE
           PERFORM TOTAL-CHECK-LIST-FILE
           PERFORM TOTAL-HOLD-LIST-FILE
           PERFORM TOTAL-YTD-FILE
           PERFORM COMPARE-TOTALS
           PERFORM REPORT-UNPAID-EMPLOYEES
           PERFORM CHECK-PAY-GROUP-MEMBERSHIP
           PERFORM WRITE-RECON-VERDICT
           CLOSE RECON-REPORT-FILE
           IF WS-DISCREPANCY-COUNT > ZERO
              MOVE 'payroll_report.txt' TO WS-REPORT-FILE-NAME
              MOVE 'payroll_ach.txt' TO WS-ACH-FILE-NAME
              MOVE 'paycheck_list.txt' TO WS-CHECK-LIST-FILE-NAME
              MOVE 'payroll_holds.txt' TO WS-HOLD-LIST-FILE-NAME
              MOVE 'payroll_recon.txt' TO WS-RECON-FILE-NAME
           ELSE
              STRING 'payroll_report_' DELIMITED BY SIZE,
                  WS-PAY-PERIOD-ID DELIMITED BY SPACE,
                  '.txt' DELIMITED BY SIZE
                  INTO WS-CHECK-LIST-FILE-NAME
              STRING 'payroll_holds_' DELIMITED BY SIZE,
                  WS-PAY-PERIOD-ID DELIMITED BY SPACE,
                  '.txt' DELIMITED BY SIZE
                  INTO WS-HOLD-LIST-FILE-NAME
              STRING 'payroll_recon_' DELIMITED BY SIZE,
                  WS-PAY-PERIOD-ID DELIMITED BY SPACE,
                  '.txt' DELIMITED BY SIZE
                  INTO WS-RECON-FILE-NAME
           END-IF.

       RESOLVE-PAY-GROUP.
           MOVE SPACES TO WS-PAY-GROUP
           IF WS-PAY-PERIOD-ID NOT = SPACES
              MOVE 'N' TO WS-CALENDAR-EOF
              OPEN INPUT PAY-CALENDAR-FILE
              IF WS-PAY-CALENDAR-STATUS = '00'
                 PERFORM SCAN-ONE-CALENDAR-ENTRY
                     UNTIL CALENDAR-EOF
                 CLOSE PAY-CALENDAR-FILE
              END-IF
           END-IF
           MOVE SPACES TO WS-EXPECTED-BATCH-GROUP
           IF WS-PAY-GROUP NOT = SPACES
              STRING 'PAY GROUP ' DELIMITED BY SIZE,
                  WS-PAY-GROUP DELIMITED BY SIZE
                  INTO WS-EXPECTED-BATCH-GROUP
           END-IF.

       SCAN-ONE-CALENDAR-ENTRY.
           READ PAY-CALENDAR-FILE
               AT END
                   MOVE 'Y' TO WS-CALENDAR-EOF
               NOT AT END
                   IF PCAL-PERIOD-ID = WS-PAY-PERIOD-ID
                      MOVE PCAL-PAY-GROUP TO WS-PAY-GROUP
                   END-IF
           END-READ.

       SCAN-CENTS-FROM-TEXT.
           MOVE ZERO TO WS-SCAN-CENTS
           PERFORM SCAN-ONE-CHARACTER
                   MOVE REPORT-IN-LINE(21:18) TO WS-SCAN-TEXT
                   PERFORM SCAN-CENTS-FROM-TEXT
                   MOVE WS-SCAN-CENTS TO WS-SUM-NET-CENTS
               WHEN REPORT-IN-LINE(1:28) =
                   'Total Social Security Tax: $'
                   MOVE REPORT-IN-LINE(29:18) TO WS-SCAN-TEXT
                   PERFORM SCAN-CENTS-FROM-TEXT
                   MOVE WS-SCAN-CENTS TO WS-SUM-SS-TAX-CENTS
               WHEN REPORT-IN-LINE(1:21) = 'Total Medicare Tax: $'
                   MOVE REPORT-IN-LINE(22:18) TO WS-SCAN-TEXT
                   PERFORM SCAN-CENTS-FROM-TEXT
                   MOVE WS-SCAN-CENTS TO WS-SUM-MED-TAX-CENTS
               WHEN REPORT-IN-LINE(1:33) =
                   'Total Employer Social Security: $'
                   MOVE REPORT-IN-LINE(34:18) TO WS-SCAN-TEXT
                   PERFORM SCAN-CENTS-FROM-TEXT
                   MOVE WS-SCAN-CENTS TO WS-SUM-ER-SS-CENTS
               WHEN REPORT-IN-LINE(1:26) = 'Total Employer Medicare: $'
                   MOVE REPORT-IN-LINE(27:18) TO WS-SCAN-TEXT
                   PERFORM SCAN-CENTS-FROM-TEXT
                   MOVE WS-SCAN-CENTS TO WS-SUM-ER-MED-CENTS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CLASSIFY-ACH-LINE.
           EVALUATE ACH-IN-LINE(1:1)
               WHEN '5'
                   MOVE ACH-IN-LINE(2:3) TO WS-ACH-SERVICE-CLASS
                   MOVE ACH-IN-LINE(21:20) TO WS-ACH-BATCH-GROUP
                   IF WS-ACH-BATCH-GROUP NOT = WS-EXPECTED-BATCH-GROUP
                      MOVE 'ACH BATCH IS FOR ANOTHER PAY GROUP'
                          TO WS-WHAT-A
                      PERFORM WRITE-DISCREPANCY-NOTE
                   END-IF
               WHEN '6'
                   PERFORM TALLY-ACH-ENTRY
               WHEN '8'
              PERFORM WRITE-EMPLOYEE-DISCREPANCY
           END-IF.

       TOTAL-HOLD-LIST-FILE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT HOLD-LIST-IN-FILE
           IF WS-HOLD-LIST-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM READ-HOLD-LIST-LINE
               UNTIL END-OF-FILE
           IF WS-HOLD-LIST-FILE-STATUS = '00' OR '10'
              CLOSE HOLD-LIST-IN-FILE
           END-IF.

       READ-HOLD-LIST-LINE.
           READ HOLD-LIST-IN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   PERFORM TALLY-HOLD-LIST-LINE
           END-READ.

       TALLY-HOLD-LIST-LINE.
           IF HOLD-LIST-IN-LINE(1:8) = 'EMP-ID: '
              AND HOLD-LIST-IN-LINE(9:5) IS NUMERIC
              ADD 1 TO WS-HOLD-COUNT
              MOVE HOLD-LIST-IN-LINE(9:5) TO WS-LINE-EMP-ID
              UNSTRING HOLD-LIST-IN-LINE DELIMITED BY '$'
                  INTO WS-PART-1 WS-PART-2
              MOVE WS-PART-2 TO WS-SCAN-TEXT
              PERFORM SCAN-CENTS-FROM-TEXT
              MOVE WS-SCAN-CENTS TO WS-LINE-NET-CENTS
              ADD WS-LINE-NET-CENTS TO WS-HOLD-NET-CENTS
              PERFORM MATCH-PAYMENT-TO-HOLD-CURSOR
           END-IF.

       MATCH-PAYMENT-TO-HOLD-CURSOR.
           MOVE 'N' TO WS-MATCH-FOUND-SW
           PERFORM SEARCH-TABLE-FOR-EMP-ID
               VARYING WS-MATCH-IDX FROM WS-HOLD-CURSOR BY 1
               UNTIL MATCH-FOUND
               OR WS-MATCH-IDX > WS-EMP-COUNT
           IF MATCH-FOUND
              PERFORM CHECK-MATCHED-AMOUNT
              COMPUTE WS-HOLD-CURSOR = WS-FOUND-IDX + 1
           ELSE
              MOVE 'HELD PAY WITHOUT REPORT LINE' TO WS-WHAT-A
              PERFORM WRITE-EMPLOYEE-DISCREPANCY
           END-IF.

       TOTAL-YTD-FILE.
           OPEN INPUT YTD-FILE
           IF NOT YTD-STATUS-OK
                  WS-YTD-PER-TAX-CENTS + (YTD-PERIOD-TAX * 100)
              COMPUTE WS-YTD-PER-NET-CENTS =
                  WS-YTD-PER-NET-CENTS + (YTD-PERIOD-NET * 100)
              COMPUTE WS-YTD-PER-SS-CENTS =
                  WS-YTD-PER-SS-CENTS + (YTD-PERIOD-SS-TAX * 100)
              COMPUTE WS-YTD-PER-MED-CENTS =
                  WS-YTD-PER-MED-CENTS + (YTD-PERIOD-MEDICARE-TAX * 100)
              COMPUTE WS-YTD-PER-ER-SS-CENTS =
                  WS-YTD-PER-ER-SS-CENTS + (YTD-PERIOD-ER-SS-TAX * 100)
              COMPUTE WS-YTD-PER-ER-MED-CENTS =
                  WS-YTD-PER-ER-MED-CENTS
                  + (YTD-PERIOD-ER-MEDICARE-TAX * 100)
           END-IF.

       COMPARE-TOTALS.
           MOVE WS-SUM-NET-CENTS TO WS-LINE-TAX-CENTS
           PERFORM COMPARE-ONE-PAIR

           MOVE 'ACH PLUS CHECK PLUS HELD NET' TO WS-WHAT-A
           MOVE 'REPORT DETAIL NET' TO WS-WHAT-B
           COMPUTE WS-LINE-GROSS-CENTS =
               WS-ACH-NET-CENTS + WS-CHECK-NET-CENTS
               + WS-HOLD-NET-CENTS
           MOVE WS-RPT-NET-CENTS TO WS-LINE-TAX-CENTS
           PERFORM COMPARE-ONE-PAIR

           MOVE 'REPORT DETAIL NET' TO WS-WHAT-B
           MOVE WS-YTD-PER-NET-CENTS TO WS-LINE-GROSS-CENTS
           MOVE WS-RPT-NET-CENTS TO WS-LINE-TAX-CENTS
           PERFORM COMPARE-ONE-PAIR

           MOVE 'YTD PERIOD SOCIAL SECURITY' TO WS-WHAT-A
           MOVE 'SUMMARY SOCIAL SECURITY' TO WS-WHAT-B
           MOVE WS-YTD-PER-SS-CENTS TO WS-LINE-GROSS-CENTS
           MOVE WS-SUM-SS-TAX-CENTS TO WS-LINE-TAX-CENTS
           PERFORM COMPARE-ONE-PAIR

           MOVE 'YTD PERIOD MEDICARE' TO WS-WHAT-A
           MOVE 'SUMMARY MEDICARE' TO WS-WHAT-B
           MOVE WS-YTD-PER-MED-CENTS TO WS-LINE-GROSS-CENTS
           MOVE WS-SUM-MED-TAX-CENTS TO WS-LINE-TAX-CENTS
           PERFORM COMPARE-ONE-PAIR

           MOVE 'YTD PERIOD EMPLOYER SOC SEC' TO WS-WHAT-A
           MOVE 'SUMMARY EMPLOYER SOC SEC' TO WS-WHAT-B
           MOVE WS-YTD-PER-ER-SS-CENTS TO WS-LINE-GROSS-CENTS
           MOVE WS-SUM-ER-SS-CENTS TO WS-LINE-TAX-CENTS
           PERFORM COMPARE-ONE-PAIR

           MOVE 'YTD PERIOD EMPLOYER MEDICARE' TO WS-WHAT-A
           MOVE 'SUMMARY EMPLOYER MEDICARE' TO WS-WHAT-B
           MOVE WS-YTD-PER-ER-MED-CENTS TO WS-LINE-GROSS-CENTS
           MOVE WS-SUM-ER-MED-CENTS TO WS-LINE-TAX-CENTS
           PERFORM COMPARE-ONE-PAIR.

       COMPARE-ONE-PAIR.
              PERFORM WRITE-EMPLOYEE-DISCREPANCY
           END-IF.

       CHECK-PAY-GROUP-MEMBERSHIP.
           IF NOT ACH-ADJUSTMENT-BATCH AND WS-EMP-COUNT > ZERO
              OPEN INPUT EMPLOYEE-FILE
              IF EMPLOYEE-STATUS-OK
                 PERFORM CHECK-ONE-GROUP-MEMBER
                     VARYING WS-TBL-IDX FROM 1 BY 1
                     UNTIL WS-TBL-IDX > WS-EMP-COUNT
                 CLOSE EMPLOYEE-FILE
              ELSE
                 MOVE SPACES TO RECON-LINE
                 STRING
                     'NOTE: PAY GROUP MEMBERSHIP NOT CHECKED -'
                         DELIMITED BY SIZE,
                     ' employee_master.dat NOT AVAILABLE STATUS '
                         DELIMITED BY SIZE,
                     WS-EMPLOYEE-FILE-STATUS DELIMITED BY SIZE
                     INTO RECON-LINE
                 WRITE RECON-LINE
              END-IF
           END-IF.

       CHECK-ONE-GROUP-MEMBER.
           MOVE TBL-EMP-ID(WS-TBL-IDX) TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE HIGH-VALUES TO EMP-PAY-GROUP
                   MOVE HIGH-VALUES TO EMP-PRIOR-PAY-GROUP
           END-READ
           IF EMP-PAY-GROUP NOT = WS-PAY-GROUP
              AND EMP-PRIOR-PAY-GROUP NOT = WS-PAY-GROUP
              ADD 1 TO WS-OUTSIDE-GROUP-COUNT
              MOVE TBL-EMP-ID(WS-TBL-IDX) TO WS-LINE-EMP-ID
              MOVE 'PAID OUTSIDE PAY GROUP' TO WS-WHAT-A
              PERFORM WRITE-EMPLOYEE-DISCREPANCY
           END-IF.

       WRITE-RECON-HEADING.
           MOVE SPACES TO RECON-LINE
           STRING
               WS-PAY-PERIOD-ID DELIMITED BY SPACE,
               ' =====' DELIMITED BY SIZE
               INTO RECON-LINE
           WRITE RECON-LINE

           MOVE SPACES TO RECON-LINE
           STRING
               'Pay Group: ' DELIMITED BY SIZE,
               WS-PAY-GROUP DELIMITED BY SIZE
               INTO RECON-LINE
           WRITE RECON-LINE.

       WRITE-RECON-VERDICT.
               INTO RECON-LINE
           WRITE RECON-LINE

           IF WS-HOLD-COUNT > ZERO
              COMPUTE WS-CENTS-EDIT = WS-HOLD-NET-CENTS / 100
              MOVE WS-CENTS-EDIT TO WS-AMOUNT-A
              MOVE SPACES TO RECON-LINE
              STRING
                  'Deposits Held: ' DELIMITED BY SIZE,
                  WS-HOLD-COUNT DELIMITED BY SIZE,
                  ' | Held Net: ' DELIMITED BY SIZE,
                  WS-AMOUNT-A DELIMITED BY SIZE
                  INTO RECON-LINE
              WRITE RECON-LINE
           END-IF

           COMPUTE WS-CENTS-EDIT = WS-SUM-SS-TAX-CENTS / 100
           MOVE WS-CENTS-EDIT TO WS-AMOUNT-A
           COMPUTE WS-CENTS-EDIT = WS-SUM-MED-TAX-CENTS / 100
           MOVE WS-CENTS-EDIT TO WS-AMOUNT-B
           MOVE SPACES TO RECON-LINE
           STRING
               'Social Security Withheld: ' DELIMITED BY SIZE,
               WS-AMOUNT-A DELIMITED BY SIZE,
               ' | Medicare Withheld: ' DELIMITED BY SIZE,
               WS-AMOUNT-B DELIMITED BY SIZE
               INTO RECON-LINE
           WRITE RECON-LINE

           COMPUTE WS-CENTS-EDIT = WS-SUM-ER-SS-CENTS / 100
           MOVE WS-CENTS-EDIT TO WS-AMOUNT-A
           COMPUTE WS-CENTS-EDIT = WS-SUM-ER-MED-CENTS / 100
           MOVE WS-CENTS-EDIT TO WS-AMOUNT-B
           MOVE SPACES TO RECON-LINE
           STRING
               'Employer Social Security: ' DELIMITED BY SIZE,
               WS-AMOUNT-A DELIMITED BY SIZE,
               ' | Employer Medicare: ' DELIMITED BY SIZE,
               WS-AMOUNT-B DELIMITED BY SIZE
               INTO RECON-LINE
           WRITE RECON-LINE

           IF WS-REV-COUNT > ZERO OR WS-ACH-DEBIT-CENTS > ZERO
              COMPUTE WS-CENTS-EDIT = WS-REV-NET-CENTS / 100
              MOVE WS-CENTS-EDIT TO WS-AMOUNT-A
              WRITE RECON-LINE
           END-IF

           MOVE SPACES TO RECON-LINE
           STRING
               'Pay Group: ' DELIMITED BY SIZE,
               WS-PAY-GROUP DELIMITED BY SIZE,
               ' | Paid Outside Pay Group: ' DELIMITED BY SIZE,
               WS-OUTSIDE-GROUP-COUNT DELIMITED BY SIZE
               INTO RECON-LINE
           WRITE RECON-LINE

           MOVE SPACES TO RECON-LINE
           IF WS-DISCREPANCY-COUNT = ZERO
              STRING
