       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUARTERLY-TAX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-HISTORY-FILE ASSIGN TO "pay_history.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PHIST-KEY
           FILE STATUS IS WS-PAY-HISTORY-STATUS.
           SELECT PAY-CALENDAR-FILE ASSIGN TO "pay_calendar.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAY-CALENDAR-STATUS.
           SELECT YTD-FILE ASSIGN TO "ytd_master.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS YTD-EMP-ID
           FILE STATUS IS WS-YTD-FILE-STATUS.
           SELECT TAX-WORK-FILE ASSIGN TO "quarterly_work.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAX-SORT-WORK-FILE ASSIGN TO "qtrsort.tmp".
           SELECT SORTED-TAX-FILE ASSIGN TO "quarterly_sorted.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TIEOUT-WORK-FILE ASSIGN TO "quarterly_tieout.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAX-REPORT-FILE ASSIGN DYNAMIC WS-TAX-REPORT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PAY-HISTORY-FILE.
           COPY "payhistory_record.cpy".

       FD PAY-CALENDAR-FILE.
           COPY "paycalendar_record.cpy".

       FD YTD-FILE.
           COPY "ytd_record.cpy".

       FD TAX-WORK-FILE.
       01 TAX-WORK-RECORD.
           05 TXW-STATE-CODE         PIC X(2).
           05 TXW-LOCAL-CODE         PIC X(4).
           05 TXW-EMP-ID             PIC 9(5).
           05 TXW-EMP-NAME           PIC X(30).
           05 TXW-GROSS              PIC S9(10)V99.
           05 TXW-STATE-TAX          PIC S9(10)V99.
           05 TXW-LOCAL-TAX          PIC S9(10)V99.

       SD TAX-SORT-WORK-FILE.
       01 SORT-TAX-RECORD.
           05 SD-TXW-STATE-CODE      PIC X(2).
           05 SD-TXW-LOCAL-CODE      PIC X(4).
           05 SD-TXW-EMP-ID          PIC 9(5).
           05 SD-TXW-EMP-NAME        PIC X(30).
           05 SD-TXW-GROSS           PIC S9(10)V99.
           05 SD-TXW-STATE-TAX       PIC S9(10)V99.
           05 SD-TXW-LOCAL-TAX       PIC S9(10)V99.

       FD SORTED-TAX-FILE.
       01 SORTED-TAX-RECORD.
           05 STX-STATE-CODE         PIC X(2).
           05 STX-LOCAL-CODE         PIC X(4).
           05 STX-EMP-ID             PIC 9(5).
           05 STX-EMP-NAME           PIC X(30).
           05 STX-GROSS              PIC S9(10)V99.
           05 STX-STATE-TAX          PIC S9(10)V99.
           05 STX-LOCAL-TAX          PIC S9(10)V99.

       FD TIEOUT-WORK-FILE.
       01 TIEOUT-WORK-LINE           PIC X(130).

       FD TAX-REPORT-FILE.
       01 TAX-REPORT-LINE            PIC X(130).

       WORKING-STORAGE SECTION.
       01 WS-RUN-PARAMETERS.
           05 WS-PARAMETER-COUNT     PIC 9(2) COMP VALUE ZERO.
           05 WS-TAX-YEAR            PIC X(4) VALUE SPACES.
           05 WS-QUARTER-ARG         PIC X(1) VALUE SPACES.
               88 QUARTER-VALID      VALUE '1' '2' '3' '4'.
           05 WS-QUARTER             PIC 9(1).
           05 WS-QTR-FIRST-MONTH     PIC 9(2).
           05 WS-QTR-LAST-MONTH      PIC 9(2).
           05 WS-QTR-LABEL           PIC X(6).
           05 WS-QTR-START-DATE      PIC X(8).
           05 WS-QTR-END-DATE        PIC X(8).
           05 WS-TAX-REPORT-FILE-NAME PIC X(40).

       01 WS-FILE-STATUSES.
           05 WS-PAY-HISTORY-STATUS  PIC XX.
               88 PAY-HISTORY-OK     VALUE '00'.
           05 WS-PAY-CALENDAR-STATUS PIC XX.
           05 WS-YTD-FILE-STATUS     PIC XX.
               88 YTD-STATUS-OK      VALUE '00'.

       01 WS-VARIABLES.
           05 WS-HISTORY-EOF         PIC X VALUE 'N'.
               88 HISTORY-EOF        VALUE 'Y'.
           05 WS-CALENDAR-EOF        PIC X VALUE 'N'.
               88 CALENDAR-EOF       VALUE 'Y'.
           05 WS-SORTED-EOF          PIC X VALUE 'N'.
               88 SORTED-EOF         VALUE 'Y'.
           05 WS-TIEOUT-EOF          PIC X VALUE 'N'.
               88 TIEOUT-EOF         VALUE 'Y'.
           05 WS-EMP-IN-YEAR-SW      PIC X VALUE 'N'.
               88 EMP-PAID-IN-YEAR   VALUE 'Y'.
           05 WS-YTD-FOUND-SW        PIC X VALUE 'N'.
               88 YTD-RECORD-FOUND   VALUE 'Y'.
           05 WS-CURRENT-EMP-ID      PIC 9(5).
           05 WS-CURRENT-EMP-NAME    PIC X(30).
           05 WS-LOOKUP-PERIOD-ID    PIC X(10).
           05 WS-CHECK-DATE          PIC X(8).
           05 WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
               10 WS-CHECK-YEAR      PIC X(4).
               10 WS-CHECK-MM        PIC 9(2).
               10 WS-CHECK-DD        PIC X(2).
           05 WS-MONTH-IDX           PIC 9(1) COMP.
           05 WS-TIEOUT-REASON       PIC X(40).
           05 WS-PREV-STATE-CODE     PIC X(2).
           05 WS-PREV-LOCAL-CODE     PIC X(4).
           05 WS-PREV-EMP-ID         PIC 9(5).
           05 WS-GROUP-LABEL         PIC X(4).

       01 WS-CALENDAR-TABLE.
           05 WS-CAL-COUNT           PIC 9(4) COMP VALUE ZERO.
           05 WS-CAL-IDX             PIC 9(4) COMP.
           05 WS-CAL-ENTRY OCCURS 1000 TIMES.
               10 CAL-PERIOD-ID      PIC X(10).
               10 CAL-CHECK-DATE     PIC X(8).

       01 WS-SIGNED-AMOUNTS.
           05 WS-SGN-GROSS           PIC S9(10)V99.
           05 WS-SGN-FED-TAX         PIC S9(10)V99.
           05 WS-SGN-STATE-TAX       PIC S9(10)V99.
           05 WS-SGN-LOCAL-TAX       PIC S9(10)V99.
           05 WS-SGN-ER-TAX          PIC S9(10)V99.
           05 WS-SGN-SS-TAX          PIC S9(10)V99.
           05 WS-SGN-MEDICARE-TAX    PIC S9(10)V99.

       01 WS-MONTH-TOTALS.
           05 WS-MONTH-ENTRY OCCURS 3 TIMES.
               10 MON-WAGES          PIC S9(13)V99.
               10 MON-FED-TAX        PIC S9(13)V99.
               10 MON-ER-TAX         PIC S9(13)V99.
               10 MON-SS-TAX         PIC S9(13)V99.
               10 MON-MEDICARE-TAX   PIC S9(13)V99.
               10 MON-LIABILITY      PIC S9(13)V99.

       01 WS-QUARTER-TOTALS.
           05 WS-QTR-WAGES           PIC S9(13)V99 VALUE ZERO.
           05 WS-QTR-FED-TAX         PIC S9(13)V99 VALUE ZERO.
           05 WS-QTR-ER-TAX          PIC S9(13)V99 VALUE ZERO.
           05 WS-QTR-SS-TAX          PIC S9(13)V99 VALUE ZERO.
           05 WS-QTR-MEDICARE-TAX    PIC S9(13)V99 VALUE ZERO.
           05 WS-QTR-LIABILITY       PIC S9(13)V99 VALUE ZERO.
           05 WS-QTR-STATE-TAX       PIC S9(13)V99 VALUE ZERO.
           05 WS-QTR-LOCAL-TAX       PIC S9(13)V99 VALUE ZERO.
           05 WS-PAYMENT-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-REVERSAL-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-OFF-CALENDAR-COUNT  PIC 9(7) VALUE ZERO.

       01 WS-EMPLOYEE-TOTALS.
           05 WS-EMP-PRIOR-STATE     PIC S9(13)V99.
           05 WS-EMP-PRIOR-LOCAL     PIC S9(13)V99.
           05 WS-EMP-QTR-STATE       PIC S9(13)V99.
           05 WS-EMP-QTR-LOCAL       PIC S9(13)V99.
           05 WS-EMP-LATER-STATE     PIC S9(13)V99.
           05 WS-EMP-LATER-LOCAL     PIC S9(13)V99.
           05 WS-EMP-MOVE-STATE      PIC S9(13)V99.
           05 WS-EMP-MOVE-LOCAL      PIC S9(13)V99.

       01 WS-TIEOUT-TOTALS.
           05 WS-TIE-MOVE-STATE      PIC S9(13)V99 VALUE ZERO.
           05 WS-TIE-MOVE-LOCAL      PIC S9(13)V99 VALUE ZERO.
           05 WS-TIE-EMP-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-TIE-DIFF-COUNT      PIC 9(7) VALUE ZERO.

       01 WS-GROUP-TOTALS.
           05 WS-GRP-EMP-COUNT       PIC 9(7).
           05 WS-GRP-WAGES           PIC S9(13)V99.
           05 WS-GRP-TAX             PIC S9(13)V99.
           05 WS-EMP-WAGES           PIC S9(13)V99.
           05 WS-EMP-TAX             PIC S9(13)V99.

       01 WS-DISPLAY-FIELDS.
           05 WS-AMOUNT-A            PIC -$$$,$$$,$$$,$$9.99.
           05 WS-AMOUNT-B            PIC -$$$,$$$,$$$,$$9.99.
           05 WS-AMOUNT-C            PIC -$$$,$$$,$$$,$$9.99.
           05 WS-AMOUNT-D            PIC -$$$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-RUN-PARAMETERS
           PERFORM LOAD-PAY-CALENDAR
           PERFORM OPEN-FILES
           PERFORM CLEAR-MONTH-TOTALS
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 3

           PERFORM READ-NEXT-HISTORY
           PERFORM PROCESS-HISTORY-EMPLOYEE
               UNTIL HISTORY-EOF

           CLOSE PAY-HISTORY-FILE
           CLOSE YTD-FILE
           CLOSE TAX-WORK-FILE
           CLOSE TIEOUT-WORK-FILE

           OPEN OUTPUT TAX-REPORT-FILE
           PERFORM WRITE-FEDERAL-LIABILITY
           PERFORM WRITE-STATE-WAGE-REPORT
           PERFORM WRITE-LOCALITY-SUMMARY
           PERFORM WRITE-YTD-TIE-OUT
           CLOSE TAX-REPORT-FILE

           IF WS-TIE-DIFF-COUNT > ZERO
              MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       GET-RUN-PARAMETERS.
           ACCEPT WS-PARAMETER-COUNT FROM ARGUMENT-NUMBER
           IF WS-PARAMETER-COUNT < 2
              DISPLAY 'QUARTERLY-TAX: USAGE IS QUARTERLY-TAX'
                  ' <YYYY> <QUARTER 1-4>'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-TAX-YEAR FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-TAX-YEAR
           END-ACCEPT
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-QUARTER-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-QUARTER-ARG
           END-ACCEPT
           IF WS-TAX-YEAR NOT NUMERIC OR NOT QUARTER-VALID
              DISPLAY 'QUARTERLY-TAX: YEAR ' WS-TAX-YEAR
                  ' QUARTER ' WS-QUARTER-ARG ' IS NOT VALID'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE WS-QUARTER-ARG TO WS-QUARTER
           COMPUTE WS-QTR-FIRST-MONTH = (WS-QUARTER - 1) * 3 + 1
           COMPUTE WS-QTR-LAST-MONTH = WS-QTR-FIRST-MONTH + 2
           STRING WS-TAX-YEAR DELIMITED BY SIZE,
               WS-QTR-FIRST-MONTH DELIMITED BY SIZE,
               '01' DELIMITED BY SIZE
               INTO WS-QTR-START-DATE
           STRING WS-TAX-YEAR DELIMITED BY SIZE,
               WS-QTR-LAST-MONTH DELIMITED BY SIZE,
               '31' DELIMITED BY SIZE
               INTO WS-QTR-END-DATE
           STRING WS-TAX-YEAR DELIMITED BY SIZE,
               'Q' DELIMITED BY SIZE,
               WS-QUARTER-ARG DELIMITED BY SIZE
               INTO WS-QTR-LABEL
           STRING 'quarterly_tax_' DELIMITED BY SIZE,
               WS-QTR-LABEL DELIMITED BY SIZE,
               '.txt' DELIMITED BY SIZE
               INTO WS-TAX-REPORT-FILE-NAME.

       LOAD-PAY-CALENDAR.
           OPEN INPUT PAY-CALENDAR-FILE
           IF WS-PAY-CALENDAR-STATUS NOT = '00'
              DISPLAY 'QUARTERLY-TAX: pay_calendar.dat NOT AVAILABLE'
                  ' STATUS ' WS-PAY-CALENDAR-STATUS
                  ' - CHECK DATES CANNOT BE ASSIGNED TO QUARTERS'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-ONE-CALENDAR-ENTRY
               UNTIL CALENDAR-EOF
           CLOSE PAY-CALENDAR-FILE.

       LOAD-ONE-CALENDAR-ENTRY.
           READ PAY-CALENDAR-FILE
               AT END
                   MOVE 'Y' TO WS-CALENDAR-EOF
               NOT AT END
                   IF WS-CAL-COUNT < 1000
                      ADD 1 TO WS-CAL-COUNT
                      MOVE PCAL-PERIOD-ID
                          TO CAL-PERIOD-ID(WS-CAL-COUNT)
                      MOVE PCAL-CHECK-DATE
                          TO CAL-CHECK-DATE(WS-CAL-COUNT)
                   ELSE
                      DISPLAY 'QUARTERLY-TAX: CALENDAR TABLE FULL -'
                          ' PERIOD ' PCAL-PERIOD-ID ' IGNORED'
                   END-IF
           END-READ.

       FIND-CALENDAR-CHECK-DATE.
           MOVE SPACES TO WS-CHECK-DATE
           PERFORM CHECK-ONE-CALENDAR-ENTRY
               VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-COUNT
               OR WS-CHECK-DATE NOT = SPACES.

       CHECK-ONE-CALENDAR-ENTRY.
           IF CAL-PERIOD-ID(WS-CAL-IDX) = WS-LOOKUP-PERIOD-ID
              MOVE CAL-CHECK-DATE(WS-CAL-IDX) TO WS-CHECK-DATE
           END-IF.

       OPEN-FILES.
           OPEN INPUT PAY-HISTORY-FILE
           IF NOT PAY-HISTORY-OK
              DISPLAY 'QUARTERLY-TAX: pay_history.dat NOT AVAILABLE'
                  ' STATUS ' WS-PAY-HISTORY-STATUS
                  ' - RUN PAYHIST-CONVERT IF THE LAYOUT IS OLD'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT YTD-FILE
           IF NOT YTD-STATUS-OK
              DISPLAY 'QUARTERLY-TAX: ytd_master.dat NOT AVAILABLE'
                  ' STATUS ' WS-YTD-FILE-STATUS
                  ' - RUN YTD-CONVERT IF THE LAYOUT IS OLD'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT TAX-WORK-FILE
           OPEN OUTPUT TIEOUT-WORK-FILE.

       CLEAR-MONTH-TOTALS.
           MOVE ZERO TO MON-WAGES(WS-MONTH-IDX)
           MOVE ZERO TO MON-FED-TAX(WS-MONTH-IDX)
           MOVE ZERO TO MON-ER-TAX(WS-MONTH-IDX)
           MOVE ZERO TO MON-SS-TAX(WS-MONTH-IDX)
           MOVE ZERO TO MON-MEDICARE-TAX(WS-MONTH-IDX)
           MOVE ZERO TO MON-LIABILITY(WS-MONTH-IDX).

       READ-NEXT-HISTORY.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HISTORY-EOF
           END-READ
           IF NOT PAY-HISTORY-OK
              MOVE 'Y' TO WS-HISTORY-EOF
           END-IF.

       PROCESS-HISTORY-EMPLOYEE.
           MOVE PHIST-EMP-ID TO WS-CURRENT-EMP-ID
           MOVE 'N' TO WS-EMP-IN-YEAR-SW
           MOVE ZERO TO WS-EMP-PRIOR-STATE WS-EMP-PRIOR-LOCAL
           MOVE ZERO TO WS-EMP-QTR-STATE WS-EMP-QTR-LOCAL
           MOVE ZERO TO WS-EMP-LATER-STATE WS-EMP-LATER-LOCAL
           PERFORM PROCESS-ONE-HISTORY-RECORD
               UNTIL HISTORY-EOF
               OR PHIST-EMP-ID NOT = WS-CURRENT-EMP-ID
           IF EMP-PAID-IN-YEAR
              PERFORM TIE-OUT-EMPLOYEE
           END-IF.

       PROCESS-ONE-HISTORY-RECORD.
           MOVE PHIST-PERIOD-ID TO WS-LOOKUP-PERIOD-ID
           PERFORM FIND-CALENDAR-CHECK-DATE
           IF WS-CHECK-DATE = SPACES
              ADD 1 TO WS-OFF-CALENDAR-COUNT
              STRING '20' DELIMITED BY SIZE,
                  PHIST-RUN-DATE DELIMITED BY SIZE
                  INTO WS-CHECK-DATE
           END-IF

           IF WS-CHECK-YEAR = WS-TAX-YEAR
              MOVE 'Y' TO WS-EMP-IN-YEAR-SW
              MOVE PHIST-EMP-NAME TO WS-CURRENT-EMP-NAME
              PERFORM SIGN-HISTORY-AMOUNTS
              EVALUATE TRUE
                  WHEN WS-CHECK-DATE < WS-QTR-START-DATE
                      ADD WS-SGN-STATE-TAX TO WS-EMP-PRIOR-STATE
                      ADD WS-SGN-LOCAL-TAX TO WS-EMP-PRIOR-LOCAL
                  WHEN WS-CHECK-DATE > WS-QTR-END-DATE
                      ADD WS-SGN-STATE-TAX TO WS-EMP-LATER-STATE
                      ADD WS-SGN-LOCAL-TAX TO WS-EMP-LATER-LOCAL
                  WHEN OTHER
                      PERFORM ACCUMULATE-QUARTER-RECORD
              END-EVALUATE
           END-IF

           PERFORM READ-NEXT-HISTORY.

       SIGN-HISTORY-AMOUNTS.
           IF PHIST-TYPE-REVERSAL
              COMPUTE WS-SGN-GROSS = 0 - PHIST-GROSS
              COMPUTE WS-SGN-FED-TAX = 0 - PHIST-TAX
              COMPUTE WS-SGN-STATE-TAX = 0 - PHIST-STATE-TAX
              COMPUTE WS-SGN-LOCAL-TAX = 0 - PHIST-LOCAL-TAX
              COMPUTE WS-SGN-ER-TAX = 0 - PHIST-ER-TAX
              COMPUTE WS-SGN-SS-TAX =
                  0 - PHIST-SS-TAX - PHIST-ER-SS-TAX
              COMPUTE WS-SGN-MEDICARE-TAX =
                  0 - PHIST-MEDICARE-TAX - PHIST-ER-MEDICARE-TAX
           ELSE
              MOVE PHIST-GROSS TO WS-SGN-GROSS
              MOVE PHIST-TAX TO WS-SGN-FED-TAX
              MOVE PHIST-STATE-TAX TO WS-SGN-STATE-TAX
              MOVE PHIST-LOCAL-TAX TO WS-SGN-LOCAL-TAX
              MOVE PHIST-ER-TAX TO WS-SGN-ER-TAX
              COMPUTE WS-SGN-SS-TAX =
                  PHIST-SS-TAX + PHIST-ER-SS-TAX
              COMPUTE WS-SGN-MEDICARE-TAX =
                  PHIST-MEDICARE-TAX + PHIST-ER-MEDICARE-TAX
           END-IF.

       ACCUMULATE-QUARTER-RECORD.
           IF PHIST-TYPE-REVERSAL
              ADD 1 TO WS-REVERSAL-COUNT
           ELSE
              ADD 1 TO WS-PAYMENT-COUNT
           END-IF

           COMPUTE WS-MONTH-IDX = WS-CHECK-MM - WS-QTR-FIRST-MONTH + 1
           ADD WS-SGN-GROSS TO MON-WAGES(WS-MONTH-IDX)
           ADD WS-SGN-FED-TAX TO MON-FED-TAX(WS-MONTH-IDX)
           ADD WS-SGN-ER-TAX TO MON-ER-TAX(WS-MONTH-IDX)
           ADD WS-SGN-SS-TAX TO MON-SS-TAX(WS-MONTH-IDX)
           ADD WS-SGN-MEDICARE-TAX TO MON-MEDICARE-TAX(WS-MONTH-IDX)
           COMPUTE MON-LIABILITY(WS-MONTH-IDX) =
               MON-LIABILITY(WS-MONTH-IDX)
               + WS-SGN-FED-TAX + WS-SGN-ER-TAX
               + WS-SGN-SS-TAX + WS-SGN-MEDICARE-TAX

           ADD WS-SGN-GROSS TO WS-QTR-WAGES
           ADD WS-SGN-FED-TAX TO WS-QTR-FED-TAX
           ADD WS-SGN-ER-TAX TO WS-QTR-ER-TAX
           ADD WS-SGN-SS-TAX TO WS-QTR-SS-TAX
           ADD WS-SGN-MEDICARE-TAX TO WS-QTR-MEDICARE-TAX
           COMPUTE WS-QTR-LIABILITY =
               WS-QTR-LIABILITY + WS-SGN-FED-TAX + WS-SGN-ER-TAX
               + WS-SGN-SS-TAX + WS-SGN-MEDICARE-TAX
           ADD WS-SGN-STATE-TAX TO WS-QTR-STATE-TAX
           ADD WS-SGN-LOCAL-TAX TO WS-QTR-LOCAL-TAX

           ADD WS-SGN-STATE-TAX TO WS-EMP-QTR-STATE
           ADD WS-SGN-LOCAL-TAX TO WS-EMP-QTR-LOCAL

           MOVE PHIST-STATE-CODE TO TXW-STATE-CODE
           MOVE PHIST-LOCAL-CODE TO TXW-LOCAL-CODE
           MOVE PHIST-EMP-ID TO TXW-EMP-ID
           MOVE PHIST-EMP-NAME TO TXW-EMP-NAME
           MOVE WS-SGN-GROSS TO TXW-GROSS
           MOVE WS-SGN-STATE-TAX TO TXW-STATE-TAX
           MOVE WS-SGN-LOCAL-TAX TO TXW-LOCAL-TAX
           WRITE TAX-WORK-RECORD.

       TIE-OUT-EMPLOYEE.
           ADD 1 TO WS-TIE-EMP-COUNT
           MOVE 'N' TO WS-YTD-FOUND-SW
           MOVE WS-CURRENT-EMP-ID TO YTD-EMP-ID
           READ YTD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-YTD-FOUND-SW
           END-READ

           IF YTD-RECORD-FOUND
              COMPUTE WS-EMP-MOVE-STATE = YTD-STATE-TAX
                  - WS-EMP-PRIOR-STATE - WS-EMP-LATER-STATE
              COMPUTE WS-EMP-MOVE-LOCAL = YTD-LOCAL-TAX
                  - WS-EMP-PRIOR-LOCAL - WS-EMP-LATER-LOCAL
           ELSE
              MOVE ZERO TO WS-EMP-MOVE-STATE
              MOVE ZERO TO WS-EMP-MOVE-LOCAL
           END-IF
           ADD WS-EMP-MOVE-STATE TO WS-TIE-MOVE-STATE
           ADD WS-EMP-MOVE-LOCAL TO WS-TIE-MOVE-LOCAL

           IF NOT YTD-RECORD-FOUND
              OR WS-EMP-MOVE-STATE NOT = WS-EMP-QTR-STATE
              OR WS-EMP-MOVE-LOCAL NOT = WS-EMP-QTR-LOCAL
              PERFORM WRITE-TIE-OUT-DIFFERENCE
           END-IF.

       WRITE-TIE-OUT-DIFFERENCE.
           ADD 1 TO WS-TIE-DIFF-COUNT
           EVALUATE TRUE
               WHEN NOT YTD-RECORD-FOUND
                   MOVE 'NO YTD RECORD' TO WS-TIEOUT-REASON
               WHEN OTHER
                   MOVE YTD-LAST-PERIOD-ID TO WS-LOOKUP-PERIOD-ID
                   PERFORM FIND-CALENDAR-CHECK-DATE
                   IF WS-CHECK-YEAR NOT = WS-TAX-YEAR
                      MOVE 'YTD MASTER IS NOT FOR THIS TAX YEAR'
                          TO WS-TIEOUT-REASON
                   ELSE
                      MOVE 'YTD MOVEMENT DIFFERS FROM HISTORY'
                          TO WS-TIEOUT-REASON
                   END-IF
           END-EVALUATE

           MOVE WS-EMP-QTR-STATE TO WS-AMOUNT-A
           MOVE WS-EMP-MOVE-STATE TO WS-AMOUNT-B
           MOVE WS-EMP-QTR-LOCAL TO WS-AMOUNT-C
           MOVE WS-EMP-MOVE-LOCAL TO WS-AMOUNT-D
           MOVE SPACES TO TIEOUT-WORK-LINE
           STRING
               'EMP-ID: ' DELIMITED BY SIZE,
               WS-CURRENT-EMP-ID DELIMITED BY SIZE,
               ' | ' DELIMITED BY SIZE,
               WS-CURRENT-EMP-NAME DELIMITED BY '  ',
               ' | ' DELIMITED BY SIZE,
               WS-TIEOUT-REASON DELIMITED BY '  '
               INTO TIEOUT-WORK-LINE
           WRITE TIEOUT-WORK-LINE
           MOVE SPACES TO TIEOUT-WORK-LINE
           STRING
               '     STATE QTR: ' DELIMITED BY SIZE,
               WS-AMOUNT-A DELIMITED BY SIZE,
               ' YTD MOVE: ' DELIMITED BY SIZE,
               WS-AMOUNT-B DELIMITED BY SIZE,
               ' | LOCAL QTR: ' DELIMITED BY SIZE,
               WS-AMOUNT-C DELIMITED BY SIZE,
               ' YTD MOVE: ' DELIMITED BY SIZE,
               WS-AMOUNT-D DELIMITED BY SIZE
               INTO TIEOUT-WORK-LINE
           WRITE TIEOUT-WORK-LINE.

       WRITE-FEDERAL-LIABILITY.
           MOVE SPACES TO TAX-REPORT-LINE
           STRING
               '===== FEDERAL QUARTERLY LIABILITY - ' DELIMITED BY SIZE,
               WS-QTR-LABEL DELIMITED BY SIZE,
               ' =====' DELIMITED BY SIZE
               INTO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE

           PERFORM WRITE-ONE-MONTH-LINE
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 3

           MOVE WS-QTR-WAGES TO WS-AMOUNT-A
           MOVE SPACES TO TAX-REPORT-LINE
           STRING
               'Total Wages: ' DELIMITED BY SIZE,
               WS-AMOUNT-A DELIMITED BY SIZE
               INTO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE

           MOVE WS-QTR-FED-TAX TO WS-AMOUNT-A
           MOVE SPACES TO TAX-REPORT-LINE
           STRING
               'Total Federal Withholding: ' DELIMITED BY SIZE,
               WS-AMOUNT-A DELIMITED BY SIZE
               INTO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE

           MOVE WS-QTR-ER-TAX TO WS-AMOUNT-A
           MOVE SPACES TO TAX-REPORT-LINE
           STRING
               'Total Employer Tax: ' DELIMITED BY SIZE,
               WS-AMOUNT-A DELIMITED BY SIZE
               INTO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE

           MOVE WS-QTR-SS-TAX TO WS-AMOUNT-A
           MOVE SPACES TO TAX-REPORT-LINE
           STRING
               'Total Social Security (EE+ER): ' DELIMITED BY SIZE,
               WS-AMOUNT-A DELIMITED BY SIZE
               INTO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE

           MOVE WS-QTR-MEDICARE-TAX TO WS-AMOUNT-A
           MOVE SPACES TO TAX-REPORT-LINE
           STRING
               'Total Medicare (EE+ER): ' DELIMITED BY SIZE,
               WS-AMOUNT-A DELIMITED BY SIZE
               INTO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE

           MOVE WS-QTR-LIABILITY TO WS-AMOUNT-A
           MOVE SPACES TO TAX-REPORT-LINE
           STRING
               'Total Quarter Liability: ' DELIMITED BY SIZE,
               WS-AMOUNT-A DELIMITED BY SIZE
               INTO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE

           MOVE SPACES TO TAX-REPORT-LINE
           STRING
               'Payment Records: ' DELIMITED BY SIZE,
               WS-PAYMENT-COUNT DELIMITED BY SIZE,
               ' | Reversal Records: ' DELIMITED BY SIZE,
               WS-REVERSAL-COUNT DELIMITED BY SIZE
               INTO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE

           IF WS-OFF-CALENDAR-COUNT > ZERO
              MOVE SPACES TO TAX-REPORT-LINE
              STRING
                  'Records Not On Pay Calendar (Run Date Used): '
                      DELIMITED BY SIZE,
                  WS-OFF-CALENDAR-COUNT DELIMITED BY SIZE
                  INTO TAX-REPORT-LINE
              WRITE TAX-REPORT-LINE
           END-IF.

       WRITE-ONE-MONTH-LINE.
           MOVE MON-WAGES(WS-MONTH-IDX) TO WS-AMOUNT-A
           MOVE MON-FED-TAX(WS-MONTH-IDX) TO WS-AMOUNT-B
           MOVE MON-ER-TAX(WS-MONTH-IDX) TO WS-AMOUNT-C
           MOVE MON-LIABILITY(WS-MONTH-IDX) TO WS-AMOUNT-D
           COMPUTE WS-CHECK-MM = WS-QTR-FIRST-MONTH + WS-MONTH-IDX - 1
           MOVE SPACES TO TAX-REPORT-LINE
           STRING
               'MONTH ' DELIMITED BY SIZE,
               WS-CHECK-MM DELIMITED BY SIZE,
               '/' DELIMITED BY SIZE,
               WS-TAX-YEAR DELIMITED BY SIZE,
               ' | WAGES: ' DELIMITED BY SIZE,
               WS-AMOUNT-A DELIMITED BY SIZE,
               ' | FED W/H: ' DELIMITED BY SIZE,
               WS-AMOUNT-B DELIMITED BY SIZE,
               ' | ER TAX: ' DELIMITED BY SIZE,
               WS-AMOUNT-C DELIMITED BY SIZE
               INTO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE
           MOVE MON-SS-TAX(WS-MONTH-IDX) TO WS-AMOUNT-B
           MOVE MON-MEDICARE-TAX(WS-MONTH-IDX) TO WS-AMOUNT-C
           MOVE SPACES TO TAX-REPORT-LINE
           STRING
               '     SOC SEC: ' DELIMITED BY SIZE,
               WS-AMOUNT-B DELIMITED BY SIZE,
               ' | MEDICARE: ' DELIMITED BY SIZE,
               WS-AMOUNT-C DELIMITED BY SIZE
               INTO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE
           MOVE SPACES TO TAX-REPORT-LINE
           STRING
               '     MONTH LIABILITY: ' DELIMITED BY SIZE,
               WS-AMOUNT-D DELIMITED BY SIZE
               INTO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE.

       WRITE-STATE-WAGE-REPORT.
           SORT TAX-SORT-WORK-FILE
               ON ASCENDING KEY SD-TXW-STATE-CODE
                                SD-TXW-EMP-ID
               USING TAX-WORK-FILE
               GIVING SORTED-TAX-FILE

           MOVE SPACES TO TAX-REPORT-LINE
           STRING
               '===== STATE WAGE AND WITHHOLDING - ' DELIMITED BY SIZE,
               WS-QTR-LABEL DELIMITED BY SIZE,
               ' =====' DELIMITED BY SIZE
               INTO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE

           OPEN INPUT SORTED-TAX-FILE
           MOVE 'N' TO WS-SORTED-EOF
           PERFORM READ-NEXT-SORTED
           PERFORM WRITE-ONE-STATE-GROUP
               UNTIL SORTED-EOF
           CLOSE SORTED-TAX-FILE.

       READ-NEXT-SORTED.
           READ SORTED-TAX-FILE
               AT END
                   MOVE 'Y' TO WS-SORTED-EOF
           END-READ.

       WRITE-ONE-STATE-GROUP.
           MOVE STX-STATE-CODE TO WS-PREV-STATE-CODE
           IF WS-PREV-STATE-CODE = SPACES
              MOVE 'NONE' TO WS-GROUP-LABEL
           ELSE
              MOVE WS-PREV-STATE-CODE TO WS-GROUP-LABEL
           END-IF
           MOVE ZERO TO WS-GRP-EMP-COUNT WS-GRP-WAGES WS-GRP-TAX
           MOVE SPACES TO TAX-REPORT-LINE
           STRING
               'STATE: ' DELIMITED BY SIZE,
               WS-GROUP-LABEL DELIMITED BY SIZE
               INTO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE

           PERFORM WRITE-ONE-STATE-EMPLOYEE
               UNTIL SORTED-EOF
               OR STX-STATE-CODE NOT = WS-PREV-STATE-CODE

           MOVE WS-GRP-WAGES TO WS-AMOUNT-A
           MOVE WS-GRP-TAX TO WS-AMOUNT-B
           MOVE SPACES TO TAX-REPORT-LINE
           STRING
               '  STATE ' DELIMITED BY SIZE,
               WS-GROUP-LABEL DELIMITED BY SPACE,
               ' TOTAL: ' DELIMITED BY SIZE,
               WS-GRP-EMP-COUNT DELIMITED BY SIZE,
               ' EMPLOYEES | WAGES: ' DELIMITED BY SIZE,
               WS-AMOUNT-A DELIMITED BY SIZE,
               ' | STATE TAX: ' DELIMITED BY SIZE,
               WS-AMOUNT-B DELIMITED BY SIZE
               INTO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE.

       WRITE-ONE-STATE-EMPLOYEE.
           MOVE STX-EMP-ID TO WS-PREV-EMP-ID
           MOVE STX-EMP-NAME TO WS-CURRENT-EMP-NAME
           MOVE ZERO TO WS-EMP-WAGES WS-EMP-TAX
           PERFORM ADD-ONE-STATE-RECORD
               UNTIL SORTED-EOF
               OR STX-STATE-CODE NOT = WS-PREV-STATE-CODE
               OR STX-EMP-ID NOT = WS-PREV-EMP-ID

           ADD 1 TO WS-GRP-EMP-COUNT
           ADD WS-EMP-WAGES TO WS-GRP-WAGES
           ADD WS-EMP-TAX TO WS-GRP-TAX
           MOVE WS-EMP-WAGES TO WS-AMOUNT-A
           MOVE WS-EMP-TAX TO WS-AMOUNT-B
           MOVE SPACES TO TAX-REPORT-LINE
           STRING
               '  EMP-ID: ' DELIMITED BY SIZE,
               WS-PREV-EMP-ID DELIMITED BY SIZE,
               ' | ' DELIMITED BY SIZE,
               WS-CURRENT-EMP-NAME DELIMITED BY SIZE,
               ' | WAGES: ' DELIMITED BY SIZE,
               WS-AMOUNT-A DELIMITED BY SIZE,
               ' | STATE TAX: ' DELIMITED BY SIZE,
               WS-AMOUNT-B DELIMITED BY SIZE
               INTO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE.

       ADD-ONE-STATE-RECORD.
           ADD STX-GROSS TO WS-EMP-WAGES
           ADD STX-STATE-TAX TO WS-EMP-TAX
           PERFORM READ-NEXT-SORTED.

       WRITE-LOCALITY-SUMMARY.
           SORT TAX-SORT-WORK-FILE
               ON ASCENDING KEY SD-TXW-LOCAL-CODE
                                SD-TXW-EMP-ID
               USING TAX-WORK-FILE
               GIVING SORTED-TAX-FILE

           MOVE SPACES TO TAX-REPORT-LINE
           STRING
               '===== LOCALITY SUMMARY - ' DELIMITED BY SIZE,
               WS-QTR-LABEL DELIMITED BY SIZE,
               ' =====' DELIMITED BY SIZE
               INTO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE

           OPEN INPUT SORTED-TAX-FILE
           MOVE 'N' TO WS-SORTED-EOF
           PERFORM READ-NEXT-SORTED
           PERFORM WRITE-ONE-LOCALITY-GROUP
               UNTIL SORTED-EOF
           CLOSE SORTED-TAX-FILE.

       WRITE-ONE-LOCALITY-GROUP.
           MOVE STX-LOCAL-CODE TO WS-PREV-LOCAL-CODE
           IF WS-PREV-LOCAL-CODE = SPACES
              MOVE 'NONE' TO WS-GROUP-LABEL
           ELSE
              MOVE WS-PREV-LOCAL-CODE TO WS-GROUP-LABEL
           END-IF
           MOVE ZERO TO WS-GRP-EMP-COUNT WS-GRP-WAGES WS-GRP-TAX
           MOVE ZERO TO WS-PREV-EMP-ID
           PERFORM ADD-ONE-LOCALITY-RECORD
               UNTIL SORTED-EOF
               OR STX-LOCAL-CODE NOT = WS-PREV-LOCAL-CODE

           MOVE WS-GRP-WAGES TO WS-AMOUNT-A
           MOVE WS-GRP-TAX TO WS-AMOUNT-B
           MOVE SPACES TO TAX-REPORT-LINE
           STRING
               'LOCALITY: ' DELIMITED BY SIZE,
               WS-GROUP-LABEL DELIMITED BY SIZE,
               ' | EMPLOYEES: ' DELIMITED BY SIZE,
               WS-GRP-EMP-COUNT DELIMITED BY SIZE,
               ' | WAGES: ' DELIMITED BY SIZE,
               WS-AMOUNT-A DELIMITED BY SIZE,
               ' | LOCAL TAX: ' DELIMITED BY SIZE,
               WS-AMOUNT-B DELIMITED BY SIZE
               INTO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE.

       ADD-ONE-LOCALITY-RECORD.
           IF STX-EMP-ID NOT = WS-PREV-EMP-ID
              ADD 1 TO WS-GRP-EMP-COUNT
              MOVE STX-EMP-ID TO WS-PREV-EMP-ID
           END-IF
           ADD STX-GROSS TO WS-GRP-WAGES
           ADD STX-LOCAL-TAX TO WS-GRP-TAX
           PERFORM READ-NEXT-SORTED.

       WRITE-YTD-TIE-OUT.
           MOVE SPACES TO TAX-REPORT-LINE
           STRING
               '===== YTD TIE-OUT - ' DELIMITED BY SIZE,
               WS-QTR-LABEL DELIMITED BY SIZE,
               ' =====' DELIMITED BY SIZE
               INTO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE

           OPEN INPUT TIEOUT-WORK-FILE
           PERFORM COPY-ONE-TIEOUT-LINE
               UNTIL TIEOUT-EOF
           CLOSE TIEOUT-WORK-FILE

           MOVE WS-QTR-STATE-TAX TO WS-AMOUNT-A
           MOVE WS-TIE-MOVE-STATE TO WS-AMOUNT-B
           MOVE SPACES TO TAX-REPORT-LINE
           STRING
               'Quarter State Tax: ' DELIMITED BY SIZE,
               WS-AMOUNT-A DELIMITED BY SIZE,
               ' | YTD State Tax Movement: ' DELIMITED BY SIZE,
               WS-AMOUNT-B DELIMITED BY SIZE
               INTO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE

           MOVE WS-QTR-LOCAL-TAX TO WS-AMOUNT-A
           MOVE WS-TIE-MOVE-LOCAL TO WS-AMOUNT-B
           MOVE SPACES TO TAX-REPORT-LINE
           STRING
               'Quarter Local Tax: ' DELIMITED BY SIZE,
               WS-AMOUNT-A DELIMITED BY SIZE,
               ' | YTD Local Tax Movement: ' DELIMITED BY SIZE,
               WS-AMOUNT-B DELIMITED BY SIZE
               INTO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE

           MOVE SPACES TO TAX-REPORT-LINE
           STRING
               'Employees Compared: ' DELIMITED BY SIZE,
               WS-TIE-EMP-COUNT DELIMITED BY SIZE
               INTO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE

           MOVE SPACES TO TAX-REPORT-LINE
           IF WS-TIE-DIFF-COUNT = ZERO
              STRING
                  'IN BALANCE - QUARTERLY FILING AGREES WITH YTD'
                      DELIMITED BY SIZE
                  INTO TAX-REPORT-LINE
           ELSE
              STRING
                  'OUT OF BALANCE - DO NOT FILE - ' DELIMITED BY SIZE,
                  WS-TIE-DIFF-COUNT DELIMITED BY SIZE,
                  ' EMPLOYEES DIFFER' DELIMITED BY SIZE
                  INTO TAX-REPORT-LINE
           END-IF
           WRITE TAX-REPORT-LINE.

       COPY-ONE-TIEOUT-LINE.
           READ TIEOUT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-TIEOUT-EOF
               NOT AT END
                   MOVE TIEOUT-WORK-LINE TO TAX-REPORT-LINE
                   WRITE TAX-REPORT-LINE
           END-READ.
