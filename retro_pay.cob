       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETRO-PAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETRO-CHANGE-FILE ASSIGN TO "retro_changes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETRO-FILE-STATUS.
           SELECT RETRO-WORK-FILE ASSIGN TO "retro_changes.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAY-CALENDAR-FILE ASSIGN TO "pay_calendar.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAY-CALENDAR-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "runcontrol.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RC-PERIOD-ID
           FILE STATUS IS WS-RUN-CONTROL-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO "pay_history.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PHIST-KEY
           FILE STATUS IS WS-PAY-HISTORY-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO "employee_master.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-DEPARTMENT WITH DUPLICATES
           FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.
           SELECT ADJUSTMENT-FILE ASSIGN DYNAMIC WS-ADJUST-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ADJUST-FILE-STATUS.
           SELECT ADJUST-WORK-FILE ASSIGN TO "retro_adjust.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WORKSHEET-FILE ASSIGN DYNAMIC WS-WORKSHEET-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RETRO-CHANGE-FILE.
           COPY "retrochange_record.cpy".

       FD RETRO-WORK-FILE.
       01 RETRO-WORK-RECORD          PIC X(89).

       FD PAY-CALENDAR-FILE.
           COPY "paycalendar_record.cpy".

       FD RUN-CONTROL-FILE.
           COPY "runcontrol_record.cpy".

       FD PAY-HISTORY-FILE.
           COPY "payhistory_record.cpy".

       FD EMPLOYEE-FILE.
           COPY "employee_record.cpy".

       FD ADJUSTMENT-FILE.
       01 ADJUSTMENT-RECORD.
           05 ADJ-TYPE               PIC X(1).
               88 ADJ-TYPE-PAYMENT   VALUE 'P'.
               88 ADJ-TYPE-REVERSAL  VALUE 'R'.
           05 ADJ-EMP-ID             PIC 9(5).
           05 ADJ-GROSS-AMOUNT       PIC 9(10)V99.
           05 ADJ-REF-PERIOD-ID      PIC X(10).
           05 ADJ-REASON             PIC X(30).
           05 ADJ-REASON-PARTS REDEFINES ADJ-REASON.
               10 ADJ-REASON-TAG     PIC X(10).
               10 FILLER             PIC X(20).

       FD ADJUST-WORK-FILE.
       01 ADJUST-WORK-RECORD         PIC X(58).

       FD WORKSHEET-FILE.
       01 WORKSHEET-LINE             PIC X(130).

       WORKING-STORAGE SECTION.
       01 WS-RUN-PARAMETERS.
           05 WS-PARAMETER-COUNT     PIC 9(2) COMP VALUE ZERO.
           05 WS-ADJ-PERIOD-ID       PIC X(10) VALUE SPACES.
           05 WS-ADJUST-FILE-NAME    PIC X(40).
           05 WS-WORKSHEET-FILE-NAME PIC X(40).
           05 WS-RETRO-TAG           PIC X(10) VALUE 'RETRO PAY '.

       01 WS-FILE-STATUSES.
           05 WS-RETRO-FILE-STATUS   PIC XX.
           05 WS-PAY-CALENDAR-STATUS PIC XX.
           05 WS-RUN-CONTROL-STATUS  PIC XX.
               88 RC-STATUS-OK       VALUE '00'.
           05 WS-PAY-HISTORY-STATUS  PIC XX.
               88 PAY-HISTORY-OK     VALUE '00'.
           05 WS-EMPLOYEE-FILE-STATUS PIC XX.
               88 EMPLOYEE-STATUS-OK VALUE '00'.
           05 WS-ADJUST-FILE-STATUS  PIC XX.

       01 WS-VARIABLES.
           05 WS-CALENDAR-EOF        PIC X VALUE 'N'.
               88 CALENDAR-EOF       VALUE 'Y'.
           05 WS-RETRO-EOF-SW        PIC X VALUE 'N'.
               88 RETRO-EOF          VALUE 'Y'.
           05 WS-WORK-EOF-SW         PIC X VALUE 'N'.
               88 WORK-EOF           VALUE 'Y'.
           05 WS-ADJUST-EOF-SW       PIC X VALUE 'N'.
               88 ADJUST-EOF         VALUE 'Y'.
           05 WS-ADJ-PERIOD-FOUND-SW PIC X VALUE 'N'.
               88 ADJ-PERIOD-ON-CALENDAR VALUE 'Y'.
           05 WS-PHIST-FOUND-SW      PIC X VALUE 'N'.
               88 PHIST-RECORD-FOUND VALUE 'Y'.
           05 WS-PERIOD-ELIGIBLE-SW  PIC X VALUE 'N'.
               88 PERIOD-ELIGIBLE    VALUE 'Y'.
           05 WS-RPAY-FOUND-SW       PIC X VALUE 'N'.
               88 RPAY-ENTRY-FOUND   VALUE 'Y'.
           05 WS-EMP-NAME            PIC X(30).
           05 WS-APPLIED-STAMP.
               10 WS-APPLIED-DATE    PIC X(8).
               10 WS-APPLIED-TIME    PIC X(8).
           05 WS-CHANGE-PERIODS      PIC 9(4) COMP.
           05 WS-CHANGE-TOTAL        PIC S9(13)V99.
           05 WS-STRAIGHT-HOURS      PIC 9(5)V99.
           05 WS-OLD-OT-RATE         PIC 9(6)V99.
           05 WS-NEW-OT-RATE         PIC 9(6)V99.
           05 WS-OLD-RATE            PIC 9(10)V99.
           05 WS-NEW-RATE            PIC 9(10)V99.
           05 WS-OLD-PAY             PIC 9(10)V99.
           05 WS-NEW-PAY             PIC 9(10)V99.
           05 WS-RETRO-DIFFERENCE    PIC S9(10)V99.
           05 WS-EFFECTIVE-DAY       PIC 9(7).
           05 WS-START-DAY           PIC 9(7).
           05 WS-END-DAY             PIC 9(7).
           05 WS-PERIOD-DAYS         PIC 9(3).
           05 WS-PRORATE-DAYS        PIC 9(3).
           05 WS-PERIOD-RESULT       PIC X(30).

       01 WS-CALENDAR-TABLE.
           05 WS-CAL-COUNT           PIC 9(4) COMP VALUE ZERO.
           05 WS-CAL-IDX             PIC 9(4) COMP.
           05 WS-CAL-ENTRY OCCURS 1000 TIMES.
               10 CAL-PERIOD-ID      PIC X(10).
               10 CAL-START-DATE     PIC X(8).
               10 CAL-END-DATE       PIC X(8).
               10 CAL-CLOSED-SW      PIC X(1).
                   88 CAL-PERIOD-CLOSED VALUE 'Y'.
               10 CAL-CLOSED-STAMP.
                   15 CAL-CLOSED-DATE PIC X(8).
                   15 CAL-CLOSED-TIME PIC X(8).

       01 WS-RETRO-PAY-TABLE.
           05 WS-RPAY-COUNT          PIC 9(4) COMP VALUE ZERO.
           05 WS-RPAY-IDX            PIC 9(4) COMP.
           05 WS-RPAY-HIT-IDX        PIC 9(4) COMP.
           05 WS-RPAY-ENTRY OCCURS 5000 TIMES.
               10 RPAY-EMP-ID        PIC 9(5).
               10 RPAY-PERIOD-ID     PIC X(10).
               10 RPAY-EFFECTIVE-DATE PIC X(8).
               10 RPAY-AMOUNT        PIC S9(10)V99.

       01 WS-DATE-CALC-FIELDS.
           05 WS-DATE-FULL           PIC X(8).
           05 WS-DATE-FULL-PARTS REDEFINES WS-DATE-FULL.
               10 WS-DATE-CENTURY    PIC X(2).
               10 WS-DATE-WORK       PIC X(6).
               10 WS-DATE-PARTS REDEFINES WS-DATE-WORK.
                   15 WS-DATE-YY     PIC 9(2).
                   15 WS-DATE-MM     PIC 9(2).
                   15 WS-DATE-DD     PIC 9(2).
           05 WS-DAY-NUMBER          PIC 9(7).
           05 WS-LEAP-QUOTIENT       PIC 9(3) COMP.
           05 WS-LEAP-REMAINDER      PIC 9(1) COMP.
           05 WS-CUM-DAYS-VALUES     PIC X(36)
               VALUE '000031059090120151181212243273304334'.
           05 WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
               10 WS-CUM-DAYS        PIC 9(3) OCCURS 12 TIMES.

       01 WS-COUNTERS.
           05 WS-CHANGE-READ-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-CHANGE-PRICED-COUNT PIC 9(7) VALUE ZERO.
           05 WS-PERIOD-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-PAYMENT-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-DECREASE-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-MANUAL-KEPT-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-RETRO-REPLACED-COUNT PIC 9(7) VALUE ZERO.
           05 WS-TOTAL-RETRO-PAY     PIC 9(13)V99 VALUE ZERO.
           05 WS-TOTAL-DECREASE      PIC S9(13)V99 VALUE ZERO.

       01 WS-DISPLAY-FIELDS.
           05 WS-AMOUNT-A            PIC -$$$,$$$,$$$,$$9.99.
           05 WS-AMOUNT-B            PIC -$$$,$$$,$$$,$$9.99.
           05 WS-AMOUNT-C            PIC -$$$,$$$,$$$,$$9.99.
           05 WS-RATE-A              PIC $$$,$$$,$$$,$$9.99.
           05 WS-RATE-B              PIC $$$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-RUN-PARAMETERS
           PERFORM LOAD-PAY-CALENDAR
           PERFORM OPEN-FILES
           PERFORM MARK-CLOSED-PERIODS
               VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-COUNT
           CLOSE RUN-CONTROL-FILE

           PERFORM KEEP-MANUAL-ADJUSTMENTS
           PERFORM WRITE-WORKSHEET-HEADING

           MOVE 'N' TO WS-RETRO-EOF-SW
           OPEN INPUT RETRO-CHANGE-FILE
           IF WS-RETRO-FILE-STATUS NOT = '00'
              DISPLAY 'RETRO-PAY: retro_changes.dat NOT AVAILABLE'
                  ' STATUS ' WS-RETRO-FILE-STATUS
                  ' - NO RATE CHANGES TO PRICE'
              MOVE 'Y' TO WS-RETRO-EOF-SW
           END-IF
           OPEN OUTPUT RETRO-WORK-FILE
           PERFORM PROCESS-ONE-RETRO-CHANGE
               UNTIL RETRO-EOF
           IF WS-RETRO-FILE-STATUS = '00' OR '10'
              CLOSE RETRO-CHANGE-FILE
           END-IF
           CLOSE RETRO-WORK-FILE

           PERFORM WRITE-RETRO-PAYMENT-HEADING
           PERFORM WRITE-ONE-RETRO-PAYMENT
               VARYING WS-RPAY-IDX FROM 1 BY 1
               UNTIL WS-RPAY-IDX > WS-RPAY-COUNT
           MOVE SPACES TO WORKSHEET-LINE
           WRITE WORKSHEET-LINE
           CLOSE ADJUST-WORK-FILE
           CLOSE PAY-HISTORY-FILE
           CLOSE EMPLOYEE-FILE

           IF WS-CHANGE-READ-COUNT > ZERO
              PERFORM REWRITE-RETRO-CHANGE-FILE
           END-IF
           PERFORM REWRITE-ADJUSTMENT-FILE
           PERFORM WRITE-WORKSHEET-SUMMARY
           CLOSE WORKSHEET-FILE

           DISPLAY 'RETRO-PAY: ' WS-PAYMENT-COUNT
               ' RETRO PAYMENT RECORDS WRITTEN TO '
               WS-ADJUST-FILE-NAME
           STOP RUN.

       GET-RUN-PARAMETERS.
           ACCEPT WS-PARAMETER-COUNT FROM ARGUMENT-NUMBER
           IF WS-PARAMETER-COUNT > 0
              DISPLAY 1 UPON ARGUMENT-NUMBER
              ACCEPT WS-ADJ-PERIOD-ID FROM ARGUMENT-VALUE
                  ON EXCEPTION
                      MOVE SPACES TO WS-ADJ-PERIOD-ID
              END-ACCEPT
           END-IF
           IF WS-ADJ-PERIOD-ID = SPACES
              DISPLAY 'RETRO-PAY: USAGE IS RETRO-PAY'
                  ' <ADJUSTMENT PERIOD-ID>'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           STRING 'payroll_adjust_' DELIMITED BY SIZE,
               WS-ADJ-PERIOD-ID DELIMITED BY SPACE,
               '.dat' DELIMITED BY SIZE
               INTO WS-ADJUST-FILE-NAME
           STRING 'retro_worksheet_' DELIMITED BY SIZE,
               WS-ADJ-PERIOD-ID DELIMITED BY SPACE,
               '.txt' DELIMITED BY SIZE
               INTO WS-WORKSHEET-FILE-NAME.

       LOAD-PAY-CALENDAR.
           OPEN INPUT PAY-CALENDAR-FILE
           IF WS-PAY-CALENDAR-STATUS NOT = '00'
              DISPLAY 'RETRO-PAY: pay_calendar.dat NOT AVAILABLE'
                  ' STATUS ' WS-PAY-CALENDAR-STATUS
                  ' - CLOSED PERIODS CANNOT BE DETERMINED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-ONE-CALENDAR-ENTRY
               UNTIL CALENDAR-EOF
           CLOSE PAY-CALENDAR-FILE
           IF NOT ADJ-PERIOD-ON-CALENDAR
              DISPLAY 'RETRO-PAY: PERIOD ' WS-ADJ-PERIOD-ID
                  ' IS NOT ON THE PAY CALENDAR - RUN REJECTED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       LOAD-ONE-CALENDAR-ENTRY.
           READ PAY-CALENDAR-FILE
               AT END
                   MOVE 'Y' TO WS-CALENDAR-EOF
               NOT AT END
                   IF PCAL-PERIOD-ID = WS-ADJ-PERIOD-ID
                      MOVE 'Y' TO WS-ADJ-PERIOD-FOUND-SW
                   END-IF
                   IF WS-CAL-COUNT < 1000
                      ADD 1 TO WS-CAL-COUNT
                      MOVE PCAL-PERIOD-ID
                          TO CAL-PERIOD-ID(WS-CAL-COUNT)
                      MOVE PCAL-START-DATE
                          TO CAL-START-DATE(WS-CAL-COUNT)
                      MOVE PCAL-END-DATE
                          TO CAL-END-DATE(WS-CAL-COUNT)
                      MOVE 'N' TO CAL-CLOSED-SW(WS-CAL-COUNT)
                      MOVE SPACES TO CAL-CLOSED-STAMP(WS-CAL-COUNT)
                   ELSE
                      DISPLAY 'RETRO-PAY: CALENDAR TABLE FULL -'
                          ' PERIOD ' PCAL-PERIOD-ID ' IGNORED'
                   END-IF
           END-READ.

       OPEN-FILES.
           OPEN INPUT RUN-CONTROL-FILE
           IF NOT RC-STATUS-OK
              DISPLAY 'RETRO-PAY: runcontrol.dat NOT AVAILABLE'
                  ' STATUS ' WS-RUN-CONTROL-STATUS
                  ' - NO CLOSED PERIODS TO REPRICE'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-ADJ-PERIOD-ID TO RC-PERIOD-ID
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RC-STATUS-COMPLETED
                      DISPLAY 'RETRO-PAY: PERIOD ' WS-ADJ-PERIOD-ID
                          ' HAS ALREADY BEEN RUN - RETRO PAY MUST GO'
                          ' TO AN OPEN ADJUSTMENT PERIOD'
                      MOVE 8 TO RETURN-CODE
                      STOP RUN
                   END-IF
           END-READ
           OPEN INPUT PAY-HISTORY-FILE
           IF NOT PAY-HISTORY-OK
              DISPLAY 'RETRO-PAY: pay_history.dat NOT AVAILABLE'
                  ' STATUS ' WS-PAY-HISTORY-STATUS
                  ' - RUN PAYHIST-CONVERT IF THE LAYOUT IS OLD'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           IF NOT EMPLOYEE-STATUS-OK
              DISPLAY 'RETRO-PAY: employee_master.dat NOT AVAILABLE'
                  ' STATUS ' WS-EMPLOYEE-FILE-STATUS
                  ' - RUN EMPLOYEE-CONVERT IF THE LAYOUT IS OLD'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT ADJUST-WORK-FILE
           OPEN OUTPUT WORKSHEET-FILE.

       MARK-CLOSED-PERIODS.
           MOVE CAL-PERIOD-ID(WS-CAL-IDX) TO RC-PERIOD-ID
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RC-STATUS-COMPLETED
                      MOVE 'Y' TO CAL-CLOSED-SW(WS-CAL-IDX)
                      STRING '20' DELIMITED BY SIZE,
                          RC-END-DATE DELIMITED BY SIZE
                          INTO CAL-CLOSED-DATE(WS-CAL-IDX)
                      MOVE RC-END-TIME TO CAL-CLOSED-TIME(WS-CAL-IDX)
                   END-IF
           END-READ.

       KEEP-MANUAL-ADJUSTMENTS.
           MOVE 'N' TO WS-ADJUST-EOF-SW
           OPEN INPUT ADJUSTMENT-FILE
           IF WS-ADJUST-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-ADJUST-EOF-SW
           END-IF
           PERFORM KEEP-ONE-ADJUSTMENT
               UNTIL ADJUST-EOF
           IF WS-ADJUST-FILE-STATUS = '00' OR '10'
              CLOSE ADJUSTMENT-FILE
           END-IF.

       KEEP-ONE-ADJUSTMENT.
           READ ADJUSTMENT-FILE
               AT END
                   MOVE 'Y' TO WS-ADJUST-EOF-SW
               NOT AT END
                   IF ADJ-REASON-TAG = WS-RETRO-TAG
                      ADD 1 TO WS-RETRO-REPLACED-COUNT
                   ELSE
                      MOVE ADJUSTMENT-RECORD TO ADJUST-WORK-RECORD
                      WRITE ADJUST-WORK-RECORD
                      ADD 1 TO WS-MANUAL-KEPT-COUNT
                   END-IF
           END-READ.

       PROCESS-ONE-RETRO-CHANGE.
           READ RETRO-CHANGE-FILE
               AT END
                   MOVE 'Y' TO WS-RETRO-EOF-SW
               NOT AT END
                   ADD 1 TO WS-CHANGE-READ-COUNT
                   IF RCHG-STATUS-OPEN
                      OR RCHG-ADJ-PERIOD-ID = WS-ADJ-PERIOD-ID
                      PERFORM PRICE-ONE-CHANGE
                      MOVE 'P' TO RCHG-STATUS
                      MOVE WS-ADJ-PERIOD-ID TO RCHG-ADJ-PERIOD-ID
                   END-IF
                   MOVE RETRO-CHANGE-RECORD TO RETRO-WORK-RECORD
                   WRITE RETRO-WORK-RECORD
           END-READ.

       PRICE-ONE-CHANGE.
           ADD 1 TO WS-CHANGE-PRICED-COUNT
           MOVE ZERO TO WS-CHANGE-PERIODS
           MOVE ZERO TO WS-CHANGE-TOTAL
           MOVE RCHG-APPLIED-DATE TO WS-APPLIED-DATE
           MOVE RCHG-APPLIED-TIME TO WS-APPLIED-TIME
           MOVE RCHG-EFFECTIVE-DATE TO WS-DATE-FULL
           PERFORM COMPUTE-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO WS-EFFECTIVE-DAY

           MOVE SPACES TO WS-EMP-NAME
           MOVE RCHG-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE 'NOT ON EMPLOYEE MASTER' TO WS-EMP-NAME
               NOT INVALID KEY
                   MOVE EMP-NAME TO WS-EMP-NAME
           END-READ
           PERFORM WRITE-CHANGE-HEADING

           PERFORM PRICE-ONE-PERIOD
               VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-COUNT

           MOVE SPACES TO WORKSHEET-LINE
           IF WS-CHANGE-PERIODS = ZERO
              STRING
                  '     NO CLOSED PERIODS PAID AT THE OLD RATE'
                      DELIMITED BY SIZE
                  INTO WORKSHEET-LINE
           ELSE
              MOVE WS-CHANGE-TOTAL TO WS-AMOUNT-A
              STRING
                  '     RETRO TOTAL FOR CHANGE: ' DELIMITED BY SIZE,
                  WS-AMOUNT-A DELIMITED BY SIZE
                  INTO WORKSHEET-LINE
           END-IF
           WRITE WORKSHEET-LINE
           MOVE SPACES TO WORKSHEET-LINE
           WRITE WORKSHEET-LINE.

       PRICE-ONE-PERIOD.
           MOVE 'N' TO WS-PERIOD-ELIGIBLE-SW
           IF CAL-PERIOD-CLOSED(WS-CAL-IDX)
              AND CAL-PERIOD-ID(WS-CAL-IDX) NOT = WS-ADJ-PERIOD-ID
              AND CAL-END-DATE(WS-CAL-IDX) NOT < RCHG-EFFECTIVE-DATE
              AND CAL-CLOSED-STAMP(WS-CAL-IDX) < WS-APPLIED-STAMP
              PERFORM READ-PERIOD-HISTORY
              IF PHIST-RECORD-FOUND
                 MOVE 'Y' TO WS-PERIOD-ELIGIBLE-SW
              END-IF
           END-IF
           IF PERIOD-ELIGIBLE
              PERFORM COMPUTE-PRORATE-DAYS
              PERFORM COMPUTE-RETRO-DIFFERENCE
              IF WS-RETRO-DIFFERENCE NOT = ZERO
                 PERFORM POST-RETRO-DIFFERENCE
              END-IF
           END-IF.

       READ-PERIOD-HISTORY.
           MOVE 'N' TO WS-PHIST-FOUND-SW
           MOVE RCHG-EMP-ID TO PHIST-EMP-ID
           MOVE CAL-PERIOD-ID(WS-CAL-IDX) TO PHIST-PERIOD-ID
           READ PAY-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PHIST-TYPE-PAYMENT
                      AND NOT PHIST-TYPE-ADJ-PAYMENT
                      MOVE 'Y' TO WS-PHIST-FOUND-SW
                   END-IF
           END-READ.

       COMPUTE-PRORATE-DAYS.
           MOVE 1 TO WS-PERIOD-DAYS
           MOVE 1 TO WS-PRORATE-DAYS
           IF RCHG-EFFECTIVE-DATE > CAL-START-DATE(WS-CAL-IDX)
              MOVE CAL-START-DATE(WS-CAL-IDX) TO WS-DATE-FULL
              PERFORM COMPUTE-DAY-NUMBER
              MOVE WS-DAY-NUMBER TO WS-START-DAY
              MOVE CAL-END-DATE(WS-CAL-IDX) TO WS-DATE-FULL
              PERFORM COMPUTE-DAY-NUMBER
              MOVE WS-DAY-NUMBER TO WS-END-DAY
              IF WS-START-DAY > ZERO
                 AND WS-END-DAY NOT < WS-EFFECTIVE-DAY
                 AND WS-EFFECTIVE-DAY > WS-START-DAY
                 COMPUTE WS-PERIOD-DAYS = WS-END-DAY - WS-START-DAY + 1
                 COMPUTE WS-PRORATE-DAYS =
                     WS-END-DAY - WS-EFFECTIVE-DAY + 1
              END-IF
           END-IF.

       COMPUTE-RETRO-DIFFERENCE.
           IF PHIST-PAY-TYPE = 'H'
              COMPUTE WS-STRAIGHT-HOURS = PHIST-REG-HOURS
                  + PHIST-VAC-HOURS + PHIST-SCK-HOURS
                  + PHIST-HOL-HOURS
              COMPUTE WS-OLD-OT-RATE = RCHG-OLD-HOURLY-RATE * 1.5
              COMPUTE WS-NEW-OT-RATE = RCHG-NEW-HOURLY-RATE * 1.5
              COMPUTE WS-OLD-PAY =
                  (WS-STRAIGHT-HOURS * RCHG-OLD-HOURLY-RATE) +
                  (PHIST-OT-HOURS * WS-OLD-OT-RATE)
              COMPUTE WS-NEW-PAY =
                  (WS-STRAIGHT-HOURS * RCHG-NEW-HOURLY-RATE) +
                  (PHIST-OT-HOURS * WS-NEW-OT-RATE)
              MOVE RCHG-OLD-HOURLY-RATE TO WS-OLD-RATE
              MOVE RCHG-NEW-HOURLY-RATE TO WS-NEW-RATE
           ELSE
              MOVE RCHG-OLD-SALARY TO WS-OLD-PAY
              MOVE RCHG-NEW-SALARY TO WS-NEW-PAY
              MOVE RCHG-OLD-SALARY TO WS-OLD-RATE
              MOVE RCHG-NEW-SALARY TO WS-NEW-RATE
           END-IF
           IF WS-PRORATE-DAYS < WS-PERIOD-DAYS
              COMPUTE WS-OLD-PAY =
                  WS-OLD-PAY * WS-PRORATE-DAYS / WS-PERIOD-DAYS
              COMPUTE WS-NEW-PAY =
                  WS-NEW-PAY * WS-PRORATE-DAYS / WS-PERIOD-DAYS
           END-IF
           COMPUTE WS-RETRO-DIFFERENCE = WS-NEW-PAY - WS-OLD-PAY.

       POST-RETRO-DIFFERENCE.
           ADD 1 TO WS-CHANGE-PERIODS
           ADD 1 TO WS-PERIOD-COUNT
           ADD WS-RETRO-DIFFERENCE TO WS-CHANGE-TOTAL
           PERFORM ACCUMULATE-RETRO-PAY
           IF WS-RETRO-DIFFERENCE > ZERO
              MOVE 'ADDED TO EMP/PERIOD TOTAL' TO WS-PERIOD-RESULT
           ELSE
              MOVE 'NETTED IN EMP/PERIOD TOTAL' TO WS-PERIOD-RESULT
           END-IF
           PERFORM WRITE-PERIOD-LINES.

       ACCUMULATE-RETRO-PAY.
           MOVE 'N' TO WS-RPAY-FOUND-SW
           PERFORM SCAN-ONE-RETRO-PAY
               VARYING WS-RPAY-IDX FROM 1 BY 1
               UNTIL WS-RPAY-IDX > WS-RPAY-COUNT
               OR RPAY-ENTRY-FOUND
           IF NOT RPAY-ENTRY-FOUND
              IF WS-RPAY-COUNT NOT < 5000
                 DISPLAY 'RETRO-PAY: RETRO PAYMENT TABLE FULL AT EMP '
                     RCHG-EMP-ID ' PERIOD ' CAL-PERIOD-ID(WS-CAL-IDX)
                     ' - RUN REJECTED'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-RPAY-COUNT
              MOVE WS-RPAY-COUNT TO WS-RPAY-HIT-IDX
              MOVE RCHG-EMP-ID TO RPAY-EMP-ID(WS-RPAY-HIT-IDX)
              MOVE CAL-PERIOD-ID(WS-CAL-IDX)
                  TO RPAY-PERIOD-ID(WS-RPAY-HIT-IDX)
              MOVE RCHG-EFFECTIVE-DATE
                  TO RPAY-EFFECTIVE-DATE(WS-RPAY-HIT-IDX)
              MOVE ZERO TO RPAY-AMOUNT(WS-RPAY-HIT-IDX)
           END-IF
           IF RCHG-EFFECTIVE-DATE
               < RPAY-EFFECTIVE-DATE(WS-RPAY-HIT-IDX)
              MOVE RCHG-EFFECTIVE-DATE
                  TO RPAY-EFFECTIVE-DATE(WS-RPAY-HIT-IDX)
           END-IF
           ADD WS-RETRO-DIFFERENCE TO RPAY-AMOUNT(WS-RPAY-HIT-IDX).

       SCAN-ONE-RETRO-PAY.
           IF RPAY-EMP-ID(WS-RPAY-IDX) = RCHG-EMP-ID
              AND RPAY-PERIOD-ID(WS-RPAY-IDX)
                  = CAL-PERIOD-ID(WS-CAL-IDX)
              MOVE 'Y' TO WS-RPAY-FOUND-SW
              MOVE WS-RPAY-IDX TO WS-RPAY-HIT-IDX
           END-IF.

       WRITE-ONE-RETRO-PAYMENT.
           MOVE RPAY-AMOUNT(WS-RPAY-IDX) TO WS-RETRO-DIFFERENCE
           IF WS-RETRO-DIFFERENCE > ZERO
              MOVE 'P' TO ADJ-TYPE
              MOVE RPAY-EMP-ID(WS-RPAY-IDX) TO ADJ-EMP-ID
              MOVE WS-RETRO-DIFFERENCE TO ADJ-GROSS-AMOUNT
              MOVE RPAY-PERIOD-ID(WS-RPAY-IDX) TO ADJ-REF-PERIOD-ID
              MOVE SPACES TO ADJ-REASON
              STRING WS-RETRO-TAG DELIMITED BY SIZE,
                  'EFF ' DELIMITED BY SIZE,
                  RPAY-EFFECTIVE-DATE(WS-RPAY-IDX) DELIMITED BY SIZE
                  INTO ADJ-REASON
              MOVE ADJUSTMENT-RECORD TO ADJUST-WORK-RECORD
              WRITE ADJUST-WORK-RECORD
              ADD 1 TO WS-PAYMENT-COUNT
              ADD WS-RETRO-DIFFERENCE TO WS-TOTAL-RETRO-PAY
              MOVE 'PAYMENT RECORD WRITTEN' TO WS-PERIOD-RESULT
           ELSE
              IF WS-RETRO-DIFFERENCE < ZERO
                 ADD 1 TO WS-DECREASE-COUNT
                 ADD WS-RETRO-DIFFERENCE TO WS-TOTAL-DECREASE
                 MOVE 'DECREASE - NOT PAID, REVIEW'
                     TO WS-PERIOD-RESULT
              ELSE
                 MOVE 'NETS TO ZERO - NOTHING PAID'
                     TO WS-PERIOD-RESULT
              END-IF
           END-IF
           MOVE WS-RETRO-DIFFERENCE TO WS-AMOUNT-A
           MOVE SPACES TO WORKSHEET-LINE
           STRING
               '     EMP-ID: ' DELIMITED BY SIZE,
               RPAY-EMP-ID(WS-RPAY-IDX) DELIMITED BY SIZE,
               ' | PERIOD: ' DELIMITED BY SIZE,
               RPAY-PERIOD-ID(WS-RPAY-IDX) DELIMITED BY SIZE,
               ' | NET DIFFERENCE: ' DELIMITED BY SIZE,
               WS-AMOUNT-A DELIMITED BY SIZE,
               ' | ' DELIMITED BY SIZE,
               WS-PERIOD-RESULT DELIMITED BY SIZE
               INTO WORKSHEET-LINE
           WRITE WORKSHEET-LINE.

       COMPUTE-DAY-NUMBER.
           MOVE ZERO TO WS-DAY-NUMBER
           IF WS-DATE-WORK IS NUMERIC
              AND WS-DATE-MM >= 1 AND WS-DATE-MM <= 12
              COMPUTE WS-DAY-NUMBER =
                  (WS-DATE-YY * 365) + ((WS-DATE-YY + 3) / 4)
                  + WS-CUM-DAYS(WS-DATE-MM) + WS-DATE-DD
              DIVIDE WS-DATE-YY BY 4
                  GIVING WS-LEAP-QUOTIENT
                  REMAINDER WS-LEAP-REMAINDER
              IF WS-LEAP-REMAINDER = ZERO AND WS-DATE-MM > 2
                 ADD 1 TO WS-DAY-NUMBER
              END-IF
           END-IF.

       REWRITE-RETRO-CHANGE-FILE.
           MOVE 'N' TO WS-WORK-EOF-SW
           OPEN INPUT RETRO-WORK-FILE
           OPEN OUTPUT RETRO-CHANGE-FILE
           PERFORM COPY-ONE-RETRO-CHANGE
               UNTIL WORK-EOF
           CLOSE RETRO-WORK-FILE
           CLOSE RETRO-CHANGE-FILE.

       COPY-ONE-RETRO-CHANGE.
           READ RETRO-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-WORK-EOF-SW
               NOT AT END
                   MOVE RETRO-WORK-RECORD TO RETRO-CHANGE-RECORD
                   WRITE RETRO-CHANGE-RECORD
           END-READ.

       REWRITE-ADJUSTMENT-FILE.
           MOVE 'N' TO WS-WORK-EOF-SW
           OPEN INPUT ADJUST-WORK-FILE
           OPEN OUTPUT ADJUSTMENT-FILE
           PERFORM COPY-ONE-ADJUSTMENT
               UNTIL WORK-EOF
           CLOSE ADJUST-WORK-FILE
           CLOSE ADJUSTMENT-FILE.

       COPY-ONE-ADJUSTMENT.
           READ ADJUST-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-WORK-EOF-SW
               NOT AT END
                   MOVE ADJUST-WORK-RECORD TO ADJUSTMENT-RECORD
                   WRITE ADJUSTMENT-RECORD
           END-READ.

       WRITE-WORKSHEET-HEADING.
           MOVE SPACES TO WORKSHEET-LINE
           STRING
               '===== RETRO PAY WORKSHEET - ADJUSTMENT PERIOD '
                   DELIMITED BY SIZE,
               WS-ADJ-PERIOD-ID DELIMITED BY SPACE,
               ' =====' DELIMITED BY SIZE
               INTO WORKSHEET-LINE
           WRITE WORKSHEET-LINE
           MOVE SPACES TO WORKSHEET-LINE
           STRING
               'Payment records go to ' DELIMITED BY SIZE,
               WS-ADJUST-FILE-NAME DELIMITED BY SPACE,
               ' - approve before the adjustment run is released'
                   DELIMITED BY SIZE
               INTO WORKSHEET-LINE
           WRITE WORKSHEET-LINE
           MOVE SPACES TO WORKSHEET-LINE
           WRITE WORKSHEET-LINE.

       WRITE-RETRO-PAYMENT-HEADING.
           MOVE SPACES TO WORKSHEET-LINE
           STRING
               '===== RETRO PAYMENTS BY EMPLOYEE AND PERIOD ====='
                   DELIMITED BY SIZE
               INTO WORKSHEET-LINE
           WRITE WORKSHEET-LINE
           IF WS-RPAY-COUNT = ZERO
              MOVE SPACES TO WORKSHEET-LINE
              STRING
                  '     NO RETRO DIFFERENCES TO PAY'
                      DELIMITED BY SIZE
                  INTO WORKSHEET-LINE
              WRITE WORKSHEET-LINE
           END-IF.

       WRITE-CHANGE-HEADING.
           MOVE SPACES TO WORKSHEET-LINE
           STRING
               'EMP-ID: ' DELIMITED BY SIZE,
               RCHG-EMP-ID DELIMITED BY SIZE,
               ' | NAME: ' DELIMITED BY SIZE,
               WS-EMP-NAME DELIMITED BY SIZE,
               ' | PAY TYPE: ' DELIMITED BY SIZE,
               RCHG-PAY-TYPE DELIMITED BY SIZE,
               ' | EFFECTIVE: ' DELIMITED BY SIZE,
               RCHG-EFFECTIVE-DATE DELIMITED BY SIZE,
               ' | KEYED BY: ' DELIMITED BY SIZE,
               RCHG-OPERATOR-ID DELIMITED BY SIZE,
               ' ON ' DELIMITED BY SIZE,
               RCHG-APPLIED-DATE DELIMITED BY SIZE
               INTO WORKSHEET-LINE
           WRITE WORKSHEET-LINE.

       WRITE-PERIOD-LINES.
           MOVE WS-OLD-RATE TO WS-RATE-A
           MOVE WS-NEW-RATE TO WS-RATE-B
           MOVE SPACES TO WORKSHEET-LINE
           STRING
               '     PERIOD: ' DELIMITED BY SIZE,
               CAL-PERIOD-ID(WS-CAL-IDX) DELIMITED BY SIZE,
               ' | DAYS: ' DELIMITED BY SIZE,
               WS-PRORATE-DAYS DELIMITED BY SIZE,
               '/' DELIMITED BY SIZE,
               WS-PERIOD-DAYS DELIMITED BY SIZE,
               ' | OLD RATE: ' DELIMITED BY SIZE,
               WS-RATE-A DELIMITED BY SIZE,
               ' | NEW RATE: ' DELIMITED BY SIZE,
               WS-RATE-B DELIMITED BY SIZE
               INTO WORKSHEET-LINE
           WRITE WORKSHEET-LINE
           MOVE WS-OLD-PAY TO WS-AMOUNT-A
           MOVE WS-NEW-PAY TO WS-AMOUNT-B
           MOVE WS-RETRO-DIFFERENCE TO WS-AMOUNT-C
           MOVE SPACES TO WORKSHEET-LINE
           STRING
               '       OLD PAY: ' DELIMITED BY SIZE,
               WS-AMOUNT-A DELIMITED BY SIZE,
               ' | NEW PAY: ' DELIMITED BY SIZE,
               WS-AMOUNT-B DELIMITED BY SIZE,
               ' | DIFFERENCE: ' DELIMITED BY SIZE,
               WS-AMOUNT-C DELIMITED BY SIZE,
               ' | ' DELIMITED BY SIZE,
               WS-PERIOD-RESULT DELIMITED BY SIZE
               INTO WORKSHEET-LINE
           WRITE WORKSHEET-LINE.

       WRITE-WORKSHEET-SUMMARY.
           MOVE SPACES TO WORKSHEET-LINE
           STRING
               '===== RETRO PAY SUMMARY =====' DELIMITED BY SIZE
               INTO WORKSHEET-LINE
           WRITE WORKSHEET-LINE

           MOVE SPACES TO WORKSHEET-LINE
           STRING
               'Rate Changes Priced: ' DELIMITED BY SIZE,
               WS-CHANGE-PRICED-COUNT DELIMITED BY SIZE
               INTO WORKSHEET-LINE
           WRITE WORKSHEET-LINE

           MOVE SPACES TO WORKSHEET-LINE
           STRING
               'Periods Repriced: ' DELIMITED BY SIZE,
               WS-PERIOD-COUNT DELIMITED BY SIZE
               INTO WORKSHEET-LINE
           WRITE WORKSHEET-LINE

           MOVE SPACES TO WORKSHEET-LINE
           STRING
               'Retro Payment Records: ' DELIMITED BY SIZE,
               WS-PAYMENT-COUNT DELIMITED BY SIZE
               INTO WORKSHEET-LINE
           WRITE WORKSHEET-LINE

           MOVE SPACES TO WORKSHEET-LINE
           STRING
               'Total Retro Pay: $' DELIMITED BY SIZE,
               WS-TOTAL-RETRO-PAY DELIMITED BY SIZE
               INTO WORKSHEET-LINE
           WRITE WORKSHEET-LINE

           MOVE WS-TOTAL-DECREASE TO WS-AMOUNT-A
           MOVE SPACES TO WORKSHEET-LINE
           STRING
               'Decreases Not Paid: ' DELIMITED BY SIZE,
               WS-DECREASE-COUNT DELIMITED BY SIZE,
               ' | Amount: ' DELIMITED BY SIZE,
               WS-AMOUNT-A DELIMITED BY SIZE
               INTO WORKSHEET-LINE
           WRITE WORKSHEET-LINE

           MOVE SPACES TO WORKSHEET-LINE
           STRING
               'Manual Adjustments Kept: ' DELIMITED BY SIZE,
               WS-MANUAL-KEPT-COUNT DELIMITED BY SIZE,
               ' | Prior Retro Records Replaced: ' DELIMITED BY SIZE,
               WS-RETRO-REPLACED-COUNT DELIMITED BY SIZE
               INTO WORKSHEET-LINE
           WRITE WORKSHEET-LINE

           MOVE SPACES TO WORKSHEET-LINE
           WRITE WORKSHEET-LINE
           MOVE SPACES TO WORKSHEET-LINE
           STRING
               'APPROVED BY: ______________________________'
                   DELIMITED BY SIZE,
               '   DATE: __________' DELIMITED BY SIZE
               INTO WORKSHEET-LINE
           WRITE WORKSHEET-LINE.
