       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYHIST-CONVERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-PAY-HISTORY-FILE ASSIGN TO "pay_history.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OLD-PHIST-KEY
           FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT WORK-FILE ASSIGN TO "payhistory_convert.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAY-HISTORY-FILE ASSIGN TO "pay_history.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PHIST-KEY
           FILE STATUS IS WS-NEW-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-PAY-HISTORY-FILE.
       01 OLD-PAY-HISTORY-RECORD.
           05 OLD-PHIST-KEY.
               10 OLD-PHIST-EMP-ID   PIC 9(5).
               10 OLD-PHIST-PERIOD-ID PIC X(10).
           05 OLD-PHIST-REST         PIC X(373).

       FD WORK-FILE.
       01 WORK-RECORD                PIC X(388).

       FD PAY-HISTORY-FILE.
           COPY "payhistory_record.cpy".

       WORKING-STORAGE SECTION.
       01 WS-VARIABLES.
           05 WS-OLD-FILE-STATUS     PIC XX.
               88 OLD-STATUS-OK      VALUE '00'.
               88 OLD-STATUS-NOT-EXIST VALUE '35'.
           05 WS-NEW-FILE-STATUS     PIC XX.
           05 WS-OLD-EOF             PIC X VALUE 'N'.
               88 OLD-EOF            VALUE 'Y'.
           05 WS-WORK-EOF            PIC X VALUE 'N'.
               88 WORK-EOF           VALUE 'Y'.
           05 WS-UNLOAD-COUNT        PIC 9(9) VALUE ZERO.
           05 WS-RELOAD-COUNT        PIC 9(9) VALUE ZERO.

       01 WS-OLD-PHIST-LAYOUT.
           05 WS-OLD-EMP-ID          PIC 9(5).
           05 WS-OLD-PERIOD-ID       PIC X(10).
           05 WS-OLD-EMP-NAME        PIC X(30).
           05 WS-OLD-DEPARTMENT      PIC X(20).
           05 WS-OLD-PAY-TYPE        PIC X(1).
           05 WS-OLD-RUN-DATE        PIC X(6).
           05 WS-OLD-GROSS           PIC 9(10)V99.
           05 WS-OLD-TAX             PIC 9(10)V99.
           05 WS-OLD-TAX-METHOD      PIC X(1).
           05 WS-OLD-STATE-CODE      PIC X(2).
           05 WS-OLD-STATE-TAX       PIC 9(10)V99.
           05 WS-OLD-LOCAL-CODE      PIC X(4).
           05 WS-OLD-LOCAL-TAX       PIC 9(10)V99.
           05 WS-OLD-HEALTH-TAKEN    PIC 9(10)V99.
           05 WS-OLD-401K-TAKEN      PIC 9(10)V99.
           05 WS-OLD-OTHER-TAKEN     PIC 9(10)V99.
           05 WS-OLD-ARREARS-TAKEN   PIC 9(10)V99.
           05 WS-OLD-ARREARS-BALANCE PIC 9(10)V99.
           05 WS-OLD-GARNISH-TOTAL   PIC 9(10)V99.
           05 WS-OLD-NET             PIC 9(10)V99.
           05 WS-OLD-REG-HOURS       PIC 9(4)V99.
           05 WS-OLD-OT-HOURS        PIC 9(4)V99.
           05 WS-OLD-VAC-HOURS       PIC 9(4)V99.
           05 WS-OLD-SCK-HOURS       PIC 9(4)V99.
           05 WS-OLD-HOL-HOURS       PIC 9(4)V99.
           05 WS-OLD-HOURLY-RATE     PIC 9(5)V99.
           05 WS-OLD-OT-RATE         PIC 9(6)V99.
           05 WS-OLD-YTD-GROSS       PIC 9(15)V99.
           05 WS-OLD-YTD-TAX         PIC 9(15)V99.
           05 WS-OLD-YTD-STATE-TAX   PIC 9(15)V99.
           05 WS-OLD-YTD-LOCAL-TAX   PIC 9(15)V99.
           05 WS-OLD-YTD-NET         PIC 9(15)V99.
           05 WS-OLD-ER-MATCH        PIC 9(10)V99.
           05 WS-OLD-ER-TAX          PIC 9(10)V99.
           05 WS-OLD-RECORD-TYPE     PIC X(1).
           05 WS-OLD-REF-PERIOD-ID   PIC X(10).
           05 WS-OLD-VAC-BALANCE     PIC 9(4)V99.
           05 WS-OLD-SCK-BALANCE     PIC 9(4)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT OLD-PAY-HISTORY-FILE
           IF OLD-STATUS-NOT-EXIST
              DISPLAY 'PAYHIST-CONVERT: pay_history.dat NOT FOUND'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF NOT OLD-STATUS-OK
              DISPLAY 'PAYHIST-CONVERT: pay_history.dat OPEN FAILED'
                  ' STATUS ' WS-OLD-FILE-STATUS
                  ' - FILE MAY ALREADY BE CONVERTED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT WORK-FILE
           PERFORM UNLOAD-ONE-PHIST-RECORD
               UNTIL OLD-EOF
           CLOSE WORK-FILE
           CLOSE OLD-PAY-HISTORY-FILE

           OPEN INPUT WORK-FILE
           OPEN OUTPUT PAY-HISTORY-FILE
           PERFORM RELOAD-ONE-PHIST-RECORD
               UNTIL WORK-EOF
           CLOSE WORK-FILE
           CLOSE PAY-HISTORY-FILE

           DISPLAY 'PAYHIST-CONVERT: UNLOADED ' WS-UNLOAD-COUNT
               ' RECORDS, RELOADED ' WS-RELOAD-COUNT

           STOP RUN.

       UNLOAD-ONE-PHIST-RECORD.
           READ OLD-PAY-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-OLD-EOF
           END-READ
           IF NOT OLD-STATUS-OK
              MOVE 'Y' TO WS-OLD-EOF
           END-IF
           IF NOT OLD-EOF
              ADD 1 TO WS-UNLOAD-COUNT
              WRITE WORK-RECORD FROM OLD-PAY-HISTORY-RECORD
           END-IF.

       RELOAD-ONE-PHIST-RECORD.
           READ WORK-FILE INTO WS-OLD-PHIST-LAYOUT
               AT END
                   MOVE 'Y' TO WS-WORK-EOF
               NOT AT END
                   MOVE WS-OLD-EMP-ID TO PHIST-EMP-ID
                   MOVE WS-OLD-PERIOD-ID TO PHIST-PERIOD-ID
                   MOVE WS-OLD-EMP-NAME TO PHIST-EMP-NAME
                   MOVE WS-OLD-DEPARTMENT TO PHIST-DEPARTMENT
                   MOVE WS-OLD-PAY-TYPE TO PHIST-PAY-TYPE
                   MOVE WS-OLD-RUN-DATE TO PHIST-RUN-DATE
                   MOVE WS-OLD-GROSS TO PHIST-GROSS
                   MOVE WS-OLD-TAX TO PHIST-TAX
                   MOVE WS-OLD-TAX-METHOD TO PHIST-TAX-METHOD
                   MOVE WS-OLD-STATE-CODE TO PHIST-STATE-CODE
                   MOVE WS-OLD-STATE-TAX TO PHIST-STATE-TAX
                   MOVE WS-OLD-LOCAL-CODE TO PHIST-LOCAL-CODE
                   MOVE WS-OLD-LOCAL-TAX TO PHIST-LOCAL-TAX
                   MOVE WS-OLD-HEALTH-TAKEN TO PHIST-HEALTH-TAKEN
                   MOVE WS-OLD-401K-TAKEN TO PHIST-401K-TAKEN
                   MOVE WS-OLD-OTHER-TAKEN TO PHIST-OTHER-TAKEN
                   MOVE WS-OLD-ARREARS-TAKEN TO PHIST-ARREARS-TAKEN
                   MOVE WS-OLD-ARREARS-BALANCE
                       TO PHIST-ARREARS-BALANCE
                   MOVE WS-OLD-GARNISH-TOTAL TO PHIST-GARNISH-TOTAL
                   MOVE WS-OLD-NET TO PHIST-NET
                   MOVE WS-OLD-REG-HOURS TO PHIST-REG-HOURS
                   MOVE WS-OLD-OT-HOURS TO PHIST-OT-HOURS
                   MOVE WS-OLD-VAC-HOURS TO PHIST-VAC-HOURS
                   MOVE WS-OLD-SCK-HOURS TO PHIST-SCK-HOURS
                   MOVE WS-OLD-HOL-HOURS TO PHIST-HOL-HOURS
                   MOVE WS-OLD-HOURLY-RATE TO PHIST-HOURLY-RATE
                   MOVE WS-OLD-OT-RATE TO PHIST-OT-RATE
                   MOVE WS-OLD-YTD-GROSS TO PHIST-YTD-GROSS
                   MOVE WS-OLD-YTD-TAX TO PHIST-YTD-TAX
                   MOVE WS-OLD-YTD-STATE-TAX TO PHIST-YTD-STATE-TAX
                   MOVE WS-OLD-YTD-LOCAL-TAX TO PHIST-YTD-LOCAL-TAX
                   MOVE WS-OLD-YTD-NET TO PHIST-YTD-NET
                   MOVE WS-OLD-ER-MATCH TO PHIST-ER-MATCH
                   MOVE WS-OLD-ER-TAX TO PHIST-ER-TAX
                   MOVE WS-OLD-RECORD-TYPE TO PHIST-RECORD-TYPE
                   MOVE WS-OLD-REF-PERIOD-ID TO PHIST-REF-PERIOD-ID
                   MOVE WS-OLD-VAC-BALANCE TO PHIST-VAC-BALANCE
                   MOVE WS-OLD-SCK-BALANCE TO PHIST-SCK-BALANCE
                   MOVE SPACES TO PHIST-DELIVERY-STATUS
                   MOVE SPACES TO PHIST-RETURN-CODE
                   MOVE ZERO TO PHIST-REPLACEMENT-CHECK
                   MOVE ZERO TO PHIST-SS-WAGES
                   MOVE ZERO TO PHIST-SS-TAX
                   MOVE ZERO TO PHIST-MEDICARE-WAGES
                   MOVE ZERO TO PHIST-MEDICARE-TAX
                   MOVE ZERO TO PHIST-ER-SS-TAX
                   MOVE ZERO TO PHIST-ER-MEDICARE-TAX
                   MOVE ZERO TO PHIST-LOAN-REPAY-TOTAL
                   MOVE SPACES TO PHIST-LOAN-1-NUMBER
                   MOVE ZERO TO PHIST-LOAN-1-REPAY
                   MOVE SPACES TO PHIST-LOAN-2-NUMBER
                   MOVE ZERO TO PHIST-LOAN-2-REPAY
                   WRITE PAY-HISTORY-RECORD
                   ADD 1 TO WS-RELOAD-COUNT
           END-READ.
