       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACH-RETURNS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-IN-FILE ASSIGN DYNAMIC WS-RETURN-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETURN-FILE-STATUS.
           SELECT ACH-IN-FILE ASSIGN DYNAMIC WS-ACH-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACH-FILE-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO "pay_history.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PHIST-KEY
           FILE STATUS IS WS-PAY-HISTORY-STATUS.
           SELECT BANK-FILE ASSIGN TO "bank_accounts.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BANK-EMP-ID
           FILE STATUS IS WS-BANK-FILE-STATUS.
           SELECT CHECK-REGISTER-FILE ASSIGN TO "check_register.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CKR-CHECK-NUMBER
           FILE STATUS IS WS-CHECK-REGISTER-STATUS.
           SELECT CHECK-CONTROL-FILE ASSIGN TO "check_control.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHECK-CONTROL-STATUS.
           SELECT POSPAY-ADJUST-FILE
           ASSIGN TO "positive_pay_adjustments.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSPAY-ADJUST-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "bank_audit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-LOG-STATUS.
           SELECT RETURNS-REPORT-FILE
           ASSIGN DYNAMIC WS-RETURNS-REPORT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RETURN-IN-FILE.
       01 RETURN-ENTRY-RECORD.
           05 RET-RECORD-TYPE        PIC X(1).
           05 RET-TRANSACTION-CODE   PIC X(2).
           05 RET-RECEIVING-DFI-ID   PIC X(8).
           05 RET-CHECK-DIGIT        PIC X(1).
           05 RET-DFI-ACCOUNT-NUMBER PIC X(17).
           05 RET-AMOUNT             PIC 9(10).
           05 RET-INDIVIDUAL-ID      PIC X(15).
           05 RET-INDIVIDUAL-NAME    PIC X(22).
           05 RET-DISCRETIONARY-DATA PIC X(2).
           05 RET-ADDENDA-INDICATOR  PIC X(1).
           05 RET-TRACE-NUMBER       PIC X(15).
       01 RETURN-ADDENDA-RECORD.
           05 RAD-RECORD-TYPE        PIC X(1).
           05 RAD-ADDENDA-TYPE       PIC X(2).
               88 RAD-TYPE-NOC       VALUE '98'.
               88 RAD-TYPE-RETURN    VALUE '99'.
           05 RAD-REASON-CODE        PIC X(3).
           05 RAD-ORIGINAL-TRACE     PIC X(15).
           05 RAD-DATE-OF-DEATH      PIC X(6).
           05 RAD-ORIGINAL-DFI-ID    PIC X(8).
           05 RAD-CORRECTED-DATA     PIC X(29).
           05 RAD-ADDENDA-INFO       PIC X(15).
           05 RAD-TRACE-NUMBER       PIC X(15).

       FD ACH-IN-FILE.
       01 ACH-IN-LINE                PIC X(94).

       FD PAY-HISTORY-FILE.
           COPY "payhistory_record.cpy".

       FD BANK-FILE.
           COPY "bank_record.cpy".

       FD CHECK-REGISTER-FILE.
           COPY "checkregister_record.cpy".

       FD CHECK-CONTROL-FILE.
           COPY "checkcontrol_record.cpy".

       FD POSPAY-ADJUST-FILE.
       01 POSPAY-RECORD.
           05 PP-RECORD-TYPE         PIC X(1).
           05 PP-ACCOUNT-NUMBER      PIC X(10).
           05 PP-CHECK-NUMBER        PIC 9(8).
           05 PP-ISSUE-DATE          PIC X(6).
           05 PP-AMOUNT              PIC 9(10).
           05 PP-PAYEE-NAME          PIC X(30).

       FD AUDIT-LOG-FILE.
       01 AUDIT-LINE                 PIC X(130).

       FD RETURNS-REPORT-FILE.
       01 RETURNS-REPORT-LINE        PIC X(130).

       WORKING-STORAGE SECTION.
       01 WS-RUN-PARAMETERS.
           05 WS-PARAMETER-COUNT     PIC 9(2) COMP VALUE ZERO.
           05 WS-PAY-PERIOD-ID       PIC X(10) VALUE SPACES.
           05 WS-RETURN-FILE-NAME    PIC X(40).
           05 WS-ACH-FILE-NAME       PIC X(40).
           05 WS-RETURNS-REPORT-FILE-NAME PIC X(40).

       01 WS-FILE-STATUSES.
           05 WS-RETURN-FILE-STATUS  PIC XX.
           05 WS-ACH-FILE-STATUS     PIC XX.
           05 WS-PAY-HISTORY-STATUS  PIC XX.
               88 PAY-HISTORY-OK     VALUE '00'.
           05 WS-BANK-FILE-STATUS    PIC XX.
               88 BANK-STATUS-OK     VALUE '00'.
           05 WS-CHECK-REGISTER-STATUS PIC XX.
               88 CHECK-REGISTER-OK  VALUE '00'.
           05 WS-CHECK-CONTROL-STATUS PIC XX.
           05 WS-POSPAY-ADJUST-STATUS PIC XX.
           05 WS-AUDIT-LOG-STATUS    PIC XX.

       01 WS-VARIABLES.
           05 WS-RETURN-EOF          PIC X VALUE 'N'.
               88 RETURN-EOF         VALUE 'Y'.
           05 WS-ACH-EOF             PIC X VALUE 'N'.
               88 ACH-EOF            VALUE 'Y'.
           05 WS-ENTRY-SEEN-SW       PIC X VALUE 'N'.
               88 ENTRY-SEEN         VALUE 'Y'.
           05 WS-BANK-FOUND-SW       PIC X VALUE 'N'.
               88 BANK-RECORD-FOUND  VALUE 'Y'.
           05 WS-PHIST-FOUND-SW      PIC X VALUE 'N'.
               88 PHIST-RECORD-FOUND VALUE 'Y'.
           05 WS-ROUTING-VALID-SW    PIC X VALUE 'N'.
               88 ROUTING-VALID      VALUE 'Y'.
           05 WS-CURRENT-DATE        PIC X(6).
           05 WS-NEXT-CHECK-NUMBER   PIC 9(8) VALUE 100001.
           05 WS-NEW-CHECK-NUMBER    PIC 9(8).
           05 WS-PP-ACCOUNT-NUMBER   PIC X(10) VALUE '0001234567'.
           05 WS-AUDIT-OPERATOR      PIC X(10) VALUE 'ACH-RETURN'.
           05 WS-AUDIT-EMP-ID        PIC 9(5).
           05 WS-AUDIT-ACTION        PIC X(20).
           05 WS-AUDIT-REASON        PIC X(40).
           05 WS-AUDIT-DATE          PIC X(8).
           05 WS-RETURN-EMP-ID-X     PIC X(5).
           05 WS-RETURN-AMOUNT       PIC 9(10)V99.
           05 WS-PAYEE-NAME          PIC X(30).
           05 WS-REASON-TEXT         PIC X(40).
           05 WS-ITEM-RESULT         PIC X(80).
           05 WS-NOC-ROUTING         PIC X(9).
           05 WS-NOC-ACCOUNT         PIC X(17).
           05 WS-NOC-TRAN-CODE       PIC X(2).

       01 WS-COUNTERS.
           05 WS-RETURN-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-REISSUE-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-REISSUE-TOTAL       PIC 9(13)V99 VALUE ZERO.
           05 WS-NOC-APPLIED-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-NOC-REJECTED-COUNT  PIC 9(7) VALUE ZERO.
           05 WS-UNMATCHED-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-DUPLICATE-COUNT     PIC 9(7) VALUE ZERO.

       01 WS-ORIGINAL-ENTRY-TABLE.
           05 WS-ORIG-COUNT          PIC 9(5) COMP VALUE ZERO.
           05 WS-ORIG-ENTRY OCCURS 50000 TIMES.
               10 ORIG-TRACE-NUMBER  PIC X(15).
               10 ORIG-EMP-ID        PIC X(5).
               10 ORIG-TRAN-CODE     PIC X(2).
               10 ORIG-ROUTING       PIC X(9).
               10 ORIG-ACCOUNT       PIC X(17).
               10 ORIG-AMOUNT-CENTS  PIC 9(10).
               10 ORIG-RETURNED-SW   PIC X.

       01 WS-MATCH-FIELDS.
           05 WS-ORIG-IDX            PIC 9(5) COMP.
           05 WS-FOUND-IDX           PIC 9(5) COMP.
           05 WS-MATCH-FOUND-SW      PIC X.
               88 MATCH-FOUND        VALUE 'Y'.

       01 WS-ROUTING-CHECK-FIELDS.
           05 WS-ROUTING-WORK        PIC X(9).
           05 WS-ROUTING-DIGITS REDEFINES WS-ROUTING-WORK.
               10 WS-ROUTING-DIGIT   PIC 9 OCCURS 9 TIMES.
           05 WS-CHECK-SUM           PIC 9(3) COMP.
           05 WS-CHECK-QUOTIENT      PIC 9(3) COMP.
           05 WS-CHECK-REMAINDER     PIC 9(2) COMP.

       01 WS-DISPLAY-FIELDS.
           05 WS-AMOUNT-EDIT         PIC $$$,$$$,$$$,$$9.99.
           05 WS-TOTAL-EDIT          PIC $$,$$$,$$$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-RUN-PARAMETERS
           PERFORM LOAD-ORIGINAL-ENTRIES
           PERFORM OPEN-FILES
           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE SPACES TO WS-AUDIT-DATE
           STRING '20' DELIMITED BY SIZE,
               WS-CURRENT-DATE DELIMITED BY SIZE
               INTO WS-AUDIT-DATE
           PERFORM WRITE-RETURNS-HEADING

           PERFORM READ-NEXT-RETURN-LINE
           PERFORM PROCESS-ONE-RETURN-LINE
               UNTIL RETURN-EOF

           PERFORM PRINT-RETURNS-SUMMARY
           PERFORM CLOSE-FILES
           IF WS-UNMATCHED-COUNT > ZERO
              MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       GET-RUN-PARAMETERS.
           ACCEPT WS-PARAMETER-COUNT FROM ARGUMENT-NUMBER
           IF WS-PARAMETER-COUNT < 1
              DISPLAY 'ACH-RETURNS: USAGE IS ACH-RETURNS <PERIOD-ID>'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-PAY-PERIOD-ID FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PAY-PERIOD-ID
           END-ACCEPT
           IF WS-PAY-PERIOD-ID = SPACES
              DISPLAY 'ACH-RETURNS: PERIOD-ID IS REQUIRED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           STRING 'ach_returns_' DELIMITED BY SIZE,
               WS-PAY-PERIOD-ID DELIMITED BY SPACE,
               '.txt' DELIMITED BY SIZE
               INTO WS-RETURN-FILE-NAME
           STRING 'payroll_ach_' DELIMITED BY SIZE,
               WS-PAY-PERIOD-ID DELIMITED BY SPACE,
               '.txt' DELIMITED BY SIZE
               INTO WS-ACH-FILE-NAME
           STRING 'ach_returns_report_' DELIMITED BY SIZE,
               WS-PAY-PERIOD-ID DELIMITED BY SPACE,
               '.txt' DELIMITED BY SIZE
               INTO WS-RETURNS-REPORT-FILE-NAME.

       LOAD-ORIGINAL-ENTRIES.
           OPEN INPUT ACH-IN-FILE
           IF WS-ACH-FILE-STATUS NOT = '00'
              DISPLAY 'ACH-RETURNS: ' WS-ACH-FILE-NAME
                  ' NOT AVAILABLE STATUS ' WS-ACH-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-ONE-ORIGINAL-ENTRY
               UNTIL ACH-EOF
           CLOSE ACH-IN-FILE.

       LOAD-ONE-ORIGINAL-ENTRY.
           READ ACH-IN-FILE
               AT END
                   MOVE 'Y' TO WS-ACH-EOF
               NOT AT END
                   IF ACH-IN-LINE(1:1) = '6'
                      AND WS-ORIG-COUNT < 50000
                      ADD 1 TO WS-ORIG-COUNT
                      MOVE ACH-IN-LINE(80:15)
                          TO ORIG-TRACE-NUMBER(WS-ORIG-COUNT)
                      MOVE ACH-IN-LINE(40:5)
                          TO ORIG-EMP-ID(WS-ORIG-COUNT)
                      MOVE ACH-IN-LINE(2:2)
                          TO ORIG-TRAN-CODE(WS-ORIG-COUNT)
                      MOVE ACH-IN-LINE(4:9)
                          TO ORIG-ROUTING(WS-ORIG-COUNT)
                      MOVE ACH-IN-LINE(13:17)
                          TO ORIG-ACCOUNT(WS-ORIG-COUNT)
                      MOVE ACH-IN-LINE(30:10)
                          TO ORIG-AMOUNT-CENTS(WS-ORIG-COUNT)
                      MOVE 'N' TO ORIG-RETURNED-SW(WS-ORIG-COUNT)
                   END-IF
           END-READ.

       OPEN-FILES.
           OPEN INPUT RETURN-IN-FILE
           IF WS-RETURN-FILE-STATUS NOT = '00'
              DISPLAY 'ACH-RETURNS: ' WS-RETURN-FILE-NAME
                  ' NOT AVAILABLE STATUS ' WS-RETURN-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O PAY-HISTORY-FILE
           IF NOT PAY-HISTORY-OK
              DISPLAY 'ACH-RETURNS: pay_history.dat OPEN FAILED'
                  ' STATUS ' WS-PAY-HISTORY-STATUS
                  ' - RUN PAYHIST-CONVERT IF THE LAYOUT IS OLD'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O BANK-FILE
           IF NOT BANK-STATUS-OK
              DISPLAY 'ACH-RETURNS: bank_accounts.dat OPEN FAILED'
                  ' STATUS ' WS-BANK-FILE-STATUS
                  ' - RUN BANK-CONVERT IF THE LAYOUT IS OLD'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O CHECK-REGISTER-FILE
           IF WS-CHECK-REGISTER-STATUS = '35'
              OPEN OUTPUT CHECK-REGISTER-FILE
              CLOSE CHECK-REGISTER-FILE
              OPEN I-O CHECK-REGISTER-FILE
           END-IF
           IF NOT CHECK-REGISTER-OK
              DISPLAY 'ACH-RETURNS: check_register.dat NOT AVAILABLE'
                  ' STATUS ' WS-CHECK-REGISTER-STATUS
                  ' - RUN CHECKREG-CONVERT IF THE LAYOUT IS OLD'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN EXTEND POSPAY-ADJUST-FILE
           IF WS-POSPAY-ADJUST-STATUS = '35'
              OPEN OUTPUT POSPAY-ADJUST-FILE
           END-IF
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-LOG-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           OPEN OUTPUT RETURNS-REPORT-FILE.

       CLOSE-FILES.
           CLOSE RETURN-IN-FILE
           CLOSE PAY-HISTORY-FILE
           CLOSE BANK-FILE
           CLOSE CHECK-REGISTER-FILE
           CLOSE POSPAY-ADJUST-FILE
           CLOSE AUDIT-LOG-FILE
           CLOSE RETURNS-REPORT-FILE.

       READ-NEXT-RETURN-LINE.
           READ RETURN-IN-FILE
               AT END
                   MOVE 'Y' TO WS-RETURN-EOF
           END-READ.

       PROCESS-ONE-RETURN-LINE.
           EVALUATE RET-RECORD-TYPE
               WHEN '6'
                   MOVE 'Y' TO WS-ENTRY-SEEN-SW
                   MOVE RET-INDIVIDUAL-ID(1:5) TO WS-RETURN-EMP-ID-X
                   MOVE RET-INDIVIDUAL-NAME TO WS-PAYEE-NAME
               WHEN '7'
                   IF ENTRY-SEEN
                      PERFORM PROCESS-ONE-RETURN-ITEM
                   END-IF
                   MOVE 'N' TO WS-ENTRY-SEEN-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM READ-NEXT-RETURN-LINE.

       PROCESS-ONE-RETURN-ITEM.
           MOVE 'N' TO WS-MATCH-FOUND-SW
           PERFORM MATCH-ONE-ORIGINAL-ENTRY
               VARYING WS-ORIG-IDX FROM 1 BY 1
               UNTIL WS-ORIG-IDX > WS-ORIG-COUNT
               OR MATCH-FOUND

           EVALUATE TRUE
               WHEN NOT MATCH-FOUND
                   MOVE 'NO MATCHING ENTRY IN PAYROLL ACH FILE'
                       TO WS-ITEM-RESULT
                   PERFORM WRITE-UNMATCHED-LINE
               WHEN ORIG-EMP-ID(WS-FOUND-IDX) NOT = WS-RETURN-EMP-ID-X
                   MOVE 'EMP-ID DOES NOT AGREE WITH ORIGINAL ENTRY'
                       TO WS-ITEM-RESULT
                   PERFORM WRITE-UNMATCHED-LINE
               WHEN ORIG-EMP-ID(WS-FOUND-IDX) NOT NUMERIC
                   MOVE 'ORIGINAL ENTRY HAS NO EMP-ID'
                       TO WS-ITEM-RESULT
                   PERFORM WRITE-UNMATCHED-LINE
               WHEN RAD-TYPE-RETURN
                   PERFORM PROCESS-RETURN-ITEM
               WHEN RAD-TYPE-NOC
                   PERFORM PROCESS-NOC-ITEM
               WHEN OTHER
                   MOVE 'UNKNOWN ADDENDA TYPE' TO WS-ITEM-RESULT
                   PERFORM WRITE-UNMATCHED-LINE
           END-EVALUATE.

       MATCH-ONE-ORIGINAL-ENTRY.
           IF ORIG-TRACE-NUMBER(WS-ORIG-IDX) = RAD-ORIGINAL-TRACE
              MOVE 'Y' TO WS-MATCH-FOUND-SW
              MOVE WS-ORIG-IDX TO WS-FOUND-IDX
           END-IF.

       PROCESS-RETURN-ITEM.
           ADD 1 TO WS-RETURN-COUNT
           PERFORM DESCRIBE-RETURN-CODE
           MOVE ORIG-EMP-ID(WS-FOUND-IDX) TO WS-AUDIT-EMP-ID
           COMPUTE WS-RETURN-AMOUNT =
               ORIG-AMOUNT-CENTS(WS-FOUND-IDX) / 100

           IF ORIG-RETURNED-SW(WS-FOUND-IDX) = 'Y'
              ADD 1 TO WS-DUPLICATE-COUNT
              MOVE 'DUPLICATE RETURN - ALREADY PROCESSED THIS RUN'
                  TO WS-ITEM-RESULT
              PERFORM WRITE-RETURN-DETAIL-LINE
           ELSE
              MOVE 'Y' TO ORIG-RETURNED-SW(WS-FOUND-IDX)
              PERFORM RESET-BANK-PRENOTE
              EVALUATE ORIG-TRAN-CODE(WS-FOUND-IDX)
                  WHEN '22'
                  WHEN '32'
                      PERFORM RETURN-CREDIT-ENTRY
                  WHEN '23'
                  WHEN '33'
                      MOVE 'PRENOTE RETURNED - EMPLOYEE STAYS ON CHECK'
                          TO WS-ITEM-RESULT
                      PERFORM WRITE-RETURN-DETAIL-LINE
                  WHEN OTHER
                      MOVE 'DEBIT RETURNED - RECOVER FROM EMPLOYEE'
                          TO WS-ITEM-RESULT
                      PERFORM WRITE-RETURN-DETAIL-LINE
              END-EVALUATE
           END-IF.

       RETURN-CREDIT-ENTRY.
           PERFORM READ-PAY-HISTORY-FOR-RETURN
           IF PHIST-RECORD-FOUND AND PHIST-NET-UNDELIVERED
              ADD 1 TO WS-DUPLICATE-COUNT
              MOVE SPACES TO WS-ITEM-RESULT
              STRING
                  'ALREADY RETURNED - REPLACEMENT CHECK '
                      DELIMITED BY SIZE,
                  PHIST-REPLACEMENT-CHECK DELIMITED BY SIZE
                  INTO WS-ITEM-RESULT
              PERFORM WRITE-RETURN-DETAIL-LINE
           ELSE
              IF PHIST-RECORD-FOUND
                 MOVE PHIST-EMP-NAME TO WS-PAYEE-NAME
              END-IF
              PERFORM ISSUE-REPLACEMENT-CHECK
              IF PHIST-RECORD-FOUND
                 MOVE 'U' TO PHIST-DELIVERY-STATUS
                 MOVE RAD-REASON-CODE TO PHIST-RETURN-CODE
                 MOVE WS-NEW-CHECK-NUMBER TO PHIST-REPLACEMENT-CHECK
                 REWRITE PAY-HISTORY-RECORD
                 MOVE SPACES TO WS-ITEM-RESULT
                 STRING
                     'NET PAY UNDELIVERED - REPLACEMENT CHECK '
                         DELIMITED BY SIZE,
                     WS-NEW-CHECK-NUMBER DELIMITED BY SIZE,
                     ' ISSUED' DELIMITED BY SIZE
                     INTO WS-ITEM-RESULT
              ELSE
                 MOVE SPACES TO WS-ITEM-RESULT
                 STRING
                     'NO PAY HISTORY FOR PERIOD - REPLACEMENT CHECK '
                         DELIMITED BY SIZE,
                     WS-NEW-CHECK-NUMBER DELIMITED BY SIZE,
                     ' ISSUED' DELIMITED BY SIZE
                     INTO WS-ITEM-RESULT
              END-IF
              PERFORM WRITE-RETURN-DETAIL-LINE
           END-IF.

       READ-PAY-HISTORY-FOR-RETURN.
           MOVE 'N' TO WS-PHIST-FOUND-SW
           MOVE ORIG-EMP-ID(WS-FOUND-IDX) TO PHIST-EMP-ID
           MOVE WS-PAY-PERIOD-ID TO PHIST-PERIOD-ID
           READ PAY-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PHIST-TYPE-PAYMENT
                      MOVE 'Y' TO WS-PHIST-FOUND-SW
                   END-IF
           END-READ.

       ISSUE-REPLACEMENT-CHECK.
           PERFORM LOAD-CHECK-CONTROL
           MOVE WS-NEXT-CHECK-NUMBER TO WS-NEW-CHECK-NUMBER
           ADD 1 TO WS-NEXT-CHECK-NUMBER
           PERFORM SAVE-CHECK-CONTROL

           MOVE WS-NEW-CHECK-NUMBER TO CKR-CHECK-NUMBER
           MOVE WS-AUDIT-EMP-ID TO CKR-EMP-ID
           MOVE WS-PAYEE-NAME TO CKR-EMP-NAME
           MOVE WS-PAY-PERIOD-ID TO CKR-PERIOD-ID
           MOVE WS-CURRENT-DATE TO CKR-ISSUE-DATE
           MOVE WS-RETURN-AMOUNT TO CKR-AMOUNT
           MOVE 'I' TO CKR-STATUS
           MOVE ZERO TO CKR-REPLACES-CHECK
           MOVE SPACES TO CKR-PAID-DATE
           MOVE ZERO TO CKR-PAID-AMOUNT
           WRITE CHECK-REGISTER-RECORD

           MOVE 'I' TO PP-RECORD-TYPE
           MOVE WS-PP-ACCOUNT-NUMBER TO PP-ACCOUNT-NUMBER
           MOVE WS-NEW-CHECK-NUMBER TO PP-CHECK-NUMBER
           MOVE WS-CURRENT-DATE TO PP-ISSUE-DATE
           COMPUTE PP-AMOUNT = WS-RETURN-AMOUNT * 100
           MOVE WS-PAYEE-NAME TO PP-PAYEE-NAME
           WRITE POSPAY-RECORD

           ADD 1 TO WS-REISSUE-COUNT
           ADD WS-RETURN-AMOUNT TO WS-REISSUE-TOTAL
           DISPLAY 'ACH-RETURNS: EMP-ID ' WS-AUDIT-EMP-ID
               ' REPLACEMENT CHECK ' WS-NEW-CHECK-NUMBER.

       RESET-BANK-PRENOTE.
           PERFORM READ-BANK-FOR-ITEM
           IF BANK-RECORD-FOUND
              MOVE 'P' TO BANK-PRENOTE-STATUS
              MOVE ZERO TO BANK-PRENOTE-COUNT
              MOVE SPACES TO BANK-PRENOTE-LAST-PERIOD
              REWRITE BANK-RECORD
              MOVE 'PRENOTE RESET' TO WS-AUDIT-ACTION
              MOVE SPACES TO WS-AUDIT-REASON
              STRING
                  'ACH RETURN ' DELIMITED BY SIZE,
                  RAD-REASON-CODE DELIMITED BY SIZE,
                  ' ' DELIMITED BY SIZE,
                  WS-REASON-TEXT DELIMITED BY SIZE
                  INTO WS-AUDIT-REASON
              PERFORM WRITE-AUDIT-LINE
           END-IF.

       READ-BANK-FOR-ITEM.
           MOVE 'N' TO WS-BANK-FOUND-SW
           MOVE ORIG-EMP-ID(WS-FOUND-IDX) TO BANK-EMP-ID
           READ BANK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-BANK-FOUND-SW
           END-READ.

       PROCESS-NOC-ITEM.
           PERFORM DESCRIBE-NOC-CODE
           MOVE ORIG-EMP-ID(WS-FOUND-IDX) TO WS-AUDIT-EMP-ID
           MOVE ZERO TO WS-RETURN-AMOUNT
           MOVE SPACES TO WS-NOC-ROUTING
           MOVE SPACES TO WS-NOC-ACCOUNT
           MOVE SPACES TO WS-NOC-TRAN-CODE
           EVALUATE RAD-REASON-CODE
               WHEN 'C01'
                   MOVE RAD-CORRECTED-DATA(1:17) TO WS-NOC-ACCOUNT
               WHEN 'C02'
                   MOVE RAD-CORRECTED-DATA(1:9) TO WS-NOC-ROUTING
               WHEN 'C03'
                   MOVE RAD-CORRECTED-DATA(1:9) TO WS-NOC-ROUTING
                   MOVE RAD-CORRECTED-DATA(13:17) TO WS-NOC-ACCOUNT
               WHEN 'C05'
                   MOVE RAD-CORRECTED-DATA(1:2) TO WS-NOC-TRAN-CODE
               WHEN 'C06'
                   MOVE RAD-CORRECTED-DATA(1:17) TO WS-NOC-ACCOUNT
                   MOVE RAD-CORRECTED-DATA(21:2) TO WS-NOC-TRAN-CODE
               WHEN 'C07'
                   MOVE RAD-CORRECTED-DATA(1:9) TO WS-NOC-ROUTING
                   MOVE RAD-CORRECTED-DATA(10:17) TO WS-NOC-ACCOUNT
                   MOVE RAD-CORRECTED-DATA(27:2) TO WS-NOC-TRAN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM READ-BANK-FOR-ITEM
           EVALUATE TRUE
               WHEN WS-NOC-ROUTING = SPACES
                   AND WS-NOC-ACCOUNT = SPACES
                   AND WS-NOC-TRAN-CODE = SPACES
                   MOVE 'NOC CODE NOT HANDLED - UPDATE BY HAND'
                       TO WS-ITEM-RESULT
                   PERFORM REJECT-NOC-ITEM
               WHEN NOT BANK-RECORD-FOUND
                   MOVE 'NO BANK RECORD FOR EMPLOYEE'
                       TO WS-ITEM-RESULT
                   PERFORM REJECT-NOC-ITEM
               WHEN BANK-ROUTING-NUMBER NOT = ORIG-ROUTING(WS-FOUND-IDX)
                   OR BANK-ACCOUNT-NUMBER
                       NOT = ORIG-ACCOUNT(WS-FOUND-IDX)
                   MOVE 'ACCOUNT CHANGED SINCE ENTRY - NOC NOT APPLIED'
                       TO WS-ITEM-RESULT
                   PERFORM REJECT-NOC-ITEM
               WHEN OTHER
                   PERFORM APPLY-NOC-CHANGES
           END-EVALUATE.

       APPLY-NOC-CHANGES.
           MOVE 'Y' TO WS-ROUTING-VALID-SW
           IF WS-NOC-ROUTING NOT = SPACES
              PERFORM VALIDATE-ROUTING-NUMBER
           END-IF
           IF NOT ROUTING-VALID
              MOVE 'CORRECTED ROUTING FAILS CHECK DIGIT'
                  TO WS-ITEM-RESULT
              PERFORM REJECT-NOC-ITEM
           ELSE
              IF WS-NOC-ROUTING NOT = SPACES
                 MOVE WS-NOC-ROUTING TO BANK-ROUTING-NUMBER
              END-IF
              IF WS-NOC-ACCOUNT NOT = SPACES
                 MOVE WS-NOC-ACCOUNT TO BANK-ACCOUNT-NUMBER
              END-IF
              EVALUATE WS-NOC-TRAN-CODE
                  WHEN '22'
                  WHEN '23'
                  WHEN '27'
                  WHEN '28'
                      MOVE 'C' TO BANK-ACCOUNT-TYPE
                  WHEN '32'
                  WHEN '33'
                  WHEN '37'
                  WHEN '38'
                      MOVE 'S' TO BANK-ACCOUNT-TYPE
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE
              REWRITE BANK-RECORD
              MOVE 'CHANGED BY NOC' TO WS-AUDIT-ACTION
              MOVE SPACES TO WS-AUDIT-REASON
              STRING
                  RAD-REASON-CODE DELIMITED BY SIZE,
                  ' ' DELIMITED BY SIZE,
                  WS-REASON-TEXT DELIMITED BY SIZE
                  INTO WS-AUDIT-REASON
              PERFORM WRITE-AUDIT-LINE
              ADD 1 TO WS-NOC-APPLIED-COUNT
              MOVE 'BANK ACCOUNT CORRECTED' TO WS-ITEM-RESULT
              PERFORM WRITE-RETURN-DETAIL-LINE
           END-IF.

       REJECT-NOC-ITEM.
           MOVE 'REJECTED' TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-REASON
           STRING
               'NOC ' DELIMITED BY SIZE,
               RAD-REASON-CODE DELIMITED BY SIZE,
               ' ' DELIMITED BY SIZE,
               WS-ITEM-RESULT DELIMITED BY SIZE
               INTO WS-AUDIT-REASON
           PERFORM WRITE-AUDIT-LINE
           ADD 1 TO WS-NOC-REJECTED-COUNT
           PERFORM WRITE-RETURN-DETAIL-LINE.

       VALIDATE-ROUTING-NUMBER.
           MOVE 'N' TO WS-ROUTING-VALID-SW
           MOVE WS-NOC-ROUTING TO WS-ROUTING-WORK
           IF WS-ROUTING-WORK IS NUMERIC
              COMPUTE WS-CHECK-SUM =
                  3 * (WS-ROUTING-DIGIT(1) + WS-ROUTING-DIGIT(4)
                      + WS-ROUTING-DIGIT(7))
                  + 7 * (WS-ROUTING-DIGIT(2) + WS-ROUTING-DIGIT(5)
                      + WS-ROUTING-DIGIT(8))
                  + (WS-ROUTING-DIGIT(3) + WS-ROUTING-DIGIT(6)
                      + WS-ROUTING-DIGIT(9))
              DIVIDE WS-CHECK-SUM BY 10
                  GIVING WS-CHECK-QUOTIENT
                  REMAINDER WS-CHECK-REMAINDER
              IF WS-CHECK-REMAINDER = ZERO
                 MOVE 'Y' TO WS-ROUTING-VALID-SW
              END-IF
           END-IF.

       DESCRIBE-RETURN-CODE.
           EVALUATE RAD-REASON-CODE
               WHEN 'R01'
                   MOVE 'INSUFFICIENT FUNDS' TO WS-REASON-TEXT
               WHEN 'R02'
                   MOVE 'ACCOUNT CLOSED' TO WS-REASON-TEXT
               WHEN 'R03'
                   MOVE 'NO ACCOUNT OR UNABLE TO LOCATE'
                       TO WS-REASON-TEXT
               WHEN 'R04'
                   MOVE 'INVALID ACCOUNT NUMBER' TO WS-REASON-TEXT
               WHEN 'R06'
                   MOVE 'RETURNED PER ODFI REQUEST' TO WS-REASON-TEXT
               WHEN 'R07'
                   MOVE 'AUTHORIZATION REVOKED' TO WS-REASON-TEXT
               WHEN 'R08'
                   MOVE 'PAYMENT STOPPED' TO WS-REASON-TEXT
               WHEN 'R14'
                   MOVE 'REPRESENTATIVE PAYEE DECEASED'
                       TO WS-REASON-TEXT
               WHEN 'R15'
                   MOVE 'ACCOUNT HOLDER DECEASED' TO WS-REASON-TEXT
               WHEN 'R16'
                   MOVE 'ACCOUNT FROZEN' TO WS-REASON-TEXT
               WHEN 'R20'
                   MOVE 'NON-TRANSACTION ACCOUNT' TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE 'OTHER RETURN' TO WS-REASON-TEXT
           END-EVALUATE.

       DESCRIBE-NOC-CODE.
           EVALUATE RAD-REASON-CODE
               WHEN 'C01'
                   MOVE 'INCORRECT ACCOUNT NUMBER' TO WS-REASON-TEXT
               WHEN 'C02'
                   MOVE 'INCORRECT ROUTING NUMBER' TO WS-REASON-TEXT
               WHEN 'C03'
                   MOVE 'INCORRECT ROUTING AND ACCOUNT'
                       TO WS-REASON-TEXT
               WHEN 'C05'
                   MOVE 'INCORRECT TRANSACTION CODE' TO WS-REASON-TEXT
               WHEN 'C06'
                   MOVE 'INCORRECT ACCOUNT AND TRAN CODE'
                       TO WS-REASON-TEXT
               WHEN 'C07'
                   MOVE 'INCORRECT ROUTING, ACCOUNT, TRAN CODE'
                       TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE 'OTHER NOTIFICATION OF CHANGE'
                       TO WS-REASON-TEXT
           END-EVALUATE.

       LOAD-CHECK-CONTROL.
           MOVE 100001 TO WS-NEXT-CHECK-NUMBER
           OPEN INPUT CHECK-CONTROL-FILE
           IF WS-CHECK-CONTROL-STATUS = '00'
              READ CHECK-CONTROL-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      IF CKC-NEXT-CHECK-NUMBER > ZERO
                         MOVE CKC-NEXT-CHECK-NUMBER
                             TO WS-NEXT-CHECK-NUMBER
                      END-IF
              END-READ
              CLOSE CHECK-CONTROL-FILE
           END-IF.

       SAVE-CHECK-CONTROL.
           MOVE WS-NEXT-CHECK-NUMBER TO CKC-NEXT-CHECK-NUMBER
           OPEN OUTPUT CHECK-CONTROL-FILE
           WRITE CHECK-CONTROL-RECORD
           CLOSE CHECK-CONTROL-FILE.

       WRITE-AUDIT-LINE.
           MOVE SPACES TO AUDIT-LINE
           STRING
               'EMP-ID: ' DELIMITED BY SIZE,
               WS-AUDIT-EMP-ID DELIMITED BY SIZE,
               ' | ACTION: ' DELIMITED BY SIZE,
               WS-AUDIT-ACTION DELIMITED BY SIZE,
               ' | OPERATOR: ' DELIMITED BY SIZE,
               WS-AUDIT-OPERATOR DELIMITED BY SIZE,
               ' | ' DELIMITED BY SIZE,
               WS-AUDIT-REASON DELIMITED BY SIZE,
               ' | DATE: ' DELIMITED BY SIZE,
               WS-AUDIT-DATE DELIMITED BY SIZE
               INTO AUDIT-LINE
           WRITE AUDIT-LINE.

       WRITE-RETURNS-HEADING.
           MOVE SPACES TO RETURNS-REPORT-LINE
           STRING
               '===== ACH RETURNS AND NOC REPORT - PERIOD '
                   DELIMITED BY SIZE,
               WS-PAY-PERIOD-ID DELIMITED BY SPACE,
               ' =====' DELIMITED BY SIZE
               INTO RETURNS-REPORT-LINE
           WRITE RETURNS-REPORT-LINE.

       WRITE-RETURN-DETAIL-LINE.
           MOVE WS-RETURN-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO RETURNS-REPORT-LINE
           STRING
               RAD-REASON-CODE DELIMITED BY SIZE,
               ' | EMP-ID: ' DELIMITED BY SIZE,
               WS-AUDIT-EMP-ID DELIMITED BY SIZE,
               ' | NAME: ' DELIMITED BY SIZE,
               WS-PAYEE-NAME DELIMITED BY SIZE,
               ' | TRACE: ' DELIMITED BY SIZE,
               RAD-ORIGINAL-TRACE DELIMITED BY SIZE,
               ' | AMOUNT: ' DELIMITED BY SIZE,
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO RETURNS-REPORT-LINE
           WRITE RETURNS-REPORT-LINE

           MOVE SPACES TO RETURNS-REPORT-LINE
           STRING
               '     ' DELIMITED BY SIZE,
               WS-REASON-TEXT DELIMITED BY '  ',
               ' - ' DELIMITED BY SIZE,
               WS-ITEM-RESULT DELIMITED BY SIZE
               INTO RETURNS-REPORT-LINE
           WRITE RETURNS-REPORT-LINE.

       WRITE-UNMATCHED-LINE.
           ADD 1 TO WS-UNMATCHED-COUNT
           MOVE SPACES TO RETURNS-REPORT-LINE
           STRING
               'UNMATCHED: ' DELIMITED BY SIZE,
               RAD-REASON-CODE DELIMITED BY SIZE,
               ' | EMP-ID: ' DELIMITED BY SIZE,
               WS-RETURN-EMP-ID-X DELIMITED BY SIZE,
               ' | TRACE: ' DELIMITED BY SIZE,
               RAD-ORIGINAL-TRACE DELIMITED BY SIZE,
               ' | ' DELIMITED BY SIZE,
               WS-ITEM-RESULT DELIMITED BY SIZE
               INTO RETURNS-REPORT-LINE
           WRITE RETURNS-REPORT-LINE.

       PRINT-RETURNS-SUMMARY.
           MOVE SPACES TO RETURNS-REPORT-LINE
           STRING
               '===== ACH RETURNS RUN SUMMARY =====' DELIMITED BY SIZE
               INTO RETURNS-REPORT-LINE
           WRITE RETURNS-REPORT-LINE

           MOVE SPACES TO RETURNS-REPORT-LINE
           STRING
               'Returns Received: ' DELIMITED BY SIZE,
               WS-RETURN-COUNT DELIMITED BY SIZE
               INTO RETURNS-REPORT-LINE
           WRITE RETURNS-REPORT-LINE

           MOVE SPACES TO RETURNS-REPORT-LINE
           STRING
               'Replacement Checks Issued: ' DELIMITED BY SIZE,
               WS-REISSUE-COUNT DELIMITED BY SIZE
               INTO RETURNS-REPORT-LINE
           WRITE RETURNS-REPORT-LINE

           MOVE WS-REISSUE-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO RETURNS-REPORT-LINE
           STRING
               'Replacement Check Total: ' DELIMITED BY SIZE,
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO RETURNS-REPORT-LINE
           WRITE RETURNS-REPORT-LINE

           MOVE SPACES TO RETURNS-REPORT-LINE
           STRING
               'Duplicate Returns Skipped: ' DELIMITED BY SIZE,
               WS-DUPLICATE-COUNT DELIMITED BY SIZE
               INTO RETURNS-REPORT-LINE
           WRITE RETURNS-REPORT-LINE

           MOVE SPACES TO RETURNS-REPORT-LINE
           STRING
               'NOCs Applied: ' DELIMITED BY SIZE,
               WS-NOC-APPLIED-COUNT DELIMITED BY SIZE
               INTO RETURNS-REPORT-LINE
           WRITE RETURNS-REPORT-LINE

           MOVE SPACES TO RETURNS-REPORT-LINE
           STRING
               'NOCs Rejected: ' DELIMITED BY SIZE,
               WS-NOC-REJECTED-COUNT DELIMITED BY SIZE
               INTO RETURNS-REPORT-LINE
           WRITE RETURNS-REPORT-LINE

           MOVE SPACES TO RETURNS-REPORT-LINE
           STRING
               'Items Unmatched: ' DELIMITED BY SIZE,
               WS-UNMATCHED-COUNT DELIMITED BY SIZE
               INTO RETURNS-REPORT-LINE
           WRITE RETURNS-REPORT-LINE.
