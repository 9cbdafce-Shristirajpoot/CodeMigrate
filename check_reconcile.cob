       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-RECONCILE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAID-ITEMS-FILE ASSIGN DYNAMIC WS-PAID-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAID-FILE-STATUS.
           SELECT CHECK-REGISTER-FILE ASSIGN TO "check_register.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CKR-CHECK-NUMBER
           FILE STATUS IS WS-CHECK-REGISTER-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO "employee_master.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-DEPARTMENT WITH DUPLICATES
           FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.
           SELECT DORMANCY-FILE ASSIGN TO "escheat_dormancy.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DORMANCY-FILE-STATUS.
           SELECT GL-CONTROL-FILE ASSIGN TO "gl_accounts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-CONTROL-FILE-STATUS.
           SELECT POSPAY-ADJUST-FILE
           ASSIGN TO "positive_pay_adjustments.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSPAY-ADJUST-STATUS.
           SELECT VOID-LOG-FILE ASSIGN TO "check_void.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VOID-LOG-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN DYNAMIC WS-RECON-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGING-REPORT-FILE ASSIGN DYNAMIC WS-AGING-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ESCHEAT-WORK-FILE ASSIGN TO "escheat_work.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ESCHEAT-SORT-WORK-FILE ASSIGN TO "escsort.tmp".
           SELECT SORTED-ESCHEAT-FILE ASSIGN TO "escheat_sorted.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ESCHEAT-EXTRACT-FILE
           ASSIGN DYNAMIC WS-ESCHEAT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-JOURNAL-FILE ASSIGN DYNAMIC WS-GL-JOURNAL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PAID-ITEMS-FILE.
       01 PAID-ITEM-RECORD.
           05 PAID-ACCOUNT-NUMBER    PIC X(10).
           05 PAID-CHECK-NUMBER      PIC 9(8).
           05 PAID-DATE              PIC X(6).
           05 PAID-AMOUNT            PIC 9(10).

       FD CHECK-REGISTER-FILE.
           COPY "checkregister_record.cpy".

       FD EMPLOYEE-FILE.
           COPY "employee_record.cpy".

       FD DORMANCY-FILE.
       01 DORMANCY-RECORD.
           05 DORM-STATE-CODE        PIC X(2).
           05 DORM-DAYS              PIC 9(4).

       FD GL-CONTROL-FILE.
       01 GL-CONTROL-RECORD.
           05 GLC-KEY                PIC X(20).
           05 GLC-ACCOUNT            PIC X(10).

       FD POSPAY-ADJUST-FILE.
       01 POSPAY-RECORD.
           05 PP-RECORD-TYPE         PIC X(1).
           05 PP-ACCOUNT-NUMBER      PIC X(10).
           05 PP-CHECK-NUMBER        PIC 9(8).
           05 PP-ISSUE-DATE          PIC X(6).
           05 PP-AMOUNT              PIC 9(10).
           05 PP-PAYEE-NAME          PIC X(30).

       FD VOID-LOG-FILE.
       01 VOID-LOG-LINE              PIC X(110).

       FD RECON-REPORT-FILE.
       01 RECON-LINE                 PIC X(130).

       FD AGING-REPORT-FILE.
       01 AGING-LINE                 PIC X(130).

       FD ESCHEAT-WORK-FILE.
       01 ESCHEAT-WORK-RECORD.
           05 ESC-STATE-CODE         PIC X(2).
           05 ESC-EMP-ID             PIC 9(5).
           05 ESC-CHECK-NUMBER       PIC 9(8).
           05 ESC-EMP-NAME           PIC X(30).
           05 ESC-PERIOD-ID          PIC X(10).
           05 ESC-ISSUE-DATE         PIC X(6).
           05 ESC-AMOUNT             PIC 9(10)V99.
           05 ESC-DAYS-OUTSTANDING   PIC 9(5).

       SD ESCHEAT-SORT-WORK-FILE.
       01 SORT-ESCHEAT-RECORD.
           05 SD-ESC-STATE-CODE      PIC X(2).
           05 SD-ESC-EMP-ID          PIC 9(5).
           05 SD-ESC-CHECK-NUMBER    PIC 9(8).
           05 SD-ESC-EMP-NAME        PIC X(30).
           05 SD-ESC-PERIOD-ID       PIC X(10).
           05 SD-ESC-ISSUE-DATE      PIC X(6).
           05 SD-ESC-AMOUNT          PIC 9(10)V99.
           05 SD-ESC-DAYS-OUTSTANDING PIC 9(5).

       FD SORTED-ESCHEAT-FILE.
       01 SORTED-ESCHEAT-RECORD.
           05 SESC-STATE-CODE        PIC X(2).
           05 SESC-EMP-ID            PIC 9(5).
           05 SESC-CHECK-NUMBER      PIC 9(8).
           05 SESC-EMP-NAME          PIC X(30).
           05 SESC-PERIOD-ID         PIC X(10).
           05 SESC-ISSUE-DATE        PIC X(6).
           05 SESC-AMOUNT            PIC 9(10)V99.
           05 SESC-DAYS-OUTSTANDING  PIC 9(5).

       FD ESCHEAT-EXTRACT-FILE.
       01 ESCHEAT-LINE               PIC X(130).

       FD GL-JOURNAL-FILE.
       01 GL-JOURNAL-LINE            PIC X(130).

       WORKING-STORAGE SECTION.
       01 WS-RUN-PARAMETERS.
           05 WS-PARAMETER-COUNT     PIC 9(2) COMP VALUE ZERO.
           05 WS-AS-OF-DATE          PIC X(8) VALUE SPACES.
           05 WS-AS-OF-DATE-PARTS REDEFINES WS-AS-OF-DATE.
               10 WS-AS-OF-CENTURY   PIC X(2).
               10 WS-AS-OF-YYMMDD    PIC X(6).
           05 WS-CURRENT-DATE        PIC X(6).
           05 WS-PAID-FILE-NAME      PIC X(40).
           05 WS-RECON-FILE-NAME     PIC X(40).
           05 WS-AGING-FILE-NAME     PIC X(40).
           05 WS-ESCHEAT-FILE-NAME   PIC X(40).
           05 WS-GL-JOURNAL-FILE-NAME PIC X(40).

       01 WS-FILE-STATUSES.
           05 WS-PAID-FILE-STATUS    PIC XX.
           05 WS-CHECK-REGISTER-STATUS PIC XX.
               88 CHECK-REGISTER-OK  VALUE '00'.
           05 WS-EMPLOYEE-FILE-STATUS PIC XX.
               88 EMPLOYEE-STATUS-OK VALUE '00'.
           05 WS-DORMANCY-FILE-STATUS PIC XX.
           05 WS-GL-CONTROL-FILE-STATUS PIC XX.
           05 WS-POSPAY-ADJUST-STATUS PIC XX.
           05 WS-VOID-LOG-STATUS     PIC XX.

       01 WS-VARIABLES.
           05 WS-PAID-EOF            PIC X VALUE 'N'.
               88 PAID-EOF           VALUE 'Y'.
           05 WS-CKR-SWEEP-EOF-SW    PIC X VALUE 'N'.
               88 CKR-SWEEP-EOF      VALUE 'Y'.
           05 WS-ESCHEAT-EOF         PIC X VALUE 'N'.
               88 ESCHEAT-EOF        VALUE 'Y'.
           05 WS-DORMANCY-EOF        PIC X VALUE 'N'.
               88 DORMANCY-EOF       VALUE 'Y'.
           05 WS-GL-CONTROL-EOF      PIC X VALUE 'N'.
               88 GL-CONTROL-EOF     VALUE 'Y'.
           05 WS-EMPLOYEE-AVAILABLE-SW PIC X VALUE 'N'.
               88 EMPLOYEE-FILE-AVAILABLE VALUE 'Y'.
           05 WS-STALE-SW            PIC X VALUE 'N'.
               88 CHECK-IS-STALE     VALUE 'Y'.
           05 WS-PP-ACCOUNT-NUMBER   PIC X(10) VALUE '0001234567'.
           05 WS-PAID-AMOUNT         PIC 9(10)V99.
           05 WS-EXCEPTION-REASON    PIC X(50).
           05 WS-LOG-ACTION          PIC X(20).
           05 WS-EMP-STATE-CODE      PIC X(2).
           05 WS-DORMANCY-LIMIT      PIC 9(4).
           05 WS-DAYS-OUTSTANDING    PIC 9(5).
           05 WS-AS-OF-DAY-NUMBER    PIC 9(7).
           05 WS-ISSUE-DAY-NUMBER    PIC 9(7).
           05 WS-BUCKET-IDX          PIC 9(1) COMP.
           05 WS-PREV-STATE-CODE     PIC X(2).
           05 WS-STATE-NAME          PIC X(7).

       01 WS-DATE-CALC-FIELDS.
           05 WS-DATE-WORK           PIC X(6).
           05 WS-DATE-PARTS REDEFINES WS-DATE-WORK.
               10 WS-DATE-YY         PIC 9(2).
               10 WS-DATE-MM         PIC 9(2).
               10 WS-DATE-DD         PIC 9(2).
           05 WS-DAY-NUMBER          PIC 9(7).
           05 WS-LEAP-QUOTIENT       PIC 9(3) COMP.
           05 WS-LEAP-REMAINDER      PIC 9(1) COMP.
           05 WS-CUM-DAYS-VALUES     PIC X(36)
               VALUE '000031059090120151181212243273304334'.
           05 WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
               10 WS-CUM-DAYS        PIC 9(3) OCCURS 12 TIMES.

       01 WS-COUNTERS.
           05 WS-PAID-READ-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-CLEARED-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-EXCEPTION-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-OUTSTANDING-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-OUTSTANDING-TOTAL   PIC 9(13)V99 VALUE ZERO.
           05 WS-STALE-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-STALE-TOTAL         PIC 9(13)V99 VALUE ZERO.
           05 WS-STATE-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-STATE-TOTAL         PIC 9(13)V99 VALUE ZERO.

       01 WS-AGING-BUCKETS.
           05 WS-AGING-BUCKET OCCURS 4 TIMES.
               10 AGE-LABEL          PIC X(16).
               10 AGE-COUNT          PIC 9(7).
               10 AGE-TOTAL          PIC 9(13)V99.

       01 WS-DORMANCY-TABLE.
           05 WS-DORMANCY-COUNT      PIC 9(3) COMP VALUE ZERO.
           05 WS-DORMANCY-IDX        PIC 9(3) COMP.
           05 WS-DORMANCY-ENTRY OCCURS 60 TIMES.
               10 DRM-STATE-CODE     PIC X(2).
               10 DRM-DAYS           PIC 9(4).

       01 WS-GL-FIELDS.
           05 WS-GL-ACCOUNT-COUNT    PIC 9(3) COMP VALUE ZERO.
           05 WS-GL-IDX              PIC 9(3) COMP.
           05 WS-GL-LOOKUP-KEY       PIC X(20).
           05 WS-GL-ACCOUNT          PIC X(10).
           05 WS-GL-ENTRY-TYPE       PIC X(1).
           05 WS-GL-AMOUNT           PIC 9(15)V99.
           05 WS-GL-DESCRIPTION      PIC X(40).
           05 WS-GL-DEBIT-TOTAL      PIC 9(15)V99 VALUE ZERO.
           05 WS-GL-CREDIT-TOTAL     PIC 9(15)V99 VALUE ZERO.
           05 WS-GL-DEFAULT-ACCOUNT  PIC X(10) VALUE '9999999999'.

       01 WS-GL-ACCOUNT-TABLE.
           05 WS-GL-MAP-ENTRY OCCURS 200 TIMES.
               10 GL-MAP-KEY         PIC X(20).
               10 GL-MAP-ACCOUNT     PIC X(10).

       01 WS-DISPLAY-FIELDS.
           05 WS-AMOUNT-A            PIC $$$,$$$,$$$,$$9.99.
           05 WS-AMOUNT-B            PIC $$$,$$$,$$$,$$9.99.
           05 WS-TOTAL-EDIT          PIC $$,$$$,$$$,$$$,$$$,$$9.99.

       77 WS-DEFAULT-DORMANCY-DAYS   PIC 9(4) VALUE 365.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-RUN-PARAMETERS
           PERFORM LOAD-DORMANCY-TABLE
           PERFORM LOAD-GL-ACCOUNTS
           PERFORM OPEN-FILES
           PERFORM INITIALIZE-AGING-BUCKETS

           PERFORM APPLY-PAID-ITEMS
           PERFORM AGE-OUTSTANDING-CHECKS
           PERFORM WRITE-AGING-TOTALS

           CLOSE CHECK-REGISTER-FILE
           IF EMPLOYEE-FILE-AVAILABLE
              CLOSE EMPLOYEE-FILE
           END-IF
           CLOSE POSPAY-ADJUST-FILE
           CLOSE VOID-LOG-FILE
           CLOSE ESCHEAT-WORK-FILE
           CLOSE AGING-REPORT-FILE

           PERFORM WRITE-ESCHEAT-EXTRACT
           PERFORM WRITE-ESCHEAT-GL-ENTRIES
           PERFORM PRINT-RECON-SUMMARY
           CLOSE RECON-REPORT-FILE

           IF WS-EXCEPTION-COUNT > ZERO
              MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       GET-RUN-PARAMETERS.
           ACCEPT WS-CURRENT-DATE FROM DATE
           ACCEPT WS-PARAMETER-COUNT FROM ARGUMENT-NUMBER
           IF WS-PARAMETER-COUNT > 0
              DISPLAY 1 UPON ARGUMENT-NUMBER
              ACCEPT WS-AS-OF-DATE FROM ARGUMENT-VALUE
                  ON EXCEPTION
                      MOVE SPACES TO WS-AS-OF-DATE
              END-ACCEPT
           END-IF
           IF WS-AS-OF-DATE = SPACES
              STRING '20' DELIMITED BY SIZE,
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  INTO WS-AS-OF-DATE
           END-IF
           IF WS-AS-OF-DATE NOT NUMERIC
              DISPLAY 'CHECK-RECONCILE: AS-OF DATE ' WS-AS-OF-DATE
                  ' IS NOT YYYYMMDD'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE WS-AS-OF-YYMMDD TO WS-DATE-WORK
           PERFORM COMPUTE-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO WS-AS-OF-DAY-NUMBER

           STRING 'check_paid_' DELIMITED BY SIZE,
               WS-AS-OF-DATE DELIMITED BY SIZE,
               '.txt' DELIMITED BY SIZE
               INTO WS-PAID-FILE-NAME
           STRING 'check_recon_' DELIMITED BY SIZE,
               WS-AS-OF-DATE DELIMITED BY SIZE,
               '.txt' DELIMITED BY SIZE
               INTO WS-RECON-FILE-NAME
           STRING 'check_aging_' DELIMITED BY SIZE,
               WS-AS-OF-DATE DELIMITED BY SIZE,
               '.txt' DELIMITED BY SIZE
               INTO WS-AGING-FILE-NAME
           STRING 'unclaimed_property_' DELIMITED BY SIZE,
               WS-AS-OF-DATE DELIMITED BY SIZE,
               '.txt' DELIMITED BY SIZE
               INTO WS-ESCHEAT-FILE-NAME
           STRING 'escheat_gljournal_' DELIMITED BY SIZE,
               WS-AS-OF-DATE DELIMITED BY SIZE,
               '.txt' DELIMITED BY SIZE
               INTO WS-GL-JOURNAL-FILE-NAME.

       OPEN-FILES.
           OPEN I-O CHECK-REGISTER-FILE
           IF NOT CHECK-REGISTER-OK
              DISPLAY 'CHECK-RECONCILE: check_register.dat NOT'
                  ' AVAILABLE STATUS ' WS-CHECK-REGISTER-STATUS
                  ' - RUN CHECKREG-CONVERT IF THE LAYOUT IS OLD'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           IF EMPLOYEE-STATUS-OK
              MOVE 'Y' TO WS-EMPLOYEE-AVAILABLE-SW
           ELSE
              DISPLAY 'CHECK-RECONCILE: employee_master.dat NOT'
                  ' AVAILABLE STATUS ' WS-EMPLOYEE-FILE-STATUS
                  ' - DEFAULT DORMANCY USED FOR ALL CHECKS'
           END-IF
           OPEN EXTEND POSPAY-ADJUST-FILE
           IF WS-POSPAY-ADJUST-STATUS = '35'
              OPEN OUTPUT POSPAY-ADJUST-FILE
           END-IF
           OPEN EXTEND VOID-LOG-FILE
           IF WS-VOID-LOG-STATUS = '35'
              OPEN OUTPUT VOID-LOG-FILE
           END-IF
           OPEN OUTPUT RECON-REPORT-FILE
           OPEN OUTPUT AGING-REPORT-FILE
           OPEN OUTPUT ESCHEAT-WORK-FILE.

       INITIALIZE-AGING-BUCKETS.
           MOVE '0-30 DAYS' TO AGE-LABEL(1)
           MOVE '31-90 DAYS' TO AGE-LABEL(2)
           MOVE '91-180 DAYS' TO AGE-LABEL(3)
           MOVE 'OVER 180 DAYS' TO AGE-LABEL(4)
           PERFORM CLEAR-ONE-AGING-BUCKET
               VARYING WS-BUCKET-IDX FROM 1 BY 1
               UNTIL WS-BUCKET-IDX > 4.

       CLEAR-ONE-AGING-BUCKET.
           MOVE ZERO TO AGE-COUNT(WS-BUCKET-IDX)
           MOVE ZERO TO AGE-TOTAL(WS-BUCKET-IDX).

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

       LOAD-DORMANCY-TABLE.
           MOVE ZERO TO WS-DORMANCY-COUNT
           OPEN INPUT DORMANCY-FILE
           IF WS-DORMANCY-FILE-STATUS = '00'
              PERFORM LOAD-ONE-DORMANCY-ENTRY
                  UNTIL DORMANCY-EOF
              CLOSE DORMANCY-FILE
           ELSE
              DISPLAY 'CHECK-RECONCILE: escheat_dormancy.dat NOT'
                  ' FOUND - ' WS-DEFAULT-DORMANCY-DAYS
                  ' DAYS USED FOR ALL STATES'
           END-IF.

       LOAD-ONE-DORMANCY-ENTRY.
           READ DORMANCY-FILE
               AT END
                   MOVE 'Y' TO WS-DORMANCY-EOF
               NOT AT END
                   IF WS-DORMANCY-COUNT < 60
                      ADD 1 TO WS-DORMANCY-COUNT
                      MOVE DORM-STATE-CODE
                          TO DRM-STATE-CODE(WS-DORMANCY-COUNT)
                      MOVE DORM-DAYS TO DRM-DAYS(WS-DORMANCY-COUNT)
                   END-IF
           END-READ.

       FIND-DORMANCY-LIMIT.
           MOVE WS-DEFAULT-DORMANCY-DAYS TO WS-DORMANCY-LIMIT
           PERFORM CHECK-ONE-DORMANCY-ENTRY
               VARYING WS-DORMANCY-IDX FROM 1 BY 1
               UNTIL WS-DORMANCY-IDX > WS-DORMANCY-COUNT.

       CHECK-ONE-DORMANCY-ENTRY.
           IF DRM-STATE-CODE(WS-DORMANCY-IDX) = WS-EMP-STATE-CODE
              AND DRM-DAYS(WS-DORMANCY-IDX) > ZERO
              MOVE DRM-DAYS(WS-DORMANCY-IDX) TO WS-DORMANCY-LIMIT
           END-IF.

       LOAD-GL-ACCOUNTS.
           MOVE ZERO TO WS-GL-ACCOUNT-COUNT
           OPEN INPUT GL-CONTROL-FILE
           IF WS-GL-CONTROL-FILE-STATUS = '00'
              PERFORM LOAD-ONE-GL-ACCOUNT
                  UNTIL GL-CONTROL-EOF
              CLOSE GL-CONTROL-FILE
           END-IF.

       LOAD-ONE-GL-ACCOUNT.
           READ GL-CONTROL-FILE
               AT END
                   MOVE 'Y' TO WS-GL-CONTROL-EOF
               NOT AT END
                   IF WS-GL-ACCOUNT-COUNT < 200
                      ADD 1 TO WS-GL-ACCOUNT-COUNT
                      MOVE GLC-KEY
                          TO GL-MAP-KEY(WS-GL-ACCOUNT-COUNT)
                      MOVE GLC-ACCOUNT
                          TO GL-MAP-ACCOUNT(WS-GL-ACCOUNT-COUNT)
                   END-IF
           END-READ.

       FIND-GL-ACCOUNT.
           MOVE WS-GL-DEFAULT-ACCOUNT TO WS-GL-ACCOUNT
           PERFORM CHECK-ONE-GL-ACCOUNT
               VARYING WS-GL-IDX FROM 1 BY 1
               UNTIL WS-GL-IDX > WS-GL-ACCOUNT-COUNT.

       CHECK-ONE-GL-ACCOUNT.
           IF GL-MAP-KEY(WS-GL-IDX) = WS-GL-LOOKUP-KEY
              MOVE GL-MAP-ACCOUNT(WS-GL-IDX) TO WS-GL-ACCOUNT
           END-IF.

       APPLY-PAID-ITEMS.
           MOVE SPACES TO RECON-LINE
           STRING
               '===== CHECK RECONCILIATION - AS OF ' DELIMITED BY SIZE,
               WS-AS-OF-DATE DELIMITED BY SIZE,
               ' =====' DELIMITED BY SIZE
               INTO RECON-LINE
           WRITE RECON-LINE

           OPEN INPUT PAID-ITEMS-FILE
           IF WS-PAID-FILE-STATUS NOT = '00'
              MOVE SPACES TO RECON-LINE
              STRING
                  'NO PAID-ITEMS FILE ' DELIMITED BY SIZE,
                  WS-PAID-FILE-NAME DELIMITED BY SPACE,
                  ' - NO CHECKS CLEARED THIS RUN' DELIMITED BY SIZE
                  INTO RECON-LINE
              WRITE RECON-LINE
           ELSE
              PERFORM APPLY-ONE-PAID-ITEM
                  UNTIL PAID-EOF
              CLOSE PAID-ITEMS-FILE
           END-IF.

       APPLY-ONE-PAID-ITEM.
           READ PAID-ITEMS-FILE
               AT END
                   MOVE 'Y' TO WS-PAID-EOF
               NOT AT END
                   ADD 1 TO WS-PAID-READ-COUNT
                   PERFORM MATCH-PAID-ITEM
           END-READ.

       MATCH-PAID-ITEM.
           COMPUTE WS-PAID-AMOUNT = PAID-AMOUNT / 100
           MOVE PAID-CHECK-NUMBER TO CKR-CHECK-NUMBER
           READ CHECK-REGISTER-FILE
               INVALID KEY
                   MOVE ZERO TO CKR-AMOUNT
                   MOVE ZERO TO CKR-EMP-ID
                   MOVE 'CHECK NOT ON REGISTER' TO WS-EXCEPTION-REASON
                   PERFORM WRITE-PAID-EXCEPTION
               NOT INVALID KEY
                   PERFORM CLEAR-REGISTERED-CHECK
           END-READ.

       CLEAR-REGISTERED-CHECK.
           EVALUATE TRUE
               WHEN CKR-STATUS-ISSUED
                   MOVE 'C' TO CKR-STATUS
                   MOVE PAID-DATE TO CKR-PAID-DATE
                   MOVE WS-PAID-AMOUNT TO CKR-PAID-AMOUNT
                   REWRITE CHECK-REGISTER-RECORD
                   ADD 1 TO WS-CLEARED-COUNT
                   IF WS-PAID-AMOUNT NOT = CKR-AMOUNT
                      MOVE 'PAID AMOUNT DIFFERS FROM ISSUED AMOUNT'
                          TO WS-EXCEPTION-REASON
                      PERFORM WRITE-PAID-EXCEPTION
                   ELSE
                      PERFORM WRITE-CLEARED-LINE
                   END-IF
               WHEN CKR-STATUS-CLEARED
                   MOVE SPACES TO WS-EXCEPTION-REASON
                   STRING
                       'ALREADY CLEARED ON ' DELIMITED BY SIZE,
                       CKR-PAID-DATE DELIMITED BY SIZE,
                       ' - DUPLICATE PRESENTMENT' DELIMITED BY SIZE
                       INTO WS-EXCEPTION-REASON
                   PERFORM WRITE-PAID-EXCEPTION
               WHEN CKR-STATUS-STALE
                   MOVE 'PAID AFTER STALE-DATED VOID AND ESCHEAT'
                       TO WS-EXCEPTION-REASON
                   PERFORM WRITE-PAID-EXCEPTION
               WHEN OTHER
                   MOVE 'PAID AGAINST VOIDED CHECK'
                       TO WS-EXCEPTION-REASON
                   PERFORM WRITE-PAID-EXCEPTION
           END-EVALUATE.

       WRITE-CLEARED-LINE.
           MOVE WS-PAID-AMOUNT TO WS-AMOUNT-A
           MOVE SPACES TO RECON-LINE
           STRING
               'CLEARED: CHECK ' DELIMITED BY SIZE,
               PAID-CHECK-NUMBER DELIMITED BY SIZE,
               ' | EMP-ID: ' DELIMITED BY SIZE,
               CKR-EMP-ID DELIMITED BY SIZE,
               ' | PAID: ' DELIMITED BY SIZE,
               PAID-DATE DELIMITED BY SIZE,
               ' | AMOUNT: ' DELIMITED BY SIZE,
               WS-AMOUNT-A DELIMITED BY SIZE
               INTO RECON-LINE
           WRITE RECON-LINE.

       WRITE-PAID-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE CKR-AMOUNT TO WS-AMOUNT-A
           MOVE WS-PAID-AMOUNT TO WS-AMOUNT-B
           MOVE SPACES TO RECON-LINE
           STRING
               'EXCEPTION: CHECK ' DELIMITED BY SIZE,
               PAID-CHECK-NUMBER DELIMITED BY SIZE,
               ' | EMP-ID: ' DELIMITED BY SIZE,
               CKR-EMP-ID DELIMITED BY SIZE,
               ' | ISSUED: ' DELIMITED BY SIZE,
               WS-AMOUNT-A DELIMITED BY SIZE,
               ' | PAID: ' DELIMITED BY SIZE,
               WS-AMOUNT-B DELIMITED BY SIZE
               INTO RECON-LINE
           WRITE RECON-LINE
           MOVE SPACES TO RECON-LINE
           STRING
               '     ' DELIMITED BY SIZE,
               WS-EXCEPTION-REASON DELIMITED BY SIZE
               INTO RECON-LINE
           WRITE RECON-LINE.

       AGE-OUTSTANDING-CHECKS.
           MOVE SPACES TO AGING-LINE
           STRING
               '===== OUTSTANDING CHECK AGING - AS OF '
                   DELIMITED BY SIZE,
               WS-AS-OF-DATE DELIMITED BY SIZE,
               ' =====' DELIMITED BY SIZE
               INTO AGING-LINE
           WRITE AGING-LINE

           MOVE 'N' TO WS-CKR-SWEEP-EOF-SW
           MOVE ZERO TO CKR-CHECK-NUMBER
           START CHECK-REGISTER-FILE KEY NOT LESS THAN
               CKR-CHECK-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-CKR-SWEEP-EOF-SW
           END-START
           PERFORM AGE-ONE-CHECK
               UNTIL CKR-SWEEP-EOF.

       AGE-ONE-CHECK.
           READ CHECK-REGISTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CKR-SWEEP-EOF-SW
           END-READ
           IF NOT CKR-SWEEP-EOF AND NOT CHECK-REGISTER-OK
              MOVE 'Y' TO WS-CKR-SWEEP-EOF-SW
           END-IF
           IF NOT CKR-SWEEP-EOF AND CKR-STATUS-ISSUED
              PERFORM AGE-OUTSTANDING-CHECK
           END-IF.

       AGE-OUTSTANDING-CHECK.
           MOVE CKR-ISSUE-DATE TO WS-DATE-WORK
           PERFORM COMPUTE-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO WS-ISSUE-DAY-NUMBER
           IF WS-ISSUE-DAY-NUMBER = ZERO
              OR WS-ISSUE-DAY-NUMBER > WS-AS-OF-DAY-NUMBER
              MOVE ZERO TO WS-DAYS-OUTSTANDING
           ELSE
              COMPUTE WS-DAYS-OUTSTANDING =
                  WS-AS-OF-DAY-NUMBER - WS-ISSUE-DAY-NUMBER
           END-IF

           EVALUATE TRUE
               WHEN WS-DAYS-OUTSTANDING <= 30
                   MOVE 1 TO WS-BUCKET-IDX
               WHEN WS-DAYS-OUTSTANDING <= 90
                   MOVE 2 TO WS-BUCKET-IDX
               WHEN WS-DAYS-OUTSTANDING <= 180
                   MOVE 3 TO WS-BUCKET-IDX
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET-IDX
           END-EVALUATE
           ADD 1 TO AGE-COUNT(WS-BUCKET-IDX)
           ADD CKR-AMOUNT TO AGE-TOTAL(WS-BUCKET-IDX)
           ADD 1 TO WS-OUTSTANDING-COUNT
           ADD CKR-AMOUNT TO WS-OUTSTANDING-TOTAL

           PERFORM LOOKUP-EMPLOYEE-STATE
           PERFORM FIND-DORMANCY-LIMIT
           MOVE 'N' TO WS-STALE-SW
           IF WS-DAYS-OUTSTANDING > WS-DORMANCY-LIMIT
              MOVE 'Y' TO WS-STALE-SW
           END-IF

           PERFORM WRITE-AGING-DETAIL-LINE
           IF CHECK-IS-STALE
              PERFORM VOID-STALE-CHECK
           END-IF.

       LOOKUP-EMPLOYEE-STATE.
           MOVE SPACES TO WS-EMP-STATE-CODE
           IF EMPLOYEE-FILE-AVAILABLE
              MOVE CKR-EMP-ID TO EMP-ID
              READ EMPLOYEE-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE EMP-STATE-CODE TO WS-EMP-STATE-CODE
              END-READ
           END-IF.

       WRITE-AGING-DETAIL-LINE.
           MOVE CKR-AMOUNT TO WS-AMOUNT-A
           MOVE SPACES TO AGING-LINE
           STRING
               'CHECK: ' DELIMITED BY SIZE,
               CKR-CHECK-NUMBER DELIMITED BY SIZE,
               ' | EMP-ID: ' DELIMITED BY SIZE,
               CKR-EMP-ID DELIMITED BY SIZE,
               ' | ' DELIMITED BY SIZE,
               CKR-EMP-NAME DELIMITED BY SIZE,
               ' | ISSUED: ' DELIMITED BY SIZE,
               CKR-ISSUE-DATE DELIMITED BY SIZE,
               ' | DAYS: ' DELIMITED BY SIZE,
               WS-DAYS-OUTSTANDING DELIMITED BY SIZE,
               ' | ' DELIMITED BY SIZE,
               WS-AMOUNT-A DELIMITED BY SIZE
               INTO AGING-LINE
           WRITE AGING-LINE
           IF CHECK-IS-STALE
              MOVE SPACES TO AGING-LINE
              STRING
                  '     STALE-DATED - PAST ' DELIMITED BY SIZE,
                  WS-DORMANCY-LIMIT DELIMITED BY SIZE,
                  ' DAY DORMANCY FOR STATE ' DELIMITED BY SIZE,
                  WS-EMP-STATE-CODE DELIMITED BY SIZE,
                  ' - VOIDED TO UNCLAIMED PROPERTY' DELIMITED BY SIZE
                  INTO AGING-LINE
              WRITE AGING-LINE
           END-IF.

       VOID-STALE-CHECK.
           MOVE 'S' TO CKR-STATUS
           REWRITE CHECK-REGISTER-RECORD

           MOVE 'V' TO PP-RECORD-TYPE
           MOVE WS-PP-ACCOUNT-NUMBER TO PP-ACCOUNT-NUMBER
           MOVE CKR-CHECK-NUMBER TO PP-CHECK-NUMBER
           MOVE WS-CURRENT-DATE TO PP-ISSUE-DATE
           COMPUTE PP-AMOUNT = CKR-AMOUNT * 100
           MOVE CKR-EMP-NAME TO PP-PAYEE-NAME
           WRITE POSPAY-RECORD

           MOVE 'STALE-DATED VOID' TO WS-LOG-ACTION
           PERFORM WRITE-VOID-LOG-LINE

           MOVE WS-EMP-STATE-CODE TO ESC-STATE-CODE
           MOVE CKR-EMP-ID TO ESC-EMP-ID
           MOVE CKR-CHECK-NUMBER TO ESC-CHECK-NUMBER
           MOVE CKR-EMP-NAME TO ESC-EMP-NAME
           MOVE CKR-PERIOD-ID TO ESC-PERIOD-ID
           MOVE CKR-ISSUE-DATE TO ESC-ISSUE-DATE
           MOVE CKR-AMOUNT TO ESC-AMOUNT
           MOVE WS-DAYS-OUTSTANDING TO ESC-DAYS-OUTSTANDING
           WRITE ESCHEAT-WORK-RECORD

           ADD 1 TO WS-STALE-COUNT
           ADD CKR-AMOUNT TO WS-STALE-TOTAL
           DISPLAY 'CHECK-RECONCILE: CHECK ' CKR-CHECK-NUMBER
               ' STALE-DATED AND VOIDED'.

       WRITE-VOID-LOG-LINE.
           MOVE CKR-AMOUNT TO WS-AMOUNT-A
           MOVE SPACES TO VOID-LOG-LINE
           STRING
               'CHECK: ' DELIMITED BY SIZE,
               CKR-CHECK-NUMBER DELIMITED BY SIZE,
               ' | ACTION: ' DELIMITED BY SIZE,
               WS-LOG-ACTION DELIMITED BY SIZE,
               ' | EMP-ID: ' DELIMITED BY SIZE,
               CKR-EMP-ID DELIMITED BY SIZE,
               ' | PERIOD: ' DELIMITED BY SIZE,
               CKR-PERIOD-ID DELIMITED BY SIZE,
               ' | AMOUNT: ' DELIMITED BY SIZE,
               WS-AMOUNT-A DELIMITED BY SIZE
               INTO VOID-LOG-LINE
           WRITE VOID-LOG-LINE.

       WRITE-AGING-TOTALS.
           MOVE SPACES TO AGING-LINE
           STRING
               '===== AGING SUMMARY =====' DELIMITED BY SIZE
               INTO AGING-LINE
           WRITE AGING-LINE
           PERFORM WRITE-ONE-AGING-TOTAL
               VARYING WS-BUCKET-IDX FROM 1 BY 1
               UNTIL WS-BUCKET-IDX > 4

           MOVE WS-OUTSTANDING-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO AGING-LINE
           STRING
               'Total Outstanding: ' DELIMITED BY SIZE,
               WS-OUTSTANDING-COUNT DELIMITED BY SIZE,
               ' CHECKS ' DELIMITED BY SIZE,
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO AGING-LINE
           WRITE AGING-LINE

           MOVE WS-STALE-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO AGING-LINE
           STRING
               'Stale-Dated and Voided: ' DELIMITED BY SIZE,
               WS-STALE-COUNT DELIMITED BY SIZE,
               ' CHECKS ' DELIMITED BY SIZE,
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO AGING-LINE
           WRITE AGING-LINE.

       WRITE-ONE-AGING-TOTAL.
           MOVE AGE-TOTAL(WS-BUCKET-IDX) TO WS-TOTAL-EDIT
           MOVE SPACES TO AGING-LINE
           STRING
               'Outstanding ' DELIMITED BY SIZE,
               AGE-LABEL(WS-BUCKET-IDX) DELIMITED BY SIZE,
               ': ' DELIMITED BY SIZE,
               AGE-COUNT(WS-BUCKET-IDX) DELIMITED BY SIZE,
               ' CHECKS ' DELIMITED BY SIZE,
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO AGING-LINE
           WRITE AGING-LINE.

       WRITE-ESCHEAT-EXTRACT.
           SORT ESCHEAT-SORT-WORK-FILE
               ON ASCENDING KEY SD-ESC-STATE-CODE
                                SD-ESC-EMP-ID
                                SD-ESC-CHECK-NUMBER
               USING ESCHEAT-WORK-FILE
               GIVING SORTED-ESCHEAT-FILE

           OPEN INPUT SORTED-ESCHEAT-FILE
           OPEN OUTPUT ESCHEAT-EXTRACT-FILE
           MOVE SPACES TO ESCHEAT-LINE
           STRING
               '===== UNCLAIMED PROPERTY (ESCHEATMENT) - AS OF '
                   DELIMITED BY SIZE,
               WS-AS-OF-DATE DELIMITED BY SIZE,
               ' =====' DELIMITED BY SIZE
               INTO ESCHEAT-LINE
           WRITE ESCHEAT-LINE

           MOVE HIGH-VALUES TO WS-PREV-STATE-CODE
           PERFORM READ-NEXT-ESCHEAT
           PERFORM WRITE-ONE-ESCHEAT-ITEM
               UNTIL ESCHEAT-EOF
           IF WS-PREV-STATE-CODE NOT = HIGH-VALUES
              PERFORM WRITE-ESCHEAT-STATE-TOTAL
           END-IF

           MOVE WS-STALE-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO ESCHEAT-LINE
           STRING
               'Total Unclaimed Wages: ' DELIMITED BY SIZE,
               WS-STALE-COUNT DELIMITED BY SIZE,
               ' CHECKS ' DELIMITED BY SIZE,
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO ESCHEAT-LINE
           WRITE ESCHEAT-LINE

           CLOSE SORTED-ESCHEAT-FILE
           CLOSE ESCHEAT-EXTRACT-FILE.

       READ-NEXT-ESCHEAT.
           READ SORTED-ESCHEAT-FILE
               AT END
                   MOVE 'Y' TO WS-ESCHEAT-EOF
           END-READ.

       WRITE-ONE-ESCHEAT-ITEM.
           IF SESC-STATE-CODE NOT = WS-PREV-STATE-CODE
              IF WS-PREV-STATE-CODE NOT = HIGH-VALUES
                 PERFORM WRITE-ESCHEAT-STATE-TOTAL
              END-IF
              MOVE SESC-STATE-CODE TO WS-PREV-STATE-CODE
              MOVE ZERO TO WS-STATE-COUNT
              MOVE ZERO TO WS-STATE-TOTAL
              PERFORM NAME-ESCHEAT-STATE
              MOVE SPACES TO ESCHEAT-LINE
              STRING
                  'STATE: ' DELIMITED BY SIZE,
                  WS-STATE-NAME DELIMITED BY SIZE
                  INTO ESCHEAT-LINE
              WRITE ESCHEAT-LINE
           END-IF

           ADD 1 TO WS-STATE-COUNT
           ADD SESC-AMOUNT TO WS-STATE-TOTAL
           MOVE SESC-AMOUNT TO WS-AMOUNT-A
           MOVE SPACES TO ESCHEAT-LINE
           STRING
               '  EMP-ID: ' DELIMITED BY SIZE,
               SESC-EMP-ID DELIMITED BY SIZE,
               ' | ' DELIMITED BY SIZE,
               SESC-EMP-NAME DELIMITED BY SIZE,
               ' | CHECK: ' DELIMITED BY SIZE,
               SESC-CHECK-NUMBER DELIMITED BY SIZE,
               ' | ISSUED: ' DELIMITED BY SIZE,
               SESC-ISSUE-DATE DELIMITED BY SIZE,
               ' | PERIOD: ' DELIMITED BY SIZE,
               SESC-PERIOD-ID DELIMITED BY SIZE,
               ' | ' DELIMITED BY SIZE,
               WS-AMOUNT-A DELIMITED BY SIZE
               INTO ESCHEAT-LINE
           WRITE ESCHEAT-LINE
           PERFORM READ-NEXT-ESCHEAT.

       NAME-ESCHEAT-STATE.
           IF WS-PREV-STATE-CODE = SPACES
              MOVE 'UNKNOWN' TO WS-STATE-NAME
           ELSE
              MOVE WS-PREV-STATE-CODE TO WS-STATE-NAME
           END-IF.

       WRITE-ESCHEAT-STATE-TOTAL.
           MOVE WS-STATE-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO ESCHEAT-LINE
           STRING
               '  STATE ' DELIMITED BY SIZE,
               WS-STATE-NAME DELIMITED BY SPACE,
               ' TOTAL: ' DELIMITED BY SIZE,
               WS-STATE-COUNT DELIMITED BY SIZE,
               ' CHECKS ' DELIMITED BY SIZE,
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO ESCHEAT-LINE
           WRITE ESCHEAT-LINE.

       WRITE-ESCHEAT-GL-ENTRIES.
           OPEN OUTPUT GL-JOURNAL-FILE

           MOVE 'NET-PAY-CASH' TO WS-GL-LOOKUP-KEY
           PERFORM FIND-GL-ACCOUNT
           MOVE 'D' TO WS-GL-ENTRY-TYPE
           MOVE WS-STALE-TOTAL TO WS-GL-AMOUNT
           MOVE 'STALE-DATED CHECKS VOIDED' TO WS-GL-DESCRIPTION
           ADD WS-GL-AMOUNT TO WS-GL-DEBIT-TOTAL
           PERFORM WRITE-GL-JOURNAL-LINE

           MOVE 'UNCLAIMED-WAGES' TO WS-GL-LOOKUP-KEY
           PERFORM FIND-GL-ACCOUNT
           MOVE 'C' TO WS-GL-ENTRY-TYPE
           MOVE WS-STALE-TOTAL TO WS-GL-AMOUNT
           MOVE 'UNCLAIMED WAGES PAYABLE' TO WS-GL-DESCRIPTION
           ADD WS-GL-AMOUNT TO WS-GL-CREDIT-TOTAL
           PERFORM WRITE-GL-JOURNAL-LINE

           MOVE SPACES TO GL-JOURNAL-LINE
           STRING
               WS-AS-OF-DATE DELIMITED BY SIZE,
               '   | T | TOTAL DEBITS: ' DELIMITED BY SIZE,
               WS-GL-DEBIT-TOTAL DELIMITED BY SIZE,
               ' | TOTAL CREDITS: ' DELIMITED BY SIZE,
               WS-GL-CREDIT-TOTAL DELIMITED BY SIZE
               INTO GL-JOURNAL-LINE
           WRITE GL-JOURNAL-LINE

           CLOSE GL-JOURNAL-FILE.

       WRITE-GL-JOURNAL-LINE.
           MOVE SPACES TO GL-JOURNAL-LINE
           STRING
               WS-AS-OF-DATE DELIMITED BY SIZE,
               '   | ' DELIMITED BY SIZE,
               WS-GL-ENTRY-TYPE DELIMITED BY SIZE,
               ' | ' DELIMITED BY SIZE,
               WS-GL-ACCOUNT DELIMITED BY SIZE,
               ' | ' DELIMITED BY SIZE,
               WS-GL-AMOUNT DELIMITED BY SIZE,
               ' | ' DELIMITED BY SIZE,
               WS-GL-DESCRIPTION DELIMITED BY SIZE
               INTO GL-JOURNAL-LINE
           WRITE GL-JOURNAL-LINE.

       PRINT-RECON-SUMMARY.
           MOVE SPACES TO RECON-LINE
           STRING
               '===== CHECK RECONCILIATION SUMMARY ====='
                   DELIMITED BY SIZE
               INTO RECON-LINE
           WRITE RECON-LINE

           MOVE SPACES TO RECON-LINE
           STRING
               'Paid Items Read: ' DELIMITED BY SIZE,
               WS-PAID-READ-COUNT DELIMITED BY SIZE
               INTO RECON-LINE
           WRITE RECON-LINE

           MOVE SPACES TO RECON-LINE
           STRING
               'Checks Cleared: ' DELIMITED BY SIZE,
               WS-CLEARED-COUNT DELIMITED BY SIZE
               INTO RECON-LINE
           WRITE RECON-LINE

           MOVE SPACES TO RECON-LINE
           STRING
               'Paid-Item Exceptions: ' DELIMITED BY SIZE,
               WS-EXCEPTION-COUNT DELIMITED BY SIZE
               INTO RECON-LINE
           WRITE RECON-LINE

           MOVE SPACES TO RECON-LINE
           STRING
               'Checks Outstanding: ' DELIMITED BY SIZE,
               WS-OUTSTANDING-COUNT DELIMITED BY SIZE
               INTO RECON-LINE
           WRITE RECON-LINE

           MOVE WS-STALE-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO RECON-LINE
           STRING
               'Stale-Dated Checks Escheated: ' DELIMITED BY SIZE,
               WS-STALE-COUNT DELIMITED BY SIZE,
               ' ' DELIMITED BY SIZE,
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO RECON-LINE
           WRITE RECON-LINE.
