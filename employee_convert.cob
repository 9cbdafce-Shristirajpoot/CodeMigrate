           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-DEPARTMENT WITH DUPLICATES
           FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT TAX-RATE-FILE ASSIGN TO "tax_rates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TAX-RATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 OLD-EMP-HOURS-WORKED   PIC 9(3)V99.
           05 OLD-EMP-HOURLY-RATE    PIC 9(5)V99.
           05 OLD-EMP-STATUS         PIC X(1).
           05 OLD-EMP-STATE-CODE     PIC X(2).
           05 OLD-EMP-LOCAL-CODE     PIC X(4).
           05 OLD-EMP-ER-MATCH-PERCENT PIC 9(3)V99.
           05 OLD-EMP-ER-TAX-RATE    PIC 9(3)V99.

       FD WORK-FILE.
       01 WORK-RECORD                PIC X(125).

       FD EMPLOYEE-FILE.
           COPY "employee_record.cpy".

       FD TAX-RATE-FILE.
       01 TAX-RATE-RECORD.
           05 TRT-JURISDICTION       PIC X(4).
           05 TRT-EFFECTIVE-DATE     PIC X(8).
           05 TRT-UPPER-LIMIT        PIC 9(9)V99.
           05 TRT-RATE               PIC 9(3)V99.

       WORKING-STORAGE SECTION.
       01 WS-VARIABLES.
           05 WS-OLD-FILE-STATUS     PIC XX.
               88 WORK-EOF           VALUE 'Y'.
           05 WS-UNLOAD-COUNT        PIC 9(9) VALUE ZERO.
           05 WS-RELOAD-COUNT        PIC 9(9) VALUE ZERO.
           05 WS-RATE-CHANGE-COUNT   PIC 9(9) VALUE ZERO.

       01 WS-FICA-RATE-FIELDS.
           05 WS-TAX-RATE-FILE-STATUS PIC XX.
           05 WS-TAX-RATE-EOF        PIC X VALUE 'N'.
               88 TAX-RATE-EOF       VALUE 'Y'.
           05 WS-CURRENT-DATE        PIC X(6).
           05 WS-TAX-AS-OF-DATE      PIC X(8).
           05 WS-SS-EFFECTIVE-DATE   PIC X(8) VALUE SPACES.
           05 WS-MED-EFFECTIVE-DATE  PIC X(8) VALUE SPACES.
           05 WS-SS-RATE             PIC 9(3)V99 VALUE ZERO.
           05 WS-MED-RATE            PIC 9(3)V99 VALUE ZERO.
           05 WS-FICA-RATE           PIC 9(3)V99 VALUE ZERO.
           05 WS-NEW-ER-TAX-RATE     PIC 9(3)V99.
           05 WS-RATE-OUT-A          PIC ZZ9.99.
           05 WS-RATE-OUT-B          PIC ZZ9.99.

       01 WS-OLD-EMPLOYEE-LAYOUT.
           05 WS-OLD-EMP-ID          PIC 9(5).
           05 WS-OLD-HOURS-WORKED    PIC 9(3)V99.
           05 WS-OLD-HOURLY-RATE     PIC 9(5)V99.
           05 WS-OLD-STATUS          PIC X(1).
           05 WS-OLD-STATE-CODE      PIC X(2).
           05 WS-OLD-LOCAL-CODE      PIC X(4).
           05 WS-OLD-ER-MATCH-PERCENT PIC 9(3)V99.
           05 WS-OLD-ER-TAX-RATE     PIC 9(3)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-FICA-RATES
           OPEN INPUT OLD-EMPLOYEE-FILE
           IF OLD-STATUS-NOT-EXIST
              DISPLAY 'EMPLOYEE-CONVERT: employee_master.dat'

           DISPLAY 'EMPLOYEE-CONVERT: UNLOADED ' WS-UNLOAD-COUNT
               ' RECORDS, RELOADED ' WS-RELOAD-COUNT
           MOVE WS-FICA-RATE TO WS-RATE-OUT-A
           DISPLAY 'EMPLOYEE-CONVERT: ' WS-RATE-CHANGE-COUNT
               ' EMPLOYER TAX RATES REDUCED BY SS+MEDICARE RATE '
               WS-RATE-OUT-A

           STOP RUN.

       LOAD-FICA-RATES.
           ACCEPT WS-CURRENT-DATE FROM DATE
           STRING '20' DELIMITED BY SIZE,
               WS-CURRENT-DATE DELIMITED BY SIZE
               INTO WS-TAX-AS-OF-DATE
           OPEN INPUT TAX-RATE-FILE
           IF WS-TAX-RATE-FILE-STATUS = '00'
              PERFORM LOAD-ONE-FICA-RATE
                  UNTIL TAX-RATE-EOF
              CLOSE TAX-RATE-FILE
           END-IF
           IF WS-SS-EFFECTIVE-DATE = SPACES
              OR WS-MED-EFFECTIVE-DATE = SPACES
              DISPLAY 'EMPLOYEE-CONVERT: SS AND MED RATES NOT ON'
                  ' tax_rates.dat - LOAD THEM BEFORE CONVERTING SO'
                  ' EMPLOYER FICA IS TAKEN OUT OF EMP-ER-TAX-RATE'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           COMPUTE WS-FICA-RATE = WS-SS-RATE + WS-MED-RATE.

       LOAD-ONE-FICA-RATE.
           READ TAX-RATE-FILE
               AT END
                   MOVE 'Y' TO WS-TAX-RATE-EOF
               NOT AT END
                   IF TRT-EFFECTIVE-DATE NOT > WS-TAX-AS-OF-DATE
                      IF TRT-JURISDICTION = 'SS'
                         AND TRT-EFFECTIVE-DATE
                             NOT < WS-SS-EFFECTIVE-DATE
                         MOVE TRT-EFFECTIVE-DATE
                             TO WS-SS-EFFECTIVE-DATE
                         MOVE TRT-RATE TO WS-SS-RATE
                      END-IF
                      IF TRT-JURISDICTION = 'MED'
                         AND TRT-EFFECTIVE-DATE
                             NOT < WS-MED-EFFECTIVE-DATE
                         MOVE TRT-EFFECTIVE-DATE
                             TO WS-MED-EFFECTIVE-DATE
                         MOVE TRT-RATE TO WS-MED-RATE
                      END-IF
                   END-IF
           END-READ.

       UNLOAD-ONE-EMPLOYEE-RECORD.
           READ OLD-EMPLOYEE-FILE NEXT RECORD
               AT END
                   MOVE WS-OLD-HOURS-WORKED TO EMP-HOURS-WORKED
                   MOVE WS-OLD-HOURLY-RATE TO EMP-HOURLY-RATE
                   MOVE WS-OLD-STATUS TO EMP-STATUS
                   MOVE WS-OLD-STATE-CODE TO EMP-STATE-CODE
                   MOVE WS-OLD-LOCAL-CODE TO EMP-LOCAL-CODE
                   MOVE WS-OLD-ER-MATCH-PERCENT
                       TO EMP-ER-MATCH-PERCENT
                   PERFORM REDUCE-EMPLOYER-TAX-RATE
                   MOVE SPACES TO EMP-PAY-GROUP
                   MOVE SPACES TO EMP-PRIOR-PAY-GROUP
                   MOVE SPACES TO EMP-GROUP-CHANGE-DATE
                   MOVE ZERO TO EMP-PRIOR-SALARY
                   WRITE EMPLOYEE-RECORD
                   ADD 1 TO WS-RELOAD-COUNT
           END-READ.

       REDUCE-EMPLOYER-TAX-RATE.
           MOVE ZERO TO WS-NEW-ER-TAX-RATE
           IF WS-OLD-ER-TAX-RATE > WS-FICA-RATE
              COMPUTE WS-NEW-ER-TAX-RATE =
                  WS-OLD-ER-TAX-RATE - WS-FICA-RATE
           END-IF
           MOVE WS-NEW-ER-TAX-RATE TO EMP-ER-TAX-RATE
           IF WS-NEW-ER-TAX-RATE NOT = WS-OLD-ER-TAX-RATE
              ADD 1 TO WS-RATE-CHANGE-COUNT
              MOVE WS-OLD-ER-TAX-RATE TO WS-RATE-OUT-A
              MOVE WS-NEW-ER-TAX-RATE TO WS-RATE-OUT-B
              DISPLAY 'EMPLOYEE-CONVERT: EMP-ID ' WS-OLD-EMP-ID
                  ' EMPLOYER TAX RATE ' WS-RATE-OUT-A
                  ' CHANGED TO ' WS-RATE-OUT-B
           END-IF.
