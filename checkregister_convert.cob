       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECKREG-CONVERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-CHECK-REGISTER-FILE ASSIGN TO "check_register.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OLD-CKR-CHECK-NUMBER
           FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT WORK-FILE ASSIGN TO "checkregister_convert.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHECK-REGISTER-FILE ASSIGN TO "check_register.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CKR-CHECK-NUMBER
           FILE STATUS IS WS-NEW-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-CHECK-REGISTER-FILE.
       01 OLD-CHECK-REGISTER-RECORD.
           05 OLD-CKR-CHECK-NUMBER   PIC 9(8).
           05 OLD-CKR-EMP-ID         PIC 9(5).
           05 OLD-CKR-EMP-NAME       PIC X(30).
           05 OLD-CKR-PERIOD-ID      PIC X(10).
           05 OLD-CKR-ISSUE-DATE     PIC X(6).
           05 OLD-CKR-AMOUNT         PIC 9(10)V99.
           05 OLD-CKR-STATUS         PIC X(1).
           05 OLD-CKR-REPLACES-CHECK PIC 9(8).

       FD WORK-FILE.
       01 WORK-RECORD                PIC X(80).

       FD CHECK-REGISTER-FILE.
           COPY "checkregister_record.cpy".

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

       01 WS-OLD-CKR-LAYOUT.
           05 WS-OLD-CHECK-NUMBER    PIC 9(8).
           05 WS-OLD-EMP-ID          PIC 9(5).
           05 WS-OLD-EMP-NAME        PIC X(30).
           05 WS-OLD-PERIOD-ID       PIC X(10).
           05 WS-OLD-ISSUE-DATE      PIC X(6).
           05 WS-OLD-AMOUNT          PIC 9(10)V99.
           05 WS-OLD-STATUS          PIC X(1).
           05 WS-OLD-REPLACES-CHECK  PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT OLD-CHECK-REGISTER-FILE
           IF OLD-STATUS-NOT-EXIST
              DISPLAY 'CHECKREG-CONVERT: check_register.dat NOT FOUND'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF NOT OLD-STATUS-OK
              DISPLAY 'CHECKREG-CONVERT: check_register.dat OPEN'
                  ' FAILED STATUS ' WS-OLD-FILE-STATUS
                  ' - FILE MAY ALREADY BE CONVERTED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT WORK-FILE
           PERFORM UNLOAD-ONE-CKR-RECORD
               UNTIL OLD-EOF
           CLOSE WORK-FILE
           CLOSE OLD-CHECK-REGISTER-FILE

           OPEN INPUT WORK-FILE
           OPEN OUTPUT CHECK-REGISTER-FILE
           PERFORM RELOAD-ONE-CKR-RECORD
               UNTIL WORK-EOF
           CLOSE WORK-FILE
           CLOSE CHECK-REGISTER-FILE

           DISPLAY 'CHECKREG-CONVERT: UNLOADED ' WS-UNLOAD-COUNT
               ' RECORDS, RELOADED ' WS-RELOAD-COUNT

           STOP RUN.

       UNLOAD-ONE-CKR-RECORD.
           READ OLD-CHECK-REGISTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-OLD-EOF
           END-READ
           IF NOT OLD-STATUS-OK
              MOVE 'Y' TO WS-OLD-EOF
           END-IF
           IF NOT OLD-EOF
              ADD 1 TO WS-UNLOAD-COUNT
              WRITE WORK-RECORD FROM OLD-CHECK-REGISTER-RECORD
           END-IF.

       RELOAD-ONE-CKR-RECORD.
           READ WORK-FILE INTO WS-OLD-CKR-LAYOUT
               AT END
                   MOVE 'Y' TO WS-WORK-EOF
               NOT AT END
                   MOVE WS-OLD-CHECK-NUMBER TO CKR-CHECK-NUMBER
                   MOVE WS-OLD-EMP-ID TO CKR-EMP-ID
                   MOVE WS-OLD-EMP-NAME TO CKR-EMP-NAME
                   MOVE WS-OLD-PERIOD-ID TO CKR-PERIOD-ID
                   MOVE WS-OLD-ISSUE-DATE TO CKR-ISSUE-DATE
                   MOVE WS-OLD-AMOUNT TO CKR-AMOUNT
                   MOVE WS-OLD-STATUS TO CKR-STATUS
                   MOVE WS-OLD-REPLACES-CHECK TO CKR-REPLACES-CHECK
                   MOVE SPACES TO CKR-PAID-DATE
                   MOVE ZERO TO CKR-PAID-AMOUNT
                   WRITE CHECK-REGISTER-RECORD
                   ADD 1 TO WS-RELOAD-COUNT
           END-READ.
