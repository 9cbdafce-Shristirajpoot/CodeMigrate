       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNCONTROL-CONVERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-RUN-CONTROL-FILE ASSIGN TO "runcontrol.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OLD-RC-PERIOD-ID
           FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT WORK-FILE ASSIGN TO "runcontrol_convert.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "runcontrol.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RC-PERIOD-ID
           FILE STATUS IS WS-NEW-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-RUN-CONTROL-FILE.
       01 OLD-RUN-CONTROL-RECORD.
           05 OLD-RC-PERIOD-ID       PIC X(10).
           05 OLD-RC-STATUS          PIC X(1).
           05 OLD-RC-START-DATE      PIC X(6).
           05 OLD-RC-START-TIME      PIC X(8).
           05 OLD-RC-END-DATE        PIC X(6).
           05 OLD-RC-END-TIME        PIC X(8).
           05 OLD-RC-RECORD-COUNT    PIC 9(9).

       FD WORK-FILE.
       01 WORK-RECORD                PIC X(48).

       FD RUN-CONTROL-FILE.
           COPY "runcontrol_record.cpy".

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

       01 WS-OLD-RC-LAYOUT.
           05 WS-OLD-PERIOD-ID       PIC X(10).
           05 WS-OLD-STATUS          PIC X(1).
           05 WS-OLD-START-DATE      PIC X(6).
           05 WS-OLD-START-TIME      PIC X(8).
           05 WS-OLD-END-DATE        PIC X(6).
           05 WS-OLD-END-TIME        PIC X(8).
           05 WS-OLD-RECORD-COUNT    PIC 9(9).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT OLD-RUN-CONTROL-FILE
           IF OLD-STATUS-NOT-EXIST
              DISPLAY 'RUNCONTROL-CONVERT: runcontrol.dat NOT FOUND'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF NOT OLD-STATUS-OK
              DISPLAY 'RUNCONTROL-CONVERT: runcontrol.dat OPEN'
                  ' FAILED STATUS ' WS-OLD-FILE-STATUS
                  ' - FILE MAY ALREADY BE CONVERTED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT WORK-FILE
           PERFORM UNLOAD-ONE-RC-RECORD
               UNTIL OLD-EOF
           CLOSE WORK-FILE
           CLOSE OLD-RUN-CONTROL-FILE

           OPEN INPUT WORK-FILE
           OPEN OUTPUT RUN-CONTROL-FILE
           PERFORM RELOAD-ONE-RC-RECORD
               UNTIL WORK-EOF
           CLOSE WORK-FILE
           CLOSE RUN-CONTROL-FILE

           DISPLAY 'RUNCONTROL-CONVERT: UNLOADED ' WS-UNLOAD-COUNT
               ' RECORDS, RELOADED ' WS-RELOAD-COUNT

           STOP RUN.

       UNLOAD-ONE-RC-RECORD.
           READ OLD-RUN-CONTROL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-OLD-EOF
           END-READ
           IF NOT OLD-STATUS-OK
              MOVE 'Y' TO WS-OLD-EOF
           END-IF
           IF NOT OLD-EOF
              ADD 1 TO WS-UNLOAD-COUNT
              WRITE WORK-RECORD FROM OLD-RUN-CONTROL-RECORD
           END-IF.

       RELOAD-ONE-RC-RECORD.
           READ WORK-FILE INTO WS-OLD-RC-LAYOUT
               AT END
                   MOVE 'Y' TO WS-WORK-EOF
               NOT AT END
                   MOVE WS-OLD-PERIOD-ID TO RC-PERIOD-ID
                   MOVE WS-OLD-STATUS TO RC-STATUS
                   MOVE WS-OLD-START-DATE TO RC-START-DATE
                   MOVE WS-OLD-START-TIME TO RC-START-TIME
                   MOVE WS-OLD-END-DATE TO RC-END-DATE
                   MOVE WS-OLD-END-TIME TO RC-END-TIME
                   MOVE WS-OLD-RECORD-COUNT TO RC-RECORD-COUNT
                   MOVE SPACES TO RC-PAY-GROUP
                   MOVE 'N' TO RC-PREVIEW-SW
                   MOVE SPACES TO RC-PREVIEW-RUN-TYPE
                   MOVE SPACES TO RC-PREVIEW-DATE
                   MOVE SPACES TO RC-PREVIEW-TIME
                   MOVE ZERO TO RC-EMP-FP-COUNT
                   MOVE ZERO TO RC-EMP-FP-HASH
                   MOVE ZERO TO RC-TIMECARD-FP-COUNT
                   MOVE ZERO TO RC-TIMECARD-FP-HASH
                   MOVE ZERO TO RC-ADJUST-FP-COUNT
                   MOVE ZERO TO RC-ADJUST-FP-HASH
                   MOVE SPACES TO RC-APPROVER-ID
                   MOVE SPACES TO RC-RELEASE-DATE
                   MOVE SPACES TO RC-RELEASE-TIME
                   WRITE RUN-CONTROL-RECORD
                   ADD 1 TO WS-RELOAD-COUNT
           END-READ.
