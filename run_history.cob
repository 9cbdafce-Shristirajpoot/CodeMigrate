               88 RC-EOF             VALUE 'Y'.
           05 WS-RUN-COUNT           PIC 9(7) VALUE ZERO.
           05 WS-STATUS-TEXT         PIC X(9).
           05 WS-PREVIEW-TEXT        PIC X(20).
           05 WS-CURRENT-GROUP       PIC X(2).
           05 WS-GROUP-RUN-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-GROUP-FOUND-SW      PIC X VALUE 'N'.
               88 GROUP-ALREADY-LISTED VALUE 'Y'.
           05 WS-GROUP-IDX           PIC 9(3) COMP.
           05 WS-SCAN-IDX            PIC 9(3) COMP.
           05 WS-GROUP-COUNT         PIC 9(3) COMP VALUE ZERO.
           05 WS-GROUP-ENTRY OCCURS 50 TIMES.
               10 GRP-CODE           PIC X(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
              MOVE 'Y' TO WS-RC-EOF
           END-IF

           PERFORM COLLECT-ONE-GROUP
               UNTIL RC-EOF

           PERFORM REPORT-ONE-GROUP
               VARYING WS-GROUP-IDX FROM 1 BY 1
               UNTIL WS-GROUP-IDX > WS-GROUP-COUNT

           MOVE SPACES TO HISTORY-LINE
           STRING
               'Runs On File: ' DELIMITED BY SIZE,

           STOP RUN.

       COLLECT-ONE-GROUP.
           READ RUN-CONTROL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RC-EOF
           END-IF
           IF NOT RC-EOF
              ADD 1 TO WS-RUN-COUNT
              MOVE 'N' TO WS-GROUP-FOUND-SW
              PERFORM MATCH-ONE-GROUP
                  VARYING WS-SCAN-IDX FROM 1 BY 1
                  UNTIL WS-SCAN-IDX > WS-GROUP-COUNT
                  OR GROUP-ALREADY-LISTED
              IF NOT GROUP-ALREADY-LISTED AND WS-GROUP-COUNT < 50
                 ADD 1 TO WS-GROUP-COUNT
                 MOVE RC-PAY-GROUP TO GRP-CODE(WS-GROUP-COUNT)
              END-IF
           END-IF.

       MATCH-ONE-GROUP.
           IF GRP-CODE(WS-SCAN-IDX) = RC-PAY-GROUP
              MOVE 'Y' TO WS-GROUP-FOUND-SW
           END-IF.

       REPORT-ONE-GROUP.
           MOVE GRP-CODE(WS-GROUP-IDX) TO WS-CURRENT-GROUP
           MOVE ZERO TO WS-GROUP-RUN-COUNT
           MOVE SPACES TO HISTORY-LINE
           STRING
               '----- PAY GROUP: ' DELIMITED BY SIZE,
               WS-CURRENT-GROUP DELIMITED BY SIZE,
               ' -----' DELIMITED BY SIZE
               INTO HISTORY-LINE
           WRITE HISTORY-LINE

           MOVE 'N' TO WS-RC-EOF
           MOVE LOW-VALUES TO RC-PERIOD-ID
           START RUN-CONTROL-FILE KEY NOT LESS THAN RC-PERIOD-ID
               INVALID KEY
                   MOVE 'Y' TO WS-RC-EOF
           END-START
           PERFORM REPORT-ONE-RUN
               UNTIL RC-EOF

           MOVE SPACES TO HISTORY-LINE
           STRING
               'Runs For Pay Group: ' DELIMITED BY SIZE,
               WS-GROUP-RUN-COUNT DELIMITED BY SIZE
               INTO HISTORY-LINE
           WRITE HISTORY-LINE.

       REPORT-ONE-RUN.
           READ RUN-CONTROL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RC-EOF
           END-READ
           IF NOT RC-FILE-STATUS-OK
              MOVE 'Y' TO WS-RC-EOF
           END-IF
           IF NOT RC-EOF AND RC-PAY-GROUP = WS-CURRENT-GROUP
              ADD 1 TO WS-GROUP-RUN-COUNT
              IF RC-STATUS-COMPLETED
                 MOVE 'COMPLETED' TO WS-STATUS-TEXT
              ELSE
                 IF RC-STATUS-STARTED
                    MOVE 'STARTED' TO WS-STATUS-TEXT
                 ELSE
                    IF RC-STATUS-PREVIEWED
                       MOVE 'PREVIEWED' TO WS-STATUS-TEXT
                    ELSE
                       MOVE 'UNKNOWN' TO WS-STATUS-TEXT
                    END-IF
                 END-IF
              END-IF
              MOVE SPACES TO HISTORY-LINE
              STRING
                  'PERIOD: ' DELIMITED BY SIZE,
                  RC-PERIOD-ID DELIMITED BY SIZE,
                  ' | GROUP: ' DELIMITED BY SIZE,
                  RC-PAY-GROUP DELIMITED BY SIZE,
                  ' | STATUS: ' DELIMITED BY SIZE,
                  WS-STATUS-TEXT DELIMITED BY SIZE,
                  ' | STARTED: ' DELIMITED BY SIZE,
                  RC-RECORD-COUNT DELIMITED BY SIZE
                  INTO HISTORY-LINE
              WRITE HISTORY-LINE
              PERFORM REPORT-RELEASE-STAMPS
           END-IF.

       REPORT-RELEASE-STAMPS.
           IF RC-PREVIEW-DATE NOT = SPACES
              IF RC-PREVIEW-PENDING
                 MOVE ' | AWAITING RELEASE' TO WS-PREVIEW-TEXT
              ELSE
                 MOVE SPACES TO WS-PREVIEW-TEXT
              END-IF
              MOVE SPACES TO HISTORY-LINE
              STRING
                  '    LAST PREVIEW: ' DELIMITED BY SIZE,
                  RC-PREVIEW-DATE DELIMITED BY SIZE,
                  ' ' DELIMITED BY SIZE,
                  RC-PREVIEW-TIME DELIMITED BY SIZE,
                  WS-PREVIEW-TEXT DELIMITED BY SIZE
                  INTO HISTORY-LINE
              WRITE HISTORY-LINE
           END-IF
           IF RC-APPROVER-ID NOT = SPACES
              MOVE SPACES TO HISTORY-LINE
              STRING
                  '    RELEASED BY: ' DELIMITED BY SIZE,
                  RC-APPROVER-ID DELIMITED BY SIZE,
                  ' | RELEASED: ' DELIMITED BY SIZE,
                  RC-RELEASE-DATE DELIMITED BY SIZE,
                  ' ' DELIMITED BY SIZE,
                  RC-RELEASE-TIME DELIMITED BY SIZE
                  INTO HISTORY-LINE
              WRITE HISTORY-LINE
           END-IF.
