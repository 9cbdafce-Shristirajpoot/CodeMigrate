           05 HIST-LOCAL-TAX         PIC 9(15)V99.
           05 HIST-ER-MATCH          PIC 9(15)V99.
           05 HIST-ER-TAX            PIC 9(15)V99.
           05 HIST-SS-WAGES          PIC 9(15)V99.
           05 HIST-SS-TAX            PIC 9(15)V99.
           05 HIST-MEDICARE-WAGES    PIC 9(15)V99.
           05 HIST-MEDICARE-TAX      PIC 9(15)V99.
           05 HIST-ER-SS-TAX         PIC 9(15)V99.
           05 HIST-ER-MEDICARE-TAX   PIC 9(15)V99.

       WORKING-STORAGE SECTION.
       01 WS-RUN-PARAMETERS.
           05 WS-TOTAL-GROSS         PIC 9(15)V99 VALUE ZERO.
           05 WS-TOTAL-TAX           PIC 9(15)V99 VALUE ZERO.
           05 WS-TOTAL-NET           PIC 9(15)V99 VALUE ZERO.
           05 WS-TOTAL-SS-WAGES      PIC 9(15)V99 VALUE ZERO.
           05 WS-TOTAL-SS-TAX        PIC 9(15)V99 VALUE ZERO.
           05 WS-TOTAL-MEDICARE-WAGES PIC 9(15)V99 VALUE ZERO.
           05 WS-TOTAL-MEDICARE-TAX  PIC 9(15)V99 VALUE ZERO.
           05 WS-TOTAL-ER-SS-TAX     PIC 9(15)V99 VALUE ZERO.
           05 WS-TOTAL-ER-MEDICARE-TAX PIC 9(15)V99 VALUE ZERO.
           05 WS-MATCH-NAME          PIC X(30).
           05 WS-MATCH-DEPARTMENT    PIC X(20).

           ADD YTD-GROSS TO WS-TOTAL-GROSS
           ADD YTD-TAX TO WS-TOTAL-TAX
           ADD YTD-NET TO WS-TOTAL-NET
           ADD YTD-SS-WAGES TO WS-TOTAL-SS-WAGES
           ADD YTD-SS-TAX TO WS-TOTAL-SS-TAX
           ADD YTD-MEDICARE-WAGES TO WS-TOTAL-MEDICARE-WAGES
           ADD YTD-MEDICARE-TAX TO WS-TOTAL-MEDICARE-TAX
           ADD YTD-ER-SS-TAX TO WS-TOTAL-ER-SS-TAX
           ADD YTD-ER-MEDICARE-TAX TO WS-TOTAL-ER-MEDICARE-TAX
           PERFORM RESET-YTD-RECORD
           PERFORM READ-NEXT-YTD.

               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE YTD-SS-WAGES TO WS-STMT-AMOUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING
               '     ANNUAL SOCIAL SECURITY WAGES: ' DELIMITED BY SIZE,
               WS-STMT-AMOUNT DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE YTD-SS-TAX TO WS-STMT-AMOUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING
               '     ANNUAL SOCIAL SECURITY WITHHELD: '
                   DELIMITED BY SIZE,
               WS-STMT-AMOUNT DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE YTD-MEDICARE-WAGES TO WS-STMT-AMOUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING
               '     ANNUAL MEDICARE WAGES: ' DELIMITED BY SIZE,
               WS-STMT-AMOUNT DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE YTD-MEDICARE-TAX TO WS-STMT-AMOUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING
               '     ANNUAL MEDICARE WITHHELD: ' DELIMITED BY SIZE,
               WS-STMT-AMOUNT DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE YTD-NET TO WS-STMT-AMOUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE YTD-ER-SS-TAX TO WS-STMT-AMOUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING
               '     ANNUAL EMPLOYER SOCIAL SECURITY: '
                   DELIMITED BY SIZE,
               WS-STMT-AMOUNT DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE YTD-ER-MEDICARE-TAX TO WS-STMT-AMOUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING
               '     ANNUAL EMPLOYER MEDICARE: ' DELIMITED BY SIZE,
               WS-STMT-AMOUNT DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           IF LEAVE-FILE-AVAILABLE
              PERFORM WRITE-LEAVE-BALANCE-LINES
           END-IF.
           MOVE YTD-LOCAL-TAX TO HIST-LOCAL-TAX
           MOVE YTD-ER-MATCH TO HIST-ER-MATCH
           MOVE YTD-ER-TAX TO HIST-ER-TAX
           MOVE YTD-SS-WAGES TO HIST-SS-WAGES
           MOVE YTD-SS-TAX TO HIST-SS-TAX
           MOVE YTD-MEDICARE-WAGES TO HIST-MEDICARE-WAGES
           MOVE YTD-MEDICARE-TAX TO HIST-MEDICARE-TAX
           MOVE YTD-ER-SS-TAX TO HIST-ER-SS-TAX
           MOVE YTD-ER-MEDICARE-TAX TO HIST-ER-MEDICARE-TAX
           WRITE HISTORY-RECORD.

       RESET-YTD-RECORD.
           MOVE ZERO TO YTD-PERIOD-STATE-TAX YTD-PERIOD-LOCAL-TAX
           MOVE ZERO TO YTD-ER-MATCH YTD-ER-TAX
           MOVE ZERO TO YTD-PERIOD-ER-MATCH YTD-PERIOD-ER-TAX
           MOVE ZERO TO YTD-SS-WAGES YTD-MEDICARE-WAGES
           MOVE ZERO TO YTD-SS-TAX YTD-MEDICARE-TAX
           MOVE ZERO TO YTD-ER-SS-TAX YTD-ER-MEDICARE-TAX
           MOVE ZERO TO YTD-PERIOD-SS-WAGES YTD-PERIOD-MEDICARE-WAGES
           MOVE ZERO TO YTD-PERIOD-SS-TAX YTD-PERIOD-MEDICARE-TAX
           MOVE ZERO TO YTD-PERIOD-ER-SS-TAX
               YTD-PERIOD-ER-MEDICARE-TAX
           MOVE SPACES TO YTD-LAST-PERIOD-ID
           MOVE ZERO TO YTD-LAST-ADJ-SEQ
           REWRITE YTD-RECORD.

       WRITE-AGENCY-SUMMARY.
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE WS-TOTAL-SS-WAGES TO WS-STMT-AMOUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING
               'Total Social Security Wages: ' DELIMITED BY SIZE,
               WS-STMT-AMOUNT DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE WS-TOTAL-SS-TAX TO WS-STMT-AMOUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING
               'Total Social Security Withheld: ' DELIMITED BY SIZE,
               WS-STMT-AMOUNT DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE WS-TOTAL-ER-SS-TAX TO WS-STMT-AMOUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING
               'Total Employer Social Security: ' DELIMITED BY SIZE,
               WS-STMT-AMOUNT DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE WS-TOTAL-MEDICARE-WAGES TO WS-STMT-AMOUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING
               'Total Medicare Wages: ' DELIMITED BY SIZE,
               WS-STMT-AMOUNT DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE WS-TOTAL-MEDICARE-TAX TO WS-STMT-AMOUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING
               'Total Medicare Withheld: ' DELIMITED BY SIZE,
               WS-STMT-AMOUNT DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE WS-TOTAL-ER-MEDICARE-TAX TO WS-STMT-AMOUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING
               'Total Employer Medicare: ' DELIMITED BY SIZE,
               WS-STMT-AMOUNT DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE WS-TOTAL-NET TO WS-STMT-AMOUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING
