           IF NOT PAY-HISTORY-OK
              DISPLAY 'PAY-INQUIRY: pay_history.dat NOT AVAILABLE'
                  ' STATUS ' WS-PAY-HISTORY-STATUS
                  ' - RUN PAYHIST-CONVERT IF THE LAYOUT IS OLD'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
              WRITE INQUIRY-LINE
           END-IF

           IF PHIST-LOAN-REPAY-TOTAL > ZERO
              MOVE PHIST-LOAN-REPAY-TOTAL TO WS-STUB-AMOUNT
              MOVE SPACES TO INQUIRY-LINE
              STRING
                  '401K LOAN REPAYMENTS:    ' DELIMITED BY SIZE,
                  WS-STUB-AMOUNT DELIMITED BY SIZE
                  INTO INQUIRY-LINE
              WRITE INQUIRY-LINE
           END-IF

           MOVE PHIST-NET TO WS-STUB-AMOUNT
           MOVE SPACES TO INQUIRY-LINE
           STRING
