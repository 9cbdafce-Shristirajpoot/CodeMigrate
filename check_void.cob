           IF NOT CHECK-REGISTER-OK
              DISPLAY 'CHECK-VOID: check_register.dat NOT AVAILABLE'
                  ' STATUS ' WS-CHECK-REGISTER-STATUS
                  ' - RUN CHECKREG-CONVERT IF THE LAYOUT IS OLD'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-OLD-AMOUNT TO CKR-AMOUNT
           MOVE 'I' TO CKR-STATUS
           MOVE WS-CHECK-NUMBER TO CKR-REPLACES-CHECK
           MOVE SPACES TO CKR-PAID-DATE
           MOVE ZERO TO CKR-PAID-AMOUNT
           WRITE CHECK-REGISTER-RECORD

           MOVE WS-CHECK-NUMBER TO CKR-CHECK-NUMBER
