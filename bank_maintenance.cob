           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSACTION-SORT-WORK-FILE ASSIGN TO "bnksort.tmp".
           SELECT AUDIT-LOG-FILE ASSIGN TO "bank_audit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 STXN-OPERATOR-ID       PIC X(10).

       FD AUDIT-LOG-FILE.
       01 AUDIT-LINE                 PIC X(130).

       WORKING-STORAGE SECTION.
       01 WS-VARIABLES.
           05 WS-MASTER-FILE-STATUS  PIC XX.
               88 MASTER-STATUS-OK   VALUE '00'.
               88 MASTER-STATUS-NOT-EXIST VALUE '35'.
           05 WS-AUDIT-LOG-STATUS    PIC XX.
           05 WS-TRANSACTION-EOF     PIC X VALUE 'N'.
               88 TRANSACTION-EOF    VALUE 'Y'.
           05 WS-MASTER-FOUND-SW     PIC X VALUE 'N'.
           05 WS-REJECT-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-AUDIT-ACTION        PIC X(20).
           05 WS-AUDIT-REASON        PIC X(40).
           05 WS-CURRENT-DATE-YYMMDD PIC X(6).
           05 WS-TODAY-DATE          PIC X(8).

       01 WS-ROUTING-CHECK-FIELDS.
           05 WS-ROUTING-WORK        PIC X(9).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE-YYMMDD FROM DATE
           MOVE SPACES TO WS-TODAY-DATE
           STRING '20' DELIMITED BY SIZE,
               WS-CURRENT-DATE-YYMMDD DELIMITED BY SIZE
               INTO WS-TODAY-DATE
           PERFORM SORT-TRANSACTION-FILE

           PERFORM OPEN-MASTER-FILE
           OPEN INPUT SORTED-TRANSACTION-FILE
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-LOG-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG-FILE
           END-IF

           PERFORM READ-NEXT-TRANSACTION

               ' | OPERATOR: ' DELIMITED BY SIZE,
               STXN-OPERATOR-ID DELIMITED BY SIZE,
               ' | ' DELIMITED BY SIZE,
               WS-AUDIT-REASON DELIMITED BY SIZE,
               ' | DATE: ' DELIMITED BY SIZE,
               WS-TODAY-DATE DELIMITED BY SIZE
               INTO AUDIT-LINE
           WRITE AUDIT-LINE.

