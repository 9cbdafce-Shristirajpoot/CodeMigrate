           05 OLD-YTD-PERIOD-GROSS   PIC 9(15)V99.
           05 OLD-YTD-PERIOD-TAX     PIC 9(15)V99.
           05 OLD-YTD-PERIOD-NET     PIC 9(15)V99.
           05 OLD-YTD-STATE-TAX      PIC 9(15)V99.
           05 OLD-YTD-LOCAL-TAX      PIC 9(15)V99.
           05 OLD-YTD-PERIOD-STATE-TAX PIC 9(15)V99.
           05 OLD-YTD-PERIOD-LOCAL-TAX PIC 9(15)V99.
           05 OLD-YTD-ER-MATCH       PIC 9(15)V99.
           05 OLD-YTD-ER-TAX         PIC 9(15)V99.
           05 OLD-YTD-PERIOD-ER-MATCH PIC 9(15)V99.
           05 OLD-YTD-PERIOD-ER-TAX  PIC 9(15)V99.

       FD WORK-FILE.
       01 WORK-RECORD                PIC X(253).

       FD YTD-FILE.
           COPY "ytd_record.cpy".
           05 WS-OLD-PERIOD-GROSS    PIC 9(15)V99.
           05 WS-OLD-PERIOD-TAX      PIC 9(15)V99.
           05 WS-OLD-PERIOD-NET      PIC 9(15)V99.
           05 WS-OLD-STATE-TAX       PIC 9(15)V99.
           05 WS-OLD-LOCAL-TAX       PIC 9(15)V99.
           05 WS-OLD-PERIOD-STATE-TAX PIC 9(15)V99.
           05 WS-OLD-PERIOD-LOCAL-TAX PIC 9(15)V99.
           05 WS-OLD-ER-MATCH        PIC 9(15)V99.
           05 WS-OLD-ER-TAX          PIC 9(15)V99.
           05 WS-OLD-PERIOD-ER-MATCH PIC 9(15)V99.
           05 WS-OLD-PERIOD-ER-TAX   PIC 9(15)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   MOVE WS-OLD-PERIOD-GROSS TO YTD-PERIOD-GROSS
                   MOVE WS-OLD-PERIOD-TAX TO YTD-PERIOD-TAX
                   MOVE WS-OLD-PERIOD-NET TO YTD-PERIOD-NET
                   MOVE WS-OLD-STATE-TAX TO YTD-STATE-TAX
                   MOVE WS-OLD-LOCAL-TAX TO YTD-LOCAL-TAX
                   MOVE WS-OLD-PERIOD-STATE-TAX TO YTD-PERIOD-STATE-TAX
                   MOVE WS-OLD-PERIOD-LOCAL-TAX TO YTD-PERIOD-LOCAL-TAX
                   MOVE WS-OLD-ER-MATCH TO YTD-ER-MATCH
                   MOVE WS-OLD-ER-TAX TO YTD-ER-TAX
                   MOVE WS-OLD-PERIOD-ER-MATCH TO YTD-PERIOD-ER-MATCH
                   MOVE WS-OLD-PERIOD-ER-TAX TO YTD-PERIOD-ER-TAX
                   MOVE ZERO TO YTD-SS-WAGES
                   MOVE ZERO TO YTD-MEDICARE-WAGES
                   MOVE ZERO TO YTD-SS-TAX
                   MOVE ZERO TO YTD-MEDICARE-TAX
                   MOVE ZERO TO YTD-ER-SS-TAX
                   MOVE ZERO TO YTD-ER-MEDICARE-TAX
                   MOVE ZERO TO YTD-PERIOD-SS-WAGES
                   MOVE ZERO TO YTD-PERIOD-MEDICARE-WAGES
                   MOVE ZERO TO YTD-PERIOD-SS-TAX
                   MOVE ZERO TO YTD-PERIOD-MEDICARE-TAX
                   MOVE ZERO TO YTD-PERIOD-ER-SS-TAX
                   MOVE ZERO TO YTD-PERIOD-ER-MEDICARE-TAX
                   MOVE ZERO TO YTD-LAST-ADJ-SEQ
                   WRITE YTD-RECORD
                   ADD 1 TO WS-RELOAD-COUNT
           END-READ.
