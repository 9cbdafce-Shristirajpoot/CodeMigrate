           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BANK-FILE ASSIGN TO "bank_accounts.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BANK-EMP-ID
           FILE STATUS IS WS-BANK-FILE-STATUS.
           SELECT CHECK-LIST-FILE ASSIGN DYNAMIC WS-CHECK-LIST-FILE-NAME
           FILE STATUS IS WS-TAX-RATE-FILE-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN DYNAMIC WS-GL-JOURNAL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRIOR-SNAPSHOT-FILE ASSIGN DYNAMIC WS-SNAP-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SNAP-EMP-ID
           FILE STATUS IS WS-SNAP-FILE-STATUS.
           SELECT DEPT-PRIOR-FILE
           ASSIGN DYNAMIC WS-DEPT-PRIOR-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEPT-PRIOR-FILE-STATUS.
           SELECT VARIANCE-CONTROL-FILE
           ASSIGN DYNAMIC WS-GARNISH-REMIT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GARNISH-REMIT-STATUS.
           SELECT LOAN-FILE ASSIGN TO "loan_master.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOAN-KEY
           FILE STATUS IS WS-LOAN-FILE-STATUS.
           SELECT RECORDKEEPER-FILE
           ASSIGN DYNAMIC WS-RECORDKEEPER-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECORDKEEPER-STATUS.
           SELECT TIMECARD-FILE ASSIGN DYNAMIC WS-TIMECARD-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TIMECARD-FILE-STATUS.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RC-PERIOD-ID
           FILE STATUS IS WS-RUN-CONTROL-STATUS.
           SELECT WATCH-CONTROL-FILE
           ASSIGN TO "ach_watch_control.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WATCH-CONTROL-STATUS.
           SELECT BANK-AUDIT-FILE ASSIGN TO "bank_audit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BANK-AUDIT-STATUS.
           SELECT EMP-AUDIT-FILE ASSIGN TO "employee_audit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMP-AUDIT-STATUS.
           SELECT WATCH-REPORT-FILE
           ASSIGN DYNAMIC WS-WATCH-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WATCH-REPORT-STATUS.
           SELECT HOLD-LIST-FILE
           ASSIGN DYNAMIC WS-HOLD-LIST-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TIMECARD-LABOR-FILE
           ASSIGN TO "timecard_labor.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TCL-KEY
           FILE STATUS IS WS-TIMECARD-LABOR-STATUS.
           SELECT LABOR-ALLOCATION-FILE
           ASSIGN TO "labor_allocation.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LABOR-ALLOC-STATUS.
           SELECT LABOR-REPORT-FILE
           ASSIGN DYNAMIC WS-LABOR-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LABOR-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 CKPT-TOTAL-REV-HEALTH  PIC 9(15)V99.
           05 CKPT-TOTAL-REV-401K    PIC 9(15)V99.
           05 CKPT-TOTAL-REV-OTHER-DED PIC 9(15)V99.
           05 CKPT-TOTAL-SS-TAX      PIC 9(15)V99.
           05 CKPT-TOTAL-MEDICARE-TAX PIC 9(15)V99.
           05 CKPT-TOTAL-ER-SS-TAX   PIC 9(15)V99.
           05 CKPT-TOTAL-ER-MEDICARE-TAX PIC 9(15)V99.
           05 CKPT-TOTAL-REV-SS-TAX  PIC 9(15)V99.
           05 CKPT-TOTAL-REV-MEDICARE-TAX PIC 9(15)V99.
           05 CKPT-TOTAL-REV-ER-SS-TAX PIC 9(15)V99.
           05 CKPT-TOTAL-REV-ER-MED-TAX PIC 9(15)V99.
           05 CKPT-TOTAL-LOAN-REPAY  PIC 9(15)V99.
           05 CKPT-TOTAL-REV-LOAN-REPAY PIC 9(15)V99.

       FD ACH-FILE.
       01 ACH-RECORD.
       FD GARNISH-REMIT-FILE.
       01 GARNISH-REMIT-LINE         PIC X(130).

       FD LOAN-FILE.
       01 LOAN-RECORD.
           05 LOAN-KEY.
               10 LOAN-EMP-ID        PIC 9(5).
               10 LOAN-NUMBER        PIC X(10).
           05 LOAN-PERIOD-REPAYMENT  PIC 9(7)V99.
           05 LOAN-BALANCE           PIC 9(9)V99.
           05 LOAN-PRIOR-BALANCE     PIC 9(9)V99.
           05 LOAN-LAST-PERIOD-ID    PIC X(10).
           05 LOAN-STATUS            PIC X(1).
               88 LOAN-STATUS-ACTIVE VALUE 'A' SPACE.
               88 LOAN-STATUS-PAID-OFF VALUE 'P'.

       FD RECORDKEEPER-FILE.
       01 RK-DETAIL-RECORD.
           05 RKD-RECORD-TYPE        PIC X(1).
           05 RKD-EMP-ID             PIC 9(5).
           05 RKD-EMP-NAME           PIC X(30).
           05 RKD-SOURCE             PIC X(1).
           05 RKD-LOAN-NUMBER        PIC X(10).
           05 RKD-AMOUNT-SIGN        PIC X(1).
           05 RKD-AMOUNT             PIC 9(10)V99.
           05 RKD-PERIOD-PAY         PIC 9(10)V99.
           05 RKD-PERIOD-HOURS       PIC 9(4)V99.
           05 RKD-YTD-COMPENSATION   PIC 9(15)V99.
           05 RKD-REF-PERIOD-ID      PIC X(10).
       01 RK-HEADER-RECORD.
           05 RKH-RECORD-TYPE        PIC X(1).
           05 RKH-PLAN-ID            PIC X(10).
           05 RKH-PERIOD-ID          PIC X(10).
           05 RKH-CHECK-DATE         PIC X(8).
           05 RKH-PAY-GROUP          PIC X(2).
           05 RKH-RUN-TYPE           PIC X(1).
           05 RKH-CREATION-DATE      PIC X(6).
           05 RKH-CREATION-TIME      PIC X(4).
           05 RKH-SPONSOR-NAME       PIC X(23).
       01 RK-TRAILER-RECORD.
           05 RKT-RECORD-TYPE        PIC X(1).
           05 RKT-DETAIL-COUNT       PIC 9(8).
           05 RKT-EMP-ID-HASH        PIC 9(10).
           05 RKT-DEFERRAL-SIGN      PIC X(1).
           05 RKT-DEFERRAL-TOTAL     PIC 9(13)V99.
           05 RKT-MATCH-SIGN         PIC X(1).
           05 RKT-MATCH-TOTAL        PIC 9(13)V99.
           05 RKT-LOAN-SIGN          PIC X(1).
           05 RKT-LOAN-TOTAL         PIC 9(13)V99.
           05 RKT-GRAND-SIGN         PIC X(1).
           05 RKT-GRAND-TOTAL        PIC 9(13)V99.

       FD TIMECARD-FILE.
       01 TIMECARD-RECORD.
           05 TC-EMP-ID              PIC 9(5).
           05 TC-WORK-DATE           PIC X(8).
           05 TC-EARN-CODE           PIC X(3).
           05 TC-HOURS               PIC 9(3)V99.
           05 TC-COST-CENTER         PIC X(20).
           05 TC-PROJECT             PIC X(10).

       FD TIMECARD-TOTALS-FILE.
       01 TIMECARD-TOTALS-RECORD.
           05 TCT-SCK-HOURS          PIC 9(4)V99.
           05 TCT-HOL-HOURS          PIC 9(4)V99.

       FD TIMECARD-LABOR-FILE.
       01 TIMECARD-LABOR-RECORD.
           05 TCL-KEY.
               10 TCL-EMP-ID         PIC 9(5).
               10 TCL-COST-CENTER    PIC X(20).
               10 TCL-PROJECT        PIC X(10).
           05 TCL-HOURS              PIC 9(4)V99.
           05 TCL-WEIGHTED-HOURS     PIC 9(5)V99.

       FD LEAVE-FILE.
           COPY "leave_record.cpy".

       FD PAYSTUB-FILE.
       01 PAYSTUB-LINE               PIC X(130).

       FD WATCH-CONTROL-FILE.
       01 WATCH-CONTROL-RECORD.
           05 WCTL-LOOKBACK-DAYS     PIC 9(3).
           05 WCTL-NET-ABOVE-PCT     PIC 9(3)V99.
           05 WCTL-ACTION            PIC X(1).

       FD BANK-AUDIT-FILE.
       01 BANK-AUDIT-LINE            PIC X(130).

       FD EMP-AUDIT-FILE.
       01 EMP-AUDIT-LINE             PIC X(180).

       FD WATCH-REPORT-FILE.
       01 WATCH-REPORT-LINE          PIC X(250).

       FD HOLD-LIST-FILE.
       01 HOLD-LIST-LINE             PIC X(250).

       FD LABOR-ALLOCATION-FILE.
       01 LABOR-ALLOCATION-RECORD.
           05 LALC-EMP-ID            PIC 9(5).
           05 LALC-COST-CENTER       PIC X(20).
           05 LALC-PROJECT           PIC X(10).
           05 LALC-PERCENT           PIC 9(3)V99.

       FD LABOR-REPORT-FILE.
       01 LABOR-REPORT-LINE          PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-RUN-PARAMETERS.
           05 WS-PARAMETER-COUNT     PIC 9(2) COMP VALUE ZERO.
           05 WS-GARNISH-REMIT-FILE-NAME PIC X(40).
           05 WS-POSPAY-FILE-NAME    PIC X(40).
           05 WS-ADJUST-FILE-NAME    PIC X(40).
           05 WS-SNAP-FILE-NAME      PIC X(40).
           05 WS-DEPT-PRIOR-FILE-NAME PIC X(40).
           05 WS-RECORDKEEPER-FILE-NAME PIC X(40).
           05 WS-WATCH-FILE-NAME     PIC X(40).
           05 WS-HOLD-LIST-FILE-NAME PIC X(40).
           05 WS-LABOR-FILE-NAME     PIC X(40).
           05 WS-RUN-TYPE-SW         PIC X VALUE 'R'.
               88 ADJUSTMENT-RUN     VALUE 'A'.

           05 WS-TOTAL-REV-HEALTH    PIC 9(15)V99 VALUE ZERO.
           05 WS-TOTAL-REV-401K      PIC 9(15)V99 VALUE ZERO.
           05 WS-TOTAL-REV-OTHER-DED PIC 9(15)V99 VALUE ZERO.
           05 WS-TOTAL-SS-TAX        PIC 9(15)V99 VALUE ZERO.
           05 WS-TOTAL-MEDICARE-TAX  PIC 9(15)V99 VALUE ZERO.
           05 WS-TOTAL-ER-SS-TAX     PIC 9(15)V99 VALUE ZERO.
           05 WS-TOTAL-ER-MEDICARE-TAX PIC 9(15)V99 VALUE ZERO.
           05 WS-TOTAL-REV-SS-TAX    PIC 9(15)V99 VALUE ZERO.
           05 WS-TOTAL-REV-MEDICARE-TAX PIC 9(15)V99 VALUE ZERO.
           05 WS-TOTAL-REV-ER-SS-TAX PIC 9(15)V99 VALUE ZERO.
           05 WS-TOTAL-REV-ER-MED-TAX PIC 9(15)V99 VALUE ZERO.
           05 WS-TOTAL-LOAN-REPAY    PIC 9(15)V99 VALUE ZERO.
           05 WS-TOTAL-REV-LOAN-REPAY PIC 9(15)V99 VALUE ZERO.
           05 WS-EOF                 PIC X VALUE 'N'.
               88 END-OF-FILE        VALUE 'Y'.
           05 WS-YTD-TOTAL-GROSS     PIC 9(15)V99 VALUE ZERO.
           05 WS-BANK-FOUND-SW       PIC X VALUE 'N'.
               88 BANK-RECORD-FOUND  VALUE 'Y'.

       01 WS-WATCH-FIELDS.
           05 WS-WATCH-CONTROL-STATUS PIC XX.
           05 WS-BANK-AUDIT-STATUS   PIC XX.
           05 WS-EMP-AUDIT-STATUS    PIC XX.
           05 WS-WATCH-REPORT-STATUS PIC XX.
           05 WS-WATCH-LOOKBACK-DAYS PIC 9(3) VALUE 10.
           05 WS-WATCH-NET-PCT       PIC 9(3)V99 VALUE 50.
           05 WS-WATCH-ACTION-SW     PIC X VALUE 'C'.
               88 WATCH-ACTION-HOLD  VALUE 'H'.
           05 WS-WATCH-RESULT-SW     PIC X VALUE 'N'.
               88 DEPOSIT-CLEARED    VALUE 'N'.
               88 DEPOSIT-TO-CHECK   VALUE 'C'.
               88 DEPOSIT-HELD       VALUE 'H'.
           05 WS-WATCH-EOF-SW        PIC X VALUE 'N'.
               88 WATCH-EOF          VALUE 'Y'.
           05 WS-WATCH-CHECK-DATE    PIC X(8).
           05 WS-WATCH-FROM-DAY      PIC 9(7).
           05 WS-WATCH-REASONS       PIC X(160).
           05 WS-WATCH-PTR           PIC 9(3).
           05 WS-WATCH-NEW-REASON    PIC X(60).
           05 WS-WATCH-ACTION-TEXT   PIC X(14).
           05 WS-WATCH-AMOUNT        PIC $$$,$$$,$$$,$$9.99.
           05 WS-WATCH-CHECK-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-WATCH-HOLD-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-TOTAL-HELD-NET      PIC 9(15)V99 VALUE ZERO.
           05 WS-WATCH-SCAN-AMOUNT-X PIC X(12).
           05 WS-WATCH-SCAN-AMOUNT REDEFINES WS-WATCH-SCAN-AMOUNT-X
                                     PIC 9(10)V99.
           05 WS-WATCH-SHARED-SW     PIC X VALUE 'N'.
               88 ACCOUNT-SHARED     VALUE 'Y'.
           05 WS-WATCH-SAME-OP-SW    PIC X VALUE 'N'.
               88 SAME-OPERATOR-FOUND VALUE 'Y'.
           05 WS-WATCH-SHARED-EMP-ID PIC 9(5).
           05 WS-WATCH-AUDIT-EMP-ID  PIC 9(5).
           05 WS-WATCH-OPERATOR      PIC X(10).
           05 WS-BCHG-FOUND-IDX      PIC 9(4) COMP.
           05 WS-HIST-USED-TEXT      PIC 9.
           05 WS-ACCT-COUNT          PIC 9(5) COMP VALUE ZERO.
           05 WS-ACCT-IDX            PIC 9(5) COMP.
           05 WS-BCHG-COUNT          PIC 9(4) COMP VALUE ZERO.
           05 WS-BCHG-IDX            PIC 9(4) COMP.
           05 WS-ECHG-COUNT          PIC 9(4) COMP VALUE ZERO.
           05 WS-ECHG-IDX            PIC 9(4) COMP.
           05 WS-HIST-EOF-SW         PIC X VALUE 'N'.
               88 HIST-SCAN-EOF      VALUE 'Y'.
           05 WS-HIST-SEEN           PIC 9(5) COMP.
           05 WS-HIST-QUOTIENT       PIC 9(5) COMP.
           05 WS-HIST-SLOT           PIC 9(2) COMP.
           05 WS-HIST-USED           PIC 9(2) COMP.
           05 WS-HIST-IDX            PIC 9(2) COMP.
           05 WS-HIST-TOTAL          PIC 9(12)V99.
           05 WS-HIST-AVERAGE        PIC 9(10)V99.
           05 WS-HIST-LIMIT          PIC 9(12)V99.

       01 WS-WATCH-HISTORY-TABLE.
           05 WS-HIST-NET            PIC 9(10)V99 OCCURS 6 TIMES.

       01 WS-ACCOUNT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 50000 TIMES.
               10 ACCT-EMP-ID        PIC 9(5).
               10 ACCT-ROUTING       PIC X(9).
               10 ACCT-NUMBER        PIC X(17).

       01 WS-BANK-CHANGE-TABLE.
           05 WS-BCHG-ENTRY OCCURS 2000 TIMES.
               10 BCHG-EMP-ID        PIC 9(5).
               10 BCHG-OPERATOR      PIC X(10).
               10 BCHG-DATE          PIC X(8).

       01 WS-EMP-CHANGE-TABLE.
           05 WS-ECHG-ENTRY OCCURS 2000 TIMES.
               10 ECHG-EMP-ID        PIC 9(5).
               10 ECHG-OPERATOR      PIC X(10).

       01 WS-ACH-CONTROL-FIELDS.
           05 WS-ACH-ENTRY-COUNT     PIC 9(8) VALUE ZERO.
           05 WS-ACH-HASH-WORK       PIC 9(15) VALUE ZERO.
               10 LACC-TBL-SCK-RATE  PIC 9(2)V99.

       01 WS-ADJ-PAID-EMP-TABLE.
           05 WS-ADJ-PAID-ENTRY OCCURS 5000 TIMES.
               10 WS-ADJ-PAID-EMP-ID PIC 9(5).
               10 WS-ADJ-PAID-REF-PERIOD PIC X(10).

       01 WS-ADJUSTMENT-FIELDS.
           05 WS-ADJUST-FILE-STATUS  PIC XX.
           05 WS-REV-401K            PIC 9(10)V99.
           05 WS-REV-OTHER-DED       PIC 9(10)V99.
           05 WS-REV-ARREARS-TAKEN   PIC 9(10)V99.
           05 WS-REV-SS-WAGES        PIC 9(10)V99.
           05 WS-REV-SS-TAX          PIC 9(10)V99.
           05 WS-REV-MEDICARE-WAGES  PIC 9(10)V99.
           05 WS-REV-MEDICARE-TAX    PIC 9(10)V99.
           05 WS-REV-ER-SS-TAX       PIC 9(10)V99.
           05 WS-REV-ER-MEDICARE-TAX PIC 9(10)V99.
           05 WS-REV-LOAN-REPAY      PIC 9(10)V99.
           05 WS-REV-LOAN-1-NUMBER   PIC X(10).
           05 WS-REV-LOAN-1-REPAY    PIC 9(10)V99.
           05 WS-REV-LOAN-2-NUMBER   PIC X(10).
           05 WS-REV-LOAN-2-REPAY    PIC 9(10)V99.
           05 WS-REV-HOURS           PIC 9(4)V99.
           05 WS-REV-REF-PERIOD      PIC X(10).
           05 WS-REV-YTD-OK-SW       PIC X VALUE 'N'.
               88 REVERSAL-YTD-OK    VALUE 'Y'.
           05 WS-REV-HELD-SW         PIC X VALUE 'N'.
               88 REVERSAL-OF-HELD-PAY VALUE 'Y'.
           05 WS-ADJ-EMP-COUNT       PIC 9(4) COMP VALUE ZERO.
           05 WS-ADJ-EMP-IDX         PIC 9(4) COMP.
           05 WS-ADJ-REC-SEQ         PIC 9(7) VALUE ZERO.
           05 WS-ADJ-PAY-REC-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-ADJ-DUP-SW          PIC X VALUE 'N'.
               88 ADJ-DUPLICATE-PAYMENT VALUE 'Y'.
           05 WS-ADJ-EMP-PAID-SW     PIC X VALUE 'N'.
               88 ADJ-EMP-PAID-IN-RUN VALUE 'Y'.
           05 WS-PHIST-WRITE-TYPE    PIC X(1).
           05 WS-PHIST-SAVE          PIC X(528).
           05 WS-GL-REV-DEBIT-TOTAL  PIC 9(15)V99.
           05 WS-GL-REV-CREDIT-TOTAL PIC 9(15)V99.

           05 WS-PCAL-EFFECTIVE-DATE PIC X(8).
           05 WS-TIMECARD-DATE-OK-SW PIC X VALUE 'Y'.
               88 TIMECARD-DATE-OK   VALUE 'Y'.
               88 TIMECARD-OUTSIDE-GROUP VALUE 'G'.
           05 WS-PAY-GROUP           PIC X(2) VALUE SPACES.
           05 WS-CALENDAR-GROUP-SW   PIC X VALUE 'N'.
               88 CALENDAR-GROUP-CONFLICT VALUE 'Y'.

       01 WS-PAY-GROUP-FIELDS.
           05 WS-GROUP-MEMBER-SW     PIC X VALUE 'N'.
               88 PAY-GROUP-MEMBER   VALUE 'Y'.
           05 WS-GROUP-PRIOR-SIDE-SW PIC X VALUE 'N'.
               88 GROUP-PRIOR-SIDE   VALUE 'Y'.
           05 WS-GROUP-PAY-FROM      PIC X(8).
           05 WS-GROUP-PAY-BEFORE    PIC X(8).
           05 WS-GROUP-PERIOD-DAYS   PIC 9(5).
           05 WS-GROUP-PAID-DAYS     PIC 9(5).
           05 WS-GROUP-FROM-DAY      PIC 9(7).
           05 WS-GROUP-THRU-DAY      PIC 9(7).

       01 WS-DATE-CALC-FIELDS.
           05 WS-DATE-FULL           PIC X(8).
           05 WS-DATE-FULL-PARTS REDEFINES WS-DATE-FULL.
               10 WS-DATE-CENTURY    PIC X(2).
               10 WS-DATE-WORK       PIC X(6).
               10 WS-DATE-PARTS REDEFINES WS-DATE-WORK.
                   15 WS-DATE-YY     PIC 9(2).
                   15 WS-DATE-MM     PIC 9(2).
                   15 WS-DATE-DD     PIC 9(2).
           05 WS-DAY-NUMBER          PIC 9(7).
           05 WS-LEAP-QUOTIENT       PIC 9(3) COMP.
           05 WS-LEAP-REMAINDER      PIC 9(1) COMP.
           05 WS-CUM-DAYS-VALUES     PIC X(36)
               VALUE '000031059090120151181212243273304334'.
           05 WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
               10 WS-CUM-DAYS        PIC 9(3) OCCURS 12 TIMES.

       01 WS-CHECK-REGISTER-FIELDS.
           05 WS-CHECK-REGISTER-STATUS PIC XX.
               10 WS-ACTIVE-UPPER-LIMIT PIC 9(9)V99.
               10 WS-ACTIVE-RATE     PIC 9(3)V99.

       01 WS-FICA-FIELDS.
           05 WS-SS-RATE-SW          PIC X VALUE 'N'.
               88 SS-RATE-FOUND      VALUE 'Y'.
           05 WS-MEDICARE-RATE-SW    PIC X VALUE 'N'.
               88 MEDICARE-RATE-FOUND VALUE 'Y'.
           05 WS-ADDL-MEDICARE-SW    PIC X VALUE 'N'.
               88 ADDL-MEDICARE-FOUND VALUE 'Y'.
           05 WS-SS-WAGE-BASE        PIC 9(9)V99 VALUE ZERO.
           05 WS-SS-RATE             PIC 9(3)V99 VALUE ZERO.
           05 WS-MEDICARE-RATE       PIC 9(3)V99 VALUE ZERO.
           05 WS-ADDL-MED-THRESHOLD  PIC 9(9)V99 VALUE ZERO.
           05 WS-ADDL-MED-RATE       PIC 9(3)V99 VALUE ZERO.
           05 WS-FICA-WAGES          PIC 9(10)V99.
           05 WS-PRIOR-SS-WAGES      PIC 9(15)V99.
           05 WS-PRIOR-MEDICARE-WAGES PIC 9(15)V99.
           05 WS-SS-WAGES            PIC 9(10)V99 VALUE ZERO.
           05 WS-MEDICARE-WAGES      PIC 9(10)V99 VALUE ZERO.
           05 WS-ADDL-MED-WAGES      PIC 9(10)V99.
           05 WS-SS-TAX-AMOUNT       PIC 9(10)V99 VALUE ZERO.
           05 WS-MEDICARE-TAX-AMOUNT PIC 9(10)V99 VALUE ZERO.
           05 WS-ER-SS-TAX-AMOUNT    PIC 9(10)V99 VALUE ZERO.
           05 WS-ER-MEDICARE-TAX-AMOUNT PIC 9(10)V99 VALUE ZERO.

       01 WS-VARIANCE-FIELDS.
           05 WS-SNAP-FILE-STATUS    PIC XX.
               88 SNAP-STATUS-OK     VALUE '00'.
               88 TCT-RECORD-FOUND   VALUE 'Y'.
           05 WS-TIMECARD-COUNT      PIC 9(9) VALUE ZERO.

       01 WS-LABOR-FIELDS.
           05 WS-TIMECARD-LABOR-STATUS PIC XX.
           05 WS-LABOR-ALLOC-STATUS  PIC XX.
           05 WS-LABOR-REPORT-STATUS PIC XX.
           05 WS-TCL-FOUND-SW        PIC X VALUE 'N'.
               88 TCL-RECORD-FOUND   VALUE 'Y'.
           05 WS-LABOR-EOF-SW        PIC X VALUE 'N'.
               88 LABOR-SCAN-EOF     VALUE 'Y'.
           05 WS-ALLOC-EOF-SW        PIC X VALUE 'N'.
               88 ALLOC-EOF          VALUE 'Y'.
           05 WS-LABOR-CC            PIC X(20).
           05 WS-LABOR-PROJECT       PIC X(10).
           05 WS-LABOR-HOURS         PIC 9(5)V99.
           05 WS-LABOR-WEIGHT        PIC 9(7)V99.
           05 WS-LABOR-GROSS         PIC 9(10)V99.
           05 WS-LABOR-ER-MATCH      PIC 9(10)V99.
           05 WS-LABOR-ER-TAX        PIC 9(10)V99.
           05 WS-LABOR-TOTAL-WEIGHT  PIC 9(9)V99.
           05 WS-ALLOC-PERCENT-TOTAL PIC 9(5)V99.
           05 WS-LABOR-SPREAD-SUM    PIC 9(11)V99.
           05 WS-LABOR-PENNIES       PIC 9(10)V99.
           05 WS-LABOR-COL           PIC 9 COMP.
           05 WS-LABOR-COUNT         PIC 9(3) COMP VALUE ZERO.
           05 WS-LABOR-IDX           PIC 9(3) COMP.
           05 WS-LABOR-FOUND-IDX     PIC 9(3) COMP.
           05 WS-LABOR-LARGEST-IDX   PIC 9(3) COMP.
           05 WS-ALLOC-COUNT         PIC 9(4) COMP VALUE ZERO.
           05 WS-ALLOC-IDX           PIC 9(4) COMP.
           05 WS-CCT-COUNT           PIC 9(3) COMP VALUE ZERO.
           05 WS-CCT-IDX             PIC 9(3) COMP.
           05 WS-CCT-FOUND-IDX       PIC 9(3) COMP.
           05 WS-PRJ-COUNT           PIC 9(3) COMP VALUE ZERO.
           05 WS-PRJ-IDX             PIC 9(3) COMP.
           05 WS-PRJ-FOUND-IDX       PIC 9(3) COMP.
           05 WS-CC-OVERFLOW-GROSS   PIC 9(15)V99 VALUE ZERO.
           05 WS-PRJ-OVERFLOW-HOURS  PIC 9(9)V99 VALUE ZERO.
           05 WS-PRJ-OVERFLOW-GROSS  PIC 9(15)V99 VALUE ZERO.
           05 WS-PRJ-OVERFLOW-ER-MATCH PIC 9(15)V99 VALUE ZERO.
           05 WS-PRJ-OVERFLOW-ER-TAX PIC 9(15)V99 VALUE ZERO.
           05 WS-LABOR-DIST-HOURS    PIC 9(9)V99 VALUE ZERO.
           05 WS-LABOR-DIST-GROSS    PIC 9(15)V99 VALUE ZERO.
           05 WS-LABOR-DIST-ER-MATCH PIC 9(15)V99 VALUE ZERO.
           05 WS-LABOR-DIST-ER-TAX   PIC 9(15)V99 VALUE ZERO.
           05 WS-LABOR-TOTAL-COST    PIC 9(15)V99.
           05 WS-LABOR-PROJECT-TEXT  PIC X(10).
           05 WS-LABOR-SCAN-HOURS-X  PIC X(7).
           05 WS-LABOR-SCAN-HOURS REDEFINES WS-LABOR-SCAN-HOURS-X
                                     PIC 9(5)V99.
           05 WS-LABOR-SCAN-AMOUNT-X PIC X(12).
           05 WS-LABOR-SCAN-AMOUNT REDEFINES WS-LABOR-SCAN-AMOUNT-X
                                     PIC 9(10)V99.

       01 WS-LABOR-SPREAD-TABLE.
           05 WS-LABOR-SPREAD-AMOUNT PIC 9(10)V99 OCCURS 3 TIMES.

       01 WS-LABOR-LINE-TABLE.
           05 WS-LBL-ENTRY OCCURS 100 TIMES.
               10 LBL-COST-CENTER    PIC X(20).
               10 LBL-PROJECT        PIC X(10).
               10 LBL-HOURS          PIC 9(5)V99.
               10 LBL-WEIGHT         PIC 9(7)V99.
               10 LBL-AMOUNT         PIC 9(10)V99 OCCURS 3 TIMES.

       01 WS-LABOR-ALLOC-TABLE.
           05 WS-ALLOC-ENTRY OCCURS 5000 TIMES.
               10 ALLOC-EMP-ID       PIC 9(5).
               10 ALLOC-COST-CENTER  PIC X(20).
               10 ALLOC-PROJECT      PIC X(10).
               10 ALLOC-PERCENT      PIC 9(3)V99.

       01 WS-COST-CENTER-TABLE.
           05 WS-CCT-ENTRY OCCURS 500 TIMES.
               10 CCT-NAME           PIC X(20).
               10 CCT-GROSS          PIC 9(15)V99.

       01 WS-PROJECT-TABLE.
           05 WS-PRJ-ENTRY OCCURS 500 TIMES.
               10 PRJ-NAME           PIC X(10).
               10 PRJ-HOURS          PIC 9(9)V99.
               10 PRJ-GROSS          PIC 9(15)V99.
               10 PRJ-ER-MATCH       PIC 9(15)V99.
               10 PRJ-ER-TAX         PIC 9(15)V99.

       01 WS-RUN-CONTROL-FIELDS.
           05 WS-RUN-CONTROL-STATUS  PIC XX.
               88 RC-FILE-STATUS-OK  VALUE '00'.
           05 WS-LAST-COMPLETED-PERIOD PIC X(10) VALUE SPACES.
           05 WS-RC-RUN-DATE         PIC X(6).
           05 WS-RC-RUN-TIME         PIC X(8).
           05 WS-RELEASE-MODE-SW     PIC X VALUE 'P'.
               88 PREVIEW-RUN        VALUE 'P'.
               88 RELEASE-RUN        VALUE 'R'.
           05 WS-APPROVER-ID         PIC X(10) VALUE SPACES.
           05 WS-APPROVER-NEXT-SW    PIC X VALUE 'N'.
               88 APPROVER-ARG-NEXT  VALUE 'Y'.
           05 WS-ARG-IDX             PIC 9(2) COMP.
           05 WS-DRAFT-FILE-NAME     PIC X(40).
           05 WS-GATE-REASON         PIC X(50) VALUE SPACES.

       01 WS-FINGERPRINT-FIELDS.
           05 WS-FP-EOF-SW           PIC X VALUE 'N'.
               88 FP-EOF             VALUE 'Y'.
           05 WS-FP-BUFFER           PIC X(200).
           05 WS-FP-LENGTH           PIC 9(3) COMP.
           05 WS-FP-POS              PIC 9(3) COMP.
           05 WS-FP-COUNT            PIC 9(7).
           05 WS-FP-HASH             PIC 9(15).
           05 WS-FP-CHAR-PAIR.
               10 FILLER             PIC X VALUE LOW-VALUE.
               10 WS-FP-CHAR         PIC X.
           05 WS-FP-CHAR-VALUE REDEFINES WS-FP-CHAR-PAIR
                                     PIC 9(4) COMP.
           05 WS-EMP-FP-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-EMP-FP-HASH         PIC 9(15) VALUE ZERO.
           05 WS-TIMECARD-FP-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-TIMECARD-FP-HASH    PIC 9(15) VALUE ZERO.
           05 WS-ADJUST-FP-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-ADJUST-FP-HASH      PIC 9(15) VALUE ZERO.

       01 WS-PREVIEW-PAID-TABLE      VALUE SPACES.
           05 WS-PREVIEW-PAID-SW     PIC X OCCURS 99999 TIMES.

       01 WS-ARREARS-FIELDS.
           05 WS-ARREARS-FILE-STATUS PIC XX.
               10 PAYEE-TOTAL        PIC 9(11)V99.
               10 PAYEE-CASE-COUNT   PIC 9(5).

       01 WS-LOAN-FIELDS.
           05 WS-LOAN-FILE-STATUS    PIC XX.
               88 LOAN-STATUS-OK     VALUE '00'.
           05 WS-LOAN-AVAILABLE-SW   PIC X VALUE 'N'.
               88 LOAN-FILE-AVAILABLE VALUE 'Y'.
           05 WS-LOAN-EOF-SW         PIC X VALUE 'N'.
               88 LOAN-EOF           VALUE 'Y'.
           05 WS-LOAN-FOUND-SW       PIC X VALUE 'N'.
               88 LOAN-RECORD-FOUND  VALUE 'Y'.
           05 WS-LOAN-COUNT          PIC 9(1) COMP VALUE ZERO.
           05 WS-LOAN-IDX            PIC 9(1) COMP.
           05 WS-LOAN-NET-AVAILABLE  PIC 9(10)V99.
           05 WS-LOAN-WANTED         PIC 9(10)V99.
           05 WS-LOAN-TOTAL          PIC 9(10)V99 VALUE ZERO.
           05 WS-LOAN-EXCEPTION-NUMBER PIC X(10).
           05 WS-LOAN-RESTORE-NUMBER PIC X(10).
           05 WS-LOAN-RESTORE-AMOUNT PIC 9(10)V99.

       01 WS-LOAN-TABLE.
           05 WS-LOAN-ENTRY OCCURS 2 TIMES.
               10 LN-NUMBER          PIC X(10).
               10 LN-PERIOD-REPAYMENT PIC 9(7)V99.
               10 LN-OPENING-BALANCE PIC 9(9)V99.
               10 LN-TAKEN           PIC 9(10)V99.
               10 LN-NEW-BALANCE     PIC 9(9)V99.

       01 WS-RECORDKEEPER-FIELDS.
           05 WS-RECORDKEEPER-STATUS PIC XX.
           05 WS-RK-PLAN-ID          PIC X(10) VALUE '401K000001'.
           05 WS-RK-DETAIL-COUNT     PIC 9(8) VALUE ZERO.
           05 WS-RK-EMP-ID-HASH      PIC 9(15) VALUE ZERO.
           05 WS-RK-DEFERRAL-TOTAL   PIC S9(13)V99 VALUE ZERO.
           05 WS-RK-MATCH-TOTAL      PIC S9(13)V99 VALUE ZERO.
           05 WS-RK-LOAN-TOTAL       PIC S9(13)V99 VALUE ZERO.
           05 WS-RK-GRAND-TOTAL      PIC S9(13)V99 VALUE ZERO.
           05 WS-RK-SIGNED-AMOUNT    PIC S9(13)V99.
           05 WS-RK-DEFERRAL-AMOUNT  PIC 9(10)V99.
           05 WS-RK-PERIOD-HOURS     PIC 9(4)V99.
           05 WS-RK-HASH-EMP-ID      PIC 9(5).

       01 WS-DEDUCTION-TABLE.
           05 WS-DED-ENTRY OCCURS 3 TIMES.
               10 DED-TYPE           PIC X(1).
               88 YTD-RECORD-FOUND   VALUE 'Y'.
           05 WS-YTD-COMMITTED-SW    PIC X VALUE 'N'.
               88 YTD-ALREADY-COMMITTED VALUE 'Y'.
           05 WS-PYTD-FOUND-SW       PIC X VALUE 'N'.
               88 PREVIEW-YTD-FOUND  VALUE 'Y'.
           05 WS-PYTD-COUNT          PIC 9(4) COMP VALUE ZERO.
           05 WS-PYTD-IDX            PIC 9(4) COMP.
           05 WS-PYTD-HIT-IDX        PIC 9(4) COMP.

       01 WS-PREVIEW-YTD-TABLE.
           05 WS-PYTD-ENTRY OCCURS 5000 TIMES.
               10 PYTD-EMP-ID        PIC 9(5).
               10 PYTD-RECORD        PIC X(464).

       01 WS-CALCULATIONS.
           05 WS-GROSS-PAY           PIC 9(10)V99.

       77 WS-BRACKET-COUNT           PIC 9(2) COMP VALUE 6.
       77 WS-PRENOTE-RUNS-REQUIRED   PIC 9(2) COMP VALUE 2.
       77 WS-WATCH-HISTORY-RUNS      PIC 9(2) COMP VALUE 6.
       77 WS-WATCH-HISTORY-MINIMUM   PIC 9(2) COMP VALUE 3.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-RUN-PARAMETERS
           PERFORM CHECK-RUN-CONTROL
           IF NOT PREVIEW-RUN
              PERFORM LOAD-CHECKPOINT
           END-IF

           PERFORM OPEN-EMPLOYEE-FILE
           IF RESTART-IN-PROGRESS
              PERFORM RECOMPUTE-CHECK-COUNT
              PERFORM RECOMPUTE-GARNISH-TOTALS
              PERFORM RECOMPUTE-RECORDKEEPER-TOTALS
              PERFORM RECOMPUTE-WATCH-TOTALS
              PERFORM RECOMPUTE-LABOR-TOTALS
              OPEN EXTEND PAYROLL-REPORT
              OPEN EXTEND EXCEPTION-FILE
              OPEN EXTEND ACH-FILE
              OPEN EXTEND VARIANCE-REPORT-FILE
              OPEN EXTEND GARNISH-REMIT-FILE
              OPEN EXTEND POSPAY-FILE
              OPEN EXTEND RECORDKEEPER-FILE
              OPEN EXTEND WATCH-REPORT-FILE
              OPEN EXTEND HOLD-LIST-FILE
              OPEN EXTEND LABOR-REPORT-FILE
           ELSE
              OPEN OUTPUT PAYROLL-REPORT
              OPEN OUTPUT EXCEPTION-FILE
              OPEN OUTPUT PAYSTUB-FILE
              OPEN OUTPUT VARIANCE-REPORT-FILE
              OPEN OUTPUT WATCH-REPORT-FILE
              PERFORM WRITE-WATCH-REPORT-HEADING
              OPEN OUTPUT LABOR-REPORT-FILE
              PERFORM WRITE-LABOR-REPORT-HEADING
              IF NOT PREVIEW-RUN
                 OPEN OUTPUT ACH-FILE
                 OPEN OUTPUT CHECK-LIST-FILE
                 OPEN OUTPUT GL-JOURNAL-FILE
                 OPEN OUTPUT GARNISH-REMIT-FILE
                 OPEN OUTPUT POSPAY-FILE
                 OPEN OUTPUT RECORDKEEPER-FILE
                 OPEN OUTPUT HOLD-LIST-FILE
                 PERFORM WRITE-ACH-FILE-HEADER
                 PERFORM WRITE-ACH-BATCH-HEADER
                 PERFORM WRITE-GARNISH-REMIT-HEADING
                 PERFORM WRITE-RECORDKEEPER-HEADER
                 PERFORM WRITE-HOLD-LIST-HEADING
              END-IF
           END-IF
           PERFORM OPEN-YTD-FILE
           PERFORM OPEN-BANK-FILE
           PERFORM LOAD-WATCH-CONTROL
           PERFORM LOAD-ACCOUNT-TABLE
           PERFORM LOAD-BANK-CHANGES
           PERFORM LOAD-EMPLOYEE-CHANGES
           PERFORM OPEN-ARREARS-FILE
           PERFORM OPEN-GARNISH-FILE
           PERFORM OPEN-LOAN-FILE
           PERFORM OPEN-CHECK-REGISTER
           PERFORM LOAD-CHECK-CONTROL
           IF RERUN-OVERRIDE AND NOT RESTART-IN-PROGRESS
              AND NOT PREVIEW-RUN
              PERFORM VOID-PRIOR-RUN-CHECKS
           END-IF
           PERFORM OPEN-PAY-HISTORY-FILE
           PERFORM LOAD-GL-ACCOUNTS
           PERFORM LOAD-TAX-RATES
           PERFORM LOAD-LABOR-ALLOCATIONS
           IF ADJUSTMENT-RUN
              PERFORM PROCESS-ADJUSTMENT-FILE
           ELSE
           END-IF

           MOVE 'Y' TO WS-FINAL-PHASE-SW
           IF NOT PREVIEW-RUN
              PERFORM SAVE-CHECKPOINT
           END-IF

           IF NOT FIRST-RECORD
              PERFORM WRITE-DEPARTMENT-SUBTOTAL
           END-IF

           PERFORM PRINT-SUMMARY
           PERFORM WRITE-LABOR-SUMMARY
           IF NOT PREVIEW-RUN
              PERFORM WRITE-ACH-BATCH-CONTROL
              PERFORM WRITE-ACH-FILE-CONTROL
              PERFORM WRITE-GL-COST-CENTER-DEBITS
              PERFORM WRITE-GL-CREDIT-ENTRIES
              IF ADJUSTMENT-RUN
                 PERFORM WRITE-GL-REVERSAL-ENTRIES
              END-IF
              PERFORM WRITE-PAYEE-SUMMARY
              PERFORM WRITE-RECORDKEEPER-TRAILER
           END-IF
           IF NOT ADJUSTMENT-RUN
              PERFORM SWEEP-PRIOR-SNAPSHOT
              PERFORM REPORT-MISSING-DEPARTMENTS
              IF NOT PREVIEW-RUN
                 PERFORM REWRITE-DEPT-PRIOR-FILE
              END-IF
           END-IF

           CLOSE EMPLOYEE-FILE
           CLOSE PAYROLL-REPORT
           CLOSE EXCEPTION-FILE
           CLOSE PAYSTUB-FILE
           CLOSE VARIANCE-REPORT-FILE
           CLOSE WATCH-REPORT-FILE
           CLOSE LABOR-REPORT-FILE
           IF NOT PREVIEW-RUN
              CLOSE HOLD-LIST-FILE
              CLOSE ACH-FILE
              CLOSE CHECK-LIST-FILE
              CLOSE GL-JOURNAL-FILE
              CLOSE GARNISH-REMIT-FILE
              CLOSE RECORDKEEPER-FILE
              CLOSE POSPAY-FILE
           END-IF
           IF NOT ADJUSTMENT-RUN
              CLOSE PRIOR-SNAPSHOT-FILE
           END-IF
           CLOSE ARREARS-FILE
           IF GARNISH-FILE-AVAILABLE
              CLOSE GARNISH-FILE
           END-IF
           IF LOAN-FILE-AVAILABLE
              CLOSE LOAN-FILE
           END-IF
           CLOSE CHECK-REGISTER-FILE
           CLOSE PAY-HISTORY-FILE
           IF NOT ADJUSTMENT-RUN
              CLOSE TIMECARD-TOTALS-FILE
              CLOSE TIMECARD-LABOR-FILE
              IF LEAVE-RULES-AVAILABLE
                 CLOSE LEAVE-FILE
              END-IF
              CLOSE BANK-FILE
           END-IF

           IF PREVIEW-RUN
              PERFORM MARK-PREVIEW-COMPLETED
           ELSE
              PERFORM CLEAR-CHECKPOINT
              PERFORM MARK-RUN-COMPLETED
           END-IF

           STOP RUN.


           MOVE 'N' TO WS-RERUN-OVERRIDE-SW
           MOVE 'R' TO WS-RUN-TYPE-SW
           MOVE 'P' TO WS-RELEASE-MODE-SW
           MOVE SPACES TO WS-APPROVER-ID
           MOVE 'N' TO WS-APPROVER-NEXT-SW
           PERFORM SCAN-ONE-RUN-ARGUMENT
               VARYING WS-ARG-IDX FROM 2 BY 1
               UNTIL WS-ARG-IDX > WS-PARAMETER-COUNT
           IF RELEASE-RUN AND WS-APPROVER-ID = SPACES
              DISPLAY 'PAYROLL-SYSTEM: RELEASE REQUIRES AN APPROVER'
                  ' ID - SUPPLY RELEASE <APPROVER-ID>'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-PAY-PERIOD-ID = SPACES
              MOVE 'garnish_remit.txt' TO WS-GARNISH-REMIT-FILE-NAME
              MOVE 'positive_pay.txt' TO WS-POSPAY-FILE-NAME
              MOVE 'payroll_adjust.dat' TO WS-ADJUST-FILE-NAME
              MOVE 'recordkeeper.txt' TO WS-RECORDKEEPER-FILE-NAME
              MOVE 'payroll_watch.txt' TO WS-WATCH-FILE-NAME
              MOVE 'payroll_holds.txt' TO WS-HOLD-LIST-FILE-NAME
              MOVE 'labor_distribution.txt' TO WS-LABOR-FILE-NAME
           ELSE
              STRING 'payroll_report_' DELIMITED BY SIZE,
                  WS-PAY-PERIOD-ID DELIMITED BY SPACE,
                  WS-PAY-PERIOD-ID DELIMITED BY SPACE,
                  '.dat' DELIMITED BY SIZE
                  INTO WS-ADJUST-FILE-NAME
              STRING 'recordkeeper_' DELIMITED BY SIZE,
                  WS-PAY-PERIOD-ID DELIMITED BY SPACE,
                  '.txt' DELIMITED BY SIZE
                  INTO WS-RECORDKEEPER-FILE-NAME
              STRING 'payroll_watch_' DELIMITED BY SIZE,
                  WS-PAY-PERIOD-ID DELIMITED BY SPACE,
                  '.txt' DELIMITED BY SIZE
                  INTO WS-WATCH-FILE-NAME
              STRING 'payroll_holds_' DELIMITED BY SIZE,
                  WS-PAY-PERIOD-ID DELIMITED BY SPACE,
                  '.txt' DELIMITED BY SIZE
                  INTO WS-HOLD-LIST-FILE-NAME
              STRING 'labor_distribution_' DELIMITED BY SIZE,
                  WS-PAY-PERIOD-ID DELIMITED BY SPACE,
                  '.txt' DELIMITED BY SIZE
                  INTO WS-LABOR-FILE-NAME
           END-IF
           IF PREVIEW-RUN
              PERFORM SET-DRAFT-FILE-NAMES
           END-IF.

       SCAN-ONE-RUN-ARGUMENT.
           DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
           ACCEPT WS-OVERRIDE-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-OVERRIDE-ARG
           END-ACCEPT
           IF APPROVER-ARG-NEXT
              MOVE WS-OVERRIDE-ARG TO WS-APPROVER-ID
              MOVE 'N' TO WS-APPROVER-NEXT-SW
           ELSE
              EVALUATE WS-OVERRIDE-ARG
                  WHEN 'RERUN'
                      MOVE 'Y' TO WS-RERUN-OVERRIDE-SW
                  WHEN 'ADJUST'
                      MOVE 'A' TO WS-RUN-TYPE-SW
                  WHEN 'PREVIEW'
                      MOVE 'P' TO WS-RELEASE-MODE-SW
                  WHEN 'RELEASE'
                      MOVE 'R' TO WS-RELEASE-MODE-SW
                      MOVE 'Y' TO WS-APPROVER-NEXT-SW
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE
           END-IF.

       SET-DRAFT-FILE-NAMES.
           MOVE SPACES TO WS-DRAFT-FILE-NAME
           STRING 'draft_' DELIMITED BY SIZE,
               WS-REPORT-FILE-NAME DELIMITED BY SPACE
               INTO WS-DRAFT-FILE-NAME
           MOVE WS-DRAFT-FILE-NAME TO WS-REPORT-FILE-NAME
           MOVE SPACES TO WS-DRAFT-FILE-NAME
           STRING 'draft_' DELIMITED BY SIZE,
               WS-EXCEPTION-FILE-NAME DELIMITED BY SPACE
               INTO WS-DRAFT-FILE-NAME
           MOVE WS-DRAFT-FILE-NAME TO WS-EXCEPTION-FILE-NAME
           MOVE SPACES TO WS-DRAFT-FILE-NAME
           STRING 'draft_' DELIMITED BY SIZE,
               WS-PAYSTUB-FILE-NAME DELIMITED BY SPACE
               INTO WS-DRAFT-FILE-NAME
           MOVE WS-DRAFT-FILE-NAME TO WS-PAYSTUB-FILE-NAME
           MOVE SPACES TO WS-DRAFT-FILE-NAME
           STRING 'draft_' DELIMITED BY SIZE,
               WS-VARIANCE-FILE-NAME DELIMITED BY SPACE
               INTO WS-DRAFT-FILE-NAME
           MOVE WS-DRAFT-FILE-NAME TO WS-VARIANCE-FILE-NAME
           MOVE SPACES TO WS-DRAFT-FILE-NAME
           STRING 'draft_' DELIMITED BY SIZE,
               WS-WATCH-FILE-NAME DELIMITED BY SPACE
               INTO WS-DRAFT-FILE-NAME
           MOVE WS-DRAFT-FILE-NAME TO WS-WATCH-FILE-NAME
           MOVE SPACES TO WS-DRAFT-FILE-NAME
           STRING 'draft_' DELIMITED BY SIZE,
               WS-LABOR-FILE-NAME DELIMITED BY SPACE
               INTO WS-DRAFT-FILE-NAME
           MOVE WS-DRAFT-FILE-NAME TO WS-LABOR-FILE-NAME.

       CHECK-RUN-CONTROL.
           PERFORM LOAD-PAY-CALENDAR
           PERFORM SET-PAY-GROUP-FILE-NAMES
           OPEN I-O RUN-CONTROL-FILE
           IF RC-FILE-NOT-EXIST
              OPEN OUTPUT RUN-CONTROL-FILE
              CLOSE RUN-CONTROL-FILE
              OPEN I-O RUN-CONTROL-FILE
           END-IF
           IF NOT RC-FILE-STATUS-OK
              DISPLAY 'PAYROLL-SYSTEM: runcontrol.dat OPEN FAILED'
                  ' STATUS ' WS-RUN-CONTROL-STATUS
                  ' - RUN RUNCONTROL-CONVERT IF THE LAYOUT IS OLD'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO WS-LAST-COMPLETED-PERIOD
           MOVE 'N' TO WS-RC-EOF
                   MOVE 'Y' TO WS-RC-FOUND-SW
           END-READ

           IF RC-RECORD-FOUND AND RC-PAY-GROUP NOT = WS-PAY-GROUP
              DISPLAY 'PAYROLL-SYSTEM: PERIOD ' WS-PAY-PERIOD-ID
                  ' WAS RUN FOR PAY GROUP ' RC-PAY-GROUP
                  ' - CALENDAR NOW SHOWS PAY GROUP ' WS-PAY-GROUP
                  ' - RUN REJECTED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF RC-RECORD-FOUND AND RC-STATUS-COMPLETED
              AND NOT RERUN-OVERRIDE
              DISPLAY 'PAYROLL-SYSTEM: PERIOD ' WS-PAY-PERIOD-ID
              DISPLAY 'PAYROLL-SYSTEM: WARNING - PERIOD '
                  WS-PAY-PERIOD-ID ' IS OUT OF SEQUENCE, LAST'
                  ' COMPLETED PERIOD IS ' WS-LAST-COMPLETED-PERIOD
                  ' FOR PAY GROUP ' WS-PAY-GROUP
           END-IF

           PERFORM COMPUTE-INPUT-FINGERPRINTS
           IF PREVIEW-RUN
              PERFORM CHECK-PREVIEW-ALLOWED
           ELSE
              PERFORM CHECK-RELEASE-GATE
              ACCEPT WS-RC-RUN-DATE FROM DATE
              ACCEPT WS-RC-RUN-TIME FROM TIME
              MOVE WS-PAY-PERIOD-ID TO RC-PERIOD-ID
              MOVE WS-PAY-GROUP TO RC-PAY-GROUP
              MOVE 'S' TO RC-STATUS
              MOVE WS-RC-RUN-DATE TO RC-START-DATE
              MOVE WS-RC-RUN-TIME TO RC-START-TIME
              MOVE SPACES TO RC-END-DATE
              MOVE SPACES TO RC-END-TIME
              MOVE ZERO TO RC-RECORD-COUNT
              MOVE WS-APPROVER-ID TO RC-APPROVER-ID
              MOVE WS-RC-RUN-DATE TO RC-RELEASE-DATE
              MOVE WS-RC-RUN-TIME TO RC-RELEASE-TIME
              IF RC-RECORD-FOUND
                 REWRITE RUN-CONTROL-RECORD
              ELSE
                 WRITE RUN-CONTROL-RECORD
              END-IF
              DISPLAY 'PAYROLL-SYSTEM: PERIOD ' WS-PAY-PERIOD-ID
                  ' RELEASED BY ' WS-APPROVER-ID
           END-IF.

       CHECK-PREVIEW-ALLOWED.
           IF RC-RECORD-FOUND AND RC-STATUS-STARTED
              AND RC-PREVIEW-PENDING
              DISPLAY 'PAYROLL-SYSTEM: PERIOD ' WS-PAY-PERIOD-ID
                  ' RELEASE BY ' RC-APPROVER-ID ' DID NOT COMPLETE'
                  ' - RESTART THE RELEASE INSTEAD OF PREVIEWING'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       CHECK-RELEASE-GATE.
           MOVE SPACES TO WS-GATE-REASON
           EVALUATE TRUE
               WHEN NOT RC-RECORD-FOUND
                   MOVE 'HAS NOT BEEN PREVIEWED' TO WS-GATE-REASON
               WHEN NOT RC-PREVIEW-PENDING
                   MOVE 'HAS NO PREVIEW AWAITING RELEASE'
                       TO WS-GATE-REASON
               WHEN RC-PREVIEW-RUN-TYPE NOT = WS-RUN-TYPE-SW
                   MOVE 'WAS PREVIEWED AS A DIFFERENT RUN TYPE'
                       TO WS-GATE-REASON
               WHEN RC-EMP-FP-COUNT NOT = WS-EMP-FP-COUNT
                   OR RC-EMP-FP-HASH NOT = WS-EMP-FP-HASH
                   MOVE 'EMPLOYEE MASTER CHANGED SINCE THE PREVIEW'
                       TO WS-GATE-REASON
               WHEN RC-TIMECARD-FP-COUNT NOT = WS-TIMECARD-FP-COUNT
                   OR RC-TIMECARD-FP-HASH NOT = WS-TIMECARD-FP-HASH
                   MOVE 'TIMECARDS CHANGED SINCE THE PREVIEW'
                       TO WS-GATE-REASON
               WHEN RC-ADJUST-FP-COUNT NOT = WS-ADJUST-FP-COUNT
                   OR RC-ADJUST-FP-HASH NOT = WS-ADJUST-FP-HASH
                   MOVE 'ADJUSTMENT FILE CHANGED SINCE THE PREVIEW'
                       TO WS-GATE-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-GATE-REASON NOT = SPACES
              DISPLAY 'PAYROLL-SYSTEM: PERIOD ' WS-PAY-PERIOD-ID
                  ' ' WS-GATE-REASON
              DISPLAY 'PAYROLL-SYSTEM: RELEASE REFUSED - RUN PREVIEW'
                  ' AGAIN AND REVIEW THE DRAFT OUTPUTS'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       MARK-PREVIEW-COMPLETED.
           MOVE 'N' TO WS-RC-FOUND-SW
           MOVE WS-PAY-PERIOD-ID TO RC-PERIOD-ID
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RC-FOUND-SW
           END-READ
           ACCEPT WS-RC-RUN-DATE FROM DATE
           ACCEPT WS-RC-RUN-TIME FROM TIME
           IF NOT RC-RECORD-FOUND
              MOVE WS-PAY-PERIOD-ID TO RC-PERIOD-ID
              MOVE WS-PAY-GROUP TO RC-PAY-GROUP
              MOVE 'P' TO RC-STATUS
              MOVE SPACES TO RC-START-DATE RC-START-TIME
              MOVE SPACES TO RC-END-DATE RC-END-TIME
              MOVE ZERO TO RC-RECORD-COUNT
              MOVE SPACES TO RC-APPROVER-ID
              MOVE SPACES TO RC-RELEASE-DATE RC-RELEASE-TIME
           END-IF
           MOVE 'Y' TO RC-PREVIEW-SW
           MOVE WS-RUN-TYPE-SW TO RC-PREVIEW-RUN-TYPE
           MOVE WS-RC-RUN-DATE TO RC-PREVIEW-DATE
           MOVE WS-RC-RUN-TIME TO RC-PREVIEW-TIME
           MOVE WS-EMP-FP-COUNT TO RC-EMP-FP-COUNT
           MOVE WS-EMP-FP-HASH TO RC-EMP-FP-HASH
           MOVE WS-TIMECARD-FP-COUNT TO RC-TIMECARD-FP-COUNT
           MOVE WS-TIMECARD-FP-HASH TO RC-TIMECARD-FP-HASH
           MOVE WS-ADJUST-FP-COUNT TO RC-ADJUST-FP-COUNT
           MOVE WS-ADJUST-FP-HASH TO RC-ADJUST-FP-HASH
           IF RC-RECORD-FOUND
              REWRITE RUN-CONTROL-RECORD
           ELSE
              WRITE RUN-CONTROL-RECORD
           END-IF
           CLOSE RUN-CONTROL-FILE
           DISPLAY 'PAYROLL-SYSTEM: PREVIEW OF PERIOD '
               WS-PAY-PERIOD-ID ' COMPLETE - NOTHING POSTED OR SENT'
           DISPLAY 'PAYROLL-SYSTEM: REVIEW THE DRAFT OUTPUTS, THEN'
               ' RUN WITH RELEASE <APPROVER-ID> TO POST AND PAY'.

       COMPUTE-INPUT-FINGERPRINTS.
           MOVE ZERO TO WS-EMP-FP-COUNT WS-EMP-FP-HASH
           MOVE ZERO TO WS-TIMECARD-FP-COUNT WS-TIMECARD-FP-HASH
           MOVE ZERO TO WS-ADJUST-FP-COUNT WS-ADJUST-FP-HASH

           MOVE 'N' TO WS-FP-EOF-SW
           OPEN INPUT EMPLOYEE-FILE
           IF NOT EMPLOYEE-STATUS-OK
              MOVE 'Y' TO WS-FP-EOF-SW
           END-IF
           PERFORM FINGERPRINT-ONE-EMPLOYEE
               UNTIL FP-EOF
           IF EMPLOYEE-STATUS-OK OR WS-EMPLOYEE-FILE-STATUS = '10'
              CLOSE EMPLOYEE-FILE
           END-IF

           MOVE 'N' TO WS-FP-EOF-SW
           IF ADJUSTMENT-RUN
              OPEN INPUT ADJUSTMENT-FILE
              IF WS-ADJUST-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-FP-EOF-SW
              END-IF
              PERFORM FINGERPRINT-ONE-ADJUSTMENT
                  UNTIL FP-EOF
              IF WS-ADJUST-FILE-STATUS = '00' OR '10'
                 CLOSE ADJUSTMENT-FILE
              END-IF
           ELSE
              OPEN INPUT TIMECARD-FILE
              IF WS-TIMECARD-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-FP-EOF-SW
              END-IF
              PERFORM FINGERPRINT-ONE-TIMECARD
                  UNTIL FP-EOF
              IF WS-TIMECARD-FILE-STATUS = '00' OR '10'
                 CLOSE TIMECARD-FILE
              END-IF
           END-IF.

       FINGERPRINT-ONE-EMPLOYEE.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FP-EOF-SW
           END-READ
           IF NOT FP-EOF AND NOT EMPLOYEE-STATUS-OK
              MOVE 'Y' TO WS-FP-EOF-SW
           END-IF
           IF NOT FP-EOF
              MOVE EMPLOYEE-RECORD TO WS-FP-BUFFER
              MOVE LENGTH OF EMPLOYEE-RECORD TO WS-FP-LENGTH
              PERFORM HASH-FP-BUFFER
              ADD 1 TO WS-EMP-FP-COUNT
              ADD WS-FP-HASH TO WS-EMP-FP-HASH
           END-IF.

       FINGERPRINT-ONE-TIMECARD.
           READ TIMECARD-FILE
               AT END
                   MOVE 'Y' TO WS-FP-EOF-SW
               NOT AT END
                   MOVE TIMECARD-RECORD TO WS-FP-BUFFER
                   MOVE LENGTH OF TIMECARD-RECORD TO WS-FP-LENGTH
                   PERFORM HASH-FP-BUFFER
                   ADD 1 TO WS-TIMECARD-FP-COUNT
                   ADD WS-FP-HASH TO WS-TIMECARD-FP-HASH
           END-READ.

       FINGERPRINT-ONE-ADJUSTMENT.
           READ ADJUSTMENT-FILE
               AT END
                   MOVE 'Y' TO WS-FP-EOF-SW
               NOT AT END
                   MOVE ADJUSTMENT-RECORD TO WS-FP-BUFFER
                   MOVE LENGTH OF ADJUSTMENT-RECORD TO WS-FP-LENGTH
                   PERFORM HASH-FP-BUFFER
                   ADD 1 TO WS-ADJUST-FP-COUNT
                   ADD WS-FP-HASH TO WS-ADJUST-FP-HASH
           END-READ.

       HASH-FP-BUFFER.
           MOVE ZERO TO WS-FP-HASH
           PERFORM HASH-ONE-FP-BYTE
               VARYING WS-FP-POS FROM 1 BY 1
               UNTIL WS-FP-POS > WS-FP-LENGTH.

       HASH-ONE-FP-BYTE.
           MOVE WS-FP-BUFFER(WS-FP-POS:1) TO WS-FP-CHAR
           COMPUTE WS-FP-HASH = WS-FP-HASH
               + WS-FP-CHAR-VALUE * WS-FP-POS.

       LOAD-PAY-CALENDAR.
           MOVE 'N' TO WS-CALENDAR-AVAILABLE-SW
           MOVE 'N' TO WS-CALENDAR-FOUND-SW
           MOVE 'N' TO WS-CALENDAR-GROUP-SW
           MOVE 'N' TO WS-CALENDAR-EOF
           MOVE SPACES TO WS-PAY-GROUP
           OPEN INPUT PAY-CALENDAR-FILE
           IF WS-PAY-CALENDAR-STATUS = '00'
              MOVE 'Y' TO WS-CALENDAR-AVAILABLE-SW
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF CALENDAR-GROUP-CONFLICT
              DISPLAY 'PAYROLL-SYSTEM: PERIOD ' WS-PAY-PERIOD-ID
                  ' IS ON THE PAY CALENDAR FOR MORE THAN ONE PAY'
                  ' GROUP - RUN REJECTED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF NOT CALENDAR-FILE-AVAILABLE
              DISPLAY 'PAYROLL-SYSTEM: WARNING - pay_calendar.dat'
                  ' NOT AVAILABLE, RUN DATES NOT VALIDATED'
                   MOVE 'Y' TO WS-CALENDAR-EOF
               NOT AT END
                   IF PCAL-PERIOD-ID = WS-PAY-PERIOD-ID
                      IF CALENDAR-PERIOD-FOUND
                         AND PCAL-PAY-GROUP NOT = WS-PAY-GROUP
                         MOVE 'Y' TO WS-CALENDAR-GROUP-SW
                      END-IF
                      MOVE 'Y' TO WS-CALENDAR-FOUND-SW
                      MOVE PCAL-PAY-GROUP TO WS-PAY-GROUP
                      MOVE PCAL-START-DATE TO WS-PCAL-START-DATE
                      MOVE PCAL-END-DATE TO WS-PCAL-END-DATE
                      MOVE PCAL-CHECK-DATE TO WS-PCAL-CHECK-DATE
                   END-IF
           END-READ.

       SET-PAY-GROUP-FILE-NAMES.
           IF WS-PAY-GROUP = SPACES
              MOVE 'payroll_prior.dat' TO WS-SNAP-FILE-NAME
              MOVE 'dept_prior.dat' TO WS-DEPT-PRIOR-FILE-NAME
           ELSE
              MOVE SPACES TO WS-SNAP-FILE-NAME
              MOVE SPACES TO WS-DEPT-PRIOR-FILE-NAME
              STRING 'payroll_prior_' DELIMITED BY SIZE,
                  WS-PAY-GROUP DELIMITED BY SPACE,
                  '.dat' DELIMITED BY SIZE
                  INTO WS-SNAP-FILE-NAME
              STRING 'dept_prior_' DELIMITED BY SIZE,
                  WS-PAY-GROUP DELIMITED BY SPACE,
                  '.dat' DELIMITED BY SIZE
                  INTO WS-DEPT-PRIOR-FILE-NAME
           END-IF.

       SCAN-ONE-RUN-CONTROL.
           READ RUN-CONTROL-FILE NEXT RECORD
               AT END
              MOVE 'Y' TO WS-RC-EOF
           END-IF
           IF NOT RC-EOF AND RC-STATUS-COMPLETED
              AND RC-PAY-GROUP = WS-PAY-GROUP
              AND RC-PERIOD-ID > WS-LAST-COMPLETED-PERIOD
              MOVE RC-PERIOD-ID TO WS-LAST-COMPLETED-PERIOD
           END-IF.
           ACCEPT WS-RC-RUN-DATE FROM DATE
           ACCEPT WS-RC-RUN-TIME FROM TIME
           MOVE WS-PAY-PERIOD-ID TO RC-PERIOD-ID
           MOVE WS-PAY-GROUP TO RC-PAY-GROUP
           MOVE 'C' TO RC-STATUS
           MOVE 'N' TO RC-PREVIEW-SW
           MOVE WS-RC-RUN-DATE TO RC-END-DATE
           MOVE WS-RC-RUN-TIME TO RC-END-TIME
           MOVE WS-RECORD-COUNT TO RC-RECORD-COUNT
           MOVE CKPT-TOTAL-REV-HEALTH TO WS-TOTAL-REV-HEALTH
           MOVE CKPT-TOTAL-REV-401K TO WS-TOTAL-REV-401K
           MOVE CKPT-TOTAL-REV-OTHER-DED TO WS-TOTAL-REV-OTHER-DED
           MOVE CKPT-TOTAL-SS-TAX TO WS-TOTAL-SS-TAX
           MOVE CKPT-TOTAL-MEDICARE-TAX TO WS-TOTAL-MEDICARE-TAX
           MOVE CKPT-TOTAL-ER-SS-TAX TO WS-TOTAL-ER-SS-TAX
           MOVE CKPT-TOTAL-ER-MEDICARE-TAX TO WS-TOTAL-ER-MEDICARE-TAX
           MOVE CKPT-TOTAL-REV-SS-TAX TO WS-TOTAL-REV-SS-TAX
           MOVE CKPT-TOTAL-REV-MEDICARE-TAX
               TO WS-TOTAL-REV-MEDICARE-TAX
           MOVE CKPT-TOTAL-REV-ER-SS-TAX TO WS-TOTAL-REV-ER-SS-TAX
           MOVE CKPT-TOTAL-REV-ER-MED-TAX TO WS-TOTAL-REV-ER-MED-TAX
           MOVE CKPT-TOTAL-LOAN-REPAY TO WS-TOTAL-LOAN-REPAY
           MOVE CKPT-TOTAL-REV-LOAN-REPAY TO WS-TOTAL-REV-LOAN-REPAY
           MOVE CKPT-YTD-TOTAL-GROSS TO WS-YTD-TOTAL-GROSS
           MOVE CKPT-YTD-TOTAL-TAX TO WS-YTD-TOTAL-TAX
           MOVE CKPT-YTD-TOTAL-NET TO WS-YTD-TOTAL-NET
           ADD 1 TO WS-RECORD-COUNT
           ADD 1 TO WS-RECORDS-SINCE-CKPT
           IF WS-RECORDS-SINCE-CKPT >= WS-CHECKPOINT-INTERVAL
              AND NOT PREVIEW-RUN
              PERFORM SAVE-CHECKPOINT
              MOVE ZERO TO WS-RECORDS-SINCE-CKPT
           END-IF.
           MOVE WS-TOTAL-REV-HEALTH TO CKPT-TOTAL-REV-HEALTH
           MOVE WS-TOTAL-REV-401K TO CKPT-TOTAL-REV-401K
           MOVE WS-TOTAL-REV-OTHER-DED TO CKPT-TOTAL-REV-OTHER-DED
           MOVE WS-TOTAL-SS-TAX TO CKPT-TOTAL-SS-TAX
           MOVE WS-TOTAL-MEDICARE-TAX TO CKPT-TOTAL-MEDICARE-TAX
           MOVE WS-TOTAL-ER-SS-TAX TO CKPT-TOTAL-ER-SS-TAX
           MOVE WS-TOTAL-ER-MEDICARE-TAX TO CKPT-TOTAL-ER-MEDICARE-TAX
           MOVE WS-TOTAL-REV-SS-TAX TO CKPT-TOTAL-REV-SS-TAX
           MOVE WS-TOTAL-REV-MEDICARE-TAX
               TO CKPT-TOTAL-REV-MEDICARE-TAX
           MOVE WS-TOTAL-REV-ER-SS-TAX TO CKPT-TOTAL-REV-ER-SS-TAX
           MOVE WS-TOTAL-REV-ER-MED-TAX TO CKPT-TOTAL-REV-ER-MED-TAX
           MOVE WS-TOTAL-LOAN-REPAY TO CKPT-TOTAL-LOAN-REPAY
           MOVE WS-TOTAL-REV-LOAN-REPAY TO CKPT-TOTAL-REV-LOAN-REPAY
           MOVE WS-YTD-TOTAL-GROSS TO CKPT-YTD-TOTAL-GROSS
           MOVE WS-YTD-TOTAL-TAX TO CKPT-YTD-TOTAL-TAX
           MOVE WS-YTD-TOTAL-NET TO CKPT-YTD-TOTAL-NET
           IF RESTART-IN-PROGRESS AND RECORD-ALREADY-PROCESSED
              CONTINUE
           ELSE
              PERFORM RESOLVE-PAY-GROUP-WINDOW
              IF NOT EMP-STATUS-TERMINATED AND PAY-GROUP-MEMBER
                 PERFORM PROCESS-LEAVE-BALANCES
                 PERFORM COMPUTE-GROSS-PAY
                 PERFORM VALIDATE-EMPLOYEE-RECORD
                    PERFORM CHECK-DEPARTMENT-BREAK
                    PERFORM CALCULATE-PAYROLL
                    PERFORM UPDATE-YTD
                    IF NOT PREVIEW-RUN
                       PERFORM UPDATE-ARREARS-FILE
                       PERFORM UPDATE-LOAN-MASTER
                       PERFORM UPDATE-LEAVE-MASTER
                    END-IF
                    IF NOT YTD-ALREADY-COMMITTED
                       PERFORM CHECK-DEPOSIT-WATCH
                       PERFORM WRITE-REPORT-LINE
                       IF NOT PREVIEW-RUN
                          PERFORM WRITE-ACH-LINE
                       END-IF
                       PERFORM WRITE-YTD-LINE
                       PERFORM WRITE-PAY-STUB
                       PERFORM DISTRIBUTE-LABOR-COST
                       IF NOT PREVIEW-RUN
                          PERFORM WRITE-PAY-HISTORY
                          PERFORM WRITE-GARNISH-REMIT-LINES
                          PERFORM WRITE-RECORDKEEPER-DETAILS
                       END-IF
                       PERFORM CHECK-EMPLOYEE-VARIANCE
                    END-IF
                    PERFORM ACCUMULATE-DEPARTMENT-TOTALS
              PERFORM SAVE-CHECKPOINT-IF-DUE
           END-IF.

       RESOLVE-PAY-GROUP-WINDOW.
           MOVE 'N' TO WS-GROUP-MEMBER-SW
           MOVE 'N' TO WS-GROUP-PRIOR-SIDE-SW
           MOVE LOW-VALUES TO WS-GROUP-PAY-FROM
           MOVE HIGH-VALUES TO WS-GROUP-PAY-BEFORE
           EVALUATE TRUE
               WHEN EMP-PAY-GROUP = WS-PAY-GROUP
                   AND (EMP-GROUP-CHANGE-DATE = SPACES
                        OR EMP-PRIOR-PAY-GROUP = WS-PAY-GROUP
                        OR NOT CALENDAR-PERIOD-FOUND)
                   MOVE 'Y' TO WS-GROUP-MEMBER-SW
               WHEN EMP-PAY-GROUP = WS-PAY-GROUP
                   IF EMP-GROUP-CHANGE-DATE NOT > WS-PCAL-END-DATE
                      MOVE 'Y' TO WS-GROUP-MEMBER-SW
                      MOVE EMP-GROUP-CHANGE-DATE TO WS-GROUP-PAY-FROM
                   END-IF
               WHEN EMP-PRIOR-PAY-GROUP = WS-PAY-GROUP
                   AND EMP-GROUP-CHANGE-DATE NOT = SPACES
                   AND CALENDAR-PERIOD-FOUND
                   AND WS-PCAL-START-DATE < EMP-GROUP-CHANGE-DATE
                   MOVE 'Y' TO WS-GROUP-MEMBER-SW
                   MOVE 'Y' TO WS-GROUP-PRIOR-SIDE-SW
                   MOVE EMP-GROUP-CHANGE-DATE TO WS-GROUP-PAY-BEFORE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHECK-ALREADY-PROCESSED.
           IF WS-RECORDS-SKIPPED < WS-CKPT-SKIP-TARGET
              ADD 1 TO WS-RECORDS-SKIPPED
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM COUNT-ONE-ADJUSTMENT-PAYMENT
               UNTIL ADJ-EOF
           CLOSE ADJUSTMENT-FILE
           IF WS-ADJ-PAY-REC-COUNT > 5000
              DISPLAY 'PAYROLL-SYSTEM: ADJUSTMENT FILE '
                  WS-ADJUST-FILE-NAME ' HAS ' WS-ADJ-PAY-REC-COUNT
                  ' PAYMENT RECORDS - LIMIT IS 5000 PER RUN,'
                  ' SPLIT THE FILE'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 'N' TO WS-ADJ-EOF-SW
           MOVE ZERO TO WS-ADJ-REC-SEQ
           OPEN INPUT ADJUSTMENT-FILE
           PERFORM PROCESS-ONE-ADJUSTMENT-REC
               UNTIL ADJ-EOF
           CLOSE ADJUSTMENT-FILE.

       COUNT-ONE-ADJUSTMENT-PAYMENT.
           READ ADJUSTMENT-FILE
               AT END
                   MOVE 'Y' TO WS-ADJ-EOF-SW
               NOT AT END
                   IF ADJ-TYPE-PAYMENT
                      ADD 1 TO WS-ADJ-PAY-REC-COUNT
                   END-IF
           END-READ.

       PROCESS-ONE-ADJUSTMENT-REC.
           READ ADJUSTMENT-FILE
               AT END
                   MOVE 'Y' TO WS-ADJ-EOF-SW
               NOT AT END
                   ADD 1 TO WS-ADJ-REC-SEQ
                   PERFORM APPLY-ONE-ADJUSTMENT
           END-READ.

                  WHEN ADJ-TYPE-PAYMENT
                      PERFORM CHECK-DUPLICATE-ADJ-PAYMENT
                      IF ADJ-DUPLICATE-PAYMENT
                         MOVE 'DUPLICATE PAYMENT FOR REF PERIOD IN RUN'
                             TO WS-NEW-REASON
                         PERFORM WRITE-ADJUSTMENT-EXCEPTION
                      ELSE

       CHECK-DUPLICATE-ADJ-PAYMENT.
           MOVE 'N' TO WS-ADJ-DUP-SW
           MOVE 'N' TO WS-ADJ-EMP-PAID-SW
           PERFORM SCAN-ONE-ADJ-PAID-EMP
               VARYING WS-ADJ-EMP-IDX FROM 1 BY 1
               UNTIL WS-ADJ-EMP-IDX > WS-ADJ-EMP-COUNT
               OR ADJ-DUPLICATE-PAYMENT
           IF NOT ADJ-DUPLICATE-PAYMENT
              AND WS-ADJ-EMP-COUNT < 5000
              ADD 1 TO WS-ADJ-EMP-COUNT
              MOVE ADJ-EMP-ID TO WS-ADJ-PAID-EMP-ID(WS-ADJ-EMP-COUNT)
              MOVE ADJ-REF-PERIOD-ID
                  TO WS-ADJ-PAID-REF-PERIOD(WS-ADJ-EMP-COUNT)
           END-IF.

       SCAN-ONE-ADJ-PAID-EMP.
           IF WS-ADJ-PAID-EMP-ID(WS-ADJ-EMP-IDX) = ADJ-EMP-ID
              MOVE 'Y' TO WS-ADJ-EMP-PAID-SW
              IF WS-ADJ-PAID-REF-PERIOD(WS-ADJ-EMP-IDX)
                  = ADJ-REF-PERIOD-ID
                 MOVE 'Y' TO WS-ADJ-DUP-SW
              END-IF
           END-IF.

       PROCESS-ADJUSTMENT-PAYMENT.
              PERFORM CALCULATE-ADJUSTMENT-PAYMENT
              PERFORM UPDATE-YTD
              IF NOT YTD-ALREADY-COMMITTED
                 PERFORM CHECK-DEPOSIT-WATCH
                 PERFORM WRITE-REPORT-LINE
                 IF NOT PREVIEW-RUN
                    PERFORM WRITE-ACH-LINE
                 END-IF
                 PERFORM WRITE-YTD-LINE
                 PERFORM WRITE-PAY-STUB
                 PERFORM DISTRIBUTE-LABOR-COST
                 IF NOT PREVIEW-RUN
                    PERFORM WRITE-PAY-HISTORY
                    PERFORM WRITE-GARNISH-REMIT-LINES
                    PERFORM WRITE-RECORDKEEPER-DETAILS
                 END-IF
              END-IF
              PERFORM ACCUMULATE-DEPARTMENT-TOTALS
           END-IF.
           PERFORM CLEAR-DEDUCTION-RESULTS
           MOVE ZERO TO WS-PRETAX-DEDUCTIONS
           MOVE WS-GROSS-PAY TO WS-TAXABLE-WAGES
           MOVE WS-GROSS-PAY TO WS-FICA-WAGES
           PERFORM COMPUTE-FEDERAL-TAX
           PERFORM COMPUTE-FICA-TAXES
           PERFORM COMPUTE-STATE-TAX
           PERFORM COMPUTE-LOCAL-TAX
           PERFORM APPLY-GARNISHMENTS
           MOVE ZERO TO WS-LOAN-TOTAL
           MOVE ZERO TO WS-LOAN-COUNT
           COMPUTE WS-NET-PAY =
               WS-GROSS-PAY - WS-TAX-AMOUNT - WS-STATE-TAX-AMOUNT
               - WS-LOCAL-TAX-AMOUNT - WS-SS-TAX-AMOUNT
               - WS-MEDICARE-TAX-AMOUNT - WS-GARNISH-TOTAL

           ADD WS-GROSS-PAY TO WS-TOTAL-PAYROLL
           ADD WS-TAX-AMOUNT TO WS-TOTAL-TAX
           ADD WS-STATE-TAX-AMOUNT TO WS-TOTAL-STATE-TAX
           ADD WS-LOCAL-TAX-AMOUNT TO WS-TOTAL-LOCAL-TAX
           ADD WS-SS-TAX-AMOUNT TO WS-TOTAL-SS-TAX
           ADD WS-MEDICARE-TAX-AMOUNT TO WS-TOTAL-MEDICARE-TAX
           ADD WS-GARNISH-TOTAL TO WS-TOTAL-GARNISH
           ADD WS-NET-PAY TO WS-NET-PAYROLL
           PERFORM COMPUTE-EMPLOYER-AMOUNTS
           ADD WS-ER-MATCH-AMOUNT TO WS-TOTAL-ER-MATCH
           ADD WS-ER-TAX-AMOUNT TO WS-TOTAL-ER-TAX
           ADD WS-ER-SS-TAX-AMOUNT TO WS-TOTAL-ER-SS-TAX
           ADD WS-ER-MEDICARE-TAX-AMOUNT TO WS-TOTAL-ER-MEDICARE-TAX.

       CLEAR-DEDUCTION-RESULTS.
           PERFORM CLEAR-ONE-DEDUCTION
           COMPUTE WS-REV-DEDUCTIONS = WS-REV-HEALTH
               + WS-REV-401K + WS-REV-OTHER-DED
           MOVE PHIST-ARREARS-TAKEN TO WS-REV-ARREARS-TAKEN
           MOVE PHIST-SS-WAGES TO WS-REV-SS-WAGES
           MOVE PHIST-SS-TAX TO WS-REV-SS-TAX
           MOVE PHIST-MEDICARE-WAGES TO WS-REV-MEDICARE-WAGES
           MOVE PHIST-MEDICARE-TAX TO WS-REV-MEDICARE-TAX
           MOVE PHIST-ER-SS-TAX TO WS-REV-ER-SS-TAX
           MOVE PHIST-ER-MEDICARE-TAX TO WS-REV-ER-MEDICARE-TAX
           MOVE PHIST-LOAN-REPAY-TOTAL TO WS-REV-LOAN-REPAY
           MOVE PHIST-LOAN-1-NUMBER TO WS-REV-LOAN-1-NUMBER
           MOVE PHIST-LOAN-1-REPAY TO WS-REV-LOAN-1-REPAY
           MOVE PHIST-LOAN-2-NUMBER TO WS-REV-LOAN-2-NUMBER
           MOVE PHIST-LOAN-2-REPAY TO WS-REV-LOAN-2-REPAY
           COMPUTE WS-REV-HOURS = PHIST-REG-HOURS + PHIST-OT-HOURS
               + PHIST-VAC-HOURS + PHIST-SCK-HOURS + PHIST-HOL-HOURS
           MOVE ADJ-REF-PERIOD-ID TO WS-REV-REF-PERIOD
           MOVE 'N' TO WS-REV-HELD-SW
           IF PHIST-NET-HELD
              MOVE 'Y' TO WS-REV-HELD-SW
           END-IF.

       CHECK-REVERSAL-ALREADY-DONE.
           MOVE 'N' TO WS-REV-DONE-SW
              ADD WS-REV-HEALTH TO WS-TOTAL-REV-HEALTH
              ADD WS-REV-401K TO WS-TOTAL-REV-401K
              ADD WS-REV-OTHER-DED TO WS-TOTAL-REV-OTHER-DED
              ADD WS-REV-SS-TAX TO WS-TOTAL-REV-SS-TAX
              ADD WS-REV-MEDICARE-TAX TO WS-TOTAL-REV-MEDICARE-TAX
              ADD WS-REV-ER-SS-TAX TO WS-TOTAL-REV-ER-SS-TAX
              ADD WS-REV-ER-MEDICARE-TAX TO WS-TOTAL-REV-ER-MED-TAX
              ADD WS-REV-LOAN-REPAY TO WS-TOTAL-REV-LOAN-REPAY
              PERFORM WRITE-REVERSAL-REPORT-LINE
              PERFORM LOOKUP-BANK-ACCOUNT
              EVALUATE TRUE
                  WHEN REVERSAL-OF-HELD-PAY
                      MOVE 'NET PAY WAS HELD - CANCEL THE HOLD'
                          TO WS-NEW-REASON
                      PERFORM WRITE-ADJUSTMENT-EXCEPTION
                  WHEN BANK-RECORD-FOUND AND BANK-PRENOTE-ACTIVE
                      IF NOT PREVIEW-RUN
                         PERFORM WRITE-ACH-DEBIT-ENTRY
                      END-IF
                  WHEN OTHER
                      MOVE 'NO ACTIVE BANK ACCOUNT - RECOVER MANUALLY'
                          TO WS-NEW-REASON
                      PERFORM WRITE-ADJUSTMENT-EXCEPTION
              END-EVALUATE
              IF WS-REV-ARREARS-TAKEN > ZERO
                 MOVE 'ARREARS RECOVERY REVERSED - ADJUST ARREARS'
                     TO WS-NEW-REASON
                 PERFORM WRITE-ADJUSTMENT-EXCEPTION
              END-IF
              IF NOT PREVIEW-RUN
                 PERFORM RESTORE-LOAN-BALANCES
              END-IF
              PERFORM WRITE-REVERSAL-STUB
              IF NOT PREVIEW-RUN
                 PERFORM WRITE-REVERSAL-HISTORY
                 PERFORM WRITE-RECORDKEEPER-REVERSAL
              END-IF
           END-IF.

       APPLY-REVERSAL-TO-YTD.
           MOVE 'N' TO WS-REV-YTD-OK-SW
           MOVE 'N' TO WS-YTD-FOUND-SW
           MOVE ADJ-EMP-ID TO YTD-EMP-ID
           PERFORM FIND-PREVIEW-YTD
           IF PREVIEW-YTD-FOUND
              MOVE 'Y' TO WS-YTD-FOUND-SW
           ELSE
              READ YTD-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE 'Y' TO WS-YTD-FOUND-SW
              END-READ
           END-IF
           EVALUATE TRUE
               WHEN NOT YTD-RECORD-FOUND
                   MOVE 'NO YTD RECORD TO BACK OUT' TO WS-NEW-REASON
                   IF YTD-ER-TAX >= WS-REV-ER-TAX
                      SUBTRACT WS-REV-ER-TAX FROM YTD-ER-TAX
                   END-IF
                   PERFORM APPLY-FICA-REVERSAL-TO-YTD
                   IF YTD-LAST-PERIOD-ID = WS-REV-REF-PERIOD
                      MOVE ZERO TO YTD-PERIOD-GROSS YTD-PERIOD-TAX
                          YTD-PERIOD-NET YTD-PERIOD-STATE-TAX
                          YTD-PERIOD-LOCAL-TAX YTD-PERIOD-ER-MATCH
                          YTD-PERIOD-ER-TAX
                      MOVE ZERO TO YTD-PERIOD-SS-WAGES
                          YTD-PERIOD-MEDICARE-WAGES
                          YTD-PERIOD-SS-TAX YTD-PERIOD-MEDICARE-TAX
                          YTD-PERIOD-ER-SS-TAX
                          YTD-PERIOD-ER-MEDICARE-TAX
                   END-IF
                   IF PREVIEW-RUN
                      PERFORM SAVE-PREVIEW-YTD
                   ELSE
                      REWRITE YTD-RECORD
                   END-IF
                   MOVE 'Y' TO WS-REV-YTD-OK-SW
           END-EVALUATE.

       APPLY-FICA-REVERSAL-TO-YTD.
           IF YTD-SS-WAGES >= WS-REV-SS-WAGES
              SUBTRACT WS-REV-SS-WAGES FROM YTD-SS-WAGES
           END-IF
           IF YTD-MEDICARE-WAGES >= WS-REV-MEDICARE-WAGES
              SUBTRACT WS-REV-MEDICARE-WAGES FROM YTD-MEDICARE-WAGES
           END-IF
           IF YTD-SS-TAX >= WS-REV-SS-TAX
              SUBTRACT WS-REV-SS-TAX FROM YTD-SS-TAX
           END-IF
           IF YTD-MEDICARE-TAX >= WS-REV-MEDICARE-TAX
              SUBTRACT WS-REV-MEDICARE-TAX FROM YTD-MEDICARE-TAX
           END-IF
           IF YTD-ER-SS-TAX >= WS-REV-ER-SS-TAX
              SUBTRACT WS-REV-ER-SS-TAX FROM YTD-ER-SS-TAX
           END-IF
           IF YTD-ER-MEDICARE-TAX >= WS-REV-ER-MEDICARE-TAX
              SUBTRACT WS-REV-ER-MEDICARE-TAX FROM YTD-ER-MEDICARE-TAX
           END-IF.

       WRITE-REVERSAL-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING
               INTO PAYSTUB-LINE
           WRITE PAYSTUB-LINE

           IF PREVIEW-RUN
              MOVE SPACES TO PAYSTUB-LINE
              STRING
                  '*** DRAFT - PREVIEW ONLY - NOT NEGOTIABLE ***'
                      DELIMITED BY SIZE
                  INTO PAYSTUB-LINE
              WRITE PAYSTUB-LINE
           END-IF

           MOVE SPACES TO PAYSTUB-LINE
           STRING
               'EMP-ID: ' DELIMITED BY SIZE,
               INTO PAYSTUB-LINE
           WRITE PAYSTUB-LINE

           IF WS-REV-SS-TAX > ZERO
              MOVE WS-REV-SS-TAX TO WS-STUB-AMOUNT
              MOVE SPACES TO PAYSTUB-LINE
              STRING
                  'SOC SEC TAX REVERSED:    ' DELIMITED BY SIZE,
                  WS-STUB-AMOUNT DELIMITED BY SIZE
                  INTO PAYSTUB-LINE
              WRITE PAYSTUB-LINE
           END-IF

           IF WS-REV-MEDICARE-TAX > ZERO
              MOVE WS-REV-MEDICARE-TAX TO WS-STUB-AMOUNT
              MOVE SPACES TO PAYSTUB-LINE
              STRING
                  'MEDICARE TAX REVERSED:   ' DELIMITED BY SIZE,
                  WS-STUB-AMOUNT DELIMITED BY SIZE
                  INTO PAYSTUB-LINE
              WRITE PAYSTUB-LINE
           END-IF

           IF WS-REV-STATE-TAX > ZERO
              MOVE WS-REV-STATE-TAX TO WS-STUB-AMOUNT
              MOVE SPACES TO PAYSTUB-LINE
              WRITE PAYSTUB-LINE
           END-IF

           IF WS-REV-LOAN-REPAY > ZERO
              MOVE WS-REV-LOAN-REPAY TO WS-STUB-AMOUNT
              MOVE SPACES TO PAYSTUB-LINE
              STRING
                  '401K LOAN REPAY REVERSED:' DELIMITED BY SIZE,
                  WS-STUB-AMOUNT DELIMITED BY SIZE
                  INTO PAYSTUB-LINE
              WRITE PAYSTUB-LINE
           END-IF

           MOVE WS-REV-NET TO WS-STUB-AMOUNT
           MOVE SPACES TO PAYSTUB-LINE
           STRING
           MOVE WS-REV-ER-MATCH TO PHIST-ER-MATCH
           MOVE WS-REV-ER-TAX TO PHIST-ER-TAX
           MOVE 'R' TO PHIST-RECORD-TYPE
           MOVE WS-REV-SS-WAGES TO PHIST-SS-WAGES
           MOVE WS-REV-SS-TAX TO PHIST-SS-TAX
           MOVE WS-REV-MEDICARE-WAGES TO PHIST-MEDICARE-WAGES
           MOVE WS-REV-MEDICARE-TAX TO PHIST-MEDICARE-TAX
           MOVE WS-REV-ER-SS-TAX TO PHIST-ER-SS-TAX
           MOVE WS-REV-ER-MEDICARE-TAX TO PHIST-ER-MEDICARE-TAX
           MOVE WS-REV-LOAN-REPAY TO PHIST-LOAN-REPAY-TOTAL
           MOVE WS-REV-LOAN-1-NUMBER TO PHIST-LOAN-1-NUMBER
           MOVE WS-REV-LOAN-1-REPAY TO PHIST-LOAN-1-REPAY
           MOVE WS-REV-LOAN-2-NUMBER TO PHIST-LOAN-2-NUMBER
           MOVE WS-REV-LOAN-2-REPAY TO PHIST-LOAN-2-REPAY
           MOVE WS-REV-REF-PERIOD TO PHIST-REF-PERIOD-ID
           MOVE ZERO TO PHIST-VAC-BALANCE
           MOVE ZERO TO PHIST-SCK-BALANCE
           MOVE SPACE TO PHIST-DELIVERY-STATUS
           MOVE SPACES TO PHIST-RETURN-CODE
           MOVE ZERO TO PHIST-REPLACEMENT-CHECK
           MOVE 'R' TO WS-PHIST-WRITE-TYPE
           MOVE PAY-HISTORY-RECORD TO WS-PHIST-SAVE
           WRITE PAY-HISTORY-RECORD
               INTO REPORT-LINE
           WRITE REPORT-LINE

           IF NOT ADJUSTMENT-RUN
              PERFORM CHECK-DEPARTMENT-VARIANCE
           END-IF
           MOVE 'N' TO WS-YTD-FOUND-SW
           MOVE 'N' TO WS-YTD-COMMITTED-SW
           MOVE EMP-ID TO YTD-EMP-ID
           PERFORM FIND-PREVIEW-YTD
           IF PREVIEW-YTD-FOUND
              MOVE 'Y' TO WS-YTD-FOUND-SW
           ELSE
              READ YTD-FILE
                  INVALID KEY
                      MOVE ZERO TO YTD-GROSS YTD-TAX YTD-NET
                      MOVE ZERO TO YTD-PERIOD-GROSS YTD-PERIOD-TAX
                          YTD-PERIOD-NET
                      MOVE ZERO TO YTD-STATE-TAX YTD-LOCAL-TAX
                          YTD-PERIOD-STATE-TAX YTD-PERIOD-LOCAL-TAX
                      MOVE ZERO TO YTD-ER-MATCH YTD-ER-TAX
                          YTD-PERIOD-ER-MATCH YTD-PERIOD-ER-TAX
                      MOVE ZERO TO YTD-SS-WAGES YTD-MEDICARE-WAGES
                          YTD-SS-TAX YTD-MEDICARE-TAX
                          YTD-ER-SS-TAX YTD-ER-MEDICARE-TAX
                      MOVE ZERO TO YTD-PERIOD-SS-WAGES
                          YTD-PERIOD-MEDICARE-WAGES
                          YTD-PERIOD-SS-TAX YTD-PERIOD-MEDICARE-TAX
                          YTD-PERIOD-ER-SS-TAX
                          YTD-PERIOD-ER-MEDICARE-TAX
                      MOVE SPACES TO YTD-LAST-PERIOD-ID
                      MOVE ZERO TO YTD-LAST-ADJ-SEQ
                  NOT INVALID KEY
                      MOVE 'Y' TO WS-YTD-FOUND-SW
              END-READ
           END-IF

           IF YTD-RECORD-FOUND AND RESTART-IN-PROGRESS
              AND YTD-LAST-PERIOD-ID = WS-PAY-PERIOD-ID
              AND YTD-LAST-ADJ-SEQ = WS-ADJ-REC-SEQ
              MOVE 'Y' TO WS-YTD-COMMITTED-SW
           END-IF

           IF NOT YTD-ALREADY-COMMITTED
              IF YTD-RECORD-FOUND
                 AND YTD-LAST-PERIOD-ID = WS-PAY-PERIOD-ID
                 AND NOT ADJ-EMP-PAID-IN-RUN
                 SUBTRACT YTD-PERIOD-GROSS FROM YTD-GROSS
                 SUBTRACT YTD-PERIOD-TAX FROM YTD-TAX
                 SUBTRACT YTD-PERIOD-NET FROM YTD-NET
                 SUBTRACT YTD-PERIOD-LOCAL-TAX FROM YTD-LOCAL-TAX
                 SUBTRACT YTD-PERIOD-ER-MATCH FROM YTD-ER-MATCH
                 SUBTRACT YTD-PERIOD-ER-TAX FROM YTD-ER-TAX
                 SUBTRACT YTD-PERIOD-SS-WAGES FROM YTD-SS-WAGES
                 SUBTRACT YTD-PERIOD-MEDICARE-WAGES
                     FROM YTD-MEDICARE-WAGES
                 SUBTRACT YTD-PERIOD-SS-TAX FROM YTD-SS-TAX
                 SUBTRACT YTD-PERIOD-MEDICARE-TAX FROM YTD-MEDICARE-TAX
                 SUBTRACT YTD-PERIOD-ER-SS-TAX FROM YTD-ER-SS-TAX
                 SUBTRACT YTD-PERIOD-ER-MEDICARE-TAX
                     FROM YTD-ER-MEDICARE-TAX
              END-IF
              IF NOT YTD-RECORD-FOUND
                 OR YTD-LAST-PERIOD-ID NOT = WS-PAY-PERIOD-ID
                 OR NOT ADJ-EMP-PAID-IN-RUN
                 PERFORM CLEAR-YTD-PERIOD-AMOUNTS
              END-IF
              ADD WS-GROSS-PAY TO YTD-GROSS
              ADD WS-TAX-AMOUNT TO YTD-TAX
              ADD WS-NET-PAY TO YTD-NET
              ADD WS-STATE-TAX-AMOUNT TO YTD-STATE-TAX
              ADD WS-LOCAL-TAX-AMOUNT TO YTD-LOCAL-TAX
              ADD WS-GROSS-PAY TO YTD-PERIOD-GROSS
              ADD WS-TAX-AMOUNT TO YTD-PERIOD-TAX
              ADD WS-NET-PAY TO YTD-PERIOD-NET
              ADD WS-STATE-TAX-AMOUNT TO YTD-PERIOD-STATE-TAX
              ADD WS-LOCAL-TAX-AMOUNT TO YTD-PERIOD-LOCAL-TAX
              ADD WS-ER-MATCH-AMOUNT TO YTD-ER-MATCH
              ADD WS-ER-TAX-AMOUNT TO YTD-ER-TAX
              ADD WS-ER-MATCH-AMOUNT TO YTD-PERIOD-ER-MATCH
              ADD WS-ER-TAX-AMOUNT TO YTD-PERIOD-ER-TAX
              ADD WS-SS-WAGES TO YTD-SS-WAGES
              ADD WS-MEDICARE-WAGES TO YTD-MEDICARE-WAGES
              ADD WS-SS-TAX-AMOUNT TO YTD-SS-TAX
              ADD WS-MEDICARE-TAX-AMOUNT TO YTD-MEDICARE-TAX
              ADD WS-ER-SS-TAX-AMOUNT TO YTD-ER-SS-TAX
              ADD WS-ER-MEDICARE-TAX-AMOUNT TO YTD-ER-MEDICARE-TAX
              ADD WS-SS-WAGES TO YTD-PERIOD-SS-WAGES
              ADD WS-MEDICARE-WAGES TO YTD-PERIOD-MEDICARE-WAGES
              ADD WS-SS-TAX-AMOUNT TO YTD-PERIOD-SS-TAX
              ADD WS-MEDICARE-TAX-AMOUNT TO YTD-PERIOD-MEDICARE-TAX
              ADD WS-ER-SS-TAX-AMOUNT TO YTD-PERIOD-ER-SS-TAX
              ADD WS-ER-MEDICARE-TAX-AMOUNT
                  TO YTD-PERIOD-ER-MEDICARE-TAX
              MOVE WS-PAY-PERIOD-ID TO YTD-LAST-PERIOD-ID
              MOVE WS-ADJ-REC-SEQ TO YTD-LAST-ADJ-SEQ

              IF PREVIEW-RUN
                 PERFORM SAVE-PREVIEW-YTD
              ELSE
                 IF YTD-RECORD-FOUND
                    REWRITE YTD-RECORD
                 ELSE
                    WRITE YTD-RECORD
                 END-IF
              END-IF
           END-IF

           ADD YTD-GROSS TO WS-YTD-TOTAL-GROSS
           ADD YTD-TAX TO WS-YTD-TOTAL-TAX
           ADD YTD-NET TO WS-YTD-TOTAL-NET.

       CLEAR-YTD-PERIOD-AMOUNTS.
           MOVE ZERO TO YTD-PERIOD-GROSS YTD-PERIOD-TAX YTD-PERIOD-NET
           MOVE ZERO TO YTD-PERIOD-STATE-TAX YTD-PERIOD-LOCAL-TAX
           MOVE ZERO TO YTD-PERIOD-ER-MATCH YTD-PERIOD-ER-TAX
           MOVE ZERO TO YTD-PERIOD-SS-WAGES YTD-PERIOD-MEDICARE-WAGES
               YTD-PERIOD-SS-TAX YTD-PERIOD-MEDICARE-TAX
               YTD-PERIOD-ER-SS-TAX YTD-PERIOD-ER-MEDICARE-TAX.
       
       CALCULATE-PAYROLL.
           PERFORM APPLY-DEDUCTIONS-WITH-ARREARS
           COMPUTE WS-TAXABLE-WAGES =
               WS-GROSS-PAY - WS-PRETAX-DEDUCTIONS
           COMPUTE WS-FICA-WAGES = WS-GROSS-PAY
               - DED-CURRENT-TAKEN(1) - DED-ARREARS-TAKEN(1)
           PERFORM COMPUTE-FEDERAL-TAX
           PERFORM COMPUTE-FICA-TAXES
           PERFORM COMPUTE-STATE-TAX
           PERFORM COMPUTE-LOCAL-TAX
           PERFORM APPLY-GARNISHMENTS
           PERFORM APPLY-LOAN-REPAYMENTS
           COMPUTE WS-NET-PAY =
               WS-GROSS-PAY - WS-TAX-AMOUNT - WS-STATE-TAX-AMOUNT
               - WS-LOCAL-TAX-AMOUNT - WS-SS-TAX-AMOUNT
               - WS-MEDICARE-TAX-AMOUNT - WS-PRETAX-DEDUCTIONS
               - WS-GARNISH-TOTAL - WS-LOAN-TOTAL

           ADD WS-GROSS-PAY TO WS-TOTAL-PAYROLL
           ADD WS-TAX-AMOUNT TO WS-TOTAL-TAX
           ADD WS-STATE-TAX-AMOUNT TO WS-TOTAL-STATE-TAX
           ADD WS-LOCAL-TAX-AMOUNT TO WS-TOTAL-LOCAL-TAX
           ADD WS-SS-TAX-AMOUNT TO WS-TOTAL-SS-TAX
           ADD WS-MEDICARE-TAX-AMOUNT TO WS-TOTAL-MEDICARE-TAX
           ADD WS-GARNISH-TOTAL TO WS-TOTAL-GARNISH
           ADD WS-LOAN-TOTAL TO WS-TOTAL-LOAN-REPAY
           ADD WS-NET-PAY TO WS-NET-PAYROLL
           PERFORM COMPUTE-EMPLOYER-AMOUNTS
           ADD WS-ER-MATCH-AMOUNT TO WS-TOTAL-ER-MATCH
           ADD WS-ER-TAX-AMOUNT TO WS-TOTAL-ER-TAX
           ADD WS-ER-SS-TAX-AMOUNT TO WS-TOTAL-ER-SS-TAX
           ADD WS-ER-MEDICARE-TAX-AMOUNT TO WS-TOTAL-ER-MEDICARE-TAX
           COMPUTE WS-TOTAL-HEALTH = WS-TOTAL-HEALTH
               + DED-CURRENT-TAKEN(1) + DED-ARREARS-TAKEN(1)
           COMPUTE WS-TOTAL-401K = WS-TOTAL-401K
              MOVE WS-BRACKET-TAX-RESULT TO WS-TAX-AMOUNT
           END-IF.

       COMPUTE-FICA-TAXES.
           MOVE ZERO TO WS-SS-WAGES WS-MEDICARE-WAGES
           MOVE ZERO TO WS-SS-TAX-AMOUNT WS-MEDICARE-TAX-AMOUNT
               WS-ER-SS-TAX-AMOUNT WS-ER-MEDICARE-TAX-AMOUNT
           PERFORM LOAD-PRIOR-FICA-WAGES
           IF SS-RATE-FOUND
              IF WS-PRIOR-SS-WAGES < WS-SS-WAGE-BASE
                 COMPUTE WS-SS-WAGES =
                     WS-SS-WAGE-BASE - WS-PRIOR-SS-WAGES
                 IF WS-SS-WAGES > WS-FICA-WAGES
                    MOVE WS-FICA-WAGES TO WS-SS-WAGES
                 END-IF
              END-IF
              COMPUTE WS-SS-TAX-AMOUNT =
                  WS-SS-WAGES * WS-SS-RATE / 100
              MOVE WS-SS-TAX-AMOUNT TO WS-ER-SS-TAX-AMOUNT
           ELSE
              MOVE 'SS' TO WS-TAX-JURISDICTION
              PERFORM WRITE-MISSING-RATE-EXCEPTION
           END-IF
           IF MEDICARE-RATE-FOUND
              MOVE WS-FICA-WAGES TO WS-MEDICARE-WAGES
              COMPUTE WS-MEDICARE-TAX-AMOUNT =
                  WS-MEDICARE-WAGES * WS-MEDICARE-RATE / 100
              MOVE WS-MEDICARE-TAX-AMOUNT TO WS-ER-MEDICARE-TAX-AMOUNT
              IF ADDL-MEDICARE-FOUND
                 PERFORM COMPUTE-ADDL-MEDICARE-TAX
              END-IF
           ELSE
              MOVE 'MED' TO WS-TAX-JURISDICTION
              PERFORM WRITE-MISSING-RATE-EXCEPTION
           END-IF.

       COMPUTE-ADDL-MEDICARE-TAX.
           MOVE ZERO TO WS-ADDL-MED-WAGES
           IF WS-PRIOR-MEDICARE-WAGES >= WS-ADDL-MED-THRESHOLD
              MOVE WS-MEDICARE-WAGES TO WS-ADDL-MED-WAGES
           ELSE
              IF WS-PRIOR-MEDICARE-WAGES + WS-MEDICARE-WAGES
                  > WS-ADDL-MED-THRESHOLD
                 COMPUTE WS-ADDL-MED-WAGES = WS-PRIOR-MEDICARE-WAGES
                     + WS-MEDICARE-WAGES - WS-ADDL-MED-THRESHOLD
              END-IF
           END-IF
           IF WS-ADDL-MED-WAGES > ZERO
              COMPUTE WS-MEDICARE-TAX-AMOUNT = WS-MEDICARE-TAX-AMOUNT
                  + (WS-ADDL-MED-WAGES * WS-ADDL-MED-RATE / 100)
           END-IF.

       LOAD-PRIOR-FICA-WAGES.
           MOVE ZERO TO WS-PRIOR-SS-WAGES WS-PRIOR-MEDICARE-WAGES
           MOVE 'N' TO WS-YTD-FOUND-SW
           MOVE EMP-ID TO YTD-EMP-ID
           PERFORM FIND-PREVIEW-YTD
           IF PREVIEW-YTD-FOUND
              MOVE 'Y' TO WS-YTD-FOUND-SW
           ELSE
              READ YTD-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE 'Y' TO WS-YTD-FOUND-SW
              END-READ
           END-IF
           IF YTD-RECORD-FOUND
              MOVE YTD-SS-WAGES TO WS-PRIOR-SS-WAGES
              MOVE YTD-MEDICARE-WAGES TO WS-PRIOR-MEDICARE-WAGES
              IF YTD-LAST-PERIOD-ID = WS-PAY-PERIOD-ID
                 AND NOT ADJ-EMP-PAID-IN-RUN
                 SUBTRACT YTD-PERIOD-SS-WAGES
                     FROM WS-PRIOR-SS-WAGES
                 SUBTRACT YTD-PERIOD-MEDICARE-WAGES
                     FROM WS-PRIOR-MEDICARE-WAGES
              END-IF
           END-IF.

       FIND-PREVIEW-YTD.
           MOVE 'N' TO WS-PYTD-FOUND-SW
           IF PREVIEW-RUN AND ADJUSTMENT-RUN
              PERFORM MATCH-ONE-PREVIEW-YTD
                  VARYING WS-PYTD-IDX FROM 1 BY 1
                  UNTIL WS-PYTD-IDX > WS-PYTD-COUNT
                  OR PREVIEW-YTD-FOUND
              IF PREVIEW-YTD-FOUND
                 MOVE PYTD-RECORD(WS-PYTD-HIT-IDX) TO YTD-RECORD
              END-IF
           END-IF.

       MATCH-ONE-PREVIEW-YTD.
           IF PYTD-EMP-ID(WS-PYTD-IDX) = YTD-EMP-ID
              MOVE 'Y' TO WS-PYTD-FOUND-SW
              MOVE WS-PYTD-IDX TO WS-PYTD-HIT-IDX
           END-IF.

       SAVE-PREVIEW-YTD.
           IF ADJUSTMENT-RUN
              MOVE 'N' TO WS-PYTD-FOUND-SW
              PERFORM MATCH-ONE-PREVIEW-YTD
                  VARYING WS-PYTD-IDX FROM 1 BY 1
                  UNTIL WS-PYTD-IDX > WS-PYTD-COUNT
                  OR PREVIEW-YTD-FOUND
              IF NOT PREVIEW-YTD-FOUND
                 IF WS-PYTD-COUNT < 5000
                    ADD 1 TO WS-PYTD-COUNT
                    MOVE WS-PYTD-COUNT TO WS-PYTD-HIT-IDX
                    MOVE YTD-EMP-ID TO PYTD-EMP-ID(WS-PYTD-HIT-IDX)
                    MOVE 'Y' TO WS-PYTD-FOUND-SW
                 ELSE
                    MOVE 'DRAFT YTD TABLE FULL - YTD NOT CARRIED'
                        TO WS-NEW-REASON
                    PERFORM WRITE-ADJUSTMENT-EXCEPTION
                 END-IF
              END-IF
              IF PREVIEW-YTD-FOUND
                 MOVE YTD-RECORD TO PYTD-RECORD(WS-PYTD-HIT-IDX)
              END-IF
           END-IF.

       SELECT-FICA-RATES.
           MOVE 'N' TO WS-SS-RATE-SW
           MOVE 'N' TO WS-MEDICARE-RATE-SW
           MOVE 'N' TO WS-ADDL-MEDICARE-SW
           MOVE 'SS' TO WS-TAX-JURISDICTION
           PERFORM SELECT-TAX-BRACKETS
           IF WS-ACTIVE-BRACKET-COUNT > ZERO
              MOVE 'Y' TO WS-SS-RATE-SW
              MOVE WS-ACTIVE-UPPER-LIMIT(1) TO WS-SS-WAGE-BASE
              MOVE WS-ACTIVE-RATE(1) TO WS-SS-RATE
           END-IF
           MOVE 'MED' TO WS-TAX-JURISDICTION
           PERFORM SELECT-TAX-BRACKETS
           IF WS-ACTIVE-BRACKET-COUNT > ZERO
              MOVE 'Y' TO WS-MEDICARE-RATE-SW
              MOVE WS-ACTIVE-RATE(1) TO WS-MEDICARE-RATE
           END-IF
           MOVE 'AMED' TO WS-TAX-JURISDICTION
           PERFORM SELECT-TAX-BRACKETS
           IF WS-ACTIVE-BRACKET-COUNT > ZERO
              MOVE 'Y' TO WS-ADDL-MEDICARE-SW
              MOVE WS-ACTIVE-UPPER-LIMIT(1) TO WS-ADDL-MED-THRESHOLD
              MOVE WS-ACTIVE-RATE(1) TO WS-ADDL-MED-RATE
           END-IF.

       COMPUTE-EMPLOYER-AMOUNTS.
           MOVE ZERO TO WS-ER-MATCH-AMOUNT
           MOVE ZERO TO WS-ER-TAX-AMOUNT
           IF EMP-ER-MATCH-PERCENT > ZERO
              COMPUTE WS-ER-MATCH-AMOUNT =
                  WS-GROSS-PAY * EMP-ER-MATCH-PERCENT / 100
           IF EMP-PAY-TYPE-HOURLY
              PERFORM COMPUTE-HOURLY-GROSS
           ELSE
              IF GROUP-PRIOR-SIDE
                 MOVE EMP-PRIOR-SALARY TO WS-GROSS-PAY
              ELSE
                 MOVE EMP-SALARY TO WS-GROSS-PAY
              END-IF
              IF CALENDAR-PERIOD-FOUND
                 AND (WS-GROUP-PAY-FROM > WS-PCAL-START-DATE
                      OR WS-GROUP-PAY-BEFORE NOT > WS-PCAL-END-DATE)
                 PERFORM PRORATE-GROUP-SALARY
              END-IF
           END-IF.

       PRORATE-GROUP-SALARY.
           MOVE WS-PCAL-START-DATE TO WS-DATE-FULL
           PERFORM COMPUTE-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO WS-GROUP-FROM-DAY
           MOVE WS-PCAL-END-DATE TO WS-DATE-FULL
           PERFORM COMPUTE-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO WS-GROUP-THRU-DAY
           IF WS-GROUP-FROM-DAY > ZERO
              AND WS-GROUP-THRU-DAY NOT < WS-GROUP-FROM-DAY
              COMPUTE WS-GROUP-PERIOD-DAYS =
                  WS-GROUP-THRU-DAY - WS-GROUP-FROM-DAY + 1
              IF WS-GROUP-PAY-FROM > WS-PCAL-START-DATE
                 MOVE WS-GROUP-PAY-FROM TO WS-DATE-FULL
                 PERFORM COMPUTE-DAY-NUMBER
                 MOVE WS-DAY-NUMBER TO WS-GROUP-FROM-DAY
              END-IF
              IF WS-GROUP-PAY-BEFORE NOT > WS-PCAL-END-DATE
                 MOVE WS-GROUP-PAY-BEFORE TO WS-DATE-FULL
                 PERFORM COMPUTE-DAY-NUMBER
                 COMPUTE WS-GROUP-THRU-DAY = WS-DAY-NUMBER - 1
              END-IF
              MOVE ZERO TO WS-GROUP-PAID-DAYS
              IF WS-GROUP-THRU-DAY NOT < WS-GROUP-FROM-DAY
                 COMPUTE WS-GROUP-PAID-DAYS =
                     WS-GROUP-THRU-DAY - WS-GROUP-FROM-DAY + 1
              END-IF
              COMPUTE WS-GROSS-PAY = WS-GROSS-PAY
                  * WS-GROUP-PAID-DAYS / WS-GROUP-PERIOD-DAYS
           END-IF.

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

       COMPUTE-HOURLY-GROSS.
           OPEN OUTPUT TIMECARD-TOTALS-FILE
           CLOSE TIMECARD-TOTALS-FILE
           OPEN I-O TIMECARD-TOTALS-FILE
           OPEN OUTPUT TIMECARD-LABOR-FILE
           CLOSE TIMECARD-LABOR-FILE
           OPEN I-O TIMECARD-LABOR-FILE
           MOVE 'N' TO WS-TIMECARD-EOF
           OPEN INPUT TIMECARD-FILE
           IF WS-TIMECARD-FILE-STATUS NOT = '00'
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-TC-EMP-FOUND-SW
                   PERFORM RESOLVE-PAY-GROUP-WINDOW
           END-READ

           EVALUATE TRUE
                   PERFORM WRITE-TIMECARD-EXCEPTION-LINE
               WHEN EMP-STATUS-TERMINATED
                   PERFORM WRITE-TIMECARD-EXCEPTION-LINE
               WHEN NOT PAY-GROUP-MEMBER
                   PERFORM WRITE-TIMECARD-EXCEPTION-LINE
               WHEN TC-EARN-CODE = 'REG' OR 'OT ' OR 'VAC'
                   OR 'SCK' OR 'HOL'
                   PERFORM CHECK-TIMECARD-DATE
                 OR TC-WORK-DATE > WS-PCAL-END-DATE
                 MOVE 'N' TO WS-TIMECARD-DATE-OK-SW
              END-IF
           END-IF
           IF TIMECARD-DATE-OK
              IF TC-WORK-DATE < WS-GROUP-PAY-FROM
                 OR TC-WORK-DATE NOT < WS-GROUP-PAY-BEFORE
                 MOVE 'G' TO WS-TIMECARD-DATE-OK-SW
              END-IF
           END-IF.

       POST-TIMECARD-HOURS.
              REWRITE TIMECARD-TOTALS-RECORD
           ELSE
              WRITE TIMECARD-TOTALS-RECORD
           END-IF
           PERFORM POST-TIMECARD-LABOR.

       POST-TIMECARD-LABOR.
           MOVE 'N' TO WS-TCL-FOUND-SW
           MOVE TC-COST-CENTER TO WS-LABOR-CC
           IF TC-COST-CENTER = SPACES
              MOVE EMP-DEPARTMENT TO WS-LABOR-CC
           END-IF
           MOVE TC-EMP-ID TO TCL-EMP-ID
           MOVE WS-LABOR-CC TO TCL-COST-CENTER
           MOVE TC-PROJECT TO TCL-PROJECT
           READ TIMECARD-LABOR-FILE
               INVALID KEY
                   MOVE ZERO TO TCL-HOURS TCL-WEIGHTED-HOURS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-TCL-FOUND-SW
           END-READ
           MOVE TC-EMP-ID TO TCL-EMP-ID
           MOVE WS-LABOR-CC TO TCL-COST-CENTER
           MOVE TC-PROJECT TO TCL-PROJECT
           ADD TC-HOURS TO TCL-HOURS
           IF TC-EARN-CODE = 'OT '
              COMPUTE TCL-WEIGHTED-HOURS =
                  TCL-WEIGHTED-HOURS + (TC-HOURS * 1.5)
           ELSE
              ADD TC-HOURS TO TCL-WEIGHTED-HOURS
           END-IF
           IF TCL-RECORD-FOUND
              REWRITE TIMECARD-LABOR-RECORD
           ELSE
              WRITE TIMECARD-LABOR-RECORD
           END-IF.

       WRITE-TIMECARD-EXCEPTION-LINE.
                       ' | REASON: TIMECARD FOR TERMINATED EMPLOYEE'
                           DELIMITED BY SIZE
                       INTO EXCEPTION-LINE
               WHEN NOT PAY-GROUP-MEMBER
                   STRING
                       'EMP-ID: ' DELIMITED BY SIZE,
                       TC-EMP-ID DELIMITED BY SIZE,
                       ' | TIMECARD ' DELIMITED BY SIZE,
                       TC-WORK-DATE DELIMITED BY SIZE,
                       ' ' DELIMITED BY SIZE,
                       TC-EARN-CODE DELIMITED BY SIZE,
                       ' | REASON: EMPLOYEE NOT IN PAY GROUP '
                           DELIMITED BY SIZE,
                       WS-PAY-GROUP DELIMITED BY SIZE
                       INTO EXCEPTION-LINE
               WHEN TIMECARD-OUTSIDE-GROUP
                   STRING
                       'EMP-ID: ' DELIMITED BY SIZE,
                       TC-EMP-ID DELIMITED BY SIZE,
                       ' | TIMECARD ' DELIMITED BY SIZE,
                       TC-WORK-DATE DELIMITED BY SIZE,
                       ' ' DELIMITED BY SIZE,
                       TC-EARN-CODE DELIMITED BY SIZE,
                       ' | REASON: WORK DATE PAID BY OTHER PAY GROUP,'
                           DELIMITED BY SIZE,
                       ' CHANGE DATE ' DELIMITED BY SIZE,
                       EMP-GROUP-CHANGE-DATE DELIMITED BY SIZE
                       INTO EXCEPTION-LINE
               WHEN NOT TIMECARD-DATE-OK
                   STRING
                       'EMP-ID: ' DELIMITED BY SIZE,
           END-EVALUATE
           WRITE EXCEPTION-LINE.

       LOAD-LABOR-ALLOCATIONS.
           MOVE ZERO TO WS-ALLOC-COUNT
           MOVE 'N' TO WS-ALLOC-EOF-SW
           OPEN INPUT LABOR-ALLOCATION-FILE
           IF WS-LABOR-ALLOC-STATUS = '00'
              PERFORM LOAD-ONE-LABOR-ALLOCATION
                  UNTIL ALLOC-EOF
              CLOSE LABOR-ALLOCATION-FILE
           END-IF.

       LOAD-ONE-LABOR-ALLOCATION.
           READ LABOR-ALLOCATION-FILE
               AT END
                   MOVE 'Y' TO WS-ALLOC-EOF-SW
               NOT AT END
                   IF WS-ALLOC-COUNT < 5000
                      ADD 1 TO WS-ALLOC-COUNT
                      MOVE LALC-EMP-ID
                          TO ALLOC-EMP-ID(WS-ALLOC-COUNT)
                      MOVE LALC-COST-CENTER
                          TO ALLOC-COST-CENTER(WS-ALLOC-COUNT)
                      MOVE LALC-PROJECT
                          TO ALLOC-PROJECT(WS-ALLOC-COUNT)
                      MOVE LALC-PERCENT
                          TO ALLOC-PERCENT(WS-ALLOC-COUNT)
                   END-IF
           END-READ.

       DISTRIBUTE-LABOR-COST.
           MOVE ZERO TO WS-LABOR-COUNT
           MOVE ZERO TO WS-LABOR-TOTAL-WEIGHT
           IF EMP-PAY-TYPE-HOURLY AND NOT ADJUSTMENT-RUN
              PERFORM LOAD-TIMECARD-LABOR-LINES
           ELSE
              PERFORM LOAD-ALLOCATION-LABOR-LINES
           END-IF
           IF WS-LABOR-TOTAL-WEIGHT = ZERO
              MOVE ZERO TO WS-LABOR-COUNT
              MOVE EMP-DEPARTMENT TO WS-LABOR-CC
              MOVE SPACES TO WS-LABOR-PROJECT
              MOVE ZERO TO WS-LABOR-HOURS
              MOVE 1 TO WS-LABOR-WEIGHT
              PERFORM ADD-LABOR-LINE
           END-IF
           MOVE 1 TO WS-LABOR-LARGEST-IDX
           PERFORM FIND-LARGEST-LABOR-LINE
               VARYING WS-LABOR-IDX FROM 2 BY 1
               UNTIL WS-LABOR-IDX > WS-LABOR-COUNT
           MOVE WS-GROSS-PAY TO WS-LABOR-SPREAD-AMOUNT(1)
           MOVE WS-ER-MATCH-AMOUNT TO WS-LABOR-SPREAD-AMOUNT(2)
           COMPUTE WS-LABOR-SPREAD-AMOUNT(3) = WS-ER-TAX-AMOUNT
               + WS-ER-SS-TAX-AMOUNT + WS-ER-MEDICARE-TAX-AMOUNT
           PERFORM SPREAD-ONE-LABOR-AMOUNT
               VARYING WS-LABOR-COL FROM 1 BY 1
               UNTIL WS-LABOR-COL > 3
           PERFORM WRITE-ONE-LABOR-LINE
               VARYING WS-LABOR-IDX FROM 1 BY 1
               UNTIL WS-LABOR-IDX > WS-LABOR-COUNT.

       LOAD-TIMECARD-LABOR-LINES.
           MOVE 'N' TO WS-LABOR-EOF-SW
           MOVE EMP-ID TO TCL-EMP-ID
           MOVE LOW-VALUES TO TCL-COST-CENTER
           MOVE LOW-VALUES TO TCL-PROJECT
           START TIMECARD-LABOR-FILE KEY NOT LESS THAN TCL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LABOR-EOF-SW
           END-START
           PERFORM READ-ONE-TIMECARD-LABOR
               UNTIL LABOR-SCAN-EOF.

       READ-ONE-TIMECARD-LABOR.
           READ TIMECARD-LABOR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LABOR-EOF-SW
           END-READ
           IF WS-TIMECARD-LABOR-STATUS NOT = '00'
              MOVE 'Y' TO WS-LABOR-EOF-SW
           END-IF
           IF NOT LABOR-SCAN-EOF
              IF TCL-EMP-ID NOT = EMP-ID
                 MOVE 'Y' TO WS-LABOR-EOF-SW
              ELSE
                 MOVE TCL-COST-CENTER TO WS-LABOR-CC
                 MOVE TCL-PROJECT TO WS-LABOR-PROJECT
                 MOVE TCL-HOURS TO WS-LABOR-HOURS
                 MOVE TCL-WEIGHTED-HOURS TO WS-LABOR-WEIGHT
                 PERFORM ADD-LABOR-LINE
              END-IF
           END-IF.

       LOAD-ALLOCATION-LABOR-LINES.
           MOVE ZERO TO WS-ALLOC-PERCENT-TOTAL
           PERFORM TAKE-ONE-LABOR-ALLOCATION
               VARYING WS-ALLOC-IDX FROM 1 BY 1
               UNTIL WS-ALLOC-IDX > WS-ALLOC-COUNT
           IF WS-ALLOC-PERCENT-TOTAL > ZERO
              AND WS-ALLOC-PERCENT-TOTAL < 100
              MOVE EMP-DEPARTMENT TO WS-LABOR-CC
              MOVE SPACES TO WS-LABOR-PROJECT
              MOVE ZERO TO WS-LABOR-HOURS
              COMPUTE WS-LABOR-WEIGHT = 100 - WS-ALLOC-PERCENT-TOTAL
              PERFORM ADD-LABOR-LINE
           END-IF.

       TAKE-ONE-LABOR-ALLOCATION.
           IF ALLOC-EMP-ID(WS-ALLOC-IDX) = EMP-ID
              AND ALLOC-PERCENT(WS-ALLOC-IDX) > ZERO
              MOVE ALLOC-COST-CENTER(WS-ALLOC-IDX) TO WS-LABOR-CC
              MOVE ALLOC-PROJECT(WS-ALLOC-IDX) TO WS-LABOR-PROJECT
              MOVE ZERO TO WS-LABOR-HOURS
              MOVE ALLOC-PERCENT(WS-ALLOC-IDX) TO WS-LABOR-WEIGHT
              ADD ALLOC-PERCENT(WS-ALLOC-IDX)
                  TO WS-ALLOC-PERCENT-TOTAL
              PERFORM ADD-LABOR-LINE
           END-IF.

       ADD-LABOR-LINE.
           IF WS-LABOR-CC = SPACES
              MOVE EMP-DEPARTMENT TO WS-LABOR-CC
           END-IF
           MOVE ZERO TO WS-LABOR-FOUND-IDX
           PERFORM MATCH-ONE-LABOR-LINE
               VARYING WS-LABOR-IDX FROM 1 BY 1
               UNTIL WS-LABOR-IDX > WS-LABOR-COUNT
               OR WS-LABOR-FOUND-IDX > ZERO
           IF WS-LABOR-FOUND-IDX = ZERO
              IF WS-LABOR-COUNT < 100
                 ADD 1 TO WS-LABOR-COUNT
                 MOVE WS-LABOR-CC TO LBL-COST-CENTER(WS-LABOR-COUNT)
                 MOVE WS-LABOR-PROJECT TO LBL-PROJECT(WS-LABOR-COUNT)
                 MOVE ZERO TO LBL-HOURS(WS-LABOR-COUNT)
                 MOVE ZERO TO LBL-WEIGHT(WS-LABOR-COUNT)
              END-IF
              MOVE WS-LABOR-COUNT TO WS-LABOR-FOUND-IDX
           END-IF
           ADD WS-LABOR-HOURS TO LBL-HOURS(WS-LABOR-FOUND-IDX)
           ADD WS-LABOR-WEIGHT TO LBL-WEIGHT(WS-LABOR-FOUND-IDX)
           ADD WS-LABOR-WEIGHT TO WS-LABOR-TOTAL-WEIGHT.

       MATCH-ONE-LABOR-LINE.
           IF LBL-COST-CENTER(WS-LABOR-IDX) = WS-LABOR-CC
              AND LBL-PROJECT(WS-LABOR-IDX) = WS-LABOR-PROJECT
              MOVE WS-LABOR-IDX TO WS-LABOR-FOUND-IDX
           END-IF.

       FIND-LARGEST-LABOR-LINE.
           IF LBL-WEIGHT(WS-LABOR-IDX)
               > LBL-WEIGHT(WS-LABOR-LARGEST-IDX)
              MOVE WS-LABOR-IDX TO WS-LABOR-LARGEST-IDX
           END-IF.

       SPREAD-ONE-LABOR-AMOUNT.
           MOVE ZERO TO WS-LABOR-SPREAD-SUM
           PERFORM SHARE-ONE-LABOR-LINE
               VARYING WS-LABOR-IDX FROM 1 BY 1
               UNTIL WS-LABOR-IDX > WS-LABOR-COUNT
           COMPUTE WS-LABOR-PENNIES =
               WS-LABOR-SPREAD-AMOUNT(WS-LABOR-COL)
               - WS-LABOR-SPREAD-SUM
           ADD WS-LABOR-PENNIES
               TO LBL-AMOUNT(WS-LABOR-LARGEST-IDX, WS-LABOR-COL).

       SHARE-ONE-LABOR-LINE.
           COMPUTE LBL-AMOUNT(WS-LABOR-IDX, WS-LABOR-COL) =
               WS-LABOR-SPREAD-AMOUNT(WS-LABOR-COL)
               * LBL-WEIGHT(WS-LABOR-IDX) / WS-LABOR-TOTAL-WEIGHT
           ADD LBL-AMOUNT(WS-LABOR-IDX, WS-LABOR-COL)
               TO WS-LABOR-SPREAD-SUM.

       WRITE-ONE-LABOR-LINE.
           IF LBL-HOURS(WS-LABOR-IDX) > ZERO
              OR LBL-AMOUNT(WS-LABOR-IDX, 1) > ZERO
              OR LBL-AMOUNT(WS-LABOR-IDX, 2) > ZERO
              OR LBL-AMOUNT(WS-LABOR-IDX, 3) > ZERO
              MOVE LBL-COST-CENTER(WS-LABOR-IDX) TO WS-LABOR-CC
              MOVE LBL-PROJECT(WS-LABOR-IDX) TO WS-LABOR-PROJECT
              MOVE LBL-HOURS(WS-LABOR-IDX) TO WS-LABOR-HOURS
              MOVE LBL-AMOUNT(WS-LABOR-IDX, 1) TO WS-LABOR-GROSS
              MOVE LBL-AMOUNT(WS-LABOR-IDX, 2) TO WS-LABOR-ER-MATCH
              MOVE LBL-AMOUNT(WS-LABOR-IDX, 3) TO WS-LABOR-ER-TAX
              MOVE SPACES TO LABOR-REPORT-LINE
              STRING
                  'EMP-ID: ' DELIMITED BY SIZE,
                  EMP-ID DELIMITED BY SIZE,
                  ' | COST CENTER: ' DELIMITED BY SIZE,
                  WS-LABOR-CC DELIMITED BY SIZE,
                  ' | PROJECT: ' DELIMITED BY SIZE,
                  WS-LABOR-PROJECT DELIMITED BY SIZE,
                  ' | HOURS: ' DELIMITED BY SIZE,
                  WS-LABOR-HOURS DELIMITED BY SIZE,
                  ' | GROSS: ' DELIMITED BY SIZE,
                  WS-LABOR-GROSS DELIMITED BY SIZE,
                  ' | ER MATCH: ' DELIMITED BY SIZE,
                  WS-LABOR-ER-MATCH DELIMITED BY SIZE,
                  ' | ER TAX: ' DELIMITED BY SIZE,
                  WS-LABOR-ER-TAX DELIMITED BY SIZE
                  INTO LABOR-REPORT-LINE
              WRITE LABOR-REPORT-LINE
              PERFORM ACCUMULATE-LABOR-LINE
           END-IF.

       ACCUMULATE-LABOR-LINE.
           ADD WS-LABOR-HOURS TO WS-LABOR-DIST-HOURS
           ADD WS-LABOR-GROSS TO WS-LABOR-DIST-GROSS
           ADD WS-LABOR-ER-MATCH TO WS-LABOR-DIST-ER-MATCH
           ADD WS-LABOR-ER-TAX TO WS-LABOR-DIST-ER-TAX

           MOVE ZERO TO WS-CCT-FOUND-IDX
           PERFORM MATCH-ONE-COST-CENTER
               VARYING WS-CCT-IDX FROM 1 BY 1
               UNTIL WS-CCT-IDX > WS-CCT-COUNT
               OR WS-CCT-FOUND-IDX > ZERO
           IF WS-CCT-FOUND-IDX = ZERO AND WS-CCT-COUNT < 500
              ADD 1 TO WS-CCT-COUNT
              MOVE WS-LABOR-CC TO CCT-NAME(WS-CCT-COUNT)
              MOVE ZERO TO CCT-GROSS(WS-CCT-COUNT)
              MOVE WS-CCT-COUNT TO WS-CCT-FOUND-IDX
           END-IF
           IF WS-CCT-FOUND-IDX = ZERO
              ADD WS-LABOR-GROSS TO WS-CC-OVERFLOW-GROSS
           ELSE
              ADD WS-LABOR-GROSS TO CCT-GROSS(WS-CCT-FOUND-IDX)
           END-IF

           MOVE ZERO TO WS-PRJ-FOUND-IDX
           PERFORM MATCH-ONE-PROJECT
               VARYING WS-PRJ-IDX FROM 1 BY 1
               UNTIL WS-PRJ-IDX > WS-PRJ-COUNT
               OR WS-PRJ-FOUND-IDX > ZERO
           IF WS-PRJ-FOUND-IDX = ZERO AND WS-PRJ-COUNT < 500
              ADD 1 TO WS-PRJ-COUNT
              MOVE WS-LABOR-PROJECT TO PRJ-NAME(WS-PRJ-COUNT)
              MOVE ZERO TO PRJ-HOURS(WS-PRJ-COUNT)
              MOVE ZERO TO PRJ-GROSS(WS-PRJ-COUNT)
              MOVE ZERO TO PRJ-ER-MATCH(WS-PRJ-COUNT)
              MOVE ZERO TO PRJ-ER-TAX(WS-PRJ-COUNT)
              MOVE WS-PRJ-COUNT TO WS-PRJ-FOUND-IDX
           END-IF
           IF WS-PRJ-FOUND-IDX = ZERO
              ADD WS-LABOR-HOURS TO WS-PRJ-OVERFLOW-HOURS
              ADD WS-LABOR-GROSS TO WS-PRJ-OVERFLOW-GROSS
              ADD WS-LABOR-ER-MATCH TO WS-PRJ-OVERFLOW-ER-MATCH
              ADD WS-LABOR-ER-TAX TO WS-PRJ-OVERFLOW-ER-TAX
           ELSE
              ADD WS-LABOR-HOURS TO PRJ-HOURS(WS-PRJ-FOUND-IDX)
              ADD WS-LABOR-GROSS TO PRJ-GROSS(WS-PRJ-FOUND-IDX)
              ADD WS-LABOR-ER-MATCH TO PRJ-ER-MATCH(WS-PRJ-FOUND-IDX)
              ADD WS-LABOR-ER-TAX TO PRJ-ER-TAX(WS-PRJ-FOUND-IDX)
           END-IF.

       MATCH-ONE-COST-CENTER.
           IF CCT-NAME(WS-CCT-IDX) = WS-LABOR-CC
              MOVE WS-CCT-IDX TO WS-CCT-FOUND-IDX
           END-IF.

       MATCH-ONE-PROJECT.
           IF PRJ-NAME(WS-PRJ-IDX) = WS-LABOR-PROJECT
              MOVE WS-PRJ-IDX TO WS-PRJ-FOUND-IDX
           END-IF.

       WRITE-LABOR-REPORT-HEADING.
           MOVE SPACES TO LABOR-REPORT-LINE
           STRING
               '===== LABOR DISTRIBUTION - PERIOD ' DELIMITED BY SIZE,
               WS-PAY-PERIOD-ID DELIMITED BY SIZE,
               ' =====' DELIMITED BY SIZE
               INTO LABOR-REPORT-LINE
           WRITE LABOR-REPORT-LINE
           IF PREVIEW-RUN
              MOVE SPACES TO LABOR-REPORT-LINE
              STRING
                  '*** DRAFT - PREVIEW ONLY - NOT RELEASED FOR'
                      DELIMITED BY SIZE,
                  ' PAYMENT ***' DELIMITED BY SIZE
                  INTO LABOR-REPORT-LINE
              WRITE LABOR-REPORT-LINE
           END-IF.

       WRITE-LABOR-SUMMARY.
           MOVE SPACES TO LABOR-REPORT-LINE
           WRITE LABOR-REPORT-LINE
           MOVE '----- Hours and Dollars by Project -----'
               TO LABOR-REPORT-LINE
           WRITE LABOR-REPORT-LINE
           PERFORM WRITE-ONE-PROJECT-TOTAL
               VARYING WS-PRJ-IDX FROM 1 BY 1
               UNTIL WS-PRJ-IDX > WS-PRJ-COUNT
           IF WS-PRJ-OVERFLOW-GROSS > ZERO
              OR WS-PRJ-OVERFLOW-HOURS > ZERO
              COMPUTE WS-LABOR-TOTAL-COST = WS-PRJ-OVERFLOW-GROSS
                  + WS-PRJ-OVERFLOW-ER-MATCH + WS-PRJ-OVERFLOW-ER-TAX
              MOVE SPACES TO LABOR-REPORT-LINE
              STRING
                  'PROJECT: OTHER PROJECTS | HOURS: ' DELIMITED BY SIZE,
                  WS-PRJ-OVERFLOW-HOURS DELIMITED BY SIZE,
                  ' | GROSS: ' DELIMITED BY SIZE,
                  WS-PRJ-OVERFLOW-GROSS DELIMITED BY SIZE,
                  ' | ER MATCH: ' DELIMITED BY SIZE,
                  WS-PRJ-OVERFLOW-ER-MATCH DELIMITED BY SIZE,
                  ' | ER TAX: ' DELIMITED BY SIZE,
                  WS-PRJ-OVERFLOW-ER-TAX DELIMITED BY SIZE,
                  ' | TOTAL COST: ' DELIMITED BY SIZE,
                  WS-LABOR-TOTAL-COST DELIMITED BY SIZE
                  INTO LABOR-REPORT-LINE
              WRITE LABOR-REPORT-LINE
           END-IF

           MOVE SPACES TO LABOR-REPORT-LINE
           WRITE LABOR-REPORT-LINE
           MOVE '----- Salary Expense by Cost Center -----'
               TO LABOR-REPORT-LINE
           WRITE LABOR-REPORT-LINE
           PERFORM WRITE-ONE-COST-CENTER-TOTAL
               VARYING WS-CCT-IDX FROM 1 BY 1
               UNTIL WS-CCT-IDX > WS-CCT-COUNT
           IF WS-CC-OVERFLOW-GROSS > ZERO
              MOVE SPACES TO LABOR-REPORT-LINE
              STRING
                  'COST CENTER: OTHER COST CENTERS   | GROSS: '
                      DELIMITED BY SIZE,
                  WS-CC-OVERFLOW-GROSS DELIMITED BY SIZE
                  INTO LABOR-REPORT-LINE
              WRITE LABOR-REPORT-LINE
           END-IF

           MOVE SPACES TO LABOR-REPORT-LINE
           WRITE LABOR-REPORT-LINE
           COMPUTE WS-LABOR-TOTAL-COST = WS-LABOR-DIST-GROSS
               + WS-LABOR-DIST-ER-MATCH + WS-LABOR-DIST-ER-TAX
           MOVE SPACES TO LABOR-REPORT-LINE
           STRING
               'Total Hours: ' DELIMITED BY SIZE,
               WS-LABOR-DIST-HOURS DELIMITED BY SIZE,
               ' | Distributed Gross: ' DELIMITED BY SIZE,
               WS-LABOR-DIST-GROSS DELIMITED BY SIZE,
               ' | ER Match: ' DELIMITED BY SIZE,
               WS-LABOR-DIST-ER-MATCH DELIMITED BY SIZE,
               ' | ER Tax: ' DELIMITED BY SIZE,
               WS-LABOR-DIST-ER-TAX DELIMITED BY SIZE,
               ' | Total Cost: ' DELIMITED BY SIZE,
               WS-LABOR-TOTAL-COST DELIMITED BY SIZE
               INTO LABOR-REPORT-LINE
           WRITE LABOR-REPORT-LINE
           MOVE SPACES TO LABOR-REPORT-LINE
           STRING
               'Total Payroll Gross: ' DELIMITED BY SIZE,
               WS-TOTAL-PAYROLL DELIMITED BY SIZE
               INTO LABOR-REPORT-LINE
           WRITE LABOR-REPORT-LINE.

       WRITE-ONE-PROJECT-TOTAL.
           MOVE PRJ-NAME(WS-PRJ-IDX) TO WS-LABOR-PROJECT-TEXT
           IF PRJ-NAME(WS-PRJ-IDX) = SPACES
              MOVE 'NO PROJECT' TO WS-LABOR-PROJECT-TEXT
           END-IF
           COMPUTE WS-LABOR-TOTAL-COST = PRJ-GROSS(WS-PRJ-IDX)
               + PRJ-ER-MATCH(WS-PRJ-IDX) + PRJ-ER-TAX(WS-PRJ-IDX)
           MOVE SPACES TO LABOR-REPORT-LINE
           STRING
               'PROJECT: ' DELIMITED BY SIZE,
               WS-LABOR-PROJECT-TEXT DELIMITED BY SIZE,
               ' | HOURS: ' DELIMITED BY SIZE,
               PRJ-HOURS(WS-PRJ-IDX) DELIMITED BY SIZE,
               ' | GROSS: ' DELIMITED BY SIZE,
               PRJ-GROSS(WS-PRJ-IDX) DELIMITED BY SIZE,
               ' | ER MATCH: ' DELIMITED BY SIZE,
               PRJ-ER-MATCH(WS-PRJ-IDX) DELIMITED BY SIZE,
               ' | ER TAX: ' DELIMITED BY SIZE,
               PRJ-ER-TAX(WS-PRJ-IDX) DELIMITED BY SIZE,
               ' | TOTAL COST: ' DELIMITED BY SIZE,
               WS-LABOR-TOTAL-COST DELIMITED BY SIZE
               INTO LABOR-REPORT-LINE
           WRITE LABOR-REPORT-LINE.

       WRITE-ONE-COST-CENTER-TOTAL.
           MOVE SPACES TO LABOR-REPORT-LINE
           STRING
               'COST CENTER: ' DELIMITED BY SIZE,
               CCT-NAME(WS-CCT-IDX) DELIMITED BY SIZE,
               ' | GROSS: ' DELIMITED BY SIZE,
               CCT-GROSS(WS-CCT-IDX) DELIMITED BY SIZE
               INTO LABOR-REPORT-LINE
           WRITE LABOR-REPORT-LINE.

       RECOMPUTE-LABOR-TOTALS.
           MOVE 'N' TO WS-SCAN-EOF-SW
           OPEN INPUT LABOR-REPORT-FILE
           IF WS-LABOR-REPORT-STATUS NOT = '00'
              MOVE 'Y' TO WS-SCAN-EOF-SW
           END-IF
           PERFORM SCAN-ONE-LABOR-LINE
               UNTIL SCAN-EOF
           IF WS-LABOR-REPORT-STATUS = '00' OR '10'
              CLOSE LABOR-REPORT-FILE
           END-IF.

       SCAN-ONE-LABOR-LINE.
           READ LABOR-REPORT-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-SW
               NOT AT END
                   IF LABOR-REPORT-LINE(1:8) = 'EMP-ID: '
                      MOVE LABOR-REPORT-LINE(30:20) TO WS-LABOR-CC
                      MOVE LABOR-REPORT-LINE(62:10)
                          TO WS-LABOR-PROJECT
                      MOVE LABOR-REPORT-LINE(82:7)
                          TO WS-LABOR-SCAN-HOURS-X
                      MOVE WS-LABOR-SCAN-HOURS TO WS-LABOR-HOURS
                      MOVE LABOR-REPORT-LINE(99:12)
                          TO WS-LABOR-SCAN-AMOUNT-X
                      MOVE WS-LABOR-SCAN-AMOUNT TO WS-LABOR-GROSS
                      MOVE LABOR-REPORT-LINE(124:12)
                          TO WS-LABOR-SCAN-AMOUNT-X
                      MOVE WS-LABOR-SCAN-AMOUNT TO WS-LABOR-ER-MATCH
                      MOVE LABOR-REPORT-LINE(147:12)
                          TO WS-LABOR-SCAN-AMOUNT-X
                      MOVE WS-LABOR-SCAN-AMOUNT TO WS-LABOR-ER-TAX
                      PERFORM ACCUMULATE-LABOR-LINE
                   END-IF
           END-READ.

       OPEN-ARREARS-FILE.
           OPEN I-O ARREARS-FILE
           IF ARREARS-STATUS-NOT-EXIST
              COMPUTE WS-DISPOSABLE-EARNINGS = WS-GROSS-PAY
                  - WS-PRETAX-DEDUCTIONS - WS-TAX-AMOUNT
                  - WS-STATE-TAX-AMOUNT - WS-LOCAL-TAX-AMOUNT
                  - WS-SS-TAX-AMOUNT - WS-MEDICARE-TAX-AMOUNT
              PERFORM TAKE-ONE-GARNISHMENT WS-GARN-COUNT TIMES
           END-IF.

               INTO GARNISH-REMIT-LINE
           WRITE GARNISH-REMIT-LINE.

       OPEN-LOAN-FILE.
           MOVE 'N' TO WS-LOAN-AVAILABLE-SW
           OPEN I-O LOAN-FILE
           IF LOAN-STATUS-OK
              MOVE 'Y' TO WS-LOAN-AVAILABLE-SW
           END-IF.

       APPLY-LOAN-REPAYMENTS.
           MOVE ZERO TO WS-LOAN-TOTAL
           MOVE ZERO TO WS-LOAN-COUNT
           IF LOAN-FILE-AVAILABLE
              PERFORM LOAD-EMPLOYEE-LOANS
           END-IF
           IF WS-LOAN-COUNT > ZERO
              COMPUTE WS-LOAN-NET-AVAILABLE = WS-GROSS-PAY
                  - WS-PRETAX-DEDUCTIONS - WS-TAX-AMOUNT
                  - WS-STATE-TAX-AMOUNT - WS-LOCAL-TAX-AMOUNT
                  - WS-SS-TAX-AMOUNT - WS-MEDICARE-TAX-AMOUNT
                  - WS-GARNISH-TOTAL
              PERFORM TAKE-ONE-LOAN-REPAYMENT
                  VARYING WS-LOAN-IDX FROM 1 BY 1
                  UNTIL WS-LOAN-IDX > WS-LOAN-COUNT
           END-IF.

       LOAD-EMPLOYEE-LOANS.
           MOVE 'N' TO WS-LOAN-EOF-SW
           MOVE EMP-ID TO LOAN-EMP-ID
           MOVE LOW-VALUES TO LOAN-NUMBER
           START LOAN-FILE KEY NOT LESS THAN LOAN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LOAN-EOF-SW
           END-START
           PERFORM LOAD-ONE-LOAN
               UNTIL LOAN-EOF.

       LOAD-ONE-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LOAN-EOF-SW
           END-READ
           IF NOT LOAN-EOF AND NOT LOAN-STATUS-OK
              MOVE 'Y' TO WS-LOAN-EOF-SW
           END-IF
           IF NOT LOAN-EOF
              IF LOAN-EMP-ID NOT = EMP-ID
                 MOVE 'Y' TO WS-LOAN-EOF-SW
              ELSE
                 IF LOAN-STATUS-ACTIVE
                    OR LOAN-LAST-PERIOD-ID = WS-PAY-PERIOD-ID
                    IF WS-LOAN-COUNT < 2
                       PERFORM ADD-LOAN-TO-TABLE
                    ELSE
                       MOVE LOAN-NUMBER TO WS-LOAN-EXCEPTION-NUMBER
                       MOVE 'MORE THAN 2 LOANS - NOT REPAID THIS RUN'
                           TO WS-NEW-REASON
                       PERFORM WRITE-LOAN-EXCEPTION
                    END-IF
                 END-IF
              END-IF
           END-IF.

       ADD-LOAN-TO-TABLE.
           ADD 1 TO WS-LOAN-COUNT
           MOVE LOAN-NUMBER TO LN-NUMBER(WS-LOAN-COUNT)
           MOVE LOAN-PERIOD-REPAYMENT
               TO LN-PERIOD-REPAYMENT(WS-LOAN-COUNT)
           IF LOAN-LAST-PERIOD-ID = WS-PAY-PERIOD-ID
              MOVE LOAN-PRIOR-BALANCE
                  TO LN-OPENING-BALANCE(WS-LOAN-COUNT)
           ELSE
              MOVE LOAN-BALANCE TO LN-OPENING-BALANCE(WS-LOAN-COUNT)
           END-IF
           MOVE ZERO TO LN-TAKEN(WS-LOAN-COUNT)
           MOVE LN-OPENING-BALANCE(WS-LOAN-COUNT)
               TO LN-NEW-BALANCE(WS-LOAN-COUNT).

       TAKE-ONE-LOAN-REPAYMENT.
           MOVE LN-PERIOD-REPAYMENT(WS-LOAN-IDX) TO WS-LOAN-WANTED
           IF WS-LOAN-WANTED > LN-OPENING-BALANCE(WS-LOAN-IDX)
              MOVE LN-OPENING-BALANCE(WS-LOAN-IDX) TO WS-LOAN-WANTED
           END-IF
           IF WS-LOAN-WANTED > WS-LOAN-NET-AVAILABLE
              MOVE WS-LOAN-NET-AVAILABLE TO WS-LOAN-WANTED
              MOVE LN-NUMBER(WS-LOAN-IDX) TO WS-LOAN-EXCEPTION-NUMBER
              MOVE 'REPAYMENT SHORT - NET PAY INSUFFICIENT'
                  TO WS-NEW-REASON
              PERFORM WRITE-LOAN-EXCEPTION
           END-IF
           MOVE WS-LOAN-WANTED TO LN-TAKEN(WS-LOAN-IDX)
           COMPUTE LN-NEW-BALANCE(WS-LOAN-IDX) =
               LN-OPENING-BALANCE(WS-LOAN-IDX) - WS-LOAN-WANTED
           SUBTRACT WS-LOAN-WANTED FROM WS-LOAN-NET-AVAILABLE
           ADD WS-LOAN-WANTED TO WS-LOAN-TOTAL.

       UPDATE-LOAN-MASTER.
           PERFORM UPDATE-ONE-LOAN
               VARYING WS-LOAN-IDX FROM 1 BY 1
               UNTIL WS-LOAN-IDX > WS-LOAN-COUNT.

       UPDATE-ONE-LOAN.
           MOVE EMP-ID TO LOAN-EMP-ID
           MOVE LN-NUMBER(WS-LOAN-IDX) TO LOAN-NUMBER
           READ LOAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LN-OPENING-BALANCE(WS-LOAN-IDX)
                       TO LOAN-PRIOR-BALANCE
                   MOVE LN-NEW-BALANCE(WS-LOAN-IDX) TO LOAN-BALANCE
                   MOVE WS-PAY-PERIOD-ID TO LOAN-LAST-PERIOD-ID
                   IF LN-NEW-BALANCE(WS-LOAN-IDX) = ZERO
                      MOVE 'P' TO LOAN-STATUS
                   ELSE
                      MOVE 'A' TO LOAN-STATUS
                   END-IF
                   REWRITE LOAN-RECORD
           END-READ.

       RESTORE-LOAN-BALANCES.
           IF WS-REV-LOAN-1-REPAY > ZERO
              MOVE WS-REV-LOAN-1-NUMBER TO WS-LOAN-RESTORE-NUMBER
              MOVE WS-REV-LOAN-1-REPAY TO WS-LOAN-RESTORE-AMOUNT
              PERFORM RESTORE-ONE-LOAN
           END-IF
           IF WS-REV-LOAN-2-REPAY > ZERO
              MOVE WS-REV-LOAN-2-NUMBER TO WS-LOAN-RESTORE-NUMBER
              MOVE WS-REV-LOAN-2-REPAY TO WS-LOAN-RESTORE-AMOUNT
              PERFORM RESTORE-ONE-LOAN
           END-IF.

       RESTORE-ONE-LOAN.
           MOVE 'N' TO WS-LOAN-FOUND-SW
           IF LOAN-FILE-AVAILABLE
              MOVE ADJ-EMP-ID TO LOAN-EMP-ID
              MOVE WS-LOAN-RESTORE-NUMBER TO LOAN-NUMBER
              READ LOAN-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE 'Y' TO WS-LOAN-FOUND-SW
                      ADD WS-LOAN-RESTORE-AMOUNT TO LOAN-BALANCE
                      MOVE 'A' TO LOAN-STATUS
                      REWRITE LOAN-RECORD
              END-READ
           END-IF
           IF NOT LOAN-RECORD-FOUND
              MOVE 'LOAN REPAYMENT REVERSED - LOAN NOT FOUND'
                  TO WS-NEW-REASON
              PERFORM WRITE-ADJUSTMENT-EXCEPTION
           END-IF.

       WRITE-LOAN-EXCEPTION.
           MOVE SPACES TO EXCEPTION-LINE
           STRING
               'EMP-ID: ' DELIMITED BY SIZE,
               EMP-ID DELIMITED BY SIZE,
               ' | NAME: ' DELIMITED BY SIZE,
               EMP-NAME DELIMITED BY SIZE,
               ' | REASON: 401K LOAN ' DELIMITED BY SIZE,
               WS-LOAN-EXCEPTION-NUMBER DELIMITED BY SPACE,
               ' ' DELIMITED BY SIZE,
               WS-NEW-REASON DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE.

       WRITE-RECORDKEEPER-HEADER.
           ACCEPT WS-CURRENT-DATE FROM DATE
           ACCEPT WS-CURRENT-TIME-RAW FROM TIME
           MOVE SPACES TO RK-HEADER-RECORD
           MOVE 'H' TO RKH-RECORD-TYPE
           MOVE WS-RK-PLAN-ID TO RKH-PLAN-ID
           MOVE WS-PAY-PERIOD-ID TO RKH-PERIOD-ID
           IF CALENDAR-PERIOD-FOUND
              MOVE WS-PCAL-CHECK-DATE TO RKH-CHECK-DATE
           END-IF
           MOVE WS-PAY-GROUP TO RKH-PAY-GROUP
           MOVE WS-RUN-TYPE-SW TO RKH-RUN-TYPE
           MOVE WS-CURRENT-DATE TO RKH-CREATION-DATE
           MOVE WS-CURRENT-TIME-RAW(1:4) TO RKH-CREATION-TIME
           MOVE WS-ACH-COMPANY-NAME TO RKH-SPONSOR-NAME
           WRITE RK-HEADER-RECORD.

       WRITE-RECORDKEEPER-DETAILS.
           COMPUTE WS-RK-DEFERRAL-AMOUNT =
               DED-CURRENT-TAKEN(2) + DED-ARREARS-TAKEN(2)
           IF EMP-PAY-TYPE-HOURLY AND NOT ADJUSTMENT-RUN
              COMPUTE WS-RK-PERIOD-HOURS = WS-REGULAR-HOURS
                  + WS-OVERTIME-HOURS + WS-OTHER-HOURS
           ELSE
              MOVE ZERO TO WS-RK-PERIOD-HOURS
           END-IF
           MOVE SPACES TO RK-DETAIL-RECORD
           MOVE 'D' TO RKD-RECORD-TYPE
           MOVE EMP-ID TO RKD-EMP-ID
           MOVE EMP-NAME TO RKD-EMP-NAME
           MOVE '+' TO RKD-AMOUNT-SIGN
           MOVE WS-GROSS-PAY TO RKD-PERIOD-PAY
           MOVE WS-RK-PERIOD-HOURS TO RKD-PERIOD-HOURS
           MOVE YTD-GROSS TO RKD-YTD-COMPENSATION
           IF WS-RK-DEFERRAL-AMOUNT > ZERO
              MOVE 'D' TO RKD-SOURCE
              MOVE SPACES TO RKD-LOAN-NUMBER
              MOVE WS-RK-DEFERRAL-AMOUNT TO RKD-AMOUNT
              PERFORM WRITE-ONE-RECORDKEEPER-DETAIL
           END-IF
           IF WS-ER-MATCH-AMOUNT > ZERO
              MOVE 'M' TO RKD-SOURCE
              MOVE SPACES TO RKD-LOAN-NUMBER
              MOVE WS-ER-MATCH-AMOUNT TO RKD-AMOUNT
              PERFORM WRITE-ONE-RECORDKEEPER-DETAIL
           END-IF
           PERFORM WRITE-RECORDKEEPER-LOAN-DETAIL
               VARYING WS-LOAN-IDX FROM 1 BY 1
               UNTIL WS-LOAN-IDX > WS-LOAN-COUNT.

       WRITE-RECORDKEEPER-LOAN-DETAIL.
           IF LN-TAKEN(WS-LOAN-IDX) > ZERO
              MOVE 'L' TO RKD-SOURCE
              MOVE LN-NUMBER(WS-LOAN-IDX) TO RKD-LOAN-NUMBER
              MOVE LN-TAKEN(WS-LOAN-IDX) TO RKD-AMOUNT
              PERFORM WRITE-ONE-RECORDKEEPER-DETAIL
           END-IF.

       WRITE-RECORDKEEPER-REVERSAL.
           MOVE SPACES TO RK-DETAIL-RECORD
           MOVE 'D' TO RKD-RECORD-TYPE
           MOVE ADJ-EMP-ID TO RKD-EMP-ID
           MOVE EMP-NAME TO RKD-EMP-NAME
           MOVE '-' TO RKD-AMOUNT-SIGN
           MOVE WS-REV-GROSS TO RKD-PERIOD-PAY
           MOVE WS-REV-HOURS TO RKD-PERIOD-HOURS
           MOVE YTD-GROSS TO RKD-YTD-COMPENSATION
           MOVE WS-REV-REF-PERIOD TO RKD-REF-PERIOD-ID
           IF WS-REV-401K > ZERO
              MOVE 'D' TO RKD-SOURCE
              MOVE SPACES TO RKD-LOAN-NUMBER
              MOVE WS-REV-401K TO RKD-AMOUNT
              PERFORM WRITE-ONE-RECORDKEEPER-DETAIL
           END-IF
           IF WS-REV-ER-MATCH > ZERO
              MOVE 'M' TO RKD-SOURCE
              MOVE SPACES TO RKD-LOAN-NUMBER
              MOVE WS-REV-ER-MATCH TO RKD-AMOUNT
              PERFORM WRITE-ONE-RECORDKEEPER-DETAIL
           END-IF
           IF WS-REV-LOAN-1-REPAY > ZERO
              MOVE 'L' TO RKD-SOURCE
              MOVE WS-REV-LOAN-1-NUMBER TO RKD-LOAN-NUMBER
              MOVE WS-REV-LOAN-1-REPAY TO RKD-AMOUNT
              PERFORM WRITE-ONE-RECORDKEEPER-DETAIL
           END-IF
           IF WS-REV-LOAN-2-REPAY > ZERO
              MOVE 'L' TO RKD-SOURCE
              MOVE WS-REV-LOAN-2-NUMBER TO RKD-LOAN-NUMBER
              MOVE WS-REV-LOAN-2-REPAY TO RKD-AMOUNT
              PERFORM WRITE-ONE-RECORDKEEPER-DETAIL
           END-IF.

       WRITE-ONE-RECORDKEEPER-DETAIL.
           WRITE RK-DETAIL-RECORD
           PERFORM ACCUMULATE-RECORDKEEPER-TOTALS.

       ACCUMULATE-RECORDKEEPER-TOTALS.
           IF RKD-AMOUNT-SIGN = '-'
              COMPUTE WS-RK-SIGNED-AMOUNT = ZERO - RKD-AMOUNT
           ELSE
              MOVE RKD-AMOUNT TO WS-RK-SIGNED-AMOUNT
           END-IF
           EVALUATE RKD-SOURCE
               WHEN 'D'
                   ADD WS-RK-SIGNED-AMOUNT TO WS-RK-DEFERRAL-TOTAL
               WHEN 'M'
                   ADD WS-RK-SIGNED-AMOUNT TO WS-RK-MATCH-TOTAL
               WHEN 'L'
                   ADD WS-RK-SIGNED-AMOUNT TO WS-RK-LOAN-TOTAL
           END-EVALUATE
           ADD WS-RK-SIGNED-AMOUNT TO WS-RK-GRAND-TOTAL
           ADD 1 TO WS-RK-DETAIL-COUNT
           MOVE RKD-EMP-ID TO WS-RK-HASH-EMP-ID
           ADD WS-RK-HASH-EMP-ID TO WS-RK-EMP-ID-HASH.

       RECOMPUTE-RECORDKEEPER-TOTALS.
           MOVE ZERO TO WS-RK-DETAIL-COUNT
           MOVE ZERO TO WS-RK-EMP-ID-HASH
           MOVE ZERO TO WS-RK-DEFERRAL-TOTAL
           MOVE ZERO TO WS-RK-MATCH-TOTAL
           MOVE ZERO TO WS-RK-LOAN-TOTAL
           MOVE ZERO TO WS-RK-GRAND-TOTAL
           MOVE 'N' TO WS-SCAN-EOF-SW
           OPEN INPUT RECORDKEEPER-FILE
           IF WS-RECORDKEEPER-STATUS NOT = '00'
              MOVE 'Y' TO WS-SCAN-EOF-SW
           END-IF
           PERFORM SCAN-ONE-RECORDKEEPER-RECORD
               UNTIL SCAN-EOF
           IF WS-RECORDKEEPER-STATUS = '00' OR '10'
              CLOSE RECORDKEEPER-FILE
           END-IF.

       SCAN-ONE-RECORDKEEPER-RECORD.
           READ RECORDKEEPER-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-SW
               NOT AT END
                   IF RKD-RECORD-TYPE = 'D'
                      PERFORM ACCUMULATE-RECORDKEEPER-TOTALS
                   END-IF
           END-READ.

       WRITE-RECORDKEEPER-TRAILER.
           MOVE SPACES TO RK-TRAILER-RECORD
           MOVE 'T' TO RKT-RECORD-TYPE
           MOVE WS-RK-DETAIL-COUNT TO RKT-DETAIL-COUNT
           MOVE WS-RK-EMP-ID-HASH TO RKT-EMP-ID-HASH
           MOVE '+' TO RKT-DEFERRAL-SIGN
           IF WS-RK-DEFERRAL-TOTAL < ZERO
              MOVE '-' TO RKT-DEFERRAL-SIGN
           END-IF
           MOVE WS-RK-DEFERRAL-TOTAL TO RKT-DEFERRAL-TOTAL
           MOVE '+' TO RKT-MATCH-SIGN
           IF WS-RK-MATCH-TOTAL < ZERO
              MOVE '-' TO RKT-MATCH-SIGN
           END-IF
           MOVE WS-RK-MATCH-TOTAL TO RKT-MATCH-TOTAL
           MOVE '+' TO RKT-LOAN-SIGN
           IF WS-RK-LOAN-TOTAL < ZERO
              MOVE '-' TO RKT-LOAN-SIGN
           END-IF
           MOVE WS-RK-LOAN-TOTAL TO RKT-LOAN-TOTAL
           MOVE '+' TO RKT-GRAND-SIGN
           IF WS-RK-GRAND-TOTAL < ZERO
              MOVE '-' TO RKT-GRAND-SIGN
           END-IF
           MOVE WS-RK-GRAND-TOTAL TO RKT-GRAND-TOTAL
           WRITE RK-TRAILER-RECORD.

       COMPUTE-STATE-TAX.
           MOVE ZERO TO WS-STATE-TAX-AMOUNT
           IF EMP-STATE-CODE NOT = SPACES
              PERFORM LOAD-ONE-TAX-RATE
                  UNTIL TAX-RATE-EOF
              CLOSE TAX-RATE-FILE
           END-IF
           PERFORM SELECT-FICA-RATES.

       LOAD-ONE-TAX-RATE.
           READ TAX-RATE-FILE
       WRITE-ACH-LINE.
           PERFORM LOOKUP-BANK-ACCOUNT
           EVALUATE TRUE
               WHEN DEPOSIT-HELD
                   PERFORM WRITE-HOLD-LIST-LINE
               WHEN DEPOSIT-TO-CHECK
                   PERFORM WRITE-CHECK-LIST-LINE
               WHEN BANK-RECORD-FOUND AND BANK-PRENOTE-ACTIVE
                   PERFORM WRITE-ACH-ENTRY
               WHEN BANK-RECORD-FOUND AND BANK-PRENOTE-PENDING
              REWRITE BANK-RECORD
           END-IF.

       WRITE-CHECK-LIST-LINE.
           ADD 1 TO WS-CHECK-COUNT
           MOVE WS-NEXT-CHECK-NUMBER TO WS-CHECK-NUMBER
           ADD 1 TO WS-NEXT-CHECK-NUMBER
           PERFORM SAVE-CHECK-CONTROL
           MOVE WS-NET-PAY TO WS-STUB-AMOUNT
           MOVE SPACES TO CHECK-LIST-LINE
           STRING
               'EMP-ID: ' DELIMITED BY SIZE,
               EMP-ID DELIMITED BY SIZE,
               ' | NAME: ' DELIMITED BY SIZE,
               EMP-NAME DELIMITED BY SIZE,
               ' | PAY BY CHECK: ' DELIMITED BY SIZE,
               WS-STUB-AMOUNT DELIMITED BY SIZE,
               ' | CHECK NO: ' DELIMITED BY SIZE,
               WS-CHECK-NUMBER DELIMITED BY SIZE
               INTO CHECK-LIST-LINE
           WRITE CHECK-LIST-LINE
           PERFORM WRITE-CHECK-REGISTER-RECORD
           PERFORM WRITE-POSPAY-ISSUE.

       CHECK-DEPOSIT-WATCH.
           MOVE 'N' TO WS-WATCH-RESULT-SW
           MOVE SPACES TO WS-WATCH-REASONS
           MOVE 1 TO WS-WATCH-PTR
           PERFORM LOOKUP-BANK-ACCOUNT
           IF BANK-RECORD-FOUND AND BANK-PRENOTE-ACTIVE
              AND WS-NET-PAY > ZERO
              PERFORM CHECK-RECENT-ACCOUNT-CHANGE
              PERFORM CHECK-SHARED-ACCOUNT
              IF EMP-STATUS-TERMINATED
                 MOVE 'EMPLOYEE IS TERMINATED' TO WS-WATCH-NEW-REASON
                 PERFORM APPEND-WATCH-REASON
              END-IF
              PERFORM CHECK-NET-AGAINST-HISTORY
              PERFORM CHECK-SAME-OPERATOR
              IF WS-WATCH-REASONS NOT = SPACES
                 PERFORM FLAG-WATCHED-DEPOSIT
              END-IF
           END-IF.

       CHECK-RECENT-ACCOUNT-CHANGE.
           MOVE ZERO TO WS-BCHG-FOUND-IDX
           PERFORM CHECK-ONE-BANK-CHANGE
               VARYING WS-BCHG-IDX FROM 1 BY 1
               UNTIL WS-BCHG-IDX > WS-BCHG-COUNT
           IF WS-BCHG-FOUND-IDX > ZERO
              MOVE SPACES TO WS-WATCH-NEW-REASON
              STRING
                  'ACCOUNT CHANGED ' DELIMITED BY SIZE,
                  BCHG-DATE(WS-BCHG-FOUND-IDX) DELIMITED BY SIZE,
                  ' BY ' DELIMITED BY SIZE,
                  BCHG-OPERATOR(WS-BCHG-FOUND-IDX) DELIMITED BY SPACE
                  INTO WS-WATCH-NEW-REASON
              PERFORM APPEND-WATCH-REASON
           END-IF.

       CHECK-ONE-BANK-CHANGE.
           IF BCHG-EMP-ID(WS-BCHG-IDX) = EMP-ID
              MOVE WS-BCHG-IDX TO WS-BCHG-FOUND-IDX
           END-IF.

       CHECK-SHARED-ACCOUNT.
           MOVE 'N' TO WS-WATCH-SHARED-SW
           PERFORM CHECK-ONE-SHARED-ACCOUNT
               VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               OR ACCOUNT-SHARED
           IF ACCOUNT-SHARED
              MOVE SPACES TO WS-WATCH-NEW-REASON
              STRING
                  'ACCOUNT SHARED WITH EMP-ID ' DELIMITED BY SIZE,
                  WS-WATCH-SHARED-EMP-ID DELIMITED BY SIZE
                  INTO WS-WATCH-NEW-REASON
              PERFORM APPEND-WATCH-REASON
           END-IF.

       CHECK-ONE-SHARED-ACCOUNT.
           IF ACCT-NUMBER(WS-ACCT-IDX) = BANK-ACCOUNT-NUMBER
              AND ACCT-ROUTING(WS-ACCT-IDX) = BANK-ROUTING-NUMBER
              AND ACCT-EMP-ID(WS-ACCT-IDX) NOT = EMP-ID
              MOVE 'Y' TO WS-WATCH-SHARED-SW
              MOVE ACCT-EMP-ID(WS-ACCT-IDX) TO WS-WATCH-SHARED-EMP-ID
           END-IF.

       CHECK-NET-AGAINST-HISTORY.
           MOVE ZERO TO WS-HIST-SEEN
           MOVE 'N' TO WS-HIST-EOF-SW
           MOVE EMP-ID TO PHIST-EMP-ID
           MOVE LOW-VALUES TO PHIST-PERIOD-ID
           START PAY-HISTORY-FILE KEY NOT LESS THAN PHIST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-EOF-SW
           END-START
           PERFORM READ-ONE-HISTORY-NET
               UNTIL HIST-SCAN-EOF
           IF WS-HIST-SEEN >= WS-WATCH-HISTORY-MINIMUM
              PERFORM AVERAGE-HISTORY-NET
              COMPUTE WS-HIST-LIMIT ROUNDED =
                  WS-HIST-AVERAGE * (100 + WS-WATCH-NET-PCT) / 100
              IF WS-NET-PAY > WS-HIST-LIMIT
                 MOVE WS-HIST-USED TO WS-HIST-USED-TEXT
                 MOVE SPACES TO WS-WATCH-NEW-REASON
                 STRING
                     'NET PAY ABOVE AVERAGE OF LAST ' DELIMITED BY SIZE,
                     WS-HIST-USED-TEXT DELIMITED BY SIZE,
                     ' PAYMENTS' DELIMITED BY SIZE
                     INTO WS-WATCH-NEW-REASON
                 PERFORM APPEND-WATCH-REASON
              END-IF
           END-IF.

       READ-ONE-HISTORY-NET.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-SW
           END-READ
           IF NOT PAY-HISTORY-OK
              MOVE 'Y' TO WS-HIST-EOF-SW
           END-IF
           IF NOT HIST-SCAN-EOF
              IF PHIST-EMP-ID NOT = EMP-ID
                 OR PHIST-PERIOD-ID NOT < WS-PAY-PERIOD-ID
                 MOVE 'Y' TO WS-HIST-EOF-SW
              ELSE
                 IF PHIST-TYPE-PAYMENT
                    AND NOT PHIST-TYPE-ADJ-PAYMENT
                    AND NOT PHIST-NET-HELD
                    PERFORM KEEP-HISTORY-NET
                 END-IF
              END-IF
           END-IF.

       KEEP-HISTORY-NET.
           DIVIDE WS-HIST-SEEN BY WS-WATCH-HISTORY-RUNS
               GIVING WS-HIST-QUOTIENT
               REMAINDER WS-HIST-SLOT
           ADD 1 TO WS-HIST-SLOT
           MOVE PHIST-NET TO WS-HIST-NET(WS-HIST-SLOT)
           ADD 1 TO WS-HIST-SEEN.

       AVERAGE-HISTORY-NET.
           IF WS-HIST-SEEN > WS-WATCH-HISTORY-RUNS
              MOVE WS-WATCH-HISTORY-RUNS TO WS-HIST-USED
           ELSE
              MOVE WS-HIST-SEEN TO WS-HIST-USED
           END-IF
           MOVE ZERO TO WS-HIST-TOTAL
           PERFORM ADD-ONE-HISTORY-NET
               VARYING WS-HIST-IDX FROM 1 BY 1
               UNTIL WS-HIST-IDX > WS-HIST-USED
           COMPUTE WS-HIST-AVERAGE ROUNDED =
               WS-HIST-TOTAL / WS-HIST-USED.

       ADD-ONE-HISTORY-NET.
           ADD WS-HIST-NET(WS-HIST-IDX) TO WS-HIST-TOTAL.

       CHECK-SAME-OPERATOR.
           MOVE 'N' TO WS-WATCH-SAME-OP-SW
           PERFORM CHECK-ONE-EMPLOYEE-CHANGE
               VARYING WS-ECHG-IDX FROM 1 BY 1
               UNTIL WS-ECHG-IDX > WS-ECHG-COUNT
               OR SAME-OPERATOR-FOUND
           IF SAME-OPERATOR-FOUND
              MOVE SPACES TO WS-WATCH-NEW-REASON
              STRING
                  'OPERATOR ' DELIMITED BY SIZE,
                  WS-WATCH-OPERATOR DELIMITED BY SPACE,
                  ' CHANGED EMPLOYEE AND ACCOUNT' DELIMITED BY SIZE
                  INTO WS-WATCH-NEW-REASON
              PERFORM APPEND-WATCH-REASON
           END-IF.

       CHECK-ONE-EMPLOYEE-CHANGE.
           IF ECHG-EMP-ID(WS-ECHG-IDX) = EMP-ID
              MOVE 'Y' TO WS-WATCH-SAME-OP-SW
              MOVE ECHG-OPERATOR(WS-ECHG-IDX) TO WS-WATCH-OPERATOR
           END-IF.

       APPEND-WATCH-REASON.
           IF WS-WATCH-PTR > 1
              STRING '; ' DELIMITED BY SIZE
                  INTO WS-WATCH-REASONS
                  WITH POINTER WS-WATCH-PTR
           END-IF
           STRING WS-WATCH-NEW-REASON DELIMITED BY '  '
               INTO WS-WATCH-REASONS
               WITH POINTER WS-WATCH-PTR.

       FLAG-WATCHED-DEPOSIT.
           IF WATCH-ACTION-HOLD
              MOVE 'H' TO WS-WATCH-RESULT-SW
              MOVE 'HELD' TO WS-WATCH-ACTION-TEXT
              ADD 1 TO WS-WATCH-HOLD-COUNT
              ADD WS-NET-PAY TO WS-TOTAL-HELD-NET
           ELSE
              MOVE 'C' TO WS-WATCH-RESULT-SW
              MOVE 'PAID BY CHECK' TO WS-WATCH-ACTION-TEXT
              ADD 1 TO WS-WATCH-CHECK-COUNT
           END-IF
           MOVE SPACES TO WATCH-REPORT-LINE
           STRING
               'EMP-ID: ' DELIMITED BY SIZE,
               EMP-ID DELIMITED BY SIZE,
               ' | ACTION: ' DELIMITED BY SIZE,
               WS-WATCH-ACTION-TEXT DELIMITED BY SIZE,
               ' | NET: ' DELIMITED BY SIZE,
               WS-NET-PAY DELIMITED BY SIZE,
               ' | NAME: ' DELIMITED BY SIZE,
               EMP-NAME DELIMITED BY SIZE,
               ' | REASONS: ' DELIMITED BY SIZE,
               WS-WATCH-REASONS DELIMITED BY SIZE
               INTO WATCH-REPORT-LINE
           WRITE WATCH-REPORT-LINE.

       WRITE-WATCH-REPORT-HEADING.
           MOVE SPACES TO WATCH-REPORT-LINE
           STRING
               '===== DIRECT DEPOSIT WATCH REPORT - PERIOD '
                   DELIMITED BY SIZE,
               WS-PAY-PERIOD-ID DELIMITED BY SIZE,
               ' =====' DELIMITED BY SIZE
               INTO WATCH-REPORT-LINE
           WRITE WATCH-REPORT-LINE
           IF PREVIEW-RUN
              MOVE SPACES TO WATCH-REPORT-LINE
              STRING
                  '*** DRAFT - PREVIEW ONLY - NOT RELEASED FOR'
                      DELIMITED BY SIZE,
                  ' PAYMENT ***' DELIMITED BY SIZE
                  INTO WATCH-REPORT-LINE
              WRITE WATCH-REPORT-LINE
           END-IF.

       WRITE-HOLD-LIST-HEADING.
           MOVE SPACES TO HOLD-LIST-LINE
           STRING
               '===== NET PAY HELD FOR ACCOUNT VERIFICATION - PERIOD '
                   DELIMITED BY SIZE,
               WS-PAY-PERIOD-ID DELIMITED BY SIZE,
               ' =====' DELIMITED BY SIZE
               INTO HOLD-LIST-LINE
           WRITE HOLD-LIST-LINE
           MOVE SPACES TO HOLD-LIST-LINE
           STRING
               'HR TO CONTACT EACH EMPLOYEE AND CONFIRM THE ACCOUNT'
                   DELIMITED BY SIZE,
               ' BEFORE THE HELD PAY IS RELEASED' DELIMITED BY SIZE
               INTO HOLD-LIST-LINE
           WRITE HOLD-LIST-LINE.

       WRITE-HOLD-LIST-LINE.
           MOVE WS-NET-PAY TO WS-WATCH-AMOUNT
           MOVE SPACES TO HOLD-LIST-LINE
           STRING
               'EMP-ID: ' DELIMITED BY SIZE,
               EMP-ID DELIMITED BY SIZE,
               ' | NAME: ' DELIMITED BY SIZE,
               EMP-NAME DELIMITED BY SIZE,
               ' | DEPARTMENT: ' DELIMITED BY SIZE,
               EMP-DEPARTMENT DELIMITED BY SIZE,
               ' | NET PAY HELD: ' DELIMITED BY SIZE,
               WS-WATCH-AMOUNT DELIMITED BY SIZE,
               ' | REASONS: ' DELIMITED BY SIZE,
               WS-WATCH-REASONS DELIMITED BY SIZE
               INTO HOLD-LIST-LINE
           WRITE HOLD-LIST-LINE.

       LOAD-WATCH-CONTROL.
           OPEN INPUT WATCH-CONTROL-FILE
           IF WS-WATCH-CONTROL-STATUS = '00'
              READ WATCH-CONTROL-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      PERFORM APPLY-WATCH-CONTROL
              END-READ
              CLOSE WATCH-CONTROL-FILE
           END-IF.

       APPLY-WATCH-CONTROL.
           IF WCTL-LOOKBACK-DAYS > ZERO
              MOVE WCTL-LOOKBACK-DAYS TO WS-WATCH-LOOKBACK-DAYS
           END-IF
           IF WCTL-NET-ABOVE-PCT > ZERO
              MOVE WCTL-NET-ABOVE-PCT TO WS-WATCH-NET-PCT
           END-IF
           IF WCTL-ACTION = 'C' OR 'H'
              MOVE WCTL-ACTION TO WS-WATCH-ACTION-SW
           END-IF.

       LOAD-ACCOUNT-TABLE.
           MOVE ZERO TO WS-ACCT-COUNT
           IF BANK-FILE-AVAILABLE
              MOVE 'N' TO WS-WATCH-EOF-SW
              MOVE ZERO TO BANK-EMP-ID
              START BANK-FILE KEY NOT LESS THAN BANK-EMP-ID
                  INVALID KEY
                      MOVE 'Y' TO WS-WATCH-EOF-SW
              END-START
              PERFORM LOAD-ONE-ACCOUNT
                  UNTIL WATCH-EOF
           END-IF.

       LOAD-ONE-ACCOUNT.
           READ BANK-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-WATCH-EOF-SW
               NOT AT END
                   IF WS-ACCT-COUNT < 50000
                      ADD 1 TO WS-ACCT-COUNT
                      MOVE BANK-EMP-ID TO ACCT-EMP-ID(WS-ACCT-COUNT)
                      MOVE BANK-ROUTING-NUMBER
                          TO ACCT-ROUTING(WS-ACCT-COUNT)
                      MOVE BANK-ACCOUNT-NUMBER
                          TO ACCT-NUMBER(WS-ACCT-COUNT)
                   END-IF
           END-READ.

       LOAD-BANK-CHANGES.
           MOVE ZERO TO WS-BCHG-COUNT
           IF CALENDAR-PERIOD-FOUND
              MOVE WS-PCAL-CHECK-DATE TO WS-WATCH-CHECK-DATE
           ELSE
              ACCEPT WS-CURRENT-DATE FROM DATE
              MOVE SPACES TO WS-WATCH-CHECK-DATE
              STRING '20' DELIMITED BY SIZE,
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  INTO WS-WATCH-CHECK-DATE
           END-IF
           MOVE WS-WATCH-CHECK-DATE TO WS-DATE-FULL
           PERFORM COMPUTE-DAY-NUMBER
           MOVE ZERO TO WS-WATCH-FROM-DAY
           IF WS-DAY-NUMBER > WS-WATCH-LOOKBACK-DAYS
              COMPUTE WS-WATCH-FROM-DAY =
                  WS-DAY-NUMBER - WS-WATCH-LOOKBACK-DAYS
           END-IF
           MOVE 'N' TO WS-WATCH-EOF-SW
           OPEN INPUT BANK-AUDIT-FILE
           IF WS-BANK-AUDIT-STATUS = '00'
              PERFORM LOAD-ONE-BANK-CHANGE
                  UNTIL WATCH-EOF
              CLOSE BANK-AUDIT-FILE
           END-IF.

       LOAD-ONE-BANK-CHANGE.
           READ BANK-AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-WATCH-EOF-SW
               NOT AT END
                   IF BANK-AUDIT-LINE(1:8) = 'EMP-ID: '
                      AND BANK-AUDIT-LINE(9:5) IS NUMERIC
                      AND (BANK-AUDIT-LINE(25:5) = 'ADDED'
                       OR BANK-AUDIT-LINE(25:7) = 'CHANGED')
                      AND BANK-AUDIT-LINE(25:14) NOT = 'CHANGED BY NOC'
                      AND BANK-AUDIT-LINE(111:9) = ' | DATE: '
                      AND BANK-AUDIT-LINE(120:8) IS NUMERIC
                      PERFORM TAKE-BANK-CHANGE
                   END-IF
           END-READ.

       TAKE-BANK-CHANGE.
           MOVE BANK-AUDIT-LINE(120:8) TO WS-DATE-FULL
           PERFORM COMPUTE-DAY-NUMBER
           IF WS-DAY-NUMBER >= WS-WATCH-FROM-DAY
              AND WS-BCHG-COUNT < 2000
              ADD 1 TO WS-BCHG-COUNT
              MOVE BANK-AUDIT-LINE(9:5) TO WS-WATCH-AUDIT-EMP-ID
              MOVE WS-WATCH-AUDIT-EMP-ID TO BCHG-EMP-ID(WS-BCHG-COUNT)
              MOVE BANK-AUDIT-LINE(58:10)
                  TO BCHG-OPERATOR(WS-BCHG-COUNT)
              MOVE BANK-AUDIT-LINE(120:8) TO BCHG-DATE(WS-BCHG-COUNT)
           END-IF.

       LOAD-EMPLOYEE-CHANGES.
           MOVE ZERO TO WS-ECHG-COUNT
           IF WS-BCHG-COUNT > ZERO
              MOVE 'N' TO WS-WATCH-EOF-SW
              OPEN INPUT EMP-AUDIT-FILE
              IF WS-EMP-AUDIT-STATUS = '00'
                 PERFORM LOAD-ONE-EMPLOYEE-CHANGE
                     UNTIL WATCH-EOF
                 CLOSE EMP-AUDIT-FILE
              END-IF
           END-IF.

       LOAD-ONE-EMPLOYEE-CHANGE.
           READ EMP-AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-WATCH-EOF-SW
               NOT AT END
                   IF EMP-AUDIT-LINE(1:8) = 'EMP-ID: '
                      AND EMP-AUDIT-LINE(9:5) IS NUMERIC
                      AND (EMP-AUDIT-LINE(25:20) = 'ADDED'
                       OR EMP-AUDIT-LINE(25:20) = 'CHANGED'
                       OR EMP-AUDIT-LINE(25:20) = 'TERMINATED')
                      AND EMP-AUDIT-LINE(58:10) NOT = SPACES
                      AND EMP-AUDIT-LINE(151:9) = ' | DATE: '
                      AND EMP-AUDIT-LINE(160:8) IS NUMERIC
                      PERFORM TAKE-EMPLOYEE-CHANGE
                   END-IF
           END-READ.

       TAKE-EMPLOYEE-CHANGE.
           MOVE EMP-AUDIT-LINE(160:8) TO WS-DATE-FULL
           PERFORM COMPUTE-DAY-NUMBER
           MOVE 'N' TO WS-WATCH-SAME-OP-SW
           IF WS-DAY-NUMBER >= WS-WATCH-FROM-DAY
              MOVE EMP-AUDIT-LINE(9:5) TO WS-WATCH-AUDIT-EMP-ID
              MOVE EMP-AUDIT-LINE(58:10) TO WS-WATCH-OPERATOR
              PERFORM MATCH-ONE-BANK-CHANGE-OPERATOR
                  VARYING WS-BCHG-IDX FROM 1 BY 1
                  UNTIL WS-BCHG-IDX > WS-BCHG-COUNT
                  OR SAME-OPERATOR-FOUND
           END-IF
           IF SAME-OPERATOR-FOUND AND WS-ECHG-COUNT < 2000
              ADD 1 TO WS-ECHG-COUNT
              MOVE WS-WATCH-AUDIT-EMP-ID TO ECHG-EMP-ID(WS-ECHG-COUNT)
              MOVE WS-WATCH-OPERATOR TO ECHG-OPERATOR(WS-ECHG-COUNT)
           END-IF.

       MATCH-ONE-BANK-CHANGE-OPERATOR.
           IF BCHG-EMP-ID(WS-BCHG-IDX) = WS-WATCH-AUDIT-EMP-ID
              AND BCHG-OPERATOR(WS-BCHG-IDX) = WS-WATCH-OPERATOR
              MOVE 'Y' TO WS-WATCH-SAME-OP-SW
           END-IF.

       RECOMPUTE-WATCH-TOTALS.
           MOVE ZERO TO WS-WATCH-CHECK-COUNT
           MOVE ZERO TO WS-WATCH-HOLD-COUNT
           MOVE ZERO TO WS-TOTAL-HELD-NET
           MOVE 'N' TO WS-SCAN-EOF-SW
           OPEN INPUT WATCH-REPORT-FILE
           IF WS-WATCH-REPORT-STATUS NOT = '00'
              MOVE 'Y' TO WS-SCAN-EOF-SW
           END-IF
           PERFORM SCAN-ONE-WATCH-LINE
               UNTIL SCAN-EOF
           IF WS-WATCH-REPORT-STATUS = '00' OR '10'
              CLOSE WATCH-REPORT-FILE
           END-IF.

       SCAN-ONE-WATCH-LINE.
           READ WATCH-REPORT-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-SW
               NOT AT END
                   IF WATCH-REPORT-LINE(1:8) = 'EMP-ID: '
                      EVALUATE WATCH-REPORT-LINE(25:14)
                          WHEN 'PAID BY CHECK'
                              ADD 1 TO WS-WATCH-CHECK-COUNT
                          WHEN 'HELD'
                              ADD 1 TO WS-WATCH-HOLD-COUNT
                              MOVE WATCH-REPORT-LINE(47:12)
                                  TO WS-WATCH-SCAN-AMOUNT-X
                              ADD WS-WATCH-SCAN-AMOUNT
                                  TO WS-TOTAL-HELD-NET
                          WHEN OTHER
                              CONTINUE
                      END-EVALUATE
                   END-IF
           END-READ.

       OPEN-CHECK-REGISTER.
           OPEN I-O CHECK-REGISTER-FILE
              OPEN OUTPUT CHECK-REGISTER-FILE
              CLOSE CHECK-REGISTER-FILE
              OPEN I-O CHECK-REGISTER-FILE
           END-IF
           IF NOT CHECK-REGISTER-OK
              DISPLAY 'PAYROLL-SYSTEM: check_register.dat OPEN FAILED'
                  ' STATUS ' WS-CHECK-REGISTER-STATUS
                  ' - RUN CHECKREG-CONVERT IF THE LAYOUT IS OLD'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       LOAD-CHECK-CONTROL.
           MOVE WS-NET-PAY TO CKR-AMOUNT
           MOVE 'I' TO CKR-STATUS
           MOVE ZERO TO CKR-REPLACES-CHECK
           MOVE SPACES TO CKR-PAID-DATE
           MOVE ZERO TO CKR-PAID-AMOUNT
           WRITE CHECK-REGISTER-RECORD
               INVALID KEY
                   REWRITE CHECK-REGISTER-RECORD
           END-IF
           MOVE WS-ACH-COMPANY-NAME TO ABH-COMPANY-NAME
           MOVE SPACES TO ABH-DISCRETIONARY-DATA
           IF WS-PAY-GROUP NOT = SPACES
              STRING 'PAY GROUP ' DELIMITED BY SIZE,
                  WS-PAY-GROUP DELIMITED BY SIZE
                  INTO ABH-DISCRETIONARY-DATA
           END-IF
           MOVE WS-ACH-COMPANY-ID TO ABH-COMPANY-ID
           MOVE 'PPD' TO ABH-SEC-CODE
           MOVE 'PAYROLL' TO ABH-ENTRY-DESCRIPTION
           MOVE WS-TAX-AMOUNT TO SNAP-TAX
           MOVE WS-NET-PAY TO SNAP-NET
           MOVE WS-PAY-PERIOD-ID TO SNAP-PERIOD-ID
           IF PREVIEW-RUN
              IF EMP-ID > ZERO
                 MOVE 'Y' TO WS-PREVIEW-PAID-SW(EMP-ID)
              END-IF
           ELSE
              IF SNAP-RECORD-FOUND
                 REWRITE SNAP-RECORD
              ELSE
                 WRITE SNAP-RECORD
              END-IF
           END-IF.

       CHECK-ONE-VARIANCE.
           IF NOT SNAP-STATUS-OK
              MOVE 'Y' TO WS-SNAP-EOF
           END-IF
           IF NOT SNAP-EOF AND PREVIEW-RUN AND SNAP-EMP-ID > ZERO
              AND WS-PREVIEW-PAID-SW(SNAP-EMP-ID) = 'Y'
              MOVE WS-PAY-PERIOD-ID TO SNAP-PERIOD-ID
           END-IF
           IF NOT SNAP-EOF
              AND SNAP-PERIOD-ID NOT = WS-PAY-PERIOD-ID
              MOVE SPACES TO VARIANCE-LINE
                      DELIMITED BY SIZE
                  INTO VARIANCE-LINE
              WRITE VARIANCE-LINE
              IF NOT PREVIEW-RUN
                 DELETE PRIOR-SNAPSHOT-FILE RECORD
              END-IF
           END-IF.

       REPORT-MISSING-DEPARTMENTS.
              MOVE GL-MAP-ACCOUNT(WS-GL-IDX) TO WS-GL-ACCOUNT
           END-IF.

       WRITE-GL-COST-CENTER-DEBITS.
           PERFORM WRITE-GL-COST-CENTER-DEBIT
               VARYING WS-CCT-IDX FROM 1 BY 1
               UNTIL WS-CCT-IDX > WS-CCT-COUNT
           IF WS-CC-OVERFLOW-GROSS > ZERO
              MOVE 'SALARY-EXPENSE' TO WS-GL-LOOKUP-KEY
              PERFORM FIND-GL-ACCOUNT
              MOVE 'D' TO WS-GL-ENTRY-TYPE
              MOVE WS-CC-OVERFLOW-GROSS TO WS-GL-AMOUNT
              MOVE 'SALARY EXPENSE OTHER COST CENTERS'
                  TO WS-GL-DESCRIPTION
              ADD WS-GL-AMOUNT TO WS-GL-DEBIT-TOTAL
              PERFORM WRITE-GL-JOURNAL-LINE
           END-IF.

       WRITE-GL-COST-CENTER-DEBIT.
           MOVE CCT-NAME(WS-CCT-IDX) TO WS-GL-LOOKUP-KEY
           PERFORM FIND-GL-ACCOUNT
           MOVE 'D' TO WS-GL-ENTRY-TYPE
           MOVE CCT-GROSS(WS-CCT-IDX) TO WS-GL-AMOUNT
           MOVE SPACES TO WS-GL-DESCRIPTION
           STRING
               'SALARY EXPENSE ' DELIMITED BY SIZE,
               CCT-NAME(WS-CCT-IDX) DELIMITED BY SIZE
               INTO WS-GL-DESCRIPTION
           ADD WS-GL-AMOUNT TO WS-GL-DEBIT-TOTAL
           PERFORM WRITE-GL-JOURNAL-LINE.
           ADD WS-GL-AMOUNT TO WS-GL-CREDIT-TOTAL
           PERFORM WRITE-GL-JOURNAL-LINE

           MOVE 'SS-TAX-PAYABLE' TO WS-GL-LOOKUP-KEY
           PERFORM FIND-GL-ACCOUNT
           MOVE 'C' TO WS-GL-ENTRY-TYPE
           MOVE WS-TOTAL-SS-TAX TO WS-GL-AMOUNT
           MOVE 'SOCIAL SECURITY WITHHELD PAYABLE'
               TO WS-GL-DESCRIPTION
           ADD WS-GL-AMOUNT TO WS-GL-CREDIT-TOTAL
           PERFORM WRITE-GL-JOURNAL-LINE

           MOVE 'MEDICARE-PAYABLE' TO WS-GL-LOOKUP-KEY
           PERFORM FIND-GL-ACCOUNT
           MOVE 'C' TO WS-GL-ENTRY-TYPE
           MOVE WS-TOTAL-MEDICARE-TAX TO WS-GL-AMOUNT
           MOVE 'MEDICARE WITHHELD PAYABLE' TO WS-GL-DESCRIPTION
           ADD WS-GL-AMOUNT TO WS-GL-CREDIT-TOTAL
           PERFORM WRITE-GL-JOURNAL-LINE

           MOVE '401K-PAYABLE' TO WS-GL-LOOKUP-KEY
           PERFORM FIND-GL-ACCOUNT
           MOVE 'C' TO WS-GL-ENTRY-TYPE
           ADD WS-GL-AMOUNT TO WS-GL-CREDIT-TOTAL
           PERFORM WRITE-GL-JOURNAL-LINE

           MOVE '401K-LOAN-PAYABLE' TO WS-GL-LOOKUP-KEY
           PERFORM FIND-GL-ACCOUNT
           MOVE 'C' TO WS-GL-ENTRY-TYPE
           MOVE WS-TOTAL-LOAN-REPAY TO WS-GL-AMOUNT
           MOVE '401K LOAN REPAYMENTS PAYABLE' TO WS-GL-DESCRIPTION
           ADD WS-GL-AMOUNT TO WS-GL-CREDIT-TOTAL
           PERFORM WRITE-GL-JOURNAL-LINE

           MOVE 'NET-PAY-CASH' TO WS-GL-LOOKUP-KEY
           PERFORM FIND-GL-ACCOUNT
           MOVE 'C' TO WS-GL-ENTRY-TYPE
           COMPUTE WS-GL-AMOUNT = WS-NET-PAYROLL - WS-TOTAL-HELD-NET
           MOVE 'NET PAY CASH' TO WS-GL-DESCRIPTION
           ADD WS-GL-AMOUNT TO WS-GL-CREDIT-TOTAL
           PERFORM WRITE-GL-JOURNAL-LINE

           MOVE 'NET-PAY-HELD' TO WS-GL-LOOKUP-KEY
           PERFORM FIND-GL-ACCOUNT
           MOVE 'C' TO WS-GL-ENTRY-TYPE
           MOVE WS-TOTAL-HELD-NET TO WS-GL-AMOUNT
           MOVE 'NET PAY HELD PENDING VERIFICATION'
               TO WS-GL-DESCRIPTION
           ADD WS-GL-AMOUNT TO WS-GL-CREDIT-TOTAL
           PERFORM WRITE-GL-JOURNAL-LINE

           MOVE '401K-MATCH-EXPENSE' TO WS-GL-LOOKUP-KEY
           PERFORM FIND-GL-ACCOUNT
           MOVE 'D' TO WS-GL-ENTRY-TYPE
           ADD WS-GL-AMOUNT TO WS-GL-CREDIT-TOTAL
           PERFORM WRITE-GL-JOURNAL-LINE

           MOVE 'ER-SS-EXPENSE' TO WS-GL-LOOKUP-KEY
           PERFORM FIND-GL-ACCOUNT
           MOVE 'D' TO WS-GL-ENTRY-TYPE
           MOVE WS-TOTAL-ER-SS-TAX TO WS-GL-AMOUNT
           MOVE 'EMPLOYER SOCIAL SECURITY EXPENSE'
               TO WS-GL-DESCRIPTION
           ADD WS-GL-AMOUNT TO WS-GL-DEBIT-TOTAL
           PERFORM WRITE-GL-JOURNAL-LINE

           MOVE 'ER-SS-PAYABLE' TO WS-GL-LOOKUP-KEY
           PERFORM FIND-GL-ACCOUNT
           MOVE 'C' TO WS-GL-ENTRY-TYPE
           MOVE WS-TOTAL-ER-SS-TAX TO WS-GL-AMOUNT
           MOVE 'EMPLOYER SOCIAL SECURITY PAYABLE'
               TO WS-GL-DESCRIPTION
           ADD WS-GL-AMOUNT TO WS-GL-CREDIT-TOTAL
           PERFORM WRITE-GL-JOURNAL-LINE

           MOVE 'ER-MEDICARE-EXPENSE' TO WS-GL-LOOKUP-KEY
           PERFORM FIND-GL-ACCOUNT
           MOVE 'D' TO WS-GL-ENTRY-TYPE
           MOVE WS-TOTAL-ER-MEDICARE-TAX TO WS-GL-AMOUNT
           MOVE 'EMPLOYER MEDICARE EXPENSE' TO WS-GL-DESCRIPTION
           ADD WS-GL-AMOUNT TO WS-GL-DEBIT-TOTAL
           PERFORM WRITE-GL-JOURNAL-LINE

           MOVE 'ER-MEDICARE-PAYABLE' TO WS-GL-LOOKUP-KEY
           PERFORM FIND-GL-ACCOUNT
           MOVE 'C' TO WS-GL-ENTRY-TYPE
           MOVE WS-TOTAL-ER-MEDICARE-TAX TO WS-GL-AMOUNT
           MOVE 'EMPLOYER MEDICARE PAYABLE' TO WS-GL-DESCRIPTION
           ADD WS-GL-AMOUNT TO WS-GL-CREDIT-TOTAL
           PERFORM WRITE-GL-JOURNAL-LINE

           MOVE SPACES TO GL-JOURNAL-LINE
           STRING
               WS-PAY-PERIOD-ID DELIMITED BY SIZE,
               ' | T | TOTAL DEBITS: ' DELIMITED BY SIZE,
               WS-GL-DEBIT-TOTAL DELIMITED BY SIZE,
               ' | TOTAL CREDITS: ' DELIMITED BY SIZE,
               WS-GL-CREDIT-TOTAL DELIMITED BY SIZE,
               ' | PAY GROUP: ' DELIMITED BY SIZE,
               WS-PAY-GROUP DELIMITED BY SIZE
               INTO GL-JOURNAL-LINE
           WRITE GL-JOURNAL-LINE.

           ADD WS-GL-AMOUNT TO WS-GL-REV-CREDIT-TOTAL
           PERFORM WRITE-GL-REVERSAL-LINE

           MOVE 'SS-TAX-PAYABLE' TO WS-GL-LOOKUP-KEY
           PERFORM FIND-GL-ACCOUNT
           MOVE 'C' TO WS-GL-ENTRY-TYPE
           MOVE WS-TOTAL-REV-SS-TAX TO WS-GL-AMOUNT
           MOVE 'SOCIAL SECURITY REVERSED' TO WS-GL-DESCRIPTION
           ADD WS-GL-AMOUNT TO WS-GL-REV-CREDIT-TOTAL
           PERFORM WRITE-GL-REVERSAL-LINE

           MOVE 'MEDICARE-PAYABLE' TO WS-GL-LOOKUP-KEY
           PERFORM FIND-GL-ACCOUNT
           MOVE 'C' TO WS-GL-ENTRY-TYPE
           MOVE WS-TOTAL-REV-MEDICARE-TAX TO WS-GL-AMOUNT
           MOVE 'MEDICARE REVERSED' TO WS-GL-DESCRIPTION
           ADD WS-GL-AMOUNT TO WS-GL-REV-CREDIT-TOTAL
           PERFORM WRITE-GL-REVERSAL-LINE

           MOVE 'GARNISH-PAYABLE' TO WS-GL-LOOKUP-KEY
           PERFORM FIND-GL-ACCOUNT
           MOVE 'C' TO WS-GL-ENTRY-TYPE
           ADD WS-GL-AMOUNT TO WS-GL-REV-CREDIT-TOTAL
           PERFORM WRITE-GL-REVERSAL-LINE

           MOVE '401K-LOAN-PAYABLE' TO WS-GL-LOOKUP-KEY
           PERFORM FIND-GL-ACCOUNT
           MOVE 'C' TO WS-GL-ENTRY-TYPE
           MOVE WS-TOTAL-REV-LOAN-REPAY TO WS-GL-AMOUNT
           MOVE '401K LOAN REPAYMENTS REVERSED' TO WS-GL-DESCRIPTION
           ADD WS-GL-AMOUNT TO WS-GL-REV-CREDIT-TOTAL
           PERFORM WRITE-GL-REVERSAL-LINE

           MOVE 'NET-PAY-CASH' TO WS-GL-LOOKUP-KEY
           PERFORM FIND-GL-ACCOUNT
           MOVE 'C' TO WS-GL-ENTRY-TYPE
           ADD WS-GL-AMOUNT TO WS-GL-REV-CREDIT-TOTAL
           PERFORM WRITE-GL-REVERSAL-LINE

           MOVE 'ER-SS-EXPENSE' TO WS-GL-LOOKUP-KEY
           PERFORM FIND-GL-ACCOUNT
           MOVE 'D' TO WS-GL-ENTRY-TYPE
           MOVE WS-TOTAL-REV-ER-SS-TAX TO WS-GL-AMOUNT
           MOVE 'EMPLOYER SOCIAL SECURITY REVERSED'
               TO WS-GL-DESCRIPTION
           ADD WS-GL-AMOUNT TO WS-GL-REV-DEBIT-TOTAL
           PERFORM WRITE-GL-REVERSAL-LINE

           MOVE 'ER-SS-PAYABLE' TO WS-GL-LOOKUP-KEY
           PERFORM FIND-GL-ACCOUNT
           MOVE 'C' TO WS-GL-ENTRY-TYPE
           MOVE WS-TOTAL-REV-ER-SS-TAX TO WS-GL-AMOUNT
           MOVE 'EMPLOYER SOC SEC PAYABLE REVERSED'
               TO WS-GL-DESCRIPTION
           ADD WS-GL-AMOUNT TO WS-GL-REV-CREDIT-TOTAL
           PERFORM WRITE-GL-REVERSAL-LINE

           MOVE 'ER-MEDICARE-EXPENSE' TO WS-GL-LOOKUP-KEY
           PERFORM FIND-GL-ACCOUNT
           MOVE 'D' TO WS-GL-ENTRY-TYPE
           MOVE WS-TOTAL-REV-ER-MED-TAX TO WS-GL-AMOUNT
           MOVE 'EMPLOYER MEDICARE REVERSED' TO WS-GL-DESCRIPTION
           ADD WS-GL-AMOUNT TO WS-GL-REV-DEBIT-TOTAL
           PERFORM WRITE-GL-REVERSAL-LINE

           MOVE 'ER-MEDICARE-PAYABLE' TO WS-GL-LOOKUP-KEY
           PERFORM FIND-GL-ACCOUNT
           MOVE 'C' TO WS-GL-ENTRY-TYPE
           MOVE WS-TOTAL-REV-ER-MED-TAX TO WS-GL-AMOUNT
           MOVE 'EMPLOYER MEDICARE PAYABLE REVERSED'
               TO WS-GL-DESCRIPTION
           ADD WS-GL-AMOUNT TO WS-GL-REV-CREDIT-TOTAL
           PERFORM WRITE-GL-REVERSAL-LINE

           MOVE SPACES TO GL-JOURNAL-LINE
           STRING
               WS-PAY-PERIOD-ID DELIMITED BY SIZE,
               INTO PAYSTUB-LINE
           WRITE PAYSTUB-LINE

           IF PREVIEW-RUN
              MOVE SPACES TO PAYSTUB-LINE
              STRING
                  '*** DRAFT - PREVIEW ONLY - NOT NEGOTIABLE ***'
                      DELIMITED BY SIZE
                  INTO PAYSTUB-LINE
              WRITE PAYSTUB-LINE
           END-IF

           MOVE SPACES TO PAYSTUB-LINE
           STRING
               'EMP-ID: ' DELIMITED BY SIZE,
               INTO PAYSTUB-LINE
           WRITE PAYSTUB-LINE

           MOVE WS-SS-TAX-AMOUNT TO WS-STUB-AMOUNT
           MOVE SPACES TO PAYSTUB-LINE
           STRING
               'SOCIAL SECURITY TAX:     ' DELIMITED BY SIZE,
               WS-STUB-AMOUNT DELIMITED BY SIZE
               INTO PAYSTUB-LINE
           WRITE PAYSTUB-LINE

           MOVE WS-MEDICARE-TAX-AMOUNT TO WS-STUB-AMOUNT
           MOVE SPACES TO PAYSTUB-LINE
           STRING
               'MEDICARE TAX:            ' DELIMITED BY SIZE,
               WS-STUB-AMOUNT DELIMITED BY SIZE
               INTO PAYSTUB-LINE
           WRITE PAYSTUB-LINE

           IF EMP-STATE-CODE NOT = SPACES
              MOVE WS-STATE-TAX-AMOUNT TO WS-STUB-AMOUNT
              MOVE SPACES TO PAYSTUB-LINE
                  UNTIL WS-GARN-IDX > WS-GARN-COUNT
           END-IF

           IF WS-LOAN-COUNT > ZERO
              MOVE WS-LOAN-TOTAL TO WS-STUB-AMOUNT
              MOVE SPACES TO PAYSTUB-LINE
              STRING
                  '401K LOAN REPAYMENTS:    ' DELIMITED BY SIZE,
                  WS-STUB-AMOUNT DELIMITED BY SIZE
                  INTO PAYSTUB-LINE
              WRITE PAYSTUB-LINE
              PERFORM WRITE-STUB-LOAN-LINE
                  VARYING WS-LOAN-IDX FROM 1 BY 1
                  UNTIL WS-LOAN-IDX > WS-LOAN-COUNT
           END-IF

           MOVE WS-NET-PAY TO WS-STUB-AMOUNT
           MOVE SPACES TO PAYSTUB-LINE
           STRING
               WS-STUB-AMOUNT DELIMITED BY SIZE
               INTO PAYSTUB-LINE
           WRITE PAYSTUB-LINE
           IF DEPOSIT-HELD
              MOVE SPACES TO PAYSTUB-LINE
              STRING
                  'NET PAY HELD PENDING ACCOUNT VERIFICATION -'
                      DELIMITED BY SIZE,
                  ' PAYROLL WILL CONTACT YOU' DELIMITED BY SIZE
                  INTO PAYSTUB-LINE
              WRITE PAYSTUB-LINE
           END-IF
           IF DEPOSIT-TO-CHECK
              MOVE SPACES TO PAYSTUB-LINE
              STRING
                  'DIRECT DEPOSIT SUSPENDED - NET PAY ISSUED BY CHECK'
                      DELIMITED BY SIZE
                  INTO PAYSTUB-LINE
              WRITE PAYSTUB-LINE
           END-IF

           IF LEAVE-RULES-AVAILABLE AND NOT ADJUSTMENT-RUN
              MOVE WS-VAC-BALANCE TO WS-STUB-HOURS
               INTO PAYSTUB-LINE
           WRITE PAYSTUB-LINE

           MOVE YTD-SS-TAX TO WS-STUB-YTD-AMOUNT
           MOVE SPACES TO PAYSTUB-LINE
           STRING
               'YTD SOCIAL SECURITY TAX: ' DELIMITED BY SIZE,
               WS-STUB-YTD-AMOUNT DELIMITED BY SIZE
               INTO PAYSTUB-LINE
           WRITE PAYSTUB-LINE

           MOVE YTD-MEDICARE-TAX TO WS-STUB-YTD-AMOUNT
           MOVE SPACES TO PAYSTUB-LINE
           STRING
               'YTD MEDICARE TAX:        ' DELIMITED BY SIZE,
               WS-STUB-YTD-AMOUNT DELIMITED BY SIZE
               INTO PAYSTUB-LINE
           WRITE PAYSTUB-LINE

           IF EMP-STATE-CODE NOT = SPACES
              MOVE YTD-STATE-TAX TO WS-STUB-YTD-AMOUNT
              MOVE SPACES TO PAYSTUB-LINE
              OPEN OUTPUT PAY-HISTORY-FILE
              CLOSE PAY-HISTORY-FILE
              OPEN I-O PAY-HISTORY-FILE
           END-IF
           IF NOT PAY-HISTORY-OK
              DISPLAY 'PAYROLL-SYSTEM: pay_history.dat OPEN FAILED'
                  ' STATUS ' WS-PAY-HISTORY-STATUS
                  ' - RUN PAYHIST-CONVERT IF THE LAYOUT IS OLD'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       WRITE-PAY-HISTORY.
           MOVE YTD-NET TO PHIST-YTD-NET
           MOVE WS-ER-MATCH-AMOUNT TO PHIST-ER-MATCH
           MOVE WS-ER-TAX-AMOUNT TO PHIST-ER-TAX
           IF ADJUSTMENT-RUN
              MOVE 'A' TO PHIST-RECORD-TYPE
           ELSE
              MOVE 'P' TO PHIST-RECORD-TYPE
           END-IF
           MOVE WS-SS-WAGES TO PHIST-SS-WAGES
           MOVE WS-SS-TAX-AMOUNT TO PHIST-SS-TAX
           MOVE WS-MEDICARE-WAGES TO PHIST-MEDICARE-WAGES
           MOVE WS-MEDICARE-TAX-AMOUNT TO PHIST-MEDICARE-TAX
           MOVE WS-ER-SS-TAX-AMOUNT TO PHIST-ER-SS-TAX
           MOVE WS-ER-MEDICARE-TAX-AMOUNT TO PHIST-ER-MEDICARE-TAX
           MOVE WS-LOAN-TOTAL TO PHIST-LOAN-REPAY-TOTAL
           MOVE SPACES TO PHIST-LOAN-1-NUMBER PHIST-LOAN-2-NUMBER
           MOVE ZERO TO PHIST-LOAN-1-REPAY PHIST-LOAN-2-REPAY
           IF WS-LOAN-COUNT > 0
              MOVE LN-NUMBER(1) TO PHIST-LOAN-1-NUMBER
              MOVE LN-TAKEN(1) TO PHIST-LOAN-1-REPAY
           END-IF
           IF WS-LOAN-COUNT > 1
              MOVE LN-NUMBER(2) TO PHIST-LOAN-2-NUMBER
              MOVE LN-TAKEN(2) TO PHIST-LOAN-2-REPAY
           END-IF
           MOVE SPACES TO PHIST-REF-PERIOD-ID
           IF LEAVE-RULES-AVAILABLE AND NOT ADJUSTMENT-RUN
              MOVE WS-VAC-BALANCE TO PHIST-VAC-BALANCE
              MOVE ZERO TO PHIST-VAC-BALANCE
              MOVE ZERO TO PHIST-SCK-BALANCE
           END-IF
           MOVE SPACE TO PHIST-DELIVERY-STATUS
           IF DEPOSIT-HELD
              MOVE 'H' TO PHIST-DELIVERY-STATUS
           END-IF
           MOVE SPACES TO PHIST-RETURN-CODE
           MOVE ZERO TO PHIST-REPLACEMENT-CHECK
           MOVE 'P' TO WS-PHIST-WRITE-TYPE
           MOVE PAY-HISTORY-RECORD TO WS-PHIST-SAVE
           WRITE PAY-HISTORY-RECORD
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN WS-PHIST-WRITE-TYPE = 'P' AND PHIST-TYPE-PAYMENT
                   AND ADJ-EMP-PAID-IN-RUN
                   PERFORM ADD-PAYMENT-TO-HISTORY
                   REWRITE PAY-HISTORY-RECORD
               WHEN (WS-PHIST-WRITE-TYPE = 'P' AND PHIST-TYPE-PAYMENT)
                   OR (WS-PHIST-WRITE-TYPE = 'R' AND PHIST-TYPE-REVERSAL
                       AND PHIST-REF-PERIOD-ID = WS-REV-REF-PERIOD)
                   MOVE WS-PHIST-SAVE TO PAY-HISTORY-RECORD
                   REWRITE PAY-HISTORY-RECORD
               WHEN OTHER
                   PERFORM WRITE-PHIST-COLLISION-EXCEPTION
           END-EVALUATE.

       ADD-PAYMENT-TO-HISTORY.
           ADD WS-GROSS-PAY TO PHIST-GROSS
           ADD WS-TAX-AMOUNT TO PHIST-TAX
           ADD WS-STATE-TAX-AMOUNT TO PHIST-STATE-TAX
           ADD WS-LOCAL-TAX-AMOUNT TO PHIST-LOCAL-TAX
           ADD DED-CURRENT-TAKEN(1) TO PHIST-HEALTH-TAKEN
           ADD DED-CURRENT-TAKEN(2) TO PHIST-401K-TAKEN
           ADD DED-CURRENT-TAKEN(3) TO PHIST-OTHER-TAKEN
           ADD WS-ARREARS-TAKEN-TOTAL TO PHIST-ARREARS-TAKEN
           ADD WS-GARNISH-TOTAL TO PHIST-GARNISH-TOTAL
           ADD WS-NET-PAY TO PHIST-NET
           ADD WS-ER-MATCH-AMOUNT TO PHIST-ER-MATCH
           ADD WS-ER-TAX-AMOUNT TO PHIST-ER-TAX
           ADD WS-SS-WAGES TO PHIST-SS-WAGES
           ADD WS-SS-TAX-AMOUNT TO PHIST-SS-TAX
           ADD WS-MEDICARE-WAGES TO PHIST-MEDICARE-WAGES
           ADD WS-MEDICARE-TAX-AMOUNT TO PHIST-MEDICARE-TAX
           ADD WS-ER-SS-TAX-AMOUNT TO PHIST-ER-SS-TAX
           ADD WS-ER-MEDICARE-TAX-AMOUNT TO PHIST-ER-MEDICARE-TAX
           MOVE YTD-GROSS TO PHIST-YTD-GROSS
           MOVE YTD-TAX TO PHIST-YTD-TAX
           MOVE YTD-STATE-TAX TO PHIST-YTD-STATE-TAX
           MOVE YTD-LOCAL-TAX TO PHIST-YTD-LOCAL-TAX
           MOVE YTD-NET TO PHIST-YTD-NET
           IF DEPOSIT-HELD
              MOVE 'H' TO PHIST-DELIVERY-STATUS
           END-IF.

       WRITE-PHIST-COLLISION-EXCEPTION.
              WRITE PAYSTUB-LINE
           END-IF.

       WRITE-STUB-LOAN-LINE.
           MOVE LN-TAKEN(WS-LOAN-IDX) TO WS-STUB-AMOUNT
           MOVE LN-NEW-BALANCE(WS-LOAN-IDX) TO WS-STUB-YTD-AMOUNT
           MOVE SPACES TO PAYSTUB-LINE
           STRING
               '  LOAN ' DELIMITED BY SIZE,
               LN-NUMBER(WS-LOAN-IDX) DELIMITED BY SIZE,
               ':        ' DELIMITED BY SIZE,
               WS-STUB-AMOUNT DELIMITED BY SIZE,
               '  BALANCE: ' DELIMITED BY SIZE,
               WS-STUB-YTD-AMOUNT DELIMITED BY SIZE
               INTO PAYSTUB-LINE
           WRITE PAYSTUB-LINE.

       WRITE-STUB-HOURLY-DETAIL.
           MOVE WS-REGULAR-HOURS TO WS-STUB-HOURS
           MOVE EMP-HOURLY-RATE TO WS-STUB-RATE
               '===== PAYROLL SUMMARY =====' DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           IF PREVIEW-RUN
              MOVE SPACES TO REPORT-LINE
              STRING
                  '*** DRAFT - PREVIEW ONLY - NOT RELEASED FOR'
                      DELIMITED BY SIZE,
                  ' PAYMENT ***' DELIMITED BY SIZE
                  INTO REPORT-LINE
              WRITE REPORT-LINE
           ELSE
              MOVE SPACES TO REPORT-LINE
              STRING
                  'Released By: ' DELIMITED BY SIZE,
                  WS-APPROVER-ID DELIMITED BY SIZE
                  INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING
               'Pay Group: ' DELIMITED BY SIZE,
               WS-PAY-GROUP DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           
           MOVE SPACES TO REPORT-LINE
           STRING 
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING
               'Total Social Security Tax: $' DELIMITED BY SIZE,
               WS-TOTAL-SS-TAX DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING
               'Total Medicare Tax: $' DELIMITED BY SIZE,
               WS-TOTAL-MEDICARE-TAX DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING
               'Total Garnishments: $' DELIMITED BY SIZE,
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING
               'Total 401K Loan Repayments: $' DELIMITED BY SIZE,
               WS-TOTAL-LOAN-REPAY DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING
               'Total Employer Match: $' DELIMITED BY SIZE,
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING
               'Total Employer Social Security: $' DELIMITED BY SIZE,
               WS-TOTAL-ER-SS-TAX DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING
               'Total Employer Medicare: $' DELIMITED BY SIZE,
               WS-TOTAL-ER-MEDICARE-TAX DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           IF ADJUSTMENT-RUN
              MOVE SPACES TO REPORT-LINE
              STRING
                  INTO REPORT-LINE
              WRITE REPORT-LINE

              MOVE SPACES TO REPORT-LINE
              STRING
                  'Total Reversed Social Security: $'
                      DELIMITED BY SIZE,
                  WS-TOTAL-REV-SS-TAX DELIMITED BY SIZE
                  INTO REPORT-LINE
              WRITE REPORT-LINE

              MOVE SPACES TO REPORT-LINE
              STRING
                  'Total Reversed Medicare: $' DELIMITED BY SIZE,
                  WS-TOTAL-REV-MEDICARE-TAX DELIMITED BY SIZE
                  INTO REPORT-LINE
              WRITE REPORT-LINE

              MOVE SPACES TO REPORT-LINE
              STRING
                  'Total Reversed Net: $' DELIMITED BY SIZE,
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING
               'Watched Deposits Paid by Check: ' DELIMITED BY SIZE,
               WS-WATCH-CHECK-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING
               'Watched Deposits Held: ' DELIMITED BY SIZE,
               WS-WATCH-HOLD-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING
               'Total Net Pay Held: $' DELIMITED BY SIZE,
               WS-TOTAL-HELD-NET DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING
               'Total YTD Gross Payroll: $' DELIMITED BY SIZE,
