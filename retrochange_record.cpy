       01 RETRO-CHANGE-RECORD.
           05 RCHG-EMP-ID            PIC 9(5).
           05 RCHG-EFFECTIVE-DATE    PIC X(8).
           05 RCHG-PAY-TYPE          PIC X(1).
           05 RCHG-OLD-SALARY        PIC 9(10)V99.
           05 RCHG-NEW-SALARY        PIC 9(10)V99.
           05 RCHG-OLD-HOURLY-RATE   PIC 9(5)V99.
           05 RCHG-NEW-HOURLY-RATE   PIC 9(5)V99.
           05 RCHG-OPERATOR-ID       PIC X(10).
           05 RCHG-APPLIED-DATE      PIC X(8).
           05 RCHG-APPLIED-TIME      PIC X(8).
           05 RCHG-STATUS            PIC X(1).
               88 RCHG-STATUS-OPEN   VALUE 'O' SPACE.
               88 RCHG-STATUS-PRICED VALUE 'P'.
           05 RCHG-ADJ-PERIOD-ID     PIC X(10).
