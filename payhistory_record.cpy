           05 PHIST-ER-MATCH         PIC 9(10)V99.
           05 PHIST-ER-TAX           PIC 9(10)V99.
           05 PHIST-RECORD-TYPE      PIC X(1).
               88 PHIST-TYPE-PAYMENT VALUE 'P' 'A' SPACE.
               88 PHIST-TYPE-ADJ-PAYMENT VALUE 'A'.
               88 PHIST-TYPE-REVERSAL VALUE 'R'.
           05 PHIST-REF-PERIOD-ID    PIC X(10).
           05 PHIST-VAC-BALANCE      PIC 9(4)V99.
           05 PHIST-SCK-BALANCE      PIC 9(4)V99.
           05 PHIST-DELIVERY-STATUS  PIC X(1).
               88 PHIST-NET-DELIVERED VALUE 'D' SPACE.
               88 PHIST-NET-UNDELIVERED VALUE 'U'.
               88 PHIST-NET-HELD     VALUE 'H'.
           05 PHIST-RETURN-CODE      PIC X(3).
           05 PHIST-REPLACEMENT-CHECK PIC 9(8).
           05 PHIST-SS-WAGES         PIC 9(10)V99.
           05 PHIST-SS-TAX           PIC 9(10)V99.
           05 PHIST-MEDICARE-WAGES   PIC 9(10)V99.
           05 PHIST-MEDICARE-TAX     PIC 9(10)V99.
           05 PHIST-ER-SS-TAX        PIC 9(10)V99.
           05 PHIST-ER-MEDICARE-TAX  PIC 9(10)V99.
           05 PHIST-LOAN-REPAY-TOTAL PIC 9(10)V99.
           05 PHIST-LOAN-1-NUMBER    PIC X(10).
           05 PHIST-LOAN-1-REPAY     PIC 9(10)V99.
           05 PHIST-LOAN-2-NUMBER    PIC X(10).
           05 PHIST-LOAN-2-REPAY     PIC 9(10)V99.
