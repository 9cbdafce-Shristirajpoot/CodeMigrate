           05 YTD-ER-TAX             PIC 9(15)V99.
           05 YTD-PERIOD-ER-MATCH    PIC 9(15)V99.
           05 YTD-PERIOD-ER-TAX      PIC 9(15)V99.
           05 YTD-SS-WAGES           PIC 9(15)V99.
           05 YTD-MEDICARE-WAGES     PIC 9(15)V99.
           05 YTD-SS-TAX             PIC 9(15)V99.
           05 YTD-MEDICARE-TAX       PIC 9(15)V99.
           05 YTD-ER-SS-TAX          PIC 9(15)V99.
           05 YTD-ER-MEDICARE-TAX    PIC 9(15)V99.
           05 YTD-PERIOD-SS-WAGES    PIC 9(15)V99.
           05 YTD-PERIOD-MEDICARE-WAGES PIC 9(15)V99.
           05 YTD-PERIOD-SS-TAX      PIC 9(15)V99.
           05 YTD-PERIOD-MEDICARE-TAX PIC 9(15)V99.
           05 YTD-PERIOD-ER-SS-TAX   PIC 9(15)V99.
           05 YTD-PERIOD-ER-MEDICARE-TAX PIC 9(15)V99.
           05 YTD-LAST-ADJ-SEQ       PIC 9(7).
