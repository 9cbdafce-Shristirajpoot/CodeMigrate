           05 PCAL-END-DATE          PIC X(8).
           05 PCAL-CHECK-DATE        PIC X(8).
           05 PCAL-ACH-EFFECTIVE-DATE PIC X(8).
           05 PCAL-PAY-GROUP         PIC X(2).
