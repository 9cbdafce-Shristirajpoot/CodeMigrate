       01 RUN-CONTROL-RECORD.
           05 RC-PERIOD-ID           PIC X(10).
           05 RC-STATUS              PIC X(1).
               88 RC-STATUS-PREVIEWED VALUE 'P'.
               88 RC-STATUS-STARTED  VALUE 'S'.
               88 RC-STATUS-COMPLETED VALUE 'C'.
           05 RC-START-DATE          PIC X(6).
           05 RC-END-DATE            PIC X(6).
           05 RC-END-TIME            PIC X(8).
           05 RC-RECORD-COUNT        PIC 9(9).
           05 RC-PAY-GROUP           PIC X(2).
           05 RC-PREVIEW-SW          PIC X(1).
               88 RC-PREVIEW-PENDING VALUE 'Y'.
           05 RC-PREVIEW-RUN-TYPE    PIC X(1).
           05 RC-PREVIEW-DATE        PIC X(6).
           05 RC-PREVIEW-TIME        PIC X(8).
           05 RC-EMP-FP-COUNT        PIC 9(7).
           05 RC-EMP-FP-HASH         PIC 9(15).
           05 RC-TIMECARD-FP-COUNT   PIC 9(7).
           05 RC-TIMECARD-FP-HASH    PIC 9(15).
           05 RC-ADJUST-FP-COUNT     PIC 9(7).
           05 RC-ADJUST-FP-HASH      PIC 9(15).
           05 RC-APPROVER-ID         PIC X(10).
           05 RC-RELEASE-DATE        PIC X(6).
           05 RC-RELEASE-TIME        PIC X(8).
