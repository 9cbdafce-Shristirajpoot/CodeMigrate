               88 CKR-STATUS-ISSUED  VALUE 'I'.
               88 CKR-STATUS-VOID    VALUE 'V'.
               88 CKR-STATUS-REISSUED VALUE 'R'.
               88 CKR-STATUS-CLEARED VALUE 'C'.
               88 CKR-STATUS-STALE   VALUE 'S'.
           05 CKR-REPLACES-CHECK     PIC 9(8).
           05 CKR-PAID-DATE          PIC X(6).
           05 CKR-PAID-AMOUNT        PIC 9(10)V99.
