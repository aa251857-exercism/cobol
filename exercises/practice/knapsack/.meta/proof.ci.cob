           05 CIR-CHECKOUT-DATE PIC 9(8).
           05 CIR-DUE-DATE      PIC 9(8).
           05 CIR-RETURN-DATE   PIC 9(8).
           05 CIR-OWNING-SCHOOL PIC 99.
           05 CIR-BORROWING-SCHOOL PIC 99.

      * layout must match CIRCULAR-BUFFER's HOLDQ-RECORD.
       FD  HOLD-QUEUE-FILE.
