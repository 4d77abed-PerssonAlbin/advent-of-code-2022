       01  invoice-register-record.
           03  inv-key.
               05  inv-invoice-no  PIC X(10).
               05  inv-order-no    PIC 9(6).
           03  inv-supplier    PIC X(6).
           03  inv-qty         PIC 9(8).
           03  inv-amount      PIC 9(9)V99.
           03  inv-status      PIC X(1).
               88  inv-approved    VALUE "A".
               88  inv-held        VALUE "H".
           03  inv-reason      PIC X(20).
           03  inv-date        PIC 9(8).
