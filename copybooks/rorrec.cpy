       01  reorder-flag-record.
           03  ror-category    PIC X(1).
           03  FILLER          PIC X(2).
           03  ror-name        PIC X(7).
           03  FILLER          PIC X(2).
           03  ror-on-hand     PIC -(9)9.
           03  FILLER          PIC X(2).
           03  ror-reorder-point PIC 9(9).
           03  FILLER          PIC X(2).
           03  ror-order-qty   PIC 9(8).
