       01  dock-receipt-record.
           03  dck-date        PIC 9(8).
           03  FILLER          PIC X(2).
           03  dck-order-no    PIC 9(6).
           03  FILLER          PIC X(2).
           03  dck-crate       PIC X(3).
           03  FILLER          PIC X(2).
           03  dck-crew        PIC X(10).
           03  FILLER          PIC X(2).
           03  dck-elf-no      PIC 9(6).
           03  FILLER          PIC X(2).
           03  dck-qty         PIC 9(8).
