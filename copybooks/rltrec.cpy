       01  ration-lot-record.
           03  rlt-lot         PIC 9(8).
           03  rlt-category    PIC X(1).
           03  rlt-order-no    PIC 9(6).
           03  rlt-received    PIC 9(8).
           03  rlt-expiry      PIC 9(8).
           03  rlt-qty-received PIC 9(9).
           03  rlt-qty-left    PIC 9(9).
       01  ration-lot-control.
           03  rlc-key         PIC 9(8).
           03  rlc-last-lot    PIC 9(8).
           03  FILLER          PIC X(33).
