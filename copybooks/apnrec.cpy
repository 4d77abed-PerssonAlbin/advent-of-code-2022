       01  attrib-pending-record.
           03  apn-id          PIC 9(6).
           03  apn-action      PIC X(1).
           03  apn-letter      PIC A(1).
           03  apn-weight      PIC 9(3)V99.
           03  apn-volume      PIC 9(3)V99.
           03  apn-old-weight  PIC 9(3)V99.
           03  apn-old-volume  PIC 9(3)V99.
           03  apn-requested-by PIC X(8).
           03  apn-req-date    PIC 9(8).
           03  apn-status      PIC X(1).
           03  apn-reviewed-by PIC X(8).
           03  apn-review-date PIC 9(8).
