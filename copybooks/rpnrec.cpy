       01  roster-pending-record.
           03  rpn-id          PIC 9(6).
           03  rpn-action      PIC X(1).
           03  rpn-elf-no      PIC 9(6).
           03  rpn-elf-name    PIC X(20).
           03  rpn-crew        PIC X(10).
           03  rpn-diet-forbidden PIC X(5).
           03  rpn-diet-effective PIC 9(8).
           03  rpn-old-name    PIC X(20).
           03  rpn-old-crew    PIC X(10).
           03  rpn-requested-by PIC X(8).
           03  rpn-req-date    PIC 9(8).
           03  rpn-status      PIC X(1).
           03  rpn-reviewed-by PIC X(8).
           03  rpn-review-date PIC 9(8).
