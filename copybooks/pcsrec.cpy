       01  period-close-record.
           03  pcs-period      PIC 9(6).
           03  FILLER          PIC X(1).
           03  pcs-action      PIC X(1).
               88  pcs-close       VALUE "C".
               88  pcs-reopen      VALUE "R".
           03  FILLER          PIC X(1).
           03  pcs-date        PIC 9(8).
           03  FILLER          PIC X(1).
           03  pcs-time        PIC 9(8).
           03  FILLER          PIC X(1).
           03  pcs-operator    PIC X(8).
           03  FILLER          PIC X(1).
           03  pcs-approver    PIC X(8).
           03  FILLER          PIC X(1).
           03  pcs-reason      PIC X(40).
           03  FILLER          PIC X(1).
           03  pcs-history-rows PIC 9(8).
           03  FILLER          PIC X(1).
           03  pcs-history-total PIC 9(15).
           03  FILLER          PIC X(1).
           03  pcs-seal        PIC 9(9).
