       01  crane-ticket-record.
           03  ctk-ticket      PIC 9(6).
           03  ctk-date        PIC 9(8).
           03  ctk-manifest    PIC 9(8).
           03  ctk-zone        PIC 9(2).
           03  ctk-moves       PIC 9(4).
           03  ctk-crates      PIC 9(5).
           03  ctk-status      PIC X(1).
               88  ctk-issued      VALUE "I".
               88  ctk-confirmed   VALUE "C".
           03  ctk-confirm-by  PIC X(10).
           03  ctk-confirm-date PIC 9(8).
           03  ctk-confirm-time PIC 9(8).
       01  crane-ticket-control.
           03  ctc-key         PIC 9(6).
           03  ctc-last-ticket PIC 9(6).
           03  FILLER          PIC X(48).
