       01  sync-received-record.
           03  srv-key.
               05  srv-camp        PIC X(4).
               05  srv-type        PIC X(1).
               05  srv-item        PIC X(6).
           03  srv-file-date   PIC 9(8).
           03  srv-received-date PIC 9(8).
           03  srv-body        PIC X(67).
