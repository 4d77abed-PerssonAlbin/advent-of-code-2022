       01  section-master-record.
           03  sec-number      PIC 9(5).
           03  FILLER          PIC X(2).
           03  sec-name        PIC X(20).
           03  FILLER          PIC X(2).
           03  sec-area        PIC 9(5).
           03  FILLER          PIC X(2).
           03  sec-effort      PIC 9(3).
           03  FILLER          PIC X(2).
           03  sec-frequency   PIC 9(3).
           03  FILLER          PIC X(2).
           03  sec-cert-code   PIC X(4).
