       01  chargeback-rate-record.
           03  cbr-effective   PIC 9(6).
           03  FILLER          PIC X(2).
           03  cbr-program     PIC X(20).
           03  FILLER          PIC X(2).
           03  cbr-per-thousand PIC 9(5)V99.
           03  FILLER          PIC X(2).
           03  cbr-per-second  PIC 9(3)V9(4).
           03  FILLER          PIC X(2).
           03  cbr-per-history PIC 9(3)V9(4).
