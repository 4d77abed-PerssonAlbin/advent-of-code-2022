       01  crate-ledger-record.
           03  clg-date        PIC 9(8).
           03  FILLER          PIC X(2).
           03  clg-move-no     PIC 9(6).
           03  FILLER          PIC X(2).
           03  clg-crate       PIC X(3).
           03  FILLER          PIC X(2).
           03  clg-from        PIC 9(2).
           03  FILLER          PIC X(2).
           03  clg-to          PIC 9(2).
           03  FILLER          PIC X(2).
           03  clg-line        PIC 9(6).
           03  FILLER          PIC X(2).
           03  clg-manifest    PIC 9(8).
           03  FILLER          PIC X(2).
           03  clg-kind        PIC X(8).
           03  FILLER          PIC X(2).
           03  clg-reference   PIC X(10).
       01  crate-ledger-v1-record.
           03  clv-date        PIC 9(8).
           03  FILLER          PIC X(2).
           03  clv-move-no     PIC 9(6).
           03  FILLER          PIC X(2).
           03  clv-crate       PIC X(1).
           03  FILLER          PIC X(2).
           03  clv-from        PIC 9(1).
           03  FILLER          PIC X(2).
           03  clv-to          PIC 9(1).
           03  FILLER          PIC X(2).
           03  clv-line        PIC 9(6).
           03  clv-spare       PIC X(4).
