       01  crate-location-record.
           03  clo-stack       PIC 9(2).
           03  FILLER          PIC X(2).
           03  clo-position    PIC 9(3).
           03  FILLER          PIC X(2).
           03  clo-crate       PIC X(3).
       01  crate-location-v1-record.
           03  clov-stack      PIC 9(1).
           03  clov-gap        PIC X(2).
           03  clov-position   PIC 9(3).
           03  FILLER          PIC X(2).
           03  clov-crate      PIC X(1).
           03  FILLER          PIC X(3).
