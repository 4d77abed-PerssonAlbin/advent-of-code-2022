       01  capacity-record.
           03  cap-stack       PIC 9(2).
           03  FILLER          PIC X(2).
           03  cap-limit-in    PIC 9(3).
           03  FILLER          PIC X(2).
           03  cap-weight-in   PIC 9(6).
       01  capacity-v1-record.
           03  capv-stack      PIC 9(1).
           03  capv-gap        PIC X(2).
           03  capv-limit-in   PIC 9(3).
           03  FILLER          PIC X(9).
