       01  security-audit-record.
           03  sca-date        PIC 9(8).
           03  FILLER          PIC X(2).
           03  sca-time        PIC 9(8).
           03  FILLER          PIC X(2).
           03  sca-operator    PIC X(8).
           03  FILLER          PIC X(2).
           03  sca-program     PIC X(20).
           03  FILLER          PIC X(2).
           03  sca-action      PIC X(20).
           03  FILLER          PIC X(2).
           03  sca-result      PIC X(8).
           03  FILLER          PIC X(2).
           03  sca-level-need  PIC X(1).
