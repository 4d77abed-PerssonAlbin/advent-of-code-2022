       01  parameter-history-record.
           03  phs-date        PIC 9(8).
           03  FILLER          PIC X(1).
           03  phs-time        PIC 9(8).
           03  FILLER          PIC X(1).
           03  phs-operator    PIC X(8).
           03  FILLER          PIC X(1).
           03  phs-action      PIC X(1).
               88  phs-added       VALUE "A".
               88  phs-changed     VALUE "C".
               88  phs-deleted     VALUE "D".
           03  FILLER          PIC X(1).
           03  phs-program     PIC X(20).
           03  FILLER          PIC X(1).
           03  phs-keyword     PIC X(10).
           03  FILLER          PIC X(1).
           03  phs-before      PIC X(40).
           03  FILLER          PIC X(1).
           03  phs-after       PIC X(40).
