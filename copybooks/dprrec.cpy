       01  elf-departure-record.
           03  dpr-elf-no      PIC 9(6).
           03  FILLER          PIC X(1).
           03  dpr-elf-name    PIC X(20).
           03  FILLER          PIC X(1).
           03  dpr-leave-date  PIC 9(8).
           03  FILLER          PIC X(1).
           03  dpr-replacement PIC 9(6).
           03  FILLER          PIC X(1).
           03  dpr-operator    PIC X(8).
           03  FILLER          PIC X(1).
           03  dpr-recorded-date PIC 9(8).
