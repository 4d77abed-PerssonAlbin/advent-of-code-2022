       01  departure-check-request.
           03  dpk-elf-name    PIC X(20).
           03  dpk-as-of       PIC 9(8).
           03  dpk-status      PIC X(1).
               88  dpk-present     VALUE "P".
               88  dpk-departed    VALUE "D".
           03  dpk-leave-date  PIC 9(8).
