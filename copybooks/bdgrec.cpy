       01  badge-register-record.
           03  bdg-key.
               05  bdg-group-no    PIC 9(6).
               05  bdg-run-date    PIC 9(8).
           03  bdg-letter      PIC X(1).
           03  bdg-members     PIC 9(2).
           03  bdg-elf-no      PIC 9(6) OCCURS 10 TIMES.
           03  bdg-issue-date  PIC 9(8).
           03  bdg-status      PIC X(1).
               88  bdg-issued      VALUE "I".
               88  bdg-lost        VALUE "L".
               88  bdg-reissued    VALUE "R".
               88  bdg-returned    VALUE "T".
               88  bdg-in-use      VALUE "I" "R".
           03  bdg-prior-letter PIC X(1).
           03  bdg-changed-by  PIC X(8).
           03  bdg-changed-date PIC 9(8).
