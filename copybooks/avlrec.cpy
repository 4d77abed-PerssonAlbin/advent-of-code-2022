       01  elf-avail-record.
           03  avl-key.
               05  avl-elf-no      PIC 9(6).
               05  avl-from        PIC 9(8).
           03  avl-to              PIC 9(8).
           03  avl-reason          PIC X(8).
           03  avl-recorded-by     PIC X(8).
           03  avl-recorded-date   PIC 9(8).
