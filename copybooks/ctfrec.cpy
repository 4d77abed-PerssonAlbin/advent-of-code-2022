       01  elf-cert-record.
           03  ctf-key.
               05  ctf-elf-no      PIC 9(6).
               05  ctf-code        PIC X(4).
           03  ctf-issued          PIC 9(8).
           03  ctf-expiry          PIC 9(8).
           03  ctf-recorded-by     PIC X(8).
           03  ctf-recorded-date   PIC 9(8).
