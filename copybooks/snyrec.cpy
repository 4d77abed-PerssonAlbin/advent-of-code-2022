       01  master-sync-record.
           03  syn-type        PIC X(1).
               88  syn-header      VALUE "H".
               88  syn-priority    VALUE "P".
               88  syn-roster      VALUE "R".
               88  syn-trailer     VALUE "T".
           03  syn-camp        PIC X(4).
           03  syn-date        PIC 9(8).
           03  syn-body        PIC X(67).
           03  syn-priority-body REDEFINES syn-body.
               05  syn-letter      PIC X(1).
               05  syn-value       PIC 9(2).
               05  FILLER          PIC X(64).
           03  syn-roster-body REDEFINES syn-body.
               05  syn-elf-no      PIC 9(6).
               05  syn-elf-name    PIC X(20).
               05  syn-crew        PIC X(10).
               05  syn-diet-forbidden PIC X(5).
               05  syn-diet-effective PIC 9(8).
               05  FILLER          PIC X(18).
           03  syn-trailer-body REDEFINES syn-body.
               05  syn-priority-count PIC 9(6).
               05  syn-roster-count PIC 9(6).
               05  syn-record-count PIC 9(6).
               05  FILLER          PIC X(49).
