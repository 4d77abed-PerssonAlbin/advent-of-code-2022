       01  lineage-record.
           03  lng-date        PIC 9(8).
           03  FILLER          PIC X(1).
           03  lng-time        PIC 9(8).
           03  FILLER          PIC X(1).
           03  lng-camp        PIC X(4).
           03  FILLER          PIC X(1).
           03  lng-program     PIC X(20).
           03  FILLER          PIC X(1).
           03  lng-kind        PIC X(1).
               88  lng-input       VALUE "I".
               88  lng-parameter   VALUE "P".
               88  lng-master      VALUE "M".
               88  lng-run         VALUE "R".
               88  lng-output      VALUE "O".
           03  FILLER          PIC X(1).
           03  lng-name        PIC X(44).
           03  FILLER          PIC X(1).
           03  lng-detail      PIC X(40).
