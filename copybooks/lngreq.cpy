       01  lineage-request.
           03  lrq-kind        PIC X(1).
               88  lrq-input       VALUE "I".
               88  lrq-parameter   VALUE "P".
               88  lrq-run         VALUE "R".
               88  lrq-output      VALUE "O".
           03  lrq-program     PIC X(20).
           03  lrq-name        PIC X(44).
           03  lrq-detail      PIC X(40).
           03  lrq-date        PIC 9(8).
           03  lrq-camp        PIC X(4).
