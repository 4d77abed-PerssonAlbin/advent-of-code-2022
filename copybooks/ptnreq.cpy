       01  camp-partition-request.
           03  ptn-function    PIC X(1).
               88  ptn-fn-set      VALUE "S".
               88  ptn-fn-get      VALUE "G".
           03  ptn-mode        PIC X(1).
               88  ptn-whole-feed  VALUE "W".
               88  ptn-one-part    VALUE "P".
               88  ptn-merge       VALUE "M".
           03  ptn-number      PIC 9(1).
