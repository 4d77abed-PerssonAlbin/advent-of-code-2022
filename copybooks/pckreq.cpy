       01  period-check-request.
           03  pck-date        PIC 9(8).
           03  pck-status      PIC X(1).
               88  pck-open        VALUE "O".
               88  pck-closed      VALUE "C".
           03  pck-closed-on   PIC 9(8).
