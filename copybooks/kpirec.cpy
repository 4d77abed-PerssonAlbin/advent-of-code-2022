       01  kpi-target-record.
           03  kpt-key.
               05  kpt-program     PIC X(20).
               05  kpt-metric      PIC X(20).
               05  kpt-camp        PIC X(4).
           03  kpt-target          PIC 9(10).
           03  kpt-amber           PIC 9(10).
           03  kpt-red             PIC 9(10).
           03  kpt-direction       PIC X(1).
               88  kpt-higher-better VALUE "H".
               88  kpt-lower-better  VALUE "L".
           03  kpt-operator        PIC X(8).
           03  kpt-changed         PIC 9(8).
