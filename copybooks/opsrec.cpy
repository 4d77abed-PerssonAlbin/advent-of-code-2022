           03  ops-operator    PIC X(8).
           03  ops-name        PIC X(20).
           03  ops-level       PIC 9(1).
           03  ops-pin-hash    PIC 9(9).
           03  ops-pin-changed PIC 9(8).
           03  ops-failed-count PIC 9(2).
           03  ops-locked      PIC X(1).
               88  ops-is-locked   VALUE "Y".
