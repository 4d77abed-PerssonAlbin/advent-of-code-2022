           03  osc-function    PIC X(1).
               88  osc-fn-signon   VALUE "S".
               88  osc-fn-auth     VALUE "A".
               88  osc-fn-event    VALUE "E".
               88  osc-fn-hash     VALUE "H".
           03  osc-operator    PIC X(8).
           03  osc-program     PIC X(20).
           03  osc-action      PIC X(20).
               88  osc-allowed     VALUE "0".
               88  osc-denied      VALUE "D".
               88  osc-unknown     VALUE "U".
               88  osc-locked      VALUE "L".
               88  osc-bad-pin     VALUE "P".
               88  osc-expired     VALUE "X".
           03  osc-level       PIC 9(1).
           03  osc-name        PIC X(20).
           03  osc-pin         PIC X(8).
           03  osc-pin-hash    PIC 9(9).
           03  osc-result      PIC X(8).
