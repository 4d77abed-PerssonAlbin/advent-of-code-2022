       01  section-history-record.
           03  shs-section     PIC 9(5).
           03  shs-last-cleaned PIC 9(8).
           03  shs-last-crew   PIC X(10).
           03  shs-clean-count PIC 9(6).
           03  shs-first-cleaned PIC 9(8).
           03  shs-updated     PIC 9(8).
