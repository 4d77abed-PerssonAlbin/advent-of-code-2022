       01  supplier-record.
           03  sup-code        PIC X(6).
           03  sup-name        PIC X(20).
           03  sup-categories  PIC X(5).
           03  sup-lead-days   PIC 9(3).
           03  sup-min-qty     PIC 9(8).
           03  sup-deliveries  PIC 9(6).
           03  sup-on-time     PIC 9(6).
           03  sup-late        PIC 9(6).
           03  sup-days-late   PIC 9(8).
           03  sup-short-count PIC 9(6).
           03  sup-short-qty   PIC 9(10).
           03  sup-last-delivery PIC 9(8).
