       01  material-usage-record.
           03  mtu-code        PIC X(4).
           03  FILLER          PIC X(2).
           03  mtu-name        PIC X(20).
           03  FILLER          PIC X(2).
           03  mtu-effort-max  PIC 9(3).
           03  FILLER          PIC X(2).
           03  mtu-rate        PIC 9(3)V9(4).
           03  FILLER          PIC X(2).
           03  mtu-unit        PIC X(6).
