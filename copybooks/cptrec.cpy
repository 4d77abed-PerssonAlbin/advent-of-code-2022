       01  camp-partition-record.
           03  cpt-number      PIC 9(1).
           03  FILLER          PIC X(2).
           03  cpt-low-section PIC 9(5).
           03  FILLER          PIC X(1).
           03  cpt-high-section PIC 9(5).
           03  FILLER          PIC X(2).
           03  cpt-records     PIC 9(6).
           03  FILLER          PIC X(2).
           03  cpt-feed-records PIC 9(6).
           03  FILLER          PIC X(2).
           03  cpt-trailer-seen PIC X(1).
           03  FILLER          PIC X(1).
           03  cpt-trailer-count PIC 9(6).
           03  FILLER          PIC X(2).
           03  cpt-split-date  PIC 9(8).
           03  cpt-split-time  PIC 9(8).
