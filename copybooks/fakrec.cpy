       01  feed-ack-record.
           03  fak-date        PIC 9(8).
           03  FILLER          PIC X(1).
           03  fak-time        PIC 9(8).
           03  FILLER          PIC X(1).
           03  fak-program     PIC X(20).
           03  FILLER          PIC X(1).
           03  fak-source      PIC 9(1).
           03  FILLER          PIC X(1).
           03  fak-sources     PIC 9(1).
           03  FILLER          PIC X(1).
           03  fak-file        PIC X(60).
           03  FILLER          PIC X(1).
           03  fak-received    PIC 9(6).
           03  FILLER          PIC X(1).
           03  fak-trailer-seen PIC X(1).
           03  FILLER          PIC X(1).
           03  fak-trailer     PIC 9(6).
           03  FILLER          PIC X(1).
           03  fak-status      PIC X(12).
               88  fak-accepted     VALUE "ACCEPTED".
               88  fak-rejected     VALUE "REJECTED".
               88  fak-not-received VALUE "NOT RECEIVED".
           03  FILLER          PIC X(1).
           03  fak-reason      PIC X(3) OCCURS 4 TIMES.
