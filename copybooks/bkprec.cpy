       01  master-backup-record.
           03  bkp-type        PIC X(1).
               88  bkp-header      VALUE "H".
               88  bkp-detail      VALUE "D".
               88  bkp-trailer     VALUE "T".
               88  bkp-end         VALUE "E".
           03  bkp-file        PIC X(30).
           03  bkp-body        PIC X(160).
           03  bkp-header-body REDEFINES bkp-body.
               05  bkh-date        PIC 9(8).
               05  bkh-time        PIC 9(8).
               05  bkh-camp        PIC X(4).
               05  bkh-length      PIC 9(3).
               05  bkh-state       PIC X(7).
                   88  bkh-present     VALUE "PRESENT".
                   88  bkh-missing     VALUE "MISSING".
               05  FILLER          PIC X(130).
           03  bkp-trailer-body REDEFINES bkp-body.
               05  bkt-count       PIC 9(9).
               05  bkt-hash        PIC 9(9).
               05  FILLER          PIC X(142).
           03  bkp-end-body REDEFINES bkp-body.
               05  bke-files       PIC 9(3).
               05  bke-records     PIC 9(9).
               05  bke-hash        PIC 9(9).
               05  FILLER          PIC X(139).
