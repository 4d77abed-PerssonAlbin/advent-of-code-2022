                  03  rth-old-rating  PIC 9(5).
                  03  FILLER          PIC X(2).
                  03  rth-new-rating  PIC 9(5).
                  03  FILLER          PIC X(51).

              FD  report-file.
              01  report-record       PIC X(80).
