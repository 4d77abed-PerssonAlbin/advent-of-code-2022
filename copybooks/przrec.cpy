       01  prize-structure-record.
           03  prz-tournament  PIC X(10).
           03  prz-name        PIC X(30).
           03  prz-entry-fee   PIC 9(5)V99.
           03  prz-places      PIC 9(2).
           03  prz-split-pct   PIC 9(3)V99 OCCURS 10 TIMES.
           03  prz-settled-date PIC 9(8).
           03  prz-entrants    PIC 9(3).
           03  prz-pool        PIC 9(9)V99.
