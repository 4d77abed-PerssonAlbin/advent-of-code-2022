       01  item-attribute-record.
           03  atr-letter      PIC A(1).
           03  atr-weight      PIC 9(3)V99.
           03  atr-volume      PIC 9(3)V99.
           03  atr-changed-by  PIC X(8).
           03  atr-changed-date PIC 9(8).
