       01  ration-stock-record.
           03  rsm-category    PIC X(1).
           03  rsm-name        PIC X(7).
           03  rsm-on-hand     PIC S9(9).
           03  rsm-reorder-point PIC 9(9).
           03  rsm-reorder-qty PIC 9(9).
           03  rsm-day-date    PIC 9(8).
           03  rsm-day-opening PIC S9(9).
           03  rsm-day-receipts PIC 9(9).
           03  rsm-day-issues  PIC 9(9).
