           03  ord-date        PIC 9(8).
           03  ord-status      PIC X(1).
           03  ord-closed-date PIC 9(8).
           03  ord-supplier    PIC X(6).
           03  ord-expected-date PIC 9(8).
           03  ord-ordered-qty PIC 9(8).
           03  ord-received-qty PIC 9(8).
           03  ord-invoiced-qty PIC 9(8).
