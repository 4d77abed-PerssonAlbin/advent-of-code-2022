                  SELECT alert-file ASSIGN TO "alerts.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS alert-file-status.
                  SELECT stock-master ASSIGN TO "ration-stock.dat"
                      ORGANIZATION INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS rsm-category
                      FILE STATUS stock-file-status.
                  SELECT lot-master ASSIGN TO "ration-lots.dat"
                      ORGANIZATION INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS rlt-lot
                      FILE STATUS lot-file-status.
                  SELECT history-master
                      ASSIGN TO "history-archive.dat"
                      ORGANIZATION INDEXED
              FD  alert-file.
              COPY altrec.

              FD  stock-master.
              COPY rsmrec.

              FD  lot-master.
              COPY rltrec.

              FD  history-master.
              COPY histix.

              01  history-file-status PIC 99.
                  88  history-is-ok    VALUE 0.

              01  stock-file-status PIC 99.
                  88  stock-is-ok      VALUE 0.
              01  stock-found       PIC X(1).
              01  stock-change      PIC S9(10).

              01  lot-file-status   PIC 99.
                  88  lot-is-ok        VALUE 0.
              01  lot-open          PIC X(1) VALUE "N".
              01  lot-eof           PIC X(1).
              01  lot-need          PIC 9(10).
              01  lot-take          PIC 9(9).

              01  resume-point      PIC 9(6) VALUE 0.
              01  run-date          PIC 9(8).
              01  run-time          PIC 9(8).
           MOVE fleet-line TO category-record
           WRITE category-record
           CLOSE category-file
           PERFORM POST-STOCK-ISSUES

           CLOSE ledger-file
           PERFORM RESET-CHECKPOINT
           WRITE category-record
           .

       POST-STOCK-ISSUES.
           ACCEPT run-date FROM DATE YYYYMMDD
           OPEN I-O stock-master
           IF NOT stock-is-ok
             OPEN OUTPUT stock-master
             IF stock-is-ok
               CLOSE stock-master
               OPEN I-O stock-master
             END-IF
           END-IF
           IF NOT stock-is-ok
             DISPLAY "The ration stock master could not be opened; "
                 "issues were not taken off stock."
           ELSE
             OPEN I-O lot-master
             IF lot-is-ok
               MOVE "Y" TO lot-open
             END-IF
             PERFORM VARYING cat-idx FROM 1 BY 1 UNTIL cat-idx > 5
               PERFORM POST-ONE-CATEGORY-ISSUE
             END-PERFORM
             IF lot-open = "Y"
               CLOSE lot-master
               MOVE "N" TO lot-open
             END-IF
             CLOSE stock-master
           END-IF
           .

       POST-ONE-CATEGORY-ISSUE.
           MOVE cat-code(cat-idx) TO rsm-category
           MOVE "Y" TO stock-found
           READ stock-master
             INVALID KEY
               MOVE "N" TO stock-found
               MOVE SPACES TO ration-stock-record
               MOVE cat-code(cat-idx) TO rsm-category
               MOVE cat-name(cat-idx) TO rsm-name
               MOVE 0 TO rsm-on-hand
               MOVE 0 TO rsm-reorder-point
               MOVE 0 TO rsm-reorder-qty
               MOVE 0 TO rsm-day-date
               MOVE 0 TO rsm-day-opening
               MOVE 0 TO rsm-day-receipts
               MOVE 0 TO rsm-day-issues
           END-READ
           IF rsm-day-date NOT = run-date
             MOVE run-date TO rsm-day-date
             MOVE rsm-on-hand TO rsm-day-opening
             MOVE 0 TO rsm-day-receipts
             MOVE 0 TO rsm-day-issues
           END-IF
           COMPUTE stock-change =
               cat-fleet-total(cat-idx) - rsm-day-issues
           COMPUTE rsm-on-hand = rsm-on-hand - stock-change
           MOVE cat-fleet-total(cat-idx) TO rsm-day-issues
           IF lot-open = "Y"
             IF stock-change > 0
               MOVE stock-change TO lot-need
               PERFORM DRAW-FROM-LOTS
             END-IF
             IF stock-change < 0
               COMPUTE lot-need = 0 - stock-change
               PERFORM RETURN-TO-LOTS
             END-IF
           END-IF
           IF stock-found = "Y"
             REWRITE ration-stock-record
               INVALID KEY
                 DISPLAY "The stock master could not be updated: "
                     rsm-category
             END-REWRITE
           ELSE
             WRITE ration-stock-record
               INVALID KEY
                 DISPLAY "The stock master could not be updated: "
                     rsm-category
             END-WRITE
           END-IF
           .

       DRAW-FROM-LOTS.
           MOVE 1 TO rlt-lot
           MOVE "N" TO lot-eof
           START lot-master KEY >= rlt-lot
             INVALID KEY
               MOVE "Y" TO lot-eof
           END-START
           PERFORM UNTIL lot-eof = "Y"
           OR lot-need = 0
             READ lot-master NEXT
               AT END
                 MOVE "Y" TO lot-eof
               NOT AT END
                 IF rlt-category = cat-code(cat-idx)
                 AND rlt-qty-left > 0
                   IF rlt-qty-left > lot-need
                     MOVE lot-need TO lot-take
                   ELSE
                     MOVE rlt-qty-left TO lot-take
                   END-IF
                   COMPUTE rlt-qty-left = rlt-qty-left - lot-take
                   COMPUTE lot-need = lot-need - lot-take
                   REWRITE ration-lot-record
                     INVALID KEY
                       DISPLAY "The ration lot could not be updated: "
                           rlt-lot
                   END-REWRITE
                 END-IF
             END-READ
           END-PERFORM
           .

       RETURN-TO-LOTS.
           MOVE 1 TO rlt-lot
           MOVE "N" TO lot-eof
           START lot-master KEY >= rlt-lot
             INVALID KEY
               MOVE "Y" TO lot-eof
           END-START
           PERFORM UNTIL lot-eof = "Y"
           OR lot-need = 0
             READ lot-master NEXT
               AT END
                 MOVE "Y" TO lot-eof
               NOT AT END
                 IF rlt-category = cat-code(cat-idx)
                 AND rlt-qty-left < rlt-qty-received
                   COMPUTE lot-take = rlt-qty-received - rlt-qty-left
                   IF lot-take > lot-need
                     MOVE lot-need TO lot-take
                   END-IF
                   COMPUTE rlt-qty-left = rlt-qty-left + lot-take
                   COMPUTE lot-need = lot-need - lot-take
                   REWRITE ration-lot-record
                     INVALID KEY
                       DISPLAY "The ration lot could not be updated: "
                           rlt-lot
                   END-REWRITE
                 END-IF
             END-READ
           END-PERFORM
           .

       RANK-INSERT.
           PERFORM VARYING rank-idx FROM 1 BY 1
                   UNTIL rank-idx > top-n
