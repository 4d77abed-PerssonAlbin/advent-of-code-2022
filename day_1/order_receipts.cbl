                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS ord-order-no
                      FILE STATUS order-file-status.
                  SELECT dock-receipt-file ASSIGN TO "dock-receipts.dat"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS dock-file-status.
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
                  SELECT supplier-master ASSIGN TO "suppliers.dat"
                      ORGANIZATION INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS sup-code
                      FILE STATUS supplier-file-status.
                  SELECT performance-file
                      ASSIGN TO "supplier-performance.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS perf-file-status.

              DATA DIVISION.
              FILE SECTION.
              FD  order-master.
              COPY ordrec.

              FD  dock-receipt-file.
              COPY dckrec.

              FD  stock-master.
              COPY rsmrec.

              FD  lot-master.
              COPY rltrec.

              FD  supplier-master.
              COPY suprec.

              FD  performance-file.
              01  performance-record  PIC X(100).

              WORKING-STORAGE SECTION.
              COPY xclreq.

              COPY prmreq.

              COPY rcatnm.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==delivery-file-status==
                          ==:OK-NAME:==     BY ==delivery-is-ok==
              01  order-eof-flag      PIC X(1).
                  88  order-eof       VALUE "Y".

              01  dock-file-status    PIC 99.
                  88  dock-is-ok      VALUE 0.
              01  dock-open           PIC X(1) VALUE "N".

              01  stock-file-status   PIC 99.
                  88  stock-is-ok     VALUE 0.
              01  stock-open          PIC X(1) VALUE "N".
              01  stock-found         PIC X(1).
              01  stock-category      PIC X(1).
              01  cat-idx             PIC 9(1).
              01  restock-crew.
                  03  FILLER          PIC X(8) VALUE "RESTOCK-".
                  03  restock-category PIC X(1).
                  03  FILLER          PIC X(1) VALUE SPACE.
              01  cleaning-crew       PIC X(10).
              01  cleaning-flag       PIC X(1) VALUE "N".
                  88  cleaning-delivery VALUE "Y".

              01  lot-file-status     PIC 99.
                  88  lot-is-ok       VALUE 0.
              01  lot-open            PIC X(1) VALUE "N".
              01  lot-control-found   PIC X(1).
              01  last-lot-no         PIC 9(8) VALUE 0.
              01  shelf-days          PIC 9(4) VALUE 180.
              01  lot-expiry          PIC 9(8).

              01  supplier-file-status PIC 99.
                  88  supplier-is-ok  VALUE 0.
              01  supplier-open       PIC X(1) VALUE "N".
              01  supplier-eof        PIC X(1).
              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==perf-file-status==
                          ==:OK-NAME:==     BY ==perf-is-ok==
                          ==:EOF-NAME:==    BY ==perf-fs-spare==.
              01  qty-before          PIC 9(8).
              01  first-shipment      PIC X(1).
              01  days-late           PIC S9(6).
              01  supplier-deliveries PIC 9(6) VALUE 0.
              01  suppliers-reported  PIC 9(4) VALUE 0.

              01  performance-heading.
                  03  FILLER          PIC X(28)
                      VALUE "SUPPLIER NAME".
                  03  FILLER          PIC X(11) VALUE " DELIVERIES".
                  03  FILLER          PIC X(10) VALUE "  ON-TIME%".
                  03  FILLER          PIC X(10) VALUE "  AVG LATE".
                  03  FILLER          PIC X(10) VALUE "     SHORT".
                  03  FILLER          PIC X(12) VALUE "   SHORT QTY".

              01  performance-line.
                  03  pfl-code        PIC X(6).
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  pfl-name        PIC X(20).
                  03  FILLER          PIC X(5) VALUE SPACES.
                  03  pfl-deliveries  PIC Z(5)9.
                  03  FILLER          PIC X(5) VALUE SPACES.
                  03  pfl-on-time-pct PIC ZZ9.9.
                  03  FILLER          PIC X(5) VALUE SPACES.
                  03  pfl-avg-late    PIC ZZ9.9.
                  03  FILLER          PIC X(4) VALUE SPACES.
                  03  pfl-short-count PIC Z(5)9.
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  pfl-short-qty   PIC Z(9)9.

              01  run-date            PIC 9(8).
              01  line-no             PIC 9(6) VALUE 0.

              01  del-elf-no          PIC 9(6).
              01  del-qty             PIC 9(8).
              01  matched-order       PIC 9(6).
              01  matched-crew        PIC X(10).
              01  remaining-qty       PIC S9(9).

              01  deliveries-read     PIC 9(6) VALUE 0.
              01  orders-closed       PIC 9(6) VALUE 0.
              01  orders-reduced      PIC 9(6) VALUE 0.
              01  unmatched-count     PIC 9(6) VALUE 0.
              01  crates-to-dock      PIC 9(6) VALUE 0.
              01  stock-receipts      PIC 9(6) VALUE 0.
              01  lots-created        PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT run-date FROM DATE YYYYMMDD
             GOBACK
           END-IF

           OPEN EXTEND dock-receipt-file
           IF NOT dock-is-ok
             OPEN OUTPUT dock-receipt-file
           END-IF
           IF dock-is-ok
             MOVE "Y" TO dock-open
           ELSE
             DISPLAY "The dock receipts file could not be opened; "
                 "crated deliveries will not be put away."
           END-IF

           OPEN I-O stock-master
           IF NOT stock-is-ok
             OPEN OUTPUT stock-master
             IF stock-is-ok
               CLOSE stock-master
               OPEN I-O stock-master
             END-IF
           END-IF
           IF stock-is-ok
             MOVE "Y" TO stock-open
           ELSE
             DISPLAY "The ration stock master could not be opened; "
                 "deliveries will not be added to stock."
           END-IF

           MOVE "ORDER-RECEIPTS" TO preq-program
           MOVE "SHELFDAYS" TO preq-keyword
           CALL "PARMREAD" USING parm-request
           IF parm-found
           AND FUNCTION TRIM(preq-value) NOT = SPACES
           AND FUNCTION TRIM(preq-value) IS NUMERIC
             IF FUNCTION NUMVAL(preq-value) >= 1
             AND FUNCTION NUMVAL(preq-value) <= 3650
               MOVE FUNCTION NUMVAL(preq-value) TO shelf-days
             END-IF
           END-IF
           PERFORM OPEN-LOT-MASTER

           OPEN I-O supplier-master
           IF supplier-is-ok
             MOVE "Y" TO supplier-open
           ELSE
             DISPLAY "The supplier master is not available; supplier "
                 "performance is not updated."
           END-IF

           PERFORM UNTIL delivery-eof
             READ delivery-file
               AT END
           END-PERFORM
           CLOSE delivery-file
           CLOSE order-master
           IF dock-open = "Y"
             CLOSE dock-receipt-file
           END-IF
           IF stock-open = "Y"
             CLOSE stock-master
           END-IF
           PERFORM CLOSE-LOT-MASTER
           IF supplier-open = "Y"
             PERFORM WRITE-SUPPLIER-REPORT
             CLOSE supplier-master
           END-IF

           DISPLAY "deliveries read="deliveries-read
           DISPLAY "orders closed="orders-closed
           DISPLAY "orders partially received="orders-reduced
           DISPLAY "unmatched deliveries="unmatched-count
           DISPLAY "crates sent to the dock="crates-to-dock
           DISPLAY "stock receipts posted="stock-receipts
           DISPLAY "ration lots created="lots-created
           DISPLAY "supplier deliveries recorded="supplier-deliveries
           IF unmatched-count > 0
             MOVE 4 TO RETURN-CODE
           ELSE
                   TO del-elf-no
               MOVE FUNCTION NUMVAL(delivery-record(9:8))
                   TO del-qty
               PERFORM SET-DELIVERY-CATEGORY
               PERFORM FIND-OPEN-ORDER
               IF matched-order = 0
                 COMPUTE unmatched-count = unmatched-count + 1
               NOT AT END
                 IF ord-status = "O"
                 AND ord-elf-no = del-elf-no
                 AND (del-elf-no NOT = 0 OR ord-crew = restock-crew
                      OR ord-crew = cleaning-crew)
                   MOVE ord-order-no TO matched-order
                 END-IF
             END-READ
           .

       APPLY-DELIVERY.
           MOVE ord-crew TO matched-crew
           MOVE ord-qty TO qty-before
           IF ord-qty = ord-ordered-qty
             MOVE "Y" TO first-shipment
           ELSE
             MOVE "N" TO first-shipment
           END-IF
           COMPUTE ord-received-qty = ord-received-qty + del-qty
           COMPUTE remaining-qty = ord-qty - del-qty
           IF remaining-qty <= 0
             MOVE 0 TO ord-qty
               DISPLAY "The order could not be updated: "
                   matched-order
           END-REWRITE
           IF delivery-record(19:3) NOT = SPACES
           AND dock-open = "Y"
             MOVE SPACES TO dock-receipt-record
             MOVE run-date TO dck-date
             MOVE matched-order TO dck-order-no
             MOVE delivery-record(19:3) TO dck-crate
             MOVE matched-crew TO dck-crew
             MOVE del-elf-no TO dck-elf-no
             MOVE del-qty TO dck-qty
             WRITE dock-receipt-record
             COMPUTE crates-to-dock = crates-to-dock + 1
           END-IF
           IF stock-open = "Y"
           AND NOT cleaning-delivery
             PERFORM POST-STOCK-RECEIPT
           END-IF
           IF supplier-open = "Y"
           AND ord-supplier NOT = SPACES
             PERFORM POST-SUPPLIER-DELIVERY
           END-IF
           .

       POST-SUPPLIER-DELIVERY.
           MOVE ord-supplier TO sup-code
           READ supplier-master
             INVALID KEY
               MOVE SPACES TO xcl-text
               STRING "ORDER " matched-order " NAMES SUPPLIER "
                   ord-supplier " NOT ON THE SUPPLIER MASTER"
                   DELIMITED BY SIZE INTO xcl-text
               MOVE "ORDER-RECEIPTS" TO xcl-program
               MOVE line-no TO xcl-line-no
               CALL "EXCLOG" USING exception-log-request
             NOT INVALID KEY
               COMPUTE sup-deliveries = sup-deliveries + 1
               MOVE 0 TO days-late
               IF ord-expected-date > 0
                 COMPUTE days-late = FUNCTION INTEGER-OF-DATE(run-date)
                     - FUNCTION INTEGER-OF-DATE(ord-expected-date)
               END-IF
               IF days-late > 0
                 COMPUTE sup-late = sup-late + 1
                 COMPUTE sup-days-late = sup-days-late + days-late
               ELSE
                 COMPUTE sup-on-time = sup-on-time + 1
               END-IF
               IF first-shipment = "Y"
               AND del-qty < qty-before
                 COMPUTE sup-short-count = sup-short-count + 1
                 COMPUTE sup-short-qty =
                     sup-short-qty + qty-before - del-qty
               END-IF
               MOVE run-date TO sup-last-delivery
               REWRITE supplier-record
                 INVALID KEY
                   DISPLAY "The supplier could not be updated: "
                       sup-code
                 NOT INVALID KEY
                   COMPUTE supplier-deliveries =
                       supplier-deliveries + 1
               END-REWRITE
           END-READ
           .

       WRITE-SUPPLIER-REPORT.
           OPEN OUTPUT performance-file
           IF NOT perf-is-ok
             DISPLAY "The supplier performance report could not be "
                 "opened."
           ELSE
             MOVE "RATION SUPPLIER PERFORMANCE" TO performance-record
             WRITE performance-record
             MOVE SPACES TO performance-record
             STRING "AS AT " run-date
                 DELIMITED BY SIZE INTO performance-record
             WRITE performance-record
             MOVE SPACES TO performance-record
             WRITE performance-record
             WRITE performance-record FROM performance-heading
             MOVE LOW-VALUES TO sup-code
             MOVE "N" TO supplier-eof
             START supplier-master KEY >= sup-code
               INVALID KEY
                 MOVE "Y" TO supplier-eof
             END-START
             PERFORM UNTIL supplier-eof = "Y"
               READ supplier-master NEXT
                 AT END
                   MOVE "Y" TO supplier-eof
                 NOT AT END
                   PERFORM REPORT-ONE-SUPPLIER
               END-READ
             END-PERFORM
             MOVE SPACES TO performance-record
             WRITE performance-record
             MOVE SPACES TO performance-record
             STRING "SUPPLIERS REPORTED: " suppliers-reported
                 DELIMITED BY SIZE INTO performance-record
             WRITE performance-record
             MOVE "AVG LATE IS THE MEAN DAYS LATE OF LATE DELIVERIES;"
                 TO performance-record
             WRITE performance-record
             MOVE "SHORT COUNTS FIRST SHIPMENTS BELOW THE ORDERED QTY."
                 TO performance-record
             WRITE performance-record
             CLOSE performance-file
           END-IF
           .

       REPORT-ONE-SUPPLIER.
           COMPUTE suppliers-reported = suppliers-reported + 1
           MOVE SPACES TO performance-line
           MOVE sup-code TO pfl-code
           MOVE sup-name TO pfl-name
           MOVE sup-deliveries TO pfl-deliveries
           IF sup-deliveries > 0
             COMPUTE pfl-on-time-pct ROUNDED =
                 sup-on-time * 100 / sup-deliveries
           ELSE
             MOVE 0 TO pfl-on-time-pct
           END-IF
           IF sup-late > 0
             COMPUTE pfl-avg-late ROUNDED = sup-days-late / sup-late
           ELSE
             MOVE 0 TO pfl-avg-late
           END-IF
           MOVE sup-short-count TO pfl-short-count
           MOVE sup-short-qty TO pfl-short-qty
           WRITE performance-record FROM performance-line
           .

       SET-DELIVERY-CATEGORY.
           MOVE "N" TO cleaning-flag
           MOVE HIGH-VALUES TO cleaning-crew
           IF delivery-record(23:1) = "C"
           AND delivery-record(25:4) NOT = SPACES
             MOVE "Y" TO cleaning-flag
             MOVE SPACES TO cleaning-crew
             STRING "CLEAN-" delivery-record(25:4)
                 DELIMITED BY SIZE INTO cleaning-crew
           END-IF
           MOVE "U" TO stock-category
           PERFORM VARYING cat-idx FROM 1 BY 1 UNTIL cat-idx > 4
             IF delivery-record(23:1) = rcn-code(cat-idx)
               MOVE rcn-code(cat-idx) TO stock-category
             END-IF
           END-PERFORM
           MOVE stock-category TO restock-category
           .

       POST-STOCK-RECEIPT.
           MOVE stock-category TO rsm-category
           MOVE "Y" TO stock-found
           READ stock-master
             INVALID KEY
               MOVE "N" TO stock-found
               PERFORM NEW-STOCK-RECORD
           END-READ
           PERFORM ROLL-STOCK-DAY
           COMPUTE rsm-on-hand = rsm-on-hand + del-qty
           COMPUTE rsm-day-receipts = rsm-day-receipts + del-qty
           IF stock-found = "Y"
             REWRITE ration-stock-record
               INVALID KEY
                 DISPLAY "The stock master could not be updated: "
                     stock-category
             END-REWRITE
           ELSE
             WRITE ration-stock-record
               INVALID KEY
                 DISPLAY "The stock master could not be updated: "
                     stock-category
             END-WRITE
           END-IF
           COMPUTE stock-receipts = stock-receipts + 1
           IF lot-open = "Y"
             PERFORM CREATE-RATION-LOT
           END-IF
           .

       CREATE-RATION-LOT.
           IF delivery-record(25:8) IS NUMERIC
           AND delivery-record(25:8) > "19000101"
             MOVE delivery-record(25:8) TO lot-expiry
           ELSE
             COMPUTE lot-expiry = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(run-date) + shelf-days)
           END-IF
           COMPUTE last-lot-no = last-lot-no + 1
           MOVE SPACES TO ration-lot-record
           MOVE last-lot-no TO rlt-lot
           MOVE stock-category TO rlt-category
           MOVE matched-order TO rlt-order-no
           MOVE run-date TO rlt-received
           MOVE lot-expiry TO rlt-expiry
           MOVE del-qty TO rlt-qty-received
           MOVE del-qty TO rlt-qty-left
           WRITE ration-lot-record
             INVALID KEY
               DISPLAY "The ration lot could not be added: "
                   last-lot-no
             NOT INVALID KEY
               COMPUTE lots-created = lots-created + 1
           END-WRITE
           .

       OPEN-LOT-MASTER.
           OPEN I-O lot-master
           IF NOT lot-is-ok
             OPEN OUTPUT lot-master
             IF lot-is-ok
               CLOSE lot-master
               OPEN I-O lot-master
             END-IF
           END-IF
           IF lot-is-ok
             MOVE "Y" TO lot-open
             MOVE 0 TO rlt-lot
             READ lot-master
               INVALID KEY
                 MOVE "N" TO lot-control-found
                 MOVE 0 TO last-lot-no
               NOT INVALID KEY
                 MOVE "Y" TO lot-control-found
                 MOVE rlc-last-lot TO last-lot-no
             END-READ
           ELSE
             DISPLAY "The ration lot master could not be opened; "
                 "no lots will be created."
           END-IF
           .

       CLOSE-LOT-MASTER.
           IF lot-open = "Y"
             MOVE SPACES TO ration-lot-control
             MOVE 0 TO rlc-key
             MOVE last-lot-no TO rlc-last-lot
             IF lot-control-found = "Y"
               REWRITE ration-lot-control
             ELSE
               WRITE ration-lot-control
             END-IF
             CLOSE lot-master
             MOVE "N" TO lot-open
           END-IF
           .

       NEW-STOCK-RECORD.
           MOVE SPACES TO ration-stock-record
           MOVE stock-category TO rsm-category
           PERFORM VARYING cat-idx FROM 1 BY 1 UNTIL cat-idx > 5
             IF rcn-code(cat-idx) = stock-category
               MOVE rcn-name(cat-idx) TO rsm-name
             END-IF
           END-PERFORM
           MOVE 0 TO rsm-on-hand
           MOVE 0 TO rsm-reorder-point
           MOVE 0 TO rsm-reorder-qty
           MOVE 0 TO rsm-day-date
           MOVE 0 TO rsm-day-opening
           MOVE 0 TO rsm-day-receipts
           MOVE 0 TO rsm-day-issues
           .

       ROLL-STOCK-DAY.
           IF rsm-day-date NOT = run-date
             MOVE run-date TO rsm-day-date
             MOVE rsm-on-hand TO rsm-day-opening
             MOVE 0 TO rsm-day-receipts
             MOVE 0 TO rsm-day-issues
           END-IF
           .

       LOG-BAD-DELIVERY.
