                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS ord-order-no
                      FILE STATUS order-file-status.
                  SELECT reorder-file
                      ASSIGN TO "ration-reorder.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS reorder-file-status.
                  SELECT roster-master ASSIGN TO "elf-roster.dat"
                      ORGANIZATION INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS rst-elf-no
                      FILE STATUS roster-file-status.
                  SELECT requisition-file
                      ASSIGN TO "cleaning-requisition.dat"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS requisition-file-status.
                  SELECT supplier-master ASSIGN TO "suppliers.dat"
                      ORGANIZATION INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS sup-code
                      FILE STATUS supplier-file-status.

              DATA DIVISION.
              FILE SECTION.
              FD  order-master.
              COPY ordrec.

              FD  reorder-file.
              COPY rorrec.

              FD  roster-master.
              COPY rstrec.

              FD  supplier-master.
              COPY suprec.

              FD  requisition-file.
              COPY ordrec REPLACING
                          ==supply-order-record== BY
                          ==requisition-record==
                          LEADING ==ord== BY ==rqn==.

              WORKING-STORAGE SECTION.
              COPY lngreq.

              COPY rcatnm.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==reorder-file-status==
                          ==:OK-NAME:==     BY ==reorder-is-ok==
                          ==:EOF-NAME:==    BY ==reorder-eof==.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==watchlist-file-status==
                          ==:OK-NAME:==     BY ==watchlist-is-ok==
              01  roster-open-flag    PIC X(1) VALUE "N".
                  88  roster-open     VALUE "Y".

              01  supplier-file-status PIC 99.
                  88  supplier-is-ok  VALUE 0.
              01  supplier-eof        PIC X(1).
              01  supplier-table.
                  03  supplier-entry OCCURS 200 TIMES.
                      05  stb-code    PIC X(6).
                      05  stb-categories PIC X(5).
                      05  stb-lead-days PIC 9(3).
                      05  stb-min-qty PIC 9(8).
              01  supplier-count      PIC 9(3) VALUE 0.
              01  supplier-idx        PIC 9(3).
              01  chosen-supplier     PIC 9(3).
              01  order-category      PIC X(1).
              01  category-hits       PIC 9(1).
              01  default-lead-days   PIC 9(3) VALUE 7.
              01  orders-no-supplier  PIC 9(6) VALUE 0.
              01  orders-raised-to-min PIC 9(6) VALUE 0.

              01  run-date            PIC 9(8).

              01  open-elf-table.
              01  rows-read           PIC 9(6) VALUE 0.
              01  orders-created      PIC 9(6) VALUE 0.
              01  orders-skipped      PIC 9(6) VALUE 0.

              01  restock-open-table.
                  03  restock-open    PIC X(1) OCCURS 5 TIMES.
              01  cat-idx             PIC 9(1).
              01  restock-idx         PIC 9(1).
              01  restock-crew.
                  03  FILLER          PIC X(8) VALUE "RESTOCK-".
                  03  restock-category PIC X(1).
                  03  FILLER          PIC X(1) VALUE SPACE.
              01  restock-created     PIC 9(6) VALUE 0.
              01  restock-skipped     PIC 9(6) VALUE 0.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY
                          ==requisition-file-status==
                          ==:OK-NAME:==     BY ==requisition-is-ok==
                          ==:EOF-NAME:==    BY ==requisition-eof==.
              01  cleaning-open-table.
                  03  cleaning-open   PIC X(10) OCCURS 50 TIMES.
              01  cleaning-open-count PIC 9(2) VALUE 0.
              01  cleaning-idx        PIC 9(2).
              01  cleaning-already    PIC X(1).
              01  cleaning-created    PIC 9(6) VALUE 0.
              01  cleaning-skipped    PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT run-date FROM DATE YYYYMMDD

           OPEN I-O order-master
           IF order-file-status = 35
             OPEN OUTPUT order-master
             IF order-is-ok
               CLOSE order-master
           END-IF

           PERFORM SCAN-ORDER-MASTER
           PERFORM LOAD-SUPPLIERS

           OPEN INPUT roster-master
           IF roster-is-ok

           OPEN INPUT watchlist-file
           IF NOT watchlist-is-ok
             DISPLAY "No ration watchlist was presented; no elf "
                 "orders to raise."
           ELSE
             PERFORM UNTIL watchlist-eof
               READ watchlist-file
                 AT END
                   CONTINUE
                 NOT AT END
                   PERFORM ORDER-ONE-ROW
               END-READ
             END-PERFORM
             CLOSE watchlist-file
           END-IF

           OPEN INPUT reorder-file
           IF NOT reorder-is-ok
             DISPLAY "No stock reorder flags were presented; no "
                 "restock orders to raise."
           ELSE
             PERFORM UNTIL reorder-eof
               READ reorder-file
                 AT END
                   CONTINUE
                 NOT AT END
                   PERFORM ORDER-ONE-RESTOCK
               END-READ
             END-PERFORM
             CLOSE reorder-file
           END-IF

           OPEN INPUT requisition-file
           IF NOT requisition-is-ok
             DISPLAY "No cleaning requisition was presented; no "
                 "cleaning stock orders to raise."
           ELSE
             PERFORM UNTIL requisition-eof
               READ requisition-file
                 AT END
                   CONTINUE
                 NOT AT END
                   PERFORM ORDER-ONE-REQUISITION
               END-READ
             END-PERFORM
             CLOSE requisition-file
           END-IF
           IF roster-open
             CLOSE roster-master
           END-IF
           DISPLAY "watchlist rows read="rows-read
           DISPLAY "orders created="orders-created
           DISPLAY "rows already on open order="orders-skipped
           DISPLAY "restock orders created="restock-created
           DISPLAY "categories already on restock order="
               restock-skipped
           DISPLAY "cleaning stock orders created="cleaning-created
           DISPLAY "materials already on cleaning order="
               cleaning-skipped
           DISPLAY "orders raised to supplier minimum="
               orders-raised-to-min
           DISPLAY "orders with no supplier="orders-no-supplier
           PERFORM RECORD-RUN-LINEAGE
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       SCAN-ORDER-MASTER.
           MOVE 0 TO next-order-no
           MOVE 0 TO open-elf-count
           MOVE SPACES TO restock-open-table
           MOVE LOW-VALUES TO ord-order-no
           MOVE "N" TO order-eof-flag
           START order-master KEY >= ord-order-no
                   COMPUTE open-elf-count = open-elf-count + 1
                   MOVE ord-elf-no TO open-elf(open-elf-count)
                 END-IF
                 IF ord-status = "O"
                 AND ord-elf-no = 0
                 AND ord-crew(1:6) = "CLEAN-"
                 AND cleaning-open-count < 50
                   COMPUTE cleaning-open-count = cleaning-open-count + 1
                   MOVE ord-crew TO cleaning-open(cleaning-open-count)
                 END-IF
                 IF ord-status = "O"
                 AND ord-elf-no = 0
                 AND ord-crew(1:8) = "RESTOCK-"
                   PERFORM VARYING cat-idx FROM 1 BY 1
                           UNTIL cat-idx > 5
                     IF rcn-code(cat-idx) = ord-crew(9:1)
                       MOVE "Y" TO restock-open(cat-idx)
                     END-IF
                   END-PERFORM
                 END-IF
             END-READ
           END-PERFORM
           .
           MOVE run-date TO ord-date
           MOVE "O" TO ord-status
           MOVE 0 TO ord-closed-date
           MOVE "U" TO order-category
           PERFORM ASSIGN-SUPPLIER
           WRITE supply-order-record
             INVALID KEY
               DISPLAY "The order could not be written: "
               END-IF
           END-WRITE
           .

       ORDER-ONE-RESTOCK.
           IF reorder-flag-record = SPACES
             CONTINUE
           ELSE
             MOVE 0 TO restock-idx
             PERFORM VARYING cat-idx FROM 1 BY 1 UNTIL cat-idx > 5
               IF rcn-code(cat-idx) = ror-category
                 MOVE cat-idx TO restock-idx
               END-IF
             END-PERFORM
             EVALUATE TRUE
               WHEN restock-idx = 0
                 DISPLAY "Unknown ration category on the reorder "
                     "flags: " ror-category
               WHEN restock-open(restock-idx) = "Y"
                 COMPUTE restock-skipped = restock-skipped + 1
               WHEN ror-order-qty = 0
                 CONTINUE
               WHEN OTHER
                 PERFORM CREATE-RESTOCK-ORDER
             END-EVALUATE
           END-IF
           .

       CREATE-RESTOCK-ORDER.
           COMPUTE next-order-no = next-order-no + 1
           MOVE next-order-no TO ord-order-no
           MOVE 0 TO ord-elf-no
           MOVE ror-category TO restock-category
           MOVE restock-crew TO ord-crew
           MOVE ror-order-qty TO ord-qty
           MOVE run-date TO ord-date
           MOVE "O" TO ord-status
           MOVE 0 TO ord-closed-date
           MOVE ror-category TO order-category
           PERFORM ASSIGN-SUPPLIER
           WRITE supply-order-record
             INVALID KEY
               DISPLAY "The restock order could not be written: "
                   ord-order-no
             NOT INVALID KEY
               COMPUTE restock-created = restock-created + 1
               MOVE "Y" TO restock-open(restock-idx)
           END-WRITE
           .

       ORDER-ONE-REQUISITION.
           IF requisition-record = SPACES
           OR rqn-crew(1:6) NOT = "CLEAN-"
           OR rqn-qty IS NOT NUMERIC
             CONTINUE
           ELSE
             MOVE "N" TO cleaning-already
             PERFORM VARYING cleaning-idx FROM 1 BY 1
                     UNTIL cleaning-idx > cleaning-open-count
               IF cleaning-open(cleaning-idx) = rqn-crew
                 MOVE "Y" TO cleaning-already
               END-IF
             END-PERFORM
             EVALUATE TRUE
               WHEN cleaning-already = "Y"
                 COMPUTE cleaning-skipped = cleaning-skipped + 1
               WHEN rqn-qty = 0
                 CONTINUE
               WHEN OTHER
                 PERFORM CREATE-CLEANING-ORDER
             END-EVALUATE
           END-IF
           .

       CREATE-CLEANING-ORDER.
           COMPUTE next-order-no = next-order-no + 1
           MOVE requisition-record TO supply-order-record
           MOVE next-order-no TO ord-order-no
           MOVE 0 TO ord-elf-no
           MOVE run-date TO ord-date
           MOVE "O" TO ord-status
           MOVE 0 TO ord-closed-date
           MOVE "C" TO order-category
           PERFORM ASSIGN-SUPPLIER
           WRITE supply-order-record
             INVALID KEY
               DISPLAY "The cleaning stock order could not be "
                   "written: " ord-order-no
             NOT INVALID KEY
               COMPUTE cleaning-created = cleaning-created + 1
               IF cleaning-open-count < 50
                 COMPUTE cleaning-open-count = cleaning-open-count + 1
                 MOVE ord-crew TO cleaning-open(cleaning-open-count)
               END-IF
           END-WRITE
           .

       LOAD-SUPPLIERS.
           MOVE 0 TO supplier-count
           OPEN INPUT supplier-master
           IF NOT supplier-is-ok
             DISPLAY "The supplier master is not available; new "
                 "orders will carry no supplier."
           ELSE
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
                   IF supplier-count < 200
                     COMPUTE supplier-count = supplier-count + 1
                     MOVE sup-code TO stb-code(supplier-count)
                     MOVE sup-categories
                         TO stb-categories(supplier-count)
                     MOVE sup-lead-days
                         TO stb-lead-days(supplier-count)
                     MOVE sup-min-qty TO stb-min-qty(supplier-count)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE supplier-master
           END-IF
           .

       ASSIGN-SUPPLIER.
           MOVE 0 TO chosen-supplier
           PERFORM VARYING supplier-idx FROM 1 BY 1
                   UNTIL supplier-idx > supplier-count
             MOVE 0 TO category-hits
             INSPECT stb-categories(supplier-idx)
                 TALLYING category-hits FOR ALL order-category
             IF category-hits > 0
               IF chosen-supplier = 0
                 MOVE supplier-idx TO chosen-supplier
               ELSE
                 IF stb-lead-days(supplier-idx)
                     < stb-lead-days(chosen-supplier)
                   MOVE supplier-idx TO chosen-supplier
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           IF chosen-supplier = 0
             MOVE SPACES TO ord-supplier
             COMPUTE ord-expected-date = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(run-date)
                 + default-lead-days)
             COMPUTE orders-no-supplier = orders-no-supplier + 1
           ELSE
             MOVE stb-code(chosen-supplier) TO ord-supplier
             COMPUTE ord-expected-date = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(run-date)
                 + stb-lead-days(chosen-supplier))
             IF ord-qty < stb-min-qty(chosen-supplier)
               MOVE stb-min-qty(chosen-supplier) TO ord-qty
               COMPUTE orders-raised-to-min = orders-raised-to-min + 1
             END-IF
           END-IF
           MOVE ord-qty TO ord-ordered-qty
           MOVE 0 TO ord-received-qty
           MOVE 0 TO ord-invoiced-qty
           .

       RECORD-RUN-LINEAGE.
           MOVE SPACES TO lineage-request
           SET lrq-run TO TRUE
           MOVE "PROVISION-ORDERS" TO lrq-program
           MOVE "COMPLETE" TO lrq-name
           STRING "ROWS " rows-read " ORDERS " orders-created
               DELIMITED BY SIZE INTO lrq-detail
           MOVE run-date TO lrq-date
           CALL "LINEAGE" USING lineage-request
           .
