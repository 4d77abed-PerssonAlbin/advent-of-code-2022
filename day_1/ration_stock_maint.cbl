       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATION-STOCK-MAINT.

       ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                  SELECT stock-master ASSIGN TO "ration-stock.dat"
                      ORGANIZATION INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS rsm-category
                      FILE STATUS stock-file-status.
                  SELECT journal-file ASSIGN TO "run-journal.dat"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS journal-file-status.

              DATA DIVISION.
              FILE SECTION.
              FD  stock-master.
              COPY rsmrec.

              FD  journal-file.
              COPY jrnrec.

              WORKING-STORAGE SECTION.
              COPY oscreq.

              COPY rcatnm.

              01  stock-file-status   PIC 99.
                  88  stock-is-ok     VALUE 0.

              01  journal-file-status PIC 99.
                  88  journal-is-ok   VALUE 0.

              01  run-date            PIC 9(8).
              01  operator-id         PIC X(8).
              01  menu-choice         PIC X(1).
              01  work-category       PIC X(1).
              01  category-known      PIC X(1).
              01  cat-idx             PIC 9(1).
              01  number-answer       PIC X(12).
              01  number-accepted     PIC X(1).
              01  work-number         PIC 9(9).
              01  old-on-hand         PIC S9(9).
              01  stock-eof           PIC X(1).
              01  listed-count        PIC 9(4).
              01  on-hand-edit        PIC -(9)9.
              01  keep-going          PIC X(1) VALUE "Y".
                  88  still-running   VALUE "Y".
       PROCEDURE DIVISION.
       MAIN.
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
             DISPLAY "The ration stock master could not be opened "
                 "(status " stock-file-status ")."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM VARYING cat-idx FROM 1 BY 1 UNTIL cat-idx > 5
             PERFORM SEED-CATEGORY
           END-PERFORM

           MOVE SPACES TO operator-id
           PERFORM UNTIL operator-id NOT = SPACES
             DISPLAY "Operator id: " WITH NO ADVANCING
             ACCEPT operator-id
           END-PERFORM
           MOVE "S" TO osc-function
           MOVE operator-id TO osc-operator
           MOVE "RATION-STOCK-MAINT" TO osc-program
           MOVE SPACES TO osc-pin
           DISPLAY "PIN: " WITH NO ADVANCING
           ACCEPT osc-pin
           CALL "OPERSEC" USING operator-security-request
           IF NOT osc-allowed
             DISPLAY "Operator " operator-id " was not signed on; "
                 "sign-on refused."
             CLOSE stock-master
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM UNTIL NOT still-running
             PERFORM DISPLAY-MENU
             ACCEPT menu-choice

             EVALUATE menu-choice
               WHEN "I" WHEN "i"
                 PERFORM INQUIRE-CATEGORY
               WHEN "R" WHEN "r"
                 PERFORM SET-REORDER-POINT
               WHEN "A" WHEN "a"
                 PERFORM ADJUST-STOCK THRU ADJUST-STOCK-EXIT
               WHEN "L" WHEN "l"
                 PERFORM LIST-CATEGORIES
               WHEN "X" WHEN "x" WHEN "0"
                 MOVE "N" TO keep-going
               WHEN OTHER
                 DISPLAY "Not a valid choice, try again."
             END-EVALUATE
           END-PERFORM

           CLOSE stock-master
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       SEED-CATEGORY.
           MOVE rcn-code(cat-idx) TO rsm-category
           READ stock-master
             INVALID KEY
               MOVE SPACES TO ration-stock-record
               MOVE rcn-code(cat-idx) TO rsm-category
               MOVE rcn-name(cat-idx) TO rsm-name
               MOVE 0 TO rsm-on-hand
               MOVE 0 TO rsm-reorder-point
               MOVE 0 TO rsm-reorder-qty
               MOVE 0 TO rsm-day-date
               MOVE 0 TO rsm-day-opening
               MOVE 0 TO rsm-day-receipts
               MOVE 0 TO rsm-day-issues
               WRITE ration-stock-record
                 INVALID KEY
                   DISPLAY "Category " rcn-code(cat-idx)
                       " could not be added (status "
                       stock-file-status ")."
               END-WRITE
           END-READ
           .

       DISPLAY-MENU.
           DISPLAY " "
           DISPLAY "===== RATION STOCK MAINTENANCE ====="
           DISPLAY "I. Inquire on a category"
           DISPLAY "R. Set the reorder point"
           DISPLAY "A. Adjust stock on hand (stock count)"
           DISPLAY "L. List the categories"
           DISPLAY "X. Exit"
           DISPLAY "Enter choice: " WITH NO ADVANCING
           .

       ASK-CATEGORY.
           MOVE "N" TO category-known
           PERFORM UNTIL category-known = "Y"
             MOVE SPACES TO work-category
             DISPLAY "Category (M G S T U): " WITH NO ADVANCING
             ACCEPT work-category
             PERFORM VARYING cat-idx FROM 1 BY 1 UNTIL cat-idx > 5
               IF rcn-code(cat-idx) = work-category
                 MOVE "Y" TO category-known
               END-IF
             END-PERFORM
             IF category-known = "N"
               DISPLAY "Not a ration category, try again."
             END-IF
           END-PERFORM
           .

       ASK-NUMBER.
           MOVE "N" TO number-accepted
           PERFORM UNTIL number-accepted = "Y"
             MOVE SPACES TO number-answer
             ACCEPT number-answer
             IF FUNCTION TRIM(number-answer) = SPACES
             OR FUNCTION TRIM(number-answer) NOT NUMERIC
               DISPLAY "The amount must be numeric, try again: "
                   WITH NO ADVANCING
             ELSE
               IF FUNCTION NUMVAL(number-answer) > 999999999
                 DISPLAY "The amount cannot exceed 999999999, try "
                     "again: " WITH NO ADVANCING
               ELSE
                 MOVE FUNCTION NUMVAL(number-answer) TO work-number
                 MOVE "Y" TO number-accepted
               END-IF
             END-IF
           END-PERFORM
           .

       SHOW-CATEGORY.
           MOVE rsm-on-hand TO on-hand-edit
           DISPLAY "Category " rsm-category " " rsm-name
               "  on hand " on-hand-edit
           DISPLAY "  Reorder point " rsm-reorder-point
               "  reorder quantity " rsm-reorder-qty
           DISPLAY "  Last movement day " rsm-day-date
               "  receipts " rsm-day-receipts
               "  issues " rsm-day-issues
           .

       INQUIRE-CATEGORY.
           PERFORM ASK-CATEGORY
           MOVE work-category TO rsm-category
           READ stock-master
             INVALID KEY
               DISPLAY "No stock entry for category " work-category "."
             NOT INVALID KEY
               PERFORM SHOW-CATEGORY
           END-READ
           .

       SET-REORDER-POINT.
           PERFORM ASK-CATEGORY
           MOVE work-category TO rsm-category
           READ stock-master
             INVALID KEY
               DISPLAY "No stock entry for category " work-category "."
             NOT INVALID KEY
               PERFORM SHOW-CATEGORY
               DISPLAY "New reorder point: " WITH NO ADVANCING
               PERFORM ASK-NUMBER
               MOVE work-number TO rsm-reorder-point
               DISPLAY "Quantity to reorder (0 = top up to the "
                   "reorder point): " WITH NO ADVANCING
               PERFORM ASK-NUMBER
               MOVE work-number TO rsm-reorder-qty
               REWRITE ration-stock-record
                 INVALID KEY
                   DISPLAY "The change was rejected (status "
                       stock-file-status ")."
                 NOT INVALID KEY
                   DISPLAY "Reorder point changed for category "
                       work-category "."
               END-REWRITE
           END-READ
           .

       ADJUST-STOCK.
           MOVE "A" TO osc-function
           MOVE operator-id TO osc-operator
           MOVE "RATION-STOCK-MAINT" TO osc-program
           MOVE "ADJUST-STOCK" TO osc-action
           MOVE 2 TO osc-level-need
           CALL "OPERSEC" USING operator-security-request
           IF NOT osc-allowed
             DISPLAY "Stock adjustments need a level-2 operator."
             GO TO ADJUST-STOCK-EXIT
           END-IF
           PERFORM ASK-CATEGORY
           MOVE work-category TO rsm-category
           READ stock-master
             INVALID KEY
               DISPLAY "No stock entry for category " work-category "."
               GO TO ADJUST-STOCK-EXIT
           END-READ
           PERFORM SHOW-CATEGORY
           DISPLAY "Counted stock on hand: " WITH NO ADVANCING
           PERFORM ASK-NUMBER
           MOVE rsm-on-hand TO old-on-hand
           IF rsm-day-date NOT = run-date
             MOVE run-date TO rsm-day-date
             MOVE work-number TO rsm-day-opening
             MOVE 0 TO rsm-day-receipts
             MOVE 0 TO rsm-day-issues
           ELSE
             COMPUTE rsm-day-opening = rsm-day-opening
                 + work-number - old-on-hand
           END-IF
           MOVE work-number TO rsm-on-hand
           REWRITE ration-stock-record
             INVALID KEY
               DISPLAY "The adjustment was rejected (status "
                   stock-file-status ")."
               GO TO ADJUST-STOCK-EXIT
           END-REWRITE
           DISPLAY "Stock on hand adjusted for category "
               work-category "."
           PERFORM JOURNAL-THE-ADJUSTMENT
           .

       ADJUST-STOCK-EXIT.
           EXIT.

       JOURNAL-THE-ADJUSTMENT.
           OPEN EXTEND journal-file
           IF NOT journal-is-ok
             OPEN OUTPUT journal-file
           END-IF
           IF journal-is-ok
             MOVE SPACES TO run-journal-record
             MOVE "RATION-STOCK-MAINT" TO jrn-program
             MOVE run-date TO jrn-date
             MOVE operator-id TO jrn-operator
             MOVE old-on-hand TO on-hand-edit
             STRING "STOCK COUNT " work-category " FROM "
                 FUNCTION TRIM(on-hand-edit) " TO " work-number
                 DELIMITED BY SIZE INTO jrn-note
             WRITE run-journal-record
             CLOSE journal-file
           END-IF
           .

       LIST-CATEGORIES.
           MOVE 0 TO listed-count
           MOVE LOW-VALUES TO rsm-category
           MOVE "N" TO stock-eof
           START stock-master KEY >= rsm-category
             INVALID KEY
               MOVE "Y" TO stock-eof
           END-START
           PERFORM UNTIL stock-eof = "Y"
             READ stock-master NEXT
               AT END
                 MOVE "Y" TO stock-eof
               NOT AT END
                 MOVE rsm-on-hand TO on-hand-edit
                 DISPLAY rsm-category "  " rsm-name "  "
                     on-hand-edit "  " rsm-reorder-point "  "
                     rsm-reorder-qty
                 COMPUTE listed-count = listed-count + 1
             END-READ
           END-PERFORM
           DISPLAY listed-count " categories on the stock master."
           .
