       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPLIER-MAINT.

       ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                  SELECT supplier-master ASSIGN TO "suppliers.dat"
                      ORGANIZATION INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS sup-code
                      FILE STATUS supplier-file-status.

              DATA DIVISION.
              FILE SECTION.
              FD  supplier-master.
              COPY suprec.

              WORKING-STORAGE SECTION.
              COPY oscreq.

              COPY rcatnm.

              01  supplier-file-status PIC 99.
                  88  supplier-is-ok  VALUE 0.

              01  operator-id         PIC X(8).
              01  menu-choice         PIC X(1).
              01  work-code           PIC X(6).
              01  work-name           PIC X(20).
              01  work-categories     PIC X(5).
              01  work-lead-days      PIC 9(3).
              01  work-min-qty        PIC 9(8).
              01  number-answer       PIC X(10).
              01  number-accepted     PIC X(1).
              01  categories-accepted PIC X(1).
              01  char-idx            PIC 9(1).
              01  cat-idx             PIC 9(1).
              01  char-known          PIC X(1).
              01  supplier-eof        PIC X(1).
              01  listed-count        PIC 9(6).
              01  keep-going          PIC X(1) VALUE "Y".
                  88  still-running   VALUE "Y".
       PROCEDURE DIVISION.
       MAIN.
           OPEN I-O supplier-master
           IF NOT supplier-is-ok
             OPEN OUTPUT supplier-master
             IF supplier-is-ok
               CLOSE supplier-master
               OPEN I-O supplier-master
             END-IF
           END-IF
           IF NOT supplier-is-ok
             DISPLAY "The supplier master could not be opened (status "
                 supplier-file-status ")."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           MOVE SPACES TO operator-id
           PERFORM UNTIL operator-id NOT = SPACES
             DISPLAY "Operator id: " WITH NO ADVANCING
             ACCEPT operator-id
           END-PERFORM
           MOVE "S" TO osc-function
           MOVE operator-id TO osc-operator
           MOVE "SUPPLIER-MAINT" TO osc-program
           MOVE SPACES TO osc-pin
           DISPLAY "PIN: " WITH NO ADVANCING
           ACCEPT osc-pin
           CALL "OPERSEC" USING operator-security-request
           IF NOT osc-allowed
             DISPLAY "Operator " operator-id " was not signed on; "
                 "sign-on refused."
             CLOSE supplier-master
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM UNTIL NOT still-running
             PERFORM DISPLAY-MENU
             ACCEPT menu-choice

             EVALUATE menu-choice
               WHEN "I" WHEN "i"
                 PERFORM INQUIRE-SUPPLIER
               WHEN "A" WHEN "a"
                 PERFORM ADD-SUPPLIER
               WHEN "C" WHEN "c"
                 PERFORM CHANGE-SUPPLIER
               WHEN "D" WHEN "d"
                 PERFORM DELETE-SUPPLIER THRU DELETE-SUPPLIER-EXIT
               WHEN "L" WHEN "l"
                 PERFORM LIST-SUPPLIERS
               WHEN "X" WHEN "x" WHEN "0"
                 MOVE "N" TO keep-going
               WHEN OTHER
                 DISPLAY "Not a valid choice, try again."
             END-EVALUATE
           END-PERFORM

           CLOSE supplier-master
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       DISPLAY-MENU.
           DISPLAY " "
           DISPLAY "===== RATION SUPPLIER MAINTENANCE ====="
           DISPLAY "I. Inquire on a supplier"
           DISPLAY "A. Add a supplier"
           DISPLAY "C. Change a supplier"
           DISPLAY "D. Delete a supplier"
           DISPLAY "L. List the suppliers"
           DISPLAY "X. Exit"
           DISPLAY "Enter choice: " WITH NO ADVANCING
           .

       ASK-SUPPLIER-CODE.
           MOVE SPACES TO work-code
           PERFORM UNTIL work-code NOT = SPACES
             DISPLAY "Supplier code: " WITH NO ADVANCING
             ACCEPT work-code
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(work-code) TO work-code
           .

       ASK-NUMBER.
           MOVE "N" TO number-accepted
           PERFORM UNTIL number-accepted = "Y"
             MOVE SPACES TO number-answer
             ACCEPT number-answer
             IF FUNCTION TRIM(number-answer) = SPACES
             OR FUNCTION TRIM(number-answer) NOT NUMERIC
               DISPLAY "The value must be numeric, try again: "
                   WITH NO ADVANCING
             ELSE
               MOVE "Y" TO number-accepted
             END-IF
           END-PERFORM
           .

       ASK-CATEGORIES.
           MOVE "N" TO categories-accepted
           PERFORM UNTIL categories-accepted = "Y"
             MOVE SPACES TO work-categories
             DISPLAY "Categories supplied (any of MGSTU, C for "
                 "cleaning stock): "
                 WITH NO ADVANCING
             ACCEPT work-categories
             MOVE FUNCTION UPPER-CASE(work-categories)
                 TO work-categories
             MOVE "Y" TO categories-accepted
             IF work-categories = SPACES
               MOVE "N" TO categories-accepted
             END-IF
             PERFORM VARYING char-idx FROM 1 BY 1 UNTIL char-idx > 5
               IF work-categories(char-idx:1) NOT = SPACE
                 MOVE "N" TO char-known
                 IF work-categories(char-idx:1) = "C"
                   MOVE "Y" TO char-known
                 END-IF
                 PERFORM VARYING cat-idx FROM 1 BY 1
                         UNTIL cat-idx > 5
                   IF rcn-code(cat-idx) = work-categories(char-idx:1)
                     MOVE "Y" TO char-known
                   END-IF
                 END-PERFORM
                 IF char-known = "N"
                   MOVE "N" TO categories-accepted
                 END-IF
               END-IF
             END-PERFORM
             IF categories-accepted = "N"
               DISPLAY "Give one or more of M G S T U C, try again."
             END-IF
           END-PERFORM
           .

       ASK-SUPPLIER-DETAILS.
           MOVE SPACES TO work-name
           DISPLAY "Supplier name: " WITH NO ADVANCING
           ACCEPT work-name
           PERFORM ASK-CATEGORIES
           DISPLAY "Standard lead time in days: " WITH NO ADVANCING
           PERFORM ASK-NUMBER
           PERFORM UNTIL FUNCTION NUMVAL(number-answer) <= 999
             DISPLAY "The lead time cannot exceed 999 days, try "
                 "again: " WITH NO ADVANCING
             PERFORM ASK-NUMBER
           END-PERFORM
           MOVE FUNCTION NUMVAL(number-answer) TO work-lead-days
           DISPLAY "Minimum order quantity: " WITH NO ADVANCING
           PERFORM ASK-NUMBER
           PERFORM UNTIL FUNCTION NUMVAL(number-answer) <= 99999999
             DISPLAY "The minimum cannot exceed 99999999, try "
                 "again: " WITH NO ADVANCING
             PERFORM ASK-NUMBER
           END-PERFORM
           MOVE FUNCTION NUMVAL(number-answer) TO work-min-qty
           .

       SHOW-SUPPLIER.
           DISPLAY "Supplier " sup-code "  " sup-name
           DISPLAY "  Categories " sup-categories
               "  lead time " sup-lead-days " days"
               "  minimum order " sup-min-qty
           DISPLAY "  Deliveries " sup-deliveries
               "  on time " sup-on-time "  late " sup-late
               "  short " sup-short-count
           .

       INQUIRE-SUPPLIER.
           PERFORM ASK-SUPPLIER-CODE
           MOVE work-code TO sup-code
           READ supplier-master
             INVALID KEY
               DISPLAY "No master entry for supplier " work-code "."
             NOT INVALID KEY
               PERFORM SHOW-SUPPLIER
           END-READ
           .

       ADD-SUPPLIER.
           PERFORM ASK-SUPPLIER-CODE
           MOVE work-code TO sup-code
           READ supplier-master
             INVALID KEY
               PERFORM ASK-SUPPLIER-DETAILS
               MOVE SPACES TO supplier-record
               MOVE work-code TO sup-code
               MOVE work-name TO sup-name
               MOVE work-categories TO sup-categories
               MOVE work-lead-days TO sup-lead-days
               MOVE work-min-qty TO sup-min-qty
               MOVE 0 TO sup-deliveries
               MOVE 0 TO sup-on-time
               MOVE 0 TO sup-late
               MOVE 0 TO sup-days-late
               MOVE 0 TO sup-short-count
               MOVE 0 TO sup-short-qty
               MOVE 0 TO sup-last-delivery
               WRITE supplier-record
                 INVALID KEY
                   DISPLAY "The add was rejected (status "
                       supplier-file-status ")."
                 NOT INVALID KEY
                   DISPLAY "Added supplier " work-code "."
               END-WRITE
             NOT INVALID KEY
               DISPLAY "Supplier " work-code " is already on the "
                   "master; use Change instead."
           END-READ
           .

       CHANGE-SUPPLIER.
           PERFORM ASK-SUPPLIER-CODE
           MOVE work-code TO sup-code
           READ supplier-master
             INVALID KEY
               DISPLAY "No master entry for supplier " work-code "."
             NOT INVALID KEY
               PERFORM SHOW-SUPPLIER
               PERFORM ASK-SUPPLIER-DETAILS
               MOVE work-name TO sup-name
               MOVE work-categories TO sup-categories
               MOVE work-lead-days TO sup-lead-days
               MOVE work-min-qty TO sup-min-qty
               REWRITE supplier-record
                 INVALID KEY
                   DISPLAY "The change was rejected (status "
                       supplier-file-status ")."
                 NOT INVALID KEY
                   DISPLAY "Changed supplier " work-code "."
               END-REWRITE
           END-READ
           .

       DELETE-SUPPLIER.
           MOVE "A" TO osc-function
           MOVE operator-id TO osc-operator
           MOVE "SUPPLIER-MAINT" TO osc-program
           MOVE "DELETE-SUPPLIER" TO osc-action
           MOVE 2 TO osc-level-need
           CALL "OPERSEC" USING operator-security-request
           IF NOT osc-allowed
             DISPLAY "Deletes need a level-2 operator."
             GO TO DELETE-SUPPLIER-EXIT
           END-IF
           PERFORM ASK-SUPPLIER-CODE
           MOVE work-code TO sup-code
           READ supplier-master
             INVALID KEY
               DISPLAY "No master entry for supplier " work-code "."
             NOT INVALID KEY
               DELETE supplier-master
                 INVALID KEY
                   DISPLAY "The delete was rejected (status "
                       supplier-file-status ")."
                 NOT INVALID KEY
                   DISPLAY "Deleted supplier " work-code "."
               END-DELETE
           END-READ
           .

       DELETE-SUPPLIER-EXIT.
           EXIT.

       LIST-SUPPLIERS.
           MOVE 0 TO listed-count
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
                 DISPLAY sup-code "  " sup-name "  "
                     sup-categories "  " sup-lead-days "  "
                     sup-min-qty
                 COMPUTE listed-count = listed-count + 1
             END-READ
           END-PERFORM
           DISPLAY listed-count " suppliers on the master."
           .
