       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPS-PRIZE-MAINT.

       ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                  SELECT prize-master ASSIGN TO "prize-structure.dat"
                      ORGANIZATION INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS prz-tournament
                      FILE STATUS prize-file-status.

              DATA DIVISION.
              FILE SECTION.
              FD  prize-master.
              COPY przrec.

              WORKING-STORAGE SECTION.
              COPY oscreq.

              01  prize-file-status   PIC 99.
                  88  prize-is-ok     VALUE 0.

              01  operator-id         PIC X(8).
              01  menu-choice         PIC X(1).
              01  work-tournament     PIC X(10).
              01  work-name           PIC X(30).
              01  work-entry-fee      PIC 9(5)V99.
              01  work-places         PIC 9(2).
              01  work-split-table.
                  03  work-split-pct  PIC 9(3)V99 OCCURS 10 TIMES.
              01  split-total         PIC 9(4)V99.
              01  number-answer       PIC X(12).
              01  number-accepted     PIC X(1).
              01  place-idx           PIC 9(2).
              01  edit-fee            PIC Z(4)9.99.
              01  edit-pct            PIC ZZ9.99.
              01  edit-pool           PIC Z(8)9.99.
              01  prize-eof           PIC X(1).
              01  listed-count        PIC 9(6).
              01  keep-going          PIC X(1) VALUE "Y".
                  88  still-running   VALUE "Y".
       PROCEDURE DIVISION.
       MAIN.
           OPEN I-O prize-master
           IF NOT prize-is-ok
             OPEN OUTPUT prize-master
             IF prize-is-ok
               CLOSE prize-master
               OPEN I-O prize-master
             END-IF
           END-IF
           IF NOT prize-is-ok
             DISPLAY "The prize structure master could not be opened "
                 "(status " prize-file-status ")."
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
           MOVE "RPS-PRIZE-MAINT" TO osc-program
           MOVE SPACES TO osc-pin
           DISPLAY "PIN: " WITH NO ADVANCING
           ACCEPT osc-pin
           CALL "OPERSEC" USING operator-security-request
           IF NOT osc-allowed
             DISPLAY "Operator " operator-id " was not signed on; "
                 "sign-on refused."
             CLOSE prize-master
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM UNTIL NOT still-running
             PERFORM DISPLAY-MENU
             ACCEPT menu-choice

             EVALUATE menu-choice
               WHEN "I" WHEN "i"
                 PERFORM INQUIRE-PRIZE
               WHEN "A" WHEN "a"
                 PERFORM ADD-PRIZE
               WHEN "C" WHEN "c"
                 PERFORM CHANGE-PRIZE THRU CHANGE-PRIZE-EXIT
               WHEN "D" WHEN "d"
                 PERFORM DELETE-PRIZE THRU DELETE-PRIZE-EXIT
               WHEN "L" WHEN "l"
                 PERFORM LIST-PRIZES
               WHEN "X" WHEN "x" WHEN "0"
                 MOVE "N" TO keep-going
               WHEN OTHER
                 DISPLAY "Not a valid choice, try again."
             END-EVALUATE
           END-PERFORM

           CLOSE prize-master
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       DISPLAY-MENU.
           DISPLAY " "
           DISPLAY "===== TOURNAMENT PRIZE STRUCTURE MAINTENANCE ====="
           DISPLAY "I. Inquire on a prize structure"
           DISPLAY "A. Add a prize structure"
           DISPLAY "C. Change a prize structure"
           DISPLAY "D. Delete a prize structure"
           DISPLAY "L. List the prize structures"
           DISPLAY "X. Exit"
           DISPLAY "Enter choice: " WITH NO ADVANCING
           .

       ASK-TOURNAMENT.
           MOVE SPACES TO work-tournament
           PERFORM UNTIL work-tournament NOT = SPACES
             DISPLAY "Tournament id: " WITH NO ADVANCING
             ACCEPT work-tournament
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(work-tournament) TO work-tournament
           .

       ASK-NUMBER.
           MOVE "N" TO number-accepted
           PERFORM UNTIL number-accepted = "Y"
             MOVE SPACES TO number-answer
             ACCEPT number-answer
             IF FUNCTION TRIM(number-answer) = SPACES
             OR FUNCTION TEST-NUMVAL(number-answer) NOT = 0
               DISPLAY "The value must be numeric, try again: "
                   WITH NO ADVANCING
             ELSE
               IF FUNCTION NUMVAL(number-answer) < 0
                 DISPLAY "The value cannot be negative, try again: "
                     WITH NO ADVANCING
               ELSE
                 MOVE "Y" TO number-accepted
               END-IF
             END-IF
           END-PERFORM
           .

       ASK-PRIZE-DETAILS.
           MOVE SPACES TO work-name
           DISPLAY "Tournament name: " WITH NO ADVANCING
           ACCEPT work-name
           DISPLAY "Entry fee per elf: " WITH NO ADVANCING
           PERFORM ASK-NUMBER
           PERFORM UNTIL FUNCTION NUMVAL(number-answer) < 100000
             DISPLAY "The entry fee cannot exceed 99999.99, try "
                 "again: " WITH NO ADVANCING
             PERFORM ASK-NUMBER
           END-PERFORM
           MOVE FUNCTION NUMVAL(number-answer) TO work-entry-fee

           DISPLAY "Number of paid places (1-10): " WITH NO ADVANCING
           PERFORM ASK-NUMBER
           PERFORM UNTIL FUNCTION NUMVAL(number-answer) >= 1
           AND FUNCTION NUMVAL(number-answer) <= 10
             DISPLAY "Give between 1 and 10 places, try again: "
                 WITH NO ADVANCING
             PERFORM ASK-NUMBER
           END-PERFORM
           MOVE FUNCTION NUMVAL(number-answer) TO work-places

           MOVE 0 TO split-total
           PERFORM UNTIL split-total = 100
             MOVE 0 TO split-total
             INITIALIZE work-split-table
             PERFORM VARYING place-idx FROM 1 BY 1
                     UNTIL place-idx > work-places
               DISPLAY "Percent of the pool for place " place-idx
                   ": " WITH NO ADVANCING
               PERFORM ASK-NUMBER
               PERFORM UNTIL FUNCTION NUMVAL(number-answer) <= 100
                 DISPLAY "A place cannot take more than 100 percent, "
                     "try again: " WITH NO ADVANCING
                 PERFORM ASK-NUMBER
               END-PERFORM
               MOVE FUNCTION NUMVAL(number-answer)
                   TO work-split-pct(place-idx)
               COMPUTE split-total = split-total
                   + work-split-pct(place-idx)
             END-PERFORM
             IF split-total NOT = 100
               MOVE split-total TO edit-pct
               DISPLAY "The places add up to " edit-pct
                   " percent; the split must total 100. Enter "
                   "it again."
             END-IF
           END-PERFORM
           .

       SHOW-PRIZE.
           MOVE prz-entry-fee TO edit-fee
           DISPLAY "Tournament " prz-tournament "  " prz-name
           DISPLAY "  Entry fee " edit-fee "  paid places " prz-places
           PERFORM VARYING place-idx FROM 1 BY 1
                   UNTIL place-idx > prz-places
             MOVE prz-split-pct(place-idx) TO edit-pct
             DISPLAY "    place " place-idx "  " edit-pct " pct"
           END-PERFORM
           IF prz-settled-date = 0
             DISPLAY "  Not yet settled"
           ELSE
             MOVE prz-pool TO edit-pool
             DISPLAY "  Settled " prz-settled-date "  entrants "
                 prz-entrants "  pool " edit-pool
           END-IF
           .

       MOVE-DETAILS-TO-RECORD.
           MOVE work-name TO prz-name
           MOVE work-entry-fee TO prz-entry-fee
           MOVE work-places TO prz-places
           PERFORM VARYING place-idx FROM 1 BY 1
                   UNTIL place-idx > 10
             MOVE work-split-pct(place-idx) TO prz-split-pct(place-idx)
           END-PERFORM
           .

       INQUIRE-PRIZE.
           PERFORM ASK-TOURNAMENT
           MOVE work-tournament TO prz-tournament
           READ prize-master
             INVALID KEY
               DISPLAY "No prize structure for tournament "
                   work-tournament "."
             NOT INVALID KEY
               PERFORM SHOW-PRIZE
           END-READ
           .

       ADD-PRIZE.
           PERFORM ASK-TOURNAMENT
           MOVE work-tournament TO prz-tournament
           READ prize-master
             INVALID KEY
               PERFORM ASK-PRIZE-DETAILS
               INITIALIZE prize-structure-record
               MOVE work-tournament TO prz-tournament
               PERFORM MOVE-DETAILS-TO-RECORD
               MOVE 0 TO prz-settled-date
               MOVE 0 TO prz-entrants
               MOVE 0 TO prz-pool
               WRITE prize-structure-record
                 INVALID KEY
                   DISPLAY "The add was rejected (status "
                       prize-file-status ")."
                 NOT INVALID KEY
                   DISPLAY "Added tournament " work-tournament "."
               END-WRITE
             NOT INVALID KEY
               DISPLAY "Tournament " work-tournament " is already on "
                   "the master; use Change instead."
           END-READ
           .

       CHANGE-PRIZE.
           PERFORM ASK-TOURNAMENT
           MOVE work-tournament TO prz-tournament
           READ prize-master
             INVALID KEY
               DISPLAY "No prize structure for tournament "
                   work-tournament "."
               GO TO CHANGE-PRIZE-EXIT
           END-READ
           PERFORM SHOW-PRIZE
           IF prz-settled-date NOT = 0
             DISPLAY "Tournament " work-tournament " has been "
                 "settled; its prize structure cannot be changed."
             GO TO CHANGE-PRIZE-EXIT
           END-IF
           PERFORM ASK-PRIZE-DETAILS
           PERFORM MOVE-DETAILS-TO-RECORD
           REWRITE prize-structure-record
             INVALID KEY
               DISPLAY "The change was rejected (status "
                   prize-file-status ")."
             NOT INVALID KEY
               DISPLAY "Changed tournament " work-tournament "."
           END-REWRITE
           .

       CHANGE-PRIZE-EXIT.
           EXIT.

       DELETE-PRIZE.
           MOVE "A" TO osc-function
           MOVE operator-id TO osc-operator
           MOVE "RPS-PRIZE-MAINT" TO osc-program
           MOVE "DELETE-PRIZE" TO osc-action
           MOVE 2 TO osc-level-need
           CALL "OPERSEC" USING operator-security-request
           IF NOT osc-allowed
             DISPLAY "Deletes need a level-2 operator."
             GO TO DELETE-PRIZE-EXIT
           END-IF
           PERFORM ASK-TOURNAMENT
           MOVE work-tournament TO prz-tournament
           READ prize-master
             INVALID KEY
               DISPLAY "No prize structure for tournament "
                   work-tournament "."
               GO TO DELETE-PRIZE-EXIT
           END-READ
           IF prz-settled-date NOT = 0
             DISPLAY "Tournament " work-tournament " has been "
                 "settled; it is kept for the settlement ledger."
             GO TO DELETE-PRIZE-EXIT
           END-IF
           DELETE prize-master
             INVALID KEY
               DISPLAY "The delete was rejected (status "
                   prize-file-status ")."
             NOT INVALID KEY
               DISPLAY "Deleted tournament " work-tournament "."
           END-DELETE
           .

       DELETE-PRIZE-EXIT.
           EXIT.

       LIST-PRIZES.
           MOVE 0 TO listed-count
           MOVE LOW-VALUES TO prz-tournament
           MOVE "N" TO prize-eof
           START prize-master KEY >= prz-tournament
             INVALID KEY
               MOVE "Y" TO prize-eof
           END-START
           PERFORM UNTIL prize-eof = "Y"
             READ prize-master NEXT
               AT END
                 MOVE "Y" TO prize-eof
               NOT AT END
                 MOVE prz-entry-fee TO edit-fee
                 DISPLAY prz-tournament "  " prz-name "  "
                     edit-fee "  " prz-places "  " prz-settled-date
                 COMPUTE listed-count = listed-count + 1
             END-READ
           END-PERFORM
           DISPLAY listed-count " prize structures on the master."
           .
