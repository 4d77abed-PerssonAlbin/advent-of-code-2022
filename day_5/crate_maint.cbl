       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRATE-MAINT.

       ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                  SELECT crate-master ASSIGN TO "crate-master.dat"
                      ORGANIZATION INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS crm-label
                      FILE STATUS crate-file-status.

              DATA DIVISION.
              FILE SECTION.
              FD  crate-master.
              COPY crmrec.

              WORKING-STORAGE SECTION.
              COPY oscreq.

              01  crate-file-status   PIC 99.
                  88  crate-is-ok     VALUE 0.

              01  operator-id         PIC X(8).
              01  menu-choice         PIC X(1).
              01  work-label          PIC X(3).
              01  work-contents       PIC X(30).
              01  work-crew           PIC X(10).
              01  work-weight         PIC 9(5).
              01  work-fragile        PIC X(1).
              01  work-hazard         PIC X(1).
              01  number-answer       PIC X(10).
              01  flag-answer         PIC X(1).
              01  weight-accepted     PIC X(1).
              01  crate-eof           PIC X(1).
              01  listed-count        PIC 9(6).
              01  keep-going          PIC X(1) VALUE "Y".
                  88  still-running   VALUE "Y".
       PROCEDURE DIVISION.
       MAIN.
           OPEN I-O crate-master
           IF NOT crate-is-ok
             OPEN OUTPUT crate-master
             IF crate-is-ok
               CLOSE crate-master
               OPEN I-O crate-master
             END-IF
           END-IF
           IF NOT crate-is-ok
             DISPLAY "The crate master could not be opened (status "
                 crate-file-status ")."
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
           MOVE "CRATE-MAINT" TO osc-program
           MOVE SPACES TO osc-pin
           DISPLAY "PIN: " WITH NO ADVANCING
           ACCEPT osc-pin
           CALL "OPERSEC" USING operator-security-request
           IF NOT osc-allowed
             DISPLAY "Operator " operator-id " was not signed on; "
                 "sign-on refused."
             CLOSE crate-master
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM UNTIL NOT still-running
             PERFORM DISPLAY-MENU
             ACCEPT menu-choice

             EVALUATE menu-choice
               WHEN "I" WHEN "i"
                 PERFORM INQUIRE-CRATE
               WHEN "A" WHEN "a"
                 PERFORM ADD-CRATE
               WHEN "C" WHEN "c"
                 PERFORM CHANGE-CRATE
               WHEN "D" WHEN "d"
                 PERFORM DELETE-CRATE THRU DELETE-CRATE-EXIT
               WHEN "L" WHEN "l"
                 PERFORM LIST-CRATES
               WHEN "X" WHEN "x" WHEN "0"
                 MOVE "N" TO keep-going
               WHEN OTHER
                 DISPLAY "Not a valid choice, try again."
             END-EVALUATE
           END-PERFORM

           CLOSE crate-master
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       DISPLAY-MENU.
           DISPLAY " "
           DISPLAY "===== SUPPLY CRATE MAINTENANCE ====="
           DISPLAY "I. Inquire on a crate"
           DISPLAY "A. Add a crate"
           DISPLAY "C. Change a crate"
           DISPLAY "D. Delete a crate"
           DISPLAY "L. List the crates"
           DISPLAY "X. Exit"
           DISPLAY "Enter choice: " WITH NO ADVANCING
           .

       ASK-CRATE-LABEL.
           MOVE SPACES TO work-label
           PERFORM UNTIL work-label NOT = SPACES
             DISPLAY "Crate label: " WITH NO ADVANCING
             ACCEPT work-label
           END-PERFORM
           .

       ASK-WEIGHT.
           MOVE "N" TO weight-accepted
           PERFORM UNTIL weight-accepted = "Y"
             MOVE SPACES TO number-answer
             DISPLAY "Weight: " WITH NO ADVANCING
             ACCEPT number-answer
             IF FUNCTION TRIM(number-answer) = SPACES
             OR FUNCTION TRIM(number-answer) NOT NUMERIC
               DISPLAY "The weight must be numeric, try again."
             ELSE
               IF FUNCTION NUMVAL(number-answer) > 99999
                 DISPLAY "The weight cannot exceed 99999, try again."
               ELSE
                 MOVE FUNCTION NUMVAL(number-answer) TO work-weight
                 MOVE "Y" TO weight-accepted
               END-IF
             END-IF
           END-PERFORM
           .

       ASK-CRATE-DETAILS.
           MOVE SPACES TO work-contents
           DISPLAY "Contents: " WITH NO ADVANCING
           ACCEPT work-contents
           MOVE SPACES TO work-crew
           DISPLAY "Owning crew: " WITH NO ADVANCING
           ACCEPT work-crew
           PERFORM ASK-WEIGHT
           MOVE SPACES TO flag-answer
           DISPLAY "Fragile (Y/N): " WITH NO ADVANCING
           ACCEPT flag-answer
           IF flag-answer = "Y" OR flag-answer = "y"
             MOVE "Y" TO work-fragile
           ELSE
             MOVE "N" TO work-fragile
           END-IF
           MOVE SPACES TO flag-answer
           DISPLAY "Hazardous (Y/N): " WITH NO ADVANCING
           ACCEPT flag-answer
           IF flag-answer = "Y" OR flag-answer = "y"
             MOVE "Y" TO work-hazard
           ELSE
             MOVE "N" TO work-hazard
           END-IF
           .

       INQUIRE-CRATE.
           PERFORM ASK-CRATE-LABEL
           MOVE work-label TO crm-label
           READ crate-master
             INVALID KEY
               DISPLAY "No master entry for crate " work-label "."
             NOT INVALID KEY
               DISPLAY "Crate " crm-label " holds " crm-contents
               DISPLAY "  Crew " crm-crew "  weight " crm-weight
                   "  fragile " crm-fragile "  hazard " crm-hazard
           END-READ
           .

       ADD-CRATE.
           PERFORM ASK-CRATE-LABEL
           MOVE work-label TO crm-label
           READ crate-master
             INVALID KEY
               PERFORM ASK-CRATE-DETAILS
               MOVE work-label TO crm-label
               MOVE work-contents TO crm-contents
               MOVE work-crew TO crm-crew
               MOVE work-weight TO crm-weight
               MOVE work-fragile TO crm-fragile
               MOVE work-hazard TO crm-hazard
               WRITE crate-master-record
                 INVALID KEY
                   DISPLAY "The add was rejected (status "
                       crate-file-status ")."
                 NOT INVALID KEY
                   DISPLAY "Added crate " work-label "."
               END-WRITE
             NOT INVALID KEY
               DISPLAY "Crate " work-label " is already on the "
                   "master; use Change instead."
           END-READ
           .

       CHANGE-CRATE.
           PERFORM ASK-CRATE-LABEL
           MOVE work-label TO crm-label
           READ crate-master
             INVALID KEY
               DISPLAY "No master entry for crate " work-label "."
             NOT INVALID KEY
               PERFORM ASK-CRATE-DETAILS
               MOVE work-contents TO crm-contents
               MOVE work-crew TO crm-crew
               MOVE work-weight TO crm-weight
               MOVE work-fragile TO crm-fragile
               MOVE work-hazard TO crm-hazard
               REWRITE crate-master-record
                 INVALID KEY
                   DISPLAY "The change was rejected (status "
                       crate-file-status ")."
                 NOT INVALID KEY
                   DISPLAY "Changed crate " work-label "."
               END-REWRITE
           END-READ
           .

       DELETE-CRATE.
           MOVE "A" TO osc-function
           MOVE operator-id TO osc-operator
           MOVE "CRATE-MAINT" TO osc-program
           MOVE "DELETE-CRATE" TO osc-action
           MOVE 2 TO osc-level-need
           CALL "OPERSEC" USING operator-security-request
           IF NOT osc-allowed
             DISPLAY "Deletes need a level-2 operator."
             GO TO DELETE-CRATE-EXIT
           END-IF
           PERFORM ASK-CRATE-LABEL
           MOVE work-label TO crm-label
           READ crate-master
             INVALID KEY
               DISPLAY "No master entry for crate " work-label "."
             NOT INVALID KEY
               DELETE crate-master
                 INVALID KEY
                   DISPLAY "The delete was rejected (status "
                       crate-file-status ")."
                 NOT INVALID KEY
                   DISPLAY "Deleted crate " work-label "."
               END-DELETE
           END-READ
           .

       DELETE-CRATE-EXIT.
           EXIT.

       LIST-CRATES.
           MOVE 0 TO listed-count
           MOVE LOW-VALUES TO crm-label
           MOVE "N" TO crate-eof
           START crate-master KEY >= crm-label
             INVALID KEY
               MOVE "Y" TO crate-eof
           END-START
           PERFORM UNTIL crate-eof = "Y"
             READ crate-master NEXT
               AT END
                 MOVE "Y" TO crate-eof
               NOT AT END
                 DISPLAY crm-label "  " crm-contents "  "
                     crm-crew "  " crm-weight "  "
                     crm-fragile crm-hazard
                 COMPUTE listed-count = listed-count + 1
             END-READ
           END-PERFORM
           DISPLAY listed-count " crates on the master."
           .
