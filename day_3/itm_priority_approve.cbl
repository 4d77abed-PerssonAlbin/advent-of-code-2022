              WORKING-STORAGE SECTION.
              COPY oscreq.

              COPY pckreq.

              01  pending-file-status PIC 99.
                  88  pending-is-ok  VALUE 0.
              01  pending-eof-flag   PIC X(1).
           MOVE "S" TO osc-function
           MOVE operator-id TO osc-operator
           MOVE "ITEM-PRIORITY-APPROV" TO osc-program
           MOVE SPACES TO osc-pin
           DISPLAY "PIN: " WITH NO ADVANCING
           ACCEPT osc-pin
           CALL "OPERSEC" USING operator-security-request
           IF NOT osc-allowed
             DISPLAY "Operator " operator-id " was not signed on; "
                 "sign-on refused."
             CLOSE pending-master
             CLOSE priority-master
             CLOSE override-master
             INVALID KEY
               DISPLAY "No pending change " wanted-id "."
             NOT INVALID KEY
               MOVE "O" TO pck-status
               IF pnd-action = "O"
                 MOVE pnd-eff-date TO pck-date
                 CALL "PERIODCK" USING period-check-request
               END-IF
               IF pnd-status NOT = "P"
                 DISPLAY "Change " wanted-id " has already been "
                     "reviewed."
               IF pnd-requested-by = operator-id
                 DISPLAY "A change cannot be approved by the "
                     "operator who requested it."
               ELSE
               IF pck-closed
                 DISPLAY "Change " wanted-id " is dated into a closed "
                     "period; it stays pending until the period is "
                     "reopened."
               ELSE
                 PERFORM APPLY-PENDING-CHANGE
                 IF apply-failed = "Y"
                 END-IF
               END-IF
               END-IF
               END-IF
           END-READ
           .

