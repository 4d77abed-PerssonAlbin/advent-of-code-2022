       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELF-AVAIL-MAINT.

       ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                  SELECT avail-master ASSIGN TO "elf-availability.dat"
                      ORGANIZATION INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS avl-key
                      FILE STATUS avail-file-status.
                  SELECT roster-master ASSIGN TO "elf-roster.dat"
                      ORGANIZATION INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS rst-elf-no
                      FILE STATUS roster-file-status.

              DATA DIVISION.
              FILE SECTION.
              FD  avail-master.
              COPY avlrec.

              FD  roster-master.
              COPY rstrec.

              WORKING-STORAGE SECTION.
              COPY oscreq.

              01  avail-file-status   PIC 99.
                  88  avail-is-ok     VALUE 0.
              01  roster-file-status  PIC 99.
                  88  roster-is-ok    VALUE 0.
              01  roster-open-flag    PIC X(1) VALUE "N".
                  88  roster-open     VALUE "Y".

              01  operator-id         PIC X(8).
              01  menu-choice         PIC X(1).
              01  run-date            PIC 9(8).
              01  work-elf-no         PIC 9(6).
              01  work-from           PIC 9(8).
              01  work-to             PIC 9(8).
              01  work-reason         PIC X(8).
                  88  reason-valid    VALUE "LEAVE" "SICK" "TRAINING"
                                            "OTHER".
              01  work-date           PIC 9(8).
              01  work-date-r REDEFINES work-date.
                  03  work-date-year  PIC 9(4).
                  03  work-date-month PIC 9(2).
                  03  work-date-day   PIC 9(2).
              01  date-prompt         PIC X(30).
              01  date-answer         PIC X(10).
              01  date-accepted       PIC X(1).
              01  number-answer       PIC X(10).
              01  elf-known           PIC X(1).
              01  overlap-from        PIC 9(8).
              01  overlap-found       PIC X(1).
              01  avail-eof           PIC X(1).
              01  listed-count        PIC 9(6).
              01  absence-state       PIC X(8).
              01  keep-going          PIC X(1) VALUE "Y".
                  88  still-running   VALUE "Y".
       PROCEDURE DIVISION.
       MAIN.
           OPEN I-O avail-master
           IF NOT avail-is-ok
             OPEN OUTPUT avail-master
             IF avail-is-ok
               CLOSE avail-master
               OPEN I-O avail-master
             END-IF
           END-IF
           IF NOT avail-is-ok
             DISPLAY "The availability file could not be opened "
                 "(status " avail-file-status ")."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           OPEN INPUT roster-master
           IF roster-is-ok
             MOVE "Y" TO roster-open-flag
           ELSE
             DISPLAY "The roster could not be opened; elf numbers "
                 "will not be checked."
           END-IF
           ACCEPT run-date FROM DATE YYYYMMDD

           MOVE SPACES TO operator-id
           PERFORM UNTIL operator-id NOT = SPACES
             DISPLAY "Operator id: " WITH NO ADVANCING
             ACCEPT operator-id
           END-PERFORM
           MOVE "S" TO osc-function
           MOVE operator-id TO osc-operator
           MOVE "ELF-AVAIL-MAINT" TO osc-program
           MOVE SPACES TO osc-pin
           DISPLAY "PIN: " WITH NO ADVANCING
           ACCEPT osc-pin
           CALL "OPERSEC" USING operator-security-request
           IF NOT osc-allowed
             DISPLAY "Operator " operator-id " was not signed on; "
                 "sign-on refused."
             PERFORM CLOSE-FILES
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM UNTIL NOT still-running
             PERFORM DISPLAY-MENU
             ACCEPT menu-choice

             EVALUATE menu-choice
               WHEN "I" WHEN "i"
                 PERFORM INQUIRE-ABSENCES
               WHEN "A" WHEN "a"
                 PERFORM ADD-ABSENCE THRU ADD-ABSENCE-EXIT
               WHEN "C" WHEN "c"
                 PERFORM CHANGE-ABSENCE THRU CHANGE-ABSENCE-EXIT
               WHEN "D" WHEN "d"
                 PERFORM DELETE-ABSENCE THRU DELETE-ABSENCE-EXIT
               WHEN "L" WHEN "l"
                 PERFORM LIST-ABSENCES
               WHEN "X" WHEN "x" WHEN "0"
                 MOVE "N" TO keep-going
               WHEN OTHER
                 DISPLAY "Not a valid choice, try again."
             END-EVALUATE
           END-PERFORM

           PERFORM CLOSE-FILES
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       CLOSE-FILES.
           CLOSE avail-master
           IF roster-open
             CLOSE roster-master
           END-IF
           .

       DISPLAY-MENU.
           DISPLAY " "
           DISPLAY "===== ELF AVAILABILITY MAINTENANCE ====="
           DISPLAY "I. Inquire on an elf's absences"
           DISPLAY "A. Add an absence"
           DISPLAY "C. Change an absence"
           DISPLAY "D. Delete an absence"
           DISPLAY "L. List all absences"
           DISPLAY "X. Exit"
           DISPLAY "Enter choice: " WITH NO ADVANCING
           .

       ASK-ELF-NO.
           MOVE SPACES TO number-answer
           PERFORM UNTIL FUNCTION TRIM(number-answer) NOT = SPACES
           AND FUNCTION TRIM(number-answer) IS NUMERIC
             DISPLAY "Elf number: " WITH NO ADVANCING
             ACCEPT number-answer
             IF FUNCTION TRIM(number-answer) = SPACES
             OR FUNCTION TRIM(number-answer) NOT NUMERIC
               DISPLAY "The elf number must be numeric, try again."
             END-IF
           END-PERFORM
           MOVE FUNCTION NUMVAL(number-answer) TO work-elf-no
           MOVE "Y" TO elf-known
           IF roster-open
             MOVE work-elf-no TO rst-elf-no
             READ roster-master
               INVALID KEY
                 MOVE "N" TO elf-known
               NOT INVALID KEY
                 DISPLAY "Elf " rst-elf-no " is " rst-elf-name
                     " on crew " rst-crew "."
             END-READ
           END-IF
           .

       ASK-DATE.
           MOVE "N" TO date-accepted
           PERFORM UNTIL date-accepted = "Y"
             MOVE SPACES TO date-answer
             DISPLAY FUNCTION TRIM(date-prompt) " (YYYYMMDD): "
                 WITH NO ADVANCING
             ACCEPT date-answer
             MOVE 0 TO work-date
             IF FUNCTION TRIM(date-answer) NOT = SPACES
             AND FUNCTION TRIM(date-answer) IS NUMERIC
               MOVE FUNCTION NUMVAL(date-answer) TO work-date
             END-IF
             IF work-date-year < 1601
             OR work-date-month < 1 OR work-date-month > 12
             OR work-date-day < 1 OR work-date-day > 31
               DISPLAY "That is not a valid date, try again."
             ELSE
               MOVE "Y" TO date-accepted
             END-IF
           END-PERFORM
           .

       ASK-ABSENCE-DETAILS.
           MOVE 0 TO work-to
           PERFORM UNTIL work-to NOT < work-from
             MOVE "Last day absent" TO date-prompt
             PERFORM ASK-DATE
             MOVE work-date TO work-to
             IF work-to < work-from
               DISPLAY "The last day cannot be before the first day, "
                   "try again."
             END-IF
           END-PERFORM
           MOVE SPACES TO work-reason
           PERFORM UNTIL reason-valid
             DISPLAY "Reason (LEAVE, SICK, TRAINING, OTHER): "
                 WITH NO ADVANCING
             ACCEPT work-reason
             MOVE FUNCTION UPPER-CASE(work-reason) TO work-reason
             IF NOT reason-valid
               DISPLAY "Not a known reason, try again."
             END-IF
           END-PERFORM
           .

       CHECK-OVERLAP.
           MOVE "N" TO overlap-found
           MOVE work-elf-no TO avl-elf-no
           MOVE 0 TO avl-from
           MOVE "N" TO avail-eof
           START avail-master KEY >= avl-key
             INVALID KEY
               MOVE "Y" TO avail-eof
           END-START
           PERFORM UNTIL avail-eof = "Y"
             READ avail-master NEXT
               AT END
                 MOVE "Y" TO avail-eof
               NOT AT END
                 IF avl-elf-no NOT = work-elf-no
                   MOVE "Y" TO avail-eof
                 ELSE
                   IF avl-from NOT = overlap-from
                   AND avl-from <= work-to
                   AND avl-to >= work-from
                     MOVE "Y" TO overlap-found
                     MOVE "Y" TO avail-eof
                     DISPLAY "Elf " work-elf-no " is already absent "
                         avl-from " to " avl-to " ("
                         FUNCTION TRIM(avl-reason) ")."
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           .

       INQUIRE-ABSENCES.
           PERFORM ASK-ELF-NO
           MOVE 0 TO listed-count
           MOVE work-elf-no TO avl-elf-no
           MOVE 0 TO avl-from
           MOVE "N" TO avail-eof
           START avail-master KEY >= avl-key
             INVALID KEY
               MOVE "Y" TO avail-eof
           END-START
           PERFORM UNTIL avail-eof = "Y"
             READ avail-master NEXT
               AT END
                 MOVE "Y" TO avail-eof
               NOT AT END
                 IF avl-elf-no NOT = work-elf-no
                   MOVE "Y" TO avail-eof
                 ELSE
                   COMPUTE listed-count = listed-count + 1
                   PERFORM SET-ABSENCE-STATE
                   DISPLAY "  " avl-from " TO " avl-to "  "
                       avl-reason "  " absence-state
                       "  BY " avl-recorded-by
                 END-IF
             END-READ
           END-PERFORM
           IF listed-count = 0
             DISPLAY "No absences recorded for elf " work-elf-no "."
           END-IF
           .

       SET-ABSENCE-STATE.
           EVALUATE TRUE
             WHEN avl-to < run-date
               MOVE "PAST" TO absence-state
             WHEN avl-from > run-date
               MOVE "PLANNED" TO absence-state
             WHEN OTHER
               MOVE "CURRENT" TO absence-state
           END-EVALUATE
           .

       ADD-ABSENCE.
           PERFORM ASK-ELF-NO
           IF elf-known = "N"
             DISPLAY "No roster entry for elf " work-elf-no "."
             GO TO ADD-ABSENCE-EXIT
           END-IF
           MOVE "First day absent" TO date-prompt
           PERFORM ASK-DATE
           MOVE work-date TO work-from
           MOVE work-elf-no TO avl-elf-no
           MOVE work-from TO avl-from
           READ avail-master
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               DISPLAY "An absence from " work-from " is already "
                   "recorded; use Change instead."
               GO TO ADD-ABSENCE-EXIT
           END-READ
           PERFORM ASK-ABSENCE-DETAILS
           MOVE 0 TO overlap-from
           PERFORM CHECK-OVERLAP
           IF overlap-found = "Y"
             DISPLAY "The absence was not added."
             GO TO ADD-ABSENCE-EXIT
           END-IF
           MOVE work-elf-no TO avl-elf-no
           MOVE work-from TO avl-from
           MOVE work-to TO avl-to
           MOVE work-reason TO avl-reason
           MOVE operator-id TO avl-recorded-by
           MOVE run-date TO avl-recorded-date
           WRITE elf-avail-record
             INVALID KEY
               DISPLAY "The add was rejected (status "
                   avail-file-status ")."
             NOT INVALID KEY
               DISPLAY "Elf " work-elf-no " absent " work-from
                   " to " work-to " (" FUNCTION TRIM(work-reason)
                   ")."
           END-WRITE
           .

       ADD-ABSENCE-EXIT.
           EXIT.

       CHANGE-ABSENCE.
           PERFORM ASK-ELF-NO
           MOVE "First day absent" TO date-prompt
           PERFORM ASK-DATE
           MOVE work-date TO work-from
           MOVE work-elf-no TO avl-elf-no
           MOVE work-from TO avl-from
           READ avail-master
             INVALID KEY
               DISPLAY "No absence for elf " work-elf-no " starts "
                   work-from "."
               GO TO CHANGE-ABSENCE-EXIT
           END-READ
           DISPLAY "Now " avl-from " to " avl-to "  " avl-reason
           PERFORM ASK-ABSENCE-DETAILS
           MOVE work-from TO overlap-from
           PERFORM CHECK-OVERLAP
           IF overlap-found = "Y"
             DISPLAY "The absence was not changed."
             GO TO CHANGE-ABSENCE-EXIT
           END-IF
           MOVE work-elf-no TO avl-elf-no
           MOVE work-from TO avl-from
           READ avail-master
             INVALID KEY
               DISPLAY "The absence is no longer on file."
               GO TO CHANGE-ABSENCE-EXIT
           END-READ
           MOVE work-to TO avl-to
           MOVE work-reason TO avl-reason
           MOVE operator-id TO avl-recorded-by
           MOVE run-date TO avl-recorded-date
           REWRITE elf-avail-record
             INVALID KEY
               DISPLAY "The change was rejected (status "
                   avail-file-status ")."
             NOT INVALID KEY
               DISPLAY "Changed the absence from " work-from
                   " for elf " work-elf-no "."
           END-REWRITE
           .

       CHANGE-ABSENCE-EXIT.
           EXIT.

       DELETE-ABSENCE.
           MOVE "A" TO osc-function
           MOVE operator-id TO osc-operator
           MOVE "ELF-AVAIL-MAINT" TO osc-program
           MOVE "DELETE-ABSENCE" TO osc-action
           MOVE 2 TO osc-level-need
           CALL "OPERSEC" USING operator-security-request
           IF NOT osc-allowed
             DISPLAY "Deletes need a level-2 operator."
             GO TO DELETE-ABSENCE-EXIT
           END-IF
           PERFORM ASK-ELF-NO
           MOVE "First day absent" TO date-prompt
           PERFORM ASK-DATE
           MOVE work-elf-no TO avl-elf-no
           MOVE work-date TO avl-from
           DELETE avail-master
             INVALID KEY
               DISPLAY "No absence for elf " work-elf-no " starts "
                   work-date "."
             NOT INVALID KEY
               DISPLAY "Deleted the absence from " work-date
                   " for elf " work-elf-no "."
           END-DELETE
           .

       DELETE-ABSENCE-EXIT.
           EXIT.

       LIST-ABSENCES.
           MOVE 0 TO listed-count
           MOVE LOW-VALUES TO avl-key
           MOVE "N" TO avail-eof
           START avail-master KEY >= avl-key
             INVALID KEY
               MOVE "Y" TO avail-eof
           END-START
           PERFORM UNTIL avail-eof = "Y"
             READ avail-master NEXT
               AT END
                 MOVE "Y" TO avail-eof
               NOT AT END
                 PERFORM SET-ABSENCE-STATE
                 DISPLAY avl-elf-no "  " avl-from " TO " avl-to
                     "  " avl-reason "  " absence-state
                 COMPUTE listed-count = listed-count + 1
             END-READ
           END-PERFORM
           DISPLAY listed-count " absences on file."
           .
