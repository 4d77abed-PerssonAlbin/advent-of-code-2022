               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cmb-key
               FILE STATUS membership-file-status.
           SELECT cert-master ASSIGN TO "elf-certs.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ctf-key
               FILE STATUS cert-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  membership-master.
       COPY cmbrec.

       FD  cert-master.
       COPY ctfrec.

       WORKING-STORAGE SECTION.
       COPY oscreq.

       01  history-listed      PIC 9(3).
       01  old-crew            PIC X(10).

       01  cert-file-status    PIC 99.
           88  cert-is-ok      VALUE 0.
       01  cert-eof-flag       PIC X(1).
           88  cert-eof        VALUE "Y".
       01  work-cert-code      PIC X(4).
       01  work-issued         PIC 9(8).
       01  work-expiry         PIC 9(8).
       01  certs-listed        PIC 9(3).
       01  cert-state          PIC X(8).

       01  operator-id         PIC X(8).
       01  menu-choice         PIC X(1).
       01  work-elf-no         PIC 9(6).
       01  number-answer       PIC X(10).
       01  work-name           PIC X(20).
       01  work-crew           PIC X(10).
       01  work-forbidden      PIC X(5).
       01  forbidden-accepted  PIC X(1).
       01  char-idx            PIC 9(1).
       01  roster-eof          PIC X(1).
       01  listed-count        PIC 9(6).
       01  keep-going          PIC X(1) VALUE "Y".
       MAIN.
           ACCEPT run-date FROM DATE YYYYMMDD
           OPEN I-O roster-master
           IF roster-file-status = 35
             OPEN OUTPUT roster-master
             IF roster-is-ok
               CLOSE roster-master
             GOBACK
           END-IF

           OPEN I-O cert-master
           IF NOT cert-is-ok
             OPEN OUTPUT cert-master
             IF cert-is-ok
               CLOSE cert-master
               OPEN I-O cert-master
             END-IF
           END-IF
           IF NOT cert-is-ok
             DISPLAY "The certification file could not be opened "
                 "(status " cert-file-status ")."
             CLOSE roster-master
             CLOSE membership-master
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           MOVE SPACES TO operator-id
           PERFORM UNTIL operator-id NOT = SPACES
             DISPLAY "Operator id: " WITH NO ADVANCING
           MOVE "S" TO osc-function
           MOVE operator-id TO osc-operator
           MOVE "ELF-ROSTER-MAINT" TO osc-program
           MOVE SPACES TO osc-pin
           DISPLAY "PIN: " WITH NO ADVANCING
           ACCEPT osc-pin
           CALL "OPERSEC" USING operator-security-request
           IF NOT osc-allowed
             DISPLAY "Operator " operator-id " was not signed on; "
                 "sign-on refused."
             CLOSE roster-master
             CLOSE membership-master
             CLOSE cert-master
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
                 PERFORM TRANSFER-ELF
               WHEN "H" WHEN "h"
                 PERFORM SHOW-CREW-HISTORY
               WHEN "R" WHEN "r"
                 PERFORM SET-DIET-RESTRICTION
               WHEN "L" WHEN "l"
                 PERFORM LIST-ROSTER
               WHEN "K" WHEN "k"
                 PERFORM RECORD-CERTIFICATION
               WHEN "V" WHEN "v"
                 PERFORM VIEW-CERTIFICATIONS
               WHEN "W" WHEN "w"
                 PERFORM WITHDRAW-CERTIFICATION
                     THRU WITHDRAW-CERTIFICATION-EXIT
               WHEN "X" WHEN "x" WHEN "0"
                 MOVE "N" TO keep-going
               WHEN OTHER

           CLOSE roster-master
           CLOSE membership-master
           CLOSE cert-master
           MOVE 0 TO RETURN-CODE
           STOP RUN.

           DISPLAY "D. Delete an elf"
           DISPLAY "T. Transfer an elf to another crew"
           DISPLAY "H. Show an elf's crew history"
           DISPLAY "R. Set an elf's dietary restrictions"
           DISPLAY "L. List the roster"
           DISPLAY "K. Record or renew a certification"
           DISPLAY "V. View an elf's certifications"
           DISPLAY "W. Withdraw a certification"
           DISPLAY "X. Exit"
           DISPLAY "Enter choice: " WITH NO ADVANCING
           .
             NOT INVALID KEY
               DISPLAY "Elf " rst-elf-no " is " rst-elf-name
                   " on crew " rst-crew "."
               IF rst-diet-forbidden NOT = SPACES
                 DISPLAY "  May not receive ration categories "
                     rst-diet-forbidden " from " rst-diet-effective
                     "."
               END-IF
           END-READ
           .

               MOVE work-elf-no TO rst-elf-no
               MOVE work-name TO rst-elf-name
               MOVE work-crew TO rst-crew
               MOVE SPACES TO rst-diet-forbidden
               MOVE 0 TO rst-diet-effective
               WRITE roster-master-record
                 INVALID KEY
                   DISPLAY "The add was rejected (status "
                   DISPLAY "The delete was rejected (status "
                       roster-file-status ")."
                 NOT INVALID KEY
                   PERFORM REMOVE-ELF-CERTIFICATIONS
                   DISPLAY "Deleted elf " work-elf-no "."
               END-DELETE
           END-READ
           END-READ
           .

       SET-DIET-RESTRICTION.
           PERFORM ASK-ELF-NO
           MOVE work-elf-no TO rst-elf-no
           READ roster-master
             INVALID KEY
               DISPLAY "No roster entry for elf " work-elf-no "."
             NOT INVALID KEY
               DISPLAY "Elf " rst-elf-no " is " rst-elf-name
                   " on crew " rst-crew "."
               IF rst-diet-forbidden NOT = SPACES
                 DISPLAY "  Forbidden now: " rst-diet-forbidden
                     " from " rst-diet-effective
               END-IF
               MOVE "N" TO forbidden-accepted
               PERFORM UNTIL forbidden-accepted = "Y"
                 MOVE SPACES TO work-forbidden
                 DISPLAY "Forbidden categories (any of MGST, "
                     "blank = none): " WITH NO ADVANCING
                 ACCEPT work-forbidden
                 MOVE FUNCTION UPPER-CASE(work-forbidden)
                     TO work-forbidden
                 MOVE "Y" TO forbidden-accepted
                 PERFORM VARYING char-idx FROM 1 BY 1
                         UNTIL char-idx > 5
                   IF work-forbidden(char-idx:1) NOT = SPACE
                   AND work-forbidden(char-idx:1) NOT = "M"
                   AND work-forbidden(char-idx:1) NOT = "G"
                   AND work-forbidden(char-idx:1) NOT = "S"
                   AND work-forbidden(char-idx:1) NOT = "T"
                     MOVE "N" TO forbidden-accepted
                   END-IF
                 END-PERFORM
                 IF forbidden-accepted = "N"
                   DISPLAY "Only M G S and T can be forbidden, try "
                       "again."
                 END-IF
               END-PERFORM
               MOVE work-forbidden TO rst-diet-forbidden
               IF work-forbidden = SPACES
                 MOVE 0 TO rst-diet-effective
               ELSE
                 PERFORM ASK-EFF-DATE
                 MOVE eff-date TO rst-diet-effective
               END-IF
               REWRITE roster-master-record
                 INVALID KEY
                   DISPLAY "The change was rejected (status "
                       roster-file-status ")."
                 NOT INVALID KEY
                   DISPLAY "Dietary restrictions set for elf "
                       work-elf-no "."
               END-REWRITE
           END-READ
           .

       CLOSE-OPEN-MEMBERSHIP.
           MOVE 0 TO prior-from
           MOVE work-elf-no TO cmb-elf-no
           END-PERFORM
           DISPLAY listed-count " elves on the roster."
           .

       ASK-CERT-CODE.
           MOVE SPACES TO work-cert-code
           PERFORM UNTIL work-cert-code NOT = SPACES
             DISPLAY "Certification code: " WITH NO ADVANCING
             ACCEPT work-cert-code
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(work-cert-code) TO work-cert-code
           .

       ASK-EXPIRY-DATE.
           MOVE 0 TO work-expiry
           PERFORM UNTIL work-expiry > work-issued
             MOVE SPACES TO date-answer
             DISPLAY "Expiry date (YYYYMMDD): " WITH NO ADVANCING
             ACCEPT date-answer
             IF FUNCTION TRIM(date-answer) NOT = SPACES
             AND FUNCTION TRIM(date-answer) IS NUMERIC
               MOVE FUNCTION NUMVAL(date-answer) TO work-expiry
             END-IF
             IF work-expiry NOT > work-issued
               DISPLAY "The expiry must be after the issue date, "
                   "try again."
               MOVE 0 TO work-expiry
             END-IF
           END-PERFORM
           .

       RECORD-CERTIFICATION.
           PERFORM ASK-ELF-NO
           MOVE work-elf-no TO rst-elf-no
           READ roster-master
             INVALID KEY
               DISPLAY "No roster entry for elf " work-elf-no "."
             NOT INVALID KEY
               DISPLAY "Elf " rst-elf-no " is " rst-elf-name
                   " on crew " rst-crew "."
               PERFORM ASK-CERT-CODE
               DISPLAY "Issue date:"
               PERFORM ASK-EFF-DATE
               MOVE eff-date TO work-issued
               PERFORM ASK-EXPIRY-DATE
               MOVE work-elf-no TO ctf-elf-no
               MOVE work-cert-code TO ctf-code
               MOVE work-issued TO ctf-issued
               MOVE work-expiry TO ctf-expiry
               MOVE operator-id TO ctf-recorded-by
               MOVE run-date TO ctf-recorded-date
               WRITE elf-cert-record
                 INVALID KEY
                   REWRITE elf-cert-record
                   DISPLAY "Certification " work-cert-code
                       " renewed for elf " work-elf-no
                       " until " work-expiry "."
                 NOT INVALID KEY
                   DISPLAY "Certification " work-cert-code
                       " recorded for elf " work-elf-no
                       " until " work-expiry "."
               END-WRITE
           END-READ
           .

       VIEW-CERTIFICATIONS.
           PERFORM ASK-ELF-NO
           MOVE 0 TO certs-listed
           MOVE work-elf-no TO ctf-elf-no
           MOVE LOW-VALUES TO ctf-code
           MOVE "N" TO cert-eof-flag
           START cert-master KEY >= ctf-key
             INVALID KEY
               MOVE "Y" TO cert-eof-flag
           END-START
           PERFORM UNTIL cert-eof
             READ cert-master NEXT
               AT END
                 MOVE "Y" TO cert-eof-flag
               NOT AT END
                 IF ctf-elf-no NOT = work-elf-no
                   MOVE "Y" TO cert-eof-flag
                 ELSE
                   COMPUTE certs-listed = certs-listed + 1
                   EVALUATE TRUE
                     WHEN ctf-expiry < run-date
                       MOVE "EXPIRED" TO cert-state
                     WHEN ctf-issued > run-date
                       MOVE "FUTURE" TO cert-state
                     WHEN OTHER
                       MOVE "CURRENT" TO cert-state
                   END-EVALUATE
                   DISPLAY "  " ctf-code " FROM " ctf-issued
                       " TO " ctf-expiry "  " cert-state
                 END-IF
             END-READ
           END-PERFORM
           IF certs-listed = 0
             DISPLAY "No certifications for elf " work-elf-no "."
           END-IF
           .

       WITHDRAW-CERTIFICATION.
           MOVE "A" TO osc-function
           MOVE operator-id TO osc-operator
           MOVE "ELF-ROSTER-MAINT" TO osc-program
           MOVE "WITHDRAW-CERT" TO osc-action
           MOVE 2 TO osc-level-need
           CALL "OPERSEC" USING operator-security-request
           IF NOT osc-allowed
             DISPLAY "Withdrawals need a level-2 operator."
             GO TO WITHDRAW-CERTIFICATION-EXIT
           END-IF
           PERFORM ASK-ELF-NO
           PERFORM ASK-CERT-CODE
           MOVE work-elf-no TO ctf-elf-no
           MOVE work-cert-code TO ctf-code
           DELETE cert-master
             INVALID KEY
               DISPLAY "Elf " work-elf-no " holds no certification "
                   work-cert-code "."
             NOT INVALID KEY
               DISPLAY "Certification " work-cert-code
                   " withdrawn for elf " work-elf-no "."
           END-DELETE
           .

       WITHDRAW-CERTIFICATION-EXIT.
           EXIT.

       REMOVE-ELF-CERTIFICATIONS.
           MOVE work-elf-no TO ctf-elf-no
           MOVE LOW-VALUES TO ctf-code
           MOVE "N" TO cert-eof-flag
           START cert-master KEY >= ctf-key
             INVALID KEY
               MOVE "Y" TO cert-eof-flag
           END-START
           PERFORM UNTIL cert-eof
             READ cert-master NEXT
               AT END
                 MOVE "Y" TO cert-eof-flag
               NOT AT END
                 IF ctf-elf-no NOT = work-elf-no
                   MOVE "Y" TO cert-eof-flag
                 ELSE
                   DELETE cert-master
                     INVALID KEY
                       CONTINUE
                   END-DELETE
                 END-IF
             END-READ
           END-PERFORM
           .
