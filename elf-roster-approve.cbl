       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELF-ROSTER-APPROVE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT roster-pending
               ASSIGN TO "roster-pending.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rpn-id
               FILE STATUS roster-pend-status.
           SELECT roster-master ASSIGN TO "elf-roster.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rst-elf-no
               FILE STATUS roster-file-status.
           SELECT membership-master
               ASSIGN TO "crew-membership.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cmb-key
               FILE STATUS membership-file-status.
           SELECT change-audit-file
               ASSIGN TO "roster-change-audit.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS change-audit-status.

       DATA DIVISION.
       FILE SECTION.
       FD  roster-pending.
       COPY rpnrec.

       FD  roster-master.
       COPY rstrec.

       FD  membership-master.
       COPY cmbrec.

       FD  change-audit-file.
       01  change-audit-record PIC X(100).

       WORKING-STORAGE SECTION.
       COPY oscreq.

       01  roster-pend-status  PIC 99.
           88  roster-pend-is-ok VALUE 0.
       01  roster-pend-eof-flag PIC X(1).
           88  roster-pend-eof VALUE "Y".

       01  roster-file-status  PIC 99.
           88  roster-is-ok    VALUE 0.

       01  membership-file-status PIC 99.
           88  membership-is-ok VALUE 0.
       01  membership-eof-flag PIC X(1).
           88  membership-eof  VALUE "Y".

       01  change-audit-status PIC 99.
           88  change-audit-is-ok VALUE 0.

       01  change-audit-line.
           03  chg-operator    PIC X(8).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  chg-date        PIC 9(8).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  chg-time        PIC 9(8).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  chg-action      PIC X(7).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  chg-elf-no      PIC 9(6).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  chg-old-crew    PIC X(10).
           03  FILLER          PIC X(4) VALUE " -> ".
           03  chg-new-crew    PIC X(10).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  chg-requested-by PIC X(8).

       01  run-date            PIC 9(8).
       01  run-time            PIC 9(8).
       01  eff-date            PIC 9(8).
       01  prior-from          PIC 9(8).
       01  operator-id         PIC X(8).
       01  menu-choice         PIC X(1).
       01  id-answer           PIC X(10).
       01  wanted-id           PIC 9(6).
       01  pending-count       PIC 9(4).
       01  keep-going          PIC X(1) VALUE "Y".
           88  still-running   VALUE "Y".
       01  work-elf-no         PIC 9(6).
       01  old-crew            PIC X(10).
       01  apply-failed        PIC X(1).
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT run-date FROM DATE YYYYMMDD
           OPEN I-O roster-pending
           IF NOT roster-pend-is-ok
             DISPLAY "The roster pending-changes file could not be "
                 "opened (status " roster-pend-status ")."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           OPEN I-O roster-master
           IF NOT roster-is-ok
             DISPLAY "The roster master could not be opened for "
                 "update (status " roster-file-status ")."
             CLOSE roster-pending
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           OPEN I-O membership-master
           IF NOT membership-is-ok
             OPEN OUTPUT membership-master
             IF membership-is-ok
               CLOSE membership-master
               OPEN I-O membership-master
             END-IF
           END-IF
           IF NOT membership-is-ok
             DISPLAY "The crew membership history could not be "
                 "opened (status " membership-file-status ")."
             CLOSE roster-pending
             CLOSE roster-master
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           OPEN EXTEND change-audit-file
           IF NOT change-audit-is-ok
             OPEN OUTPUT change-audit-file
           END-IF
           IF NOT change-audit-is-ok
             DISPLAY "The change-audit file could not be opened."
             CLOSE roster-pending
             CLOSE roster-master
             CLOSE membership-master
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           MOVE SPACES TO operator-id
           PERFORM UNTIL operator-id NOT = SPACES
             DISPLAY "Reviewing operator id: " WITH NO ADVANCING
             ACCEPT operator-id
           END-PERFORM

           MOVE "S" TO osc-function
           MOVE operator-id TO osc-operator
           MOVE "ELF-ROSTER-APPROVE" TO osc-program
           MOVE SPACES TO osc-pin
           DISPLAY "PIN: " WITH NO ADVANCING
           ACCEPT osc-pin
           CALL "OPERSEC" USING operator-security-request
           IF NOT osc-allowed
             DISPLAY "Operator " operator-id " was not signed on; "
                 "sign-on refused."
             CLOSE roster-pending
             CLOSE roster-master
             CLOSE membership-master
             CLOSE change-audit-file
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM UNTIL NOT still-running
             PERFORM DISPLAY-MENU
             ACCEPT menu-choice
             EVALUATE menu-choice
               WHEN "L" WHEN "l"
                 PERFORM LIST-PENDING-CHANGES
               WHEN "A" WHEN "a"
                 PERFORM APPROVE-CHANGE
               WHEN "R" WHEN "r"
                 PERFORM REJECT-CHANGE
               WHEN "X" WHEN "x" WHEN "0"
                 MOVE "N" TO keep-going
               WHEN OTHER
                 DISPLAY "Not a valid choice, try again."
             END-EVALUATE
           END-PERFORM

           CLOSE roster-pending
           CLOSE roster-master
           CLOSE membership-master
           CLOSE change-audit-file
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       DISPLAY-MENU.
           DISPLAY " "
           DISPLAY "===== ROSTER CHANGE APPROVAL ====="
           DISPLAY "L. List pending changes"
           DISPLAY "A. Approve a pending change"
           DISPLAY "R. Reject a pending change"
           DISPLAY "X. Exit"
           DISPLAY "Enter choice: " WITH NO ADVANCING
           .

       LIST-PENDING-CHANGES.
           MOVE 0 TO pending-count
           MOVE LOW-VALUES TO rpn-id
           MOVE "N" TO roster-pend-eof-flag
           START roster-pending KEY >= rpn-id
             INVALID KEY
               MOVE "Y" TO roster-pend-eof-flag
           END-START
           PERFORM UNTIL roster-pend-eof
             READ roster-pending NEXT
               AT END
                 MOVE "Y" TO roster-pend-eof-flag
               NOT AT END
                 IF rpn-status = "P"
                   COMPUTE pending-count = pending-count + 1
                   DISPLAY rpn-id " " rpn-action " " rpn-elf-no
                       " " rpn-old-name " -> " rpn-elf-name
                   DISPLAY "       CREW " rpn-old-crew " -> "
                       rpn-crew " DIET " rpn-diet-forbidden
                       " BY " rpn-requested-by " ON " rpn-req-date
                 END-IF
             END-READ
           END-PERFORM
           DISPLAY pending-count " change(s) awaiting approval."
           .

       ASK-PENDING-ID.
           MOVE SPACES TO id-answer
           PERFORM UNTIL FUNCTION TRIM(id-answer) NOT = SPACES
           AND FUNCTION TRIM(id-answer) IS NUMERIC
             DISPLAY "Pending change id: " WITH NO ADVANCING
             ACCEPT id-answer
             IF FUNCTION TRIM(id-answer) = SPACES
             OR FUNCTION TRIM(id-answer) NOT NUMERIC
               DISPLAY "The id must be numeric, try again."
             END-IF
           END-PERFORM
           MOVE FUNCTION NUMVAL(id-answer) TO wanted-id
           .

       APPROVE-CHANGE.
           PERFORM ASK-PENDING-ID
           MOVE wanted-id TO rpn-id
           READ roster-pending
             INVALID KEY
               DISPLAY "No pending change " wanted-id "."
             NOT INVALID KEY
               IF rpn-status NOT = "P"
                 DISPLAY "Change " wanted-id " has already been "
                     "reviewed."
               ELSE
               IF rpn-requested-by = operator-id
                 DISPLAY "A change cannot be approved by the "
                     "operator who requested it."
               ELSE
                 PERFORM APPLY-PENDING-CHANGE
                 IF apply-failed = "Y"
                   DISPLAY "Change " wanted-id " could not be "
                       "applied; it stays pending."
                 ELSE
                   ACCEPT run-date FROM DATE YYYYMMDD
                   MOVE "A" TO rpn-status
                   MOVE operator-id TO rpn-reviewed-by
                   MOVE run-date TO rpn-review-date
                   REWRITE roster-pending-record
                   DISPLAY "Change " wanted-id " approved and "
                       "applied."
                 END-IF
               END-IF
               END-IF
           END-READ
           .

       REJECT-CHANGE.
           PERFORM ASK-PENDING-ID
           MOVE wanted-id TO rpn-id
           READ roster-pending
             INVALID KEY
               DISPLAY "No pending change " wanted-id "."
             NOT INVALID KEY
               IF rpn-status NOT = "P"
                 DISPLAY "Change " wanted-id " has already been "
                     "reviewed."
               ELSE
                 ACCEPT run-date FROM DATE YYYYMMDD
                 MOVE "R" TO rpn-status
                 MOVE operator-id TO rpn-reviewed-by
                 MOVE run-date TO rpn-review-date
                 REWRITE roster-pending-record
                 MOVE "REJECT" TO chg-action
                 MOVE rpn-old-crew TO old-crew
                 PERFORM WRITE-CHANGE-AUDIT
                 DISPLAY "Change " wanted-id " rejected."
               END-IF
           END-READ
           .

       APPLY-PENDING-CHANGE.
           MOVE "N" TO apply-failed
           MOVE rpn-elf-no TO work-elf-no
           MOVE SPACES TO old-crew
           EVALUATE rpn-action
             WHEN "A"
               MOVE rpn-elf-no TO rst-elf-no
               MOVE rpn-elf-name TO rst-elf-name
               MOVE rpn-crew TO rst-crew
               MOVE rpn-diet-forbidden TO rst-diet-forbidden
               MOVE rpn-diet-effective TO rst-diet-effective
               WRITE roster-master-record
                 INVALID KEY
                   MOVE "Y" TO apply-failed
                 NOT INVALID KEY
                   MOVE "ADD" TO chg-action
                   PERFORM OPEN-NEW-MEMBERSHIP
                   PERFORM WRITE-CHANGE-AUDIT
               END-WRITE
             WHEN "C"
               MOVE rpn-elf-no TO rst-elf-no
               READ roster-master
                 INVALID KEY
                   MOVE "Y" TO apply-failed
                 NOT INVALID KEY
                   MOVE rst-crew TO old-crew
                   MOVE rpn-elf-name TO rst-elf-name
                   MOVE rpn-crew TO rst-crew
                   MOVE rpn-diet-forbidden TO rst-diet-forbidden
                   MOVE rpn-diet-effective TO rst-diet-effective
                   REWRITE roster-master-record
                   MOVE "CHANGE" TO chg-action
                   IF rpn-crew NOT = old-crew
                     PERFORM CLOSE-OPEN-MEMBERSHIP
                     PERFORM OPEN-NEW-MEMBERSHIP
                   END-IF
                   PERFORM WRITE-CHANGE-AUDIT
               END-READ
             WHEN OTHER
               MOVE "Y" TO apply-failed
           END-EVALUATE
           .

       OPEN-NEW-MEMBERSHIP.
           IF rpn-crew NOT = SPACES
             ACCEPT run-date FROM DATE YYYYMMDD
             MOVE work-elf-no TO cmb-elf-no
             MOVE run-date TO cmb-from-date
             MOVE 0 TO cmb-to-date
             MOVE rpn-crew TO cmb-crew
             WRITE crew-membership-record
               INVALID KEY
                 REWRITE crew-membership-record
             END-WRITE
           END-IF
           .

       CLOSE-OPEN-MEMBERSHIP.
           ACCEPT run-date FROM DATE YYYYMMDD
           MOVE run-date TO eff-date
           MOVE 0 TO prior-from
           MOVE work-elf-no TO cmb-elf-no
           MOVE 0 TO cmb-from-date
           MOVE "N" TO membership-eof-flag
           START membership-master KEY >= cmb-key
             INVALID KEY
               MOVE "Y" TO membership-eof-flag
           END-START
           PERFORM UNTIL membership-eof
             READ membership-master NEXT
               AT END
                 MOVE "Y" TO membership-eof-flag
               NOT AT END
                 IF cmb-elf-no NOT = work-elf-no
                   MOVE "Y" TO membership-eof-flag
                 ELSE
                   IF cmb-to-date = 0
                     MOVE cmb-from-date TO prior-from
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           IF prior-from > 0
             MOVE work-elf-no TO cmb-elf-no
             MOVE prior-from TO cmb-from-date
             READ membership-master
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 COMPUTE cmb-to-date =
                     FUNCTION DATE-OF-INTEGER(
                     FUNCTION INTEGER-OF-DATE(eff-date) - 1)
                 REWRITE crew-membership-record
             END-READ
           END-IF
           .

       WRITE-CHANGE-AUDIT.
           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME
           MOVE operator-id TO chg-operator
           MOVE run-date TO chg-date
           MOVE run-time TO chg-time
           MOVE rpn-elf-no TO chg-elf-no
           MOVE old-crew TO chg-old-crew
           MOVE rpn-crew TO chg-new-crew
           MOVE rpn-requested-by TO chg-requested-by
           WRITE change-audit-record FROM change-audit-line
           .
