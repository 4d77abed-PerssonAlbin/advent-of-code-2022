       IDENTIFICATION DIVISION.
       PROGRAM-ID. BADGE-MAINT.

       ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                  SELECT badge-register ASSIGN TO "badge-register.dat"
                      ORGANIZATION INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS bdg-key
                      FILE STATUS register-file-status.
                  SELECT change-audit-file
                      ASSIGN TO "badge-change-audit.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS change-audit-status.

              DATA DIVISION.
              FILE SECTION.
              FD  badge-register.
              COPY bdgrec.

              FD  change-audit-file.
              01  change-audit-record PIC X(80).

              WORKING-STORAGE SECTION.
              01  register-file-status PIC 99.
                  88  register-is-ok VALUE 0.
              01  register-eof-flag  PIC X(1).
                  88  register-eof   VALUE "Y".

              01  change-audit-status PIC 99.
                  88  change-audit-is-ok VALUE 0.

              COPY oscreq.

              01  change-audit-line.
                  03  chg-operator    PIC X(8).
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  chg-date        PIC 9(8).
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  chg-time        PIC 9(8).
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  chg-action      PIC X(8).
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  chg-group-no    PIC 9(6).
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  chg-run-date    PIC 9(8).
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  chg-letter      PIC X(1).
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  chg-old-status  PIC X(1).
                  03  FILLER          PIC X(4) VALUE " -> ".
                  03  chg-new-status  PIC X(1).

              01  list-line.
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  lsl-run-date    PIC 9(8).
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  lsl-letter      PIC X(1).
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  lsl-status      PIC X(8).
                  03  FILLER          PIC X(8) VALUE " ISSUED ".
                  03  lsl-issue-date  PIC 9(8).
                  03  FILLER          PIC X(7) VALUE " ELVES ".
                  03  lsl-elves       PIC X(70).

              01  run-date            PIC 9(8).
              01  run-time            PIC 9(8).
              01  operator-id         PIC X(8).
              01  menu-choice         PIC X(1).
              01  work-group-no       PIC 9(6).
              01  group-answer        PIC X(10).
              01  latest-found        PIC X(1).
              01  latest-run-date     PIC 9(8).
              01  old-status          PIC X(1).
              01  list-count          PIC 9(4).
              01  elf-idx             PIC 9(2).
              01  elf-pointer         PIC 9(3).
              01  elf-display         PIC Z(5)9.
              01  keep-going          PIC X(1) VALUE "Y".
                  88  still-running   VALUE "Y".
       PROCEDURE DIVISION.
       MAIN.
           OPEN I-O badge-register
           IF NOT register-is-ok
             DISPLAY "The badge register could not be opened "
                 "for update (status " register-file-status ")."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           OPEN EXTEND change-audit-file
           IF NOT change-audit-is-ok
             OPEN OUTPUT change-audit-file
           END-IF
           IF NOT change-audit-is-ok
             DISPLAY "The change-audit file could not be opened."
             CLOSE badge-register
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
           MOVE "BADGE-MAINT" TO osc-program
           MOVE SPACES TO osc-pin
           DISPLAY "PIN: " WITH NO ADVANCING
           ACCEPT osc-pin
           CALL "OPERSEC" USING operator-security-request
           IF NOT osc-allowed
             DISPLAY "Operator " operator-id " was not signed on; "
                 "sign-on refused."
             CLOSE badge-register
             CLOSE change-audit-file
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM UNTIL NOT still-running
             PERFORM DISPLAY-MENU
             ACCEPT menu-choice

             EVALUATE menu-choice
               WHEN "I" WHEN "i"
                 PERFORM INQUIRE-GROUP
               WHEN "L" WHEN "l"
                 PERFORM MARK-LOST THRU MARK-LOST-EXIT
               WHEN "R" WHEN "r"
                 PERFORM REISSUE-BADGE THRU REISSUE-BADGE-EXIT
               WHEN "T" WHEN "t"
                 PERFORM MARK-RETURNED THRU MARK-RETURNED-EXIT
               WHEN "X" WHEN "x" WHEN "0"
                 MOVE "N" TO keep-going
               WHEN OTHER
                 DISPLAY "Not a valid choice, try again."
             END-EVALUATE
           END-PERFORM

           CLOSE badge-register
           CLOSE change-audit-file
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       DISPLAY-MENU.
           DISPLAY " "
           DISPLAY "===== BADGE REGISTER MAINTENANCE ====="
           DISPLAY "I. Inquire on a group's badge history"
           DISPLAY "L. Report a badge lost"
           DISPLAY "R. Reissue a lost badge"
           DISPLAY "T. Record a badge returned"
           DISPLAY "X. Exit"
           DISPLAY "Enter choice: " WITH NO ADVANCING
           .

       ASK-GROUP.
           MOVE 0 TO work-group-no
           PERFORM UNTIL work-group-no > 0
             MOVE SPACES TO group-answer
             DISPLAY "Group number: " WITH NO ADVANCING
             ACCEPT group-answer
             IF FUNCTION TRIM(group-answer) IS NUMERIC
             AND group-answer NOT = SPACES
               MOVE FUNCTION NUMVAL(group-answer) TO work-group-no
             END-IF
             IF work-group-no = 0
               DISPLAY "The group number must be 1 to 999999."
             END-IF
           END-PERFORM
           .

       INQUIRE-GROUP.
           PERFORM ASK-GROUP
           MOVE 0 TO list-count
           MOVE work-group-no TO bdg-group-no
           MOVE 0 TO bdg-run-date
           MOVE "N" TO register-eof-flag
           START badge-register KEY >= bdg-key
             INVALID KEY
               MOVE "Y" TO register-eof-flag
           END-START
           PERFORM UNTIL register-eof
             READ badge-register NEXT
               AT END
                 MOVE "Y" TO register-eof-flag
               NOT AT END
                 IF bdg-group-no NOT = work-group-no
                   MOVE "Y" TO register-eof-flag
                 ELSE
                   COMPUTE list-count = list-count + 1
                   PERFORM FORMAT-LIST-LINE
                   DISPLAY list-line
                 END-IF
             END-READ
           END-PERFORM
           DISPLAY list-count " register entry(ies) for group "
               work-group-no "."
           .

       FIND-LATEST-BADGE.
           MOVE "N" TO latest-found
           MOVE 0 TO latest-run-date
           MOVE work-group-no TO bdg-group-no
           MOVE 0 TO bdg-run-date
           MOVE "N" TO register-eof-flag
           START badge-register KEY >= bdg-key
             INVALID KEY
               MOVE "Y" TO register-eof-flag
           END-START
           PERFORM UNTIL register-eof
             READ badge-register NEXT
               AT END
                 MOVE "Y" TO register-eof-flag
               NOT AT END
                 IF bdg-group-no NOT = work-group-no
                   MOVE "Y" TO register-eof-flag
                 ELSE
                   MOVE "Y" TO latest-found
                   MOVE bdg-run-date TO latest-run-date
                 END-IF
             END-READ
           END-PERFORM
           IF latest-found = "Y"
             MOVE work-group-no TO bdg-group-no
             MOVE latest-run-date TO bdg-run-date
             READ badge-register
               INVALID KEY
                 MOVE "N" TO latest-found
             END-READ
           END-IF
           IF latest-found = "N"
             DISPLAY "Group " work-group-no " has no badge on the "
                 "register."
           ELSE
             PERFORM FORMAT-LIST-LINE
             DISPLAY list-line
           END-IF
           .

       MARK-LOST.
           PERFORM ASK-GROUP
           PERFORM FIND-LATEST-BADGE
           IF latest-found = "N"
             GO TO MARK-LOST-EXIT
           END-IF
           IF NOT bdg-in-use
             DISPLAY "Only an issued or reissued badge can be "
                 "reported lost."
             GO TO MARK-LOST-EXIT
           END-IF
           MOVE bdg-status TO old-status
           SET bdg-lost TO TRUE
           PERFORM STAMP-ENTRY
           REWRITE badge-register-record
             INVALID KEY
               DISPLAY "The badge could not be updated (status "
                   register-file-status ")."
             NOT INVALID KEY
               MOVE "LOST" TO chg-action
               PERFORM WRITE-CHANGE-AUDIT
               DISPLAY "Badge for group " work-group-no
                   " reported lost."
           END-REWRITE
           .

       MARK-LOST-EXIT.
           EXIT.

       REISSUE-BADGE.
           MOVE "A" TO osc-function
           MOVE operator-id TO osc-operator
           MOVE "BADGE-MAINT" TO osc-program
           MOVE "REISSUE-BADGE" TO osc-action
           MOVE 2 TO osc-level-need
           CALL "OPERSEC" USING operator-security-request
           IF NOT osc-allowed
             DISPLAY "Reissues need a level-2 operator."
             GO TO REISSUE-BADGE-EXIT
           END-IF
           PERFORM ASK-GROUP
           PERFORM FIND-LATEST-BADGE
           IF latest-found = "N"
             GO TO REISSUE-BADGE-EXIT
           END-IF
           IF NOT bdg-lost
             DISPLAY "Only a badge reported lost can be reissued."
             GO TO REISSUE-BADGE-EXIT
           END-IF
           MOVE bdg-status TO old-status
           ACCEPT run-date FROM DATE YYYYMMDD
           IF bdg-run-date = run-date
             SET bdg-reissued TO TRUE
             MOVE run-date TO bdg-issue-date
             PERFORM STAMP-ENTRY
             REWRITE badge-register-record
               INVALID KEY
                 DISPLAY "The badge could not be reissued (status "
                     register-file-status ")."
                 GO TO REISSUE-BADGE-EXIT
             END-REWRITE
           ELSE
             MOVE run-date TO bdg-run-date
             MOVE bdg-letter TO bdg-prior-letter
             SET bdg-reissued TO TRUE
             MOVE run-date TO bdg-issue-date
             PERFORM STAMP-ENTRY
             WRITE badge-register-record
               INVALID KEY
                 DISPLAY "The badge could not be reissued (status "
                     register-file-status ")."
                 GO TO REISSUE-BADGE-EXIT
             END-WRITE
           END-IF
           MOVE "REISSUED" TO chg-action
           PERFORM WRITE-CHANGE-AUDIT
           DISPLAY "Badge " bdg-letter " reissued to group "
               work-group-no "."
           .

       REISSUE-BADGE-EXIT.
           EXIT.

       MARK-RETURNED.
           PERFORM ASK-GROUP
           PERFORM FIND-LATEST-BADGE
           IF latest-found = "N"
             GO TO MARK-RETURNED-EXIT
           END-IF
           IF bdg-returned
             DISPLAY "The badge has already been returned."
             GO TO MARK-RETURNED-EXIT
           END-IF
           MOVE bdg-status TO old-status
           SET bdg-returned TO TRUE
           PERFORM STAMP-ENTRY
           REWRITE badge-register-record
             INVALID KEY
               DISPLAY "The badge could not be updated (status "
                   register-file-status ")."
             NOT INVALID KEY
               MOVE "RETURNED" TO chg-action
               PERFORM WRITE-CHANGE-AUDIT
               DISPLAY "Badge for group " work-group-no
                   " recorded as returned."
           END-REWRITE
           .

       MARK-RETURNED-EXIT.
           EXIT.

       FORMAT-LIST-LINE.
           MOVE bdg-run-date TO lsl-run-date
           MOVE bdg-letter TO lsl-letter
           EVALUATE TRUE
             WHEN bdg-issued
               MOVE "ISSUED" TO lsl-status
             WHEN bdg-lost
               MOVE "LOST" TO lsl-status
             WHEN bdg-reissued
               MOVE "REISSUED" TO lsl-status
             WHEN bdg-returned
               MOVE "RETURNED" TO lsl-status
             WHEN OTHER
               MOVE bdg-status TO lsl-status
           END-EVALUATE
           MOVE bdg-issue-date TO lsl-issue-date
           MOVE SPACES TO lsl-elves
           MOVE 1 TO elf-pointer
           PERFORM VARYING elf-idx FROM 1 BY 1
                   UNTIL elf-idx > bdg-members OR elf-idx > 10
             MOVE bdg-elf-no(elf-idx) TO elf-display
             STRING FUNCTION TRIM(elf-display) " "
                 DELIMITED BY SIZE INTO lsl-elves
                 WITH POINTER elf-pointer
             END-STRING
           END-PERFORM
           .

       STAMP-ENTRY.
           ACCEPT run-date FROM DATE YYYYMMDD
           MOVE operator-id TO bdg-changed-by
           MOVE run-date TO bdg-changed-date
           .

       WRITE-CHANGE-AUDIT.
           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME
           MOVE operator-id TO chg-operator
           MOVE run-date TO chg-date
           MOVE run-time TO chg-time
           MOVE bdg-group-no TO chg-group-no
           MOVE bdg-run-date TO chg-run-date
           MOVE bdg-letter TO chg-letter
           MOVE old-status TO chg-old-status
           MOVE bdg-status TO chg-new-status
           WRITE change-audit-record FROM change-audit-line
           .
