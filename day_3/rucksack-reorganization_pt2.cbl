                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS ovr-key
                      FILE STATUS override-file-status.
                  SELECT badge-register ASSIGN TO "badge-register.dat"
                      ORGANIZATION INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS bdg-key
                      FILE STATUS register-file-status.

              DATA DIVISION.
              FILE SECTION.
              FD  override-master.
              COPY mstovr.

              FD  badge-register.
              COPY bdgrec.

             WORKING-STORAGE SECTION.
             COPY cmpreq.

               01  override-file-status PIC 99.
                 88  override-is-ok             VALUE 0.

               01  register-file-status PIC 99.
                 88  register-is-ok             VALUE 0.
               01  register-open       PIC X(1) VALUE "N".
               01  register-eof-flag   PIC X(1).
                 88  register-eof               VALUE "Y".
               01  badge-group-no      PIC 9(6).
               01  badges-registered   PIC 9(6) VALUE 0.
               01  badges-to-issue     PIC 9(6) VALUE 0.
               01  prior-found         PIC X(1).
               01  prior-letter        PIC X(1).
               01  prior-issue-date    PIC 9(8).
               01  prior-status        PIC X(1).

               01  override-table.
                   03  override-entry OCCURS 52 TIMES.
                       05  ovt-letter      PIC A(1).
           END-IF

           PERFORM LOAD-OVERRIDE-TABLE
           PERFORM OPEN-BADGE-REGISTER

           PERFORM LOAD-CHECKPOINT

             END-IF

             IF line-count > resume-point
             AND NOT end-of-file
               MOVE FUNCTION LENGTH(FUNCTION TRIM(input-record))
                   TO strlen
               PERFORM VALIDATE-ROW
           DISPLAY total-val
           DISPLAY "exceptions logged="exception-count
           DISPLAY "badge failures="badge-failure-count
           DISPLAY "badges registered="badges-registered
           DISPLAY "new badges to issue="badges-to-issue

           PERFORM CLOSE-INPUT-READER
           IF register-open = "Y"
             CLOSE badge-register
           END-IF
           CLOSE badge-audit-file
           CLOSE badge-failure-file
           CLOSE priority-master
             COMPUTE total-val = total-val + char-conversion

             PERFORM WRITE-BADGE-AUDIT
             IF register-open = "Y"
               PERFORM REGISTER-GROUP-BADGE
             END-IF
           END-IF
           .

       OPEN-BADGE-REGISTER.
           ACCEPT run-date FROM DATE YYYYMMDD
           OPEN I-O badge-register
           IF NOT register-is-ok
             OPEN OUTPUT badge-register
             IF register-is-ok
               CLOSE badge-register
               OPEN I-O badge-register
             END-IF
           END-IF
           IF register-is-ok
             MOVE "Y" TO register-open
           ELSE
             DISPLAY "The badge register could not be opened (status "
                 register-file-status "); badges not registered."
           END-IF
           .

       REGISTER-GROUP-BADGE.
           COMPUTE badge-group-no =
               (row-line-no(group-size) + group-size - 1) / group-size
           PERFORM FIND-PRIOR-BADGE
           MOVE SPACES TO badge-register-record
           MOVE badge-group-no TO bdg-group-no
           MOVE run-date TO bdg-run-date
           MOVE result-char TO bdg-letter
           MOVE group-size TO bdg-members
           PERFORM VARYING group-idx FROM 1 BY 1 UNTIL group-idx > 10
             IF group-idx > group-size
               MOVE 0 TO bdg-elf-no(group-idx)
             ELSE
               MOVE row-line-no(group-idx) TO bdg-elf-no(group-idx)
             END-IF
           END-PERFORM
           MOVE prior-letter TO bdg-prior-letter
           IF prior-found = "Y"
           AND prior-letter = result-char
           AND prior-status NOT = "T"
             MOVE prior-issue-date TO bdg-issue-date
             MOVE prior-status TO bdg-status
           ELSE
             MOVE run-date TO bdg-issue-date
             SET bdg-issued TO TRUE
             COMPUTE badges-to-issue = badges-to-issue + 1
           END-IF
           MOVE "RUCKPT2" TO bdg-changed-by
           MOVE run-date TO bdg-changed-date
           WRITE badge-register-record
             INVALID KEY
               REWRITE badge-register-record
           END-WRITE
           COMPUTE badges-registered = badges-registered + 1
           .

       FIND-PRIOR-BADGE.
           MOVE "N" TO prior-found
           MOVE SPACES TO prior-letter
           MOVE 0 TO prior-issue-date
           MOVE SPACES TO prior-status
           MOVE badge-group-no TO bdg-group-no
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
                 IF bdg-group-no NOT = badge-group-no
                 OR bdg-run-date >= run-date
                   MOVE "Y" TO register-eof-flag
                 ELSE
                   MOVE "Y" TO prior-found
                   MOVE bdg-letter TO prior-letter
                   MOVE bdg-issue-date TO prior-issue-date
                   MOVE bdg-status TO prior-status
                 END-IF
             END-READ
           END-PERFORM
           .

       WRITE-BADGE-FAILURE.
