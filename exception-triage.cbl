       WORKING-STORAGE SECTION.
       COPY cmpreq.

       COPY causnm.

       COPY pckreq.

       01  repo-file-status    PIC 99.
           88  repo-is-ok      VALUE 0.
       01  repo-eof-flag       PIC X(1).
       01  line-answer         PIC X(10).
       01  owner-answer        PIC X(8).
       01  new-status          PIC X(1).
       01  cause-answer        PIC X(4).
       01  cause-idx           PIC 9(2).
       01  cause-found         PIC X(1).
       01  listed-count        PIC 9(4).
       01  keep-going          PIC X(1) VALUE "Y".
           88  still-running   VALUE "Y".
                 PERFORM CLAIM-EXCEPTION
               WHEN "W" WHEN "w"
                 MOVE "C" TO new-status
                 PERFORM PROGRESS-EXCEPTION THRU PROGRESS-EXCEPTION-EXIT
               WHEN "R" WHEN "r"
                 MOVE "R" TO new-status
                 PERFORM PROGRESS-EXCEPTION THRU PROGRESS-EXCEPTION-EXIT
               WHEN "X" WHEN "x" WHEN "0"
                 MOVE "N" TO keep-going
               WHEN OTHER

       PROGRESS-EXCEPTION.
           PERFORM ASK-EXCEPTION-KEY
           IF new-status = "R"
             MOVE work-date TO pck-date
             CALL "PERIODCK" USING period-check-request
             IF pck-closed
               DISPLAY "The period for " work-date " was closed on "
                   pck-closed-on "; the exception cannot be resolved "
                   "until the period is reopened."
               GO TO PROGRESS-EXCEPTION-EXIT
             END-IF
           END-IF
           READ exception-repo
             INVALID KEY
               DISPLAY "No exception on file for that key."
               MOVE new-status TO xrp-status
               IF new-status = "R"
                 MOVE run-date TO xrp-resolved-date
                 PERFORM ASK-CAUSE-CODE
                 MOVE cause-answer TO xrp-cause-code
               END-IF
               IF xrp-owner = SPACES
                 MOVE operator-id TO xrp-owner
               DISPLAY "Exception updated."
           END-READ
           .

       PROGRESS-EXCEPTION-EXIT.
           EXIT.

       ASK-CAUSE-CODE.
           DISPLAY "Root-cause codes:"
           PERFORM VARYING cause-idx FROM 1 BY 1
                   UNTIL cause-idx > 10
             DISPLAY "  " rcc-code(cause-idx) " "
                 rcc-name(cause-idx)
           END-PERFORM
           MOVE "N" TO cause-found
           PERFORM UNTIL cause-found = "Y"
             MOVE SPACES TO cause-answer
             DISPLAY "Root-cause code: " WITH NO ADVANCING
             ACCEPT cause-answer
             MOVE FUNCTION UPPER-CASE(cause-answer) TO cause-answer
             PERFORM VARYING cause-idx FROM 1 BY 1
                     UNTIL cause-idx > 10
               IF rcc-code(cause-idx) = cause-answer
                 MOVE "Y" TO cause-found
               END-IF
             END-PERFORM
             IF cause-found = "N"
               DISPLAY "Not a root-cause code, try again."
             END-IF
           END-PERFORM
           .
