
              COPY oscreq.

              COPY pckreq.

              01  pending-file-status PIC 99.
                  88  pending-is-ok  VALUE 0.
              01  pending-eof-flag   PIC X(1).
           MOVE "S" TO osc-function
           MOVE operator-id TO osc-operator
           MOVE "ITEM-PRIORITY-MAINT" TO osc-program
           MOVE SPACES TO osc-pin
           DISPLAY "PIN: " WITH NO ADVANCING
           ACCEPT osc-pin
           CALL "OPERSEC" USING operator-security-request
           IF NOT osc-allowed
             DISPLAY "Operator " operator-id " was not signed on; "
                 "sign-on refused."
             CLOSE priority-master
             CLOSE override-master
             CLOSE change-audit-file
               WHEN "D" WHEN "d"
                 PERFORM DELETE-ENTRY THRU DELETE-ENTRY-EXIT
               WHEN "O" WHEN "o"
                 PERFORM ADD-OVERRIDE THRU ADD-OVERRIDE-EXIT
               WHEN "E" WHEN "e"
                 PERFORM INQUIRE-EFFECTIVE
               WHEN "X" WHEN "x" WHEN "0"
       ADD-OVERRIDE.
           PERFORM ASK-LETTER
           PERFORM ASK-EFF-DATE
           MOVE work-eff-date TO pck-date
           CALL "PERIODCK" USING period-check-request
           IF pck-closed
             DISPLAY "The period for " work-eff-date " was closed on "
                 pck-closed-on "; it must be reopened before an "
                 "override can be back-dated into it."
             GO TO ADD-OVERRIDE-EXIT
           END-IF
           PERFORM ASK-VALUE
           MOVE 0 TO old-value
           MOVE work-letter TO ovr-letter
           PERFORM QUEUE-PENDING-CHANGE
           .

       ADD-OVERRIDE-EXIT.
           EXIT.

       INQUIRE-EFFECTIVE.
           PERFORM ASK-LETTER
           PERFORM ASK-EFF-DATE
