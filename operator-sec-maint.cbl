           88  security-eof    VALUE "Y".

       01  master-is-empty     PIC X(1) VALUE "Y".
       01  pins-on-file        PIC X(1) VALUE "N".
       01  operator-id         PIC X(8).
       01  menu-choice         PIC X(1).
       01  work-operator       PIC X(8).
       01  work-name           PIC X(20).
       01  level-answer        PIC X(2).
       01  work-level          PIC 9(1).
       01  work-pin            PIC X(8).
       01  event-word          PIC X(10).
       01  keep-going          PIC X(1) VALUE "Y".
           88  still-running   VALUE "Y".
       PROCEDURE DIVISION.
       MAIN.
           OPEN I-O security-master
           IF security-file-status = 35
             OPEN OUTPUT security-master
             IF security-is-ok
               CLOSE security-master
           END-IF

           PERFORM CHECK-MASTER-EMPTY
           CLOSE security-master

           MOVE SPACES TO operator-id
           PERFORM UNTIL operator-id NOT = SPACES
           IF master-is-empty = "Y"
             DISPLAY "The security file is empty; initial load is "
                 "permitted."
           END-IF
           IF master-is-empty = "N" AND pins-on-file = "N"
             DISPLAY "No operator on the security file has a PIN; "
                 "a level-2 operator must set the first one."
           END-IF
           IF master-is-empty = "N" AND pins-on-file = "Y"
             MOVE "S" TO osc-function
             MOVE operator-id TO osc-operator
             MOVE "OPERATOR-SEC-MAINT" TO osc-program
             MOVE SPACES TO osc-pin
             DISPLAY "PIN: " WITH NO ADVANCING
             ACCEPT osc-pin
             CALL "OPERSEC" USING operator-security-request
             IF NOT osc-allowed
               DISPLAY "Operator " operator-id " was not signed on; "
                   "sign-on refused."
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
             MOVE "A" TO osc-function
             MOVE "MAINTAIN SECURITY" TO osc-action
             MOVE 2 TO osc-level-need
             CALL "OPERSEC" USING operator-security-request
             IF NOT osc-allowed
               DISPLAY "Operator " operator-id " is not authorized "
                   "to maintain the security file."
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF

           OPEN I-O security-master
           IF NOT security-is-ok
             DISPLAY "The operator security file could not be "
                 "opened (status " security-file-status ")."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           IF master-is-empty = "N" AND pins-on-file = "N"
             PERFORM SET-FIRST-PIN THRU SET-FIRST-PIN-EXIT
             IF pins-on-file = "N"
               CLOSE security-master
               MOVE 8 TO RETURN-CODE
               GOBACK
                 PERFORM CHANGE-OPERATOR
               WHEN "D" WHEN "d"
                 PERFORM DELETE-OPERATOR
               WHEN "U" WHEN "u"
                 PERFORM UNLOCK-OPERATOR
               WHEN "R" WHEN "r"
                 PERFORM RESET-OPERATOR-PIN
               WHEN "X" WHEN "x" WHEN "0"
                 MOVE "N" TO keep-going
               WHEN OTHER

       CHECK-MASTER-EMPTY.
           MOVE "Y" TO master-is-empty
           MOVE "N" TO pins-on-file
           MOVE LOW-VALUES TO ops-operator
           MOVE "N" TO security-eof-flag
           START security-master KEY >= ops-operator
             INVALID KEY
               MOVE "Y" TO security-eof-flag
           END-START
           PERFORM UNTIL security-eof
             READ security-master NEXT
               AT END
                 MOVE "Y" TO security-eof-flag
               NOT AT END
                 MOVE "N" TO master-is-empty
                 IF ops-pin-hash NOT = 0
                   MOVE "Y" TO pins-on-file
                 END-IF
             END-READ
           END-PERFORM
           .

       SET-FIRST-PIN.
           MOVE operator-id TO work-operator
           MOVE "FIRST PIN" TO event-word
           MOVE operator-id TO ops-operator
           READ security-master
             INVALID KEY
               DISPLAY "Operator " operator-id " is not on the "
                   "security file; sign-on refused."
               MOVE "UNKNOWN" TO osc-result
               PERFORM WRITE-SECURITY-EVENT
               GO TO SET-FIRST-PIN-EXIT
           END-READ
           IF ops-level < 2 OR ops-is-locked
             DISPLAY "Operator " operator-id " is not authorized "
                 "to maintain the security file."
             MOVE "DENIED" TO osc-result
             PERFORM WRITE-SECURITY-EVENT
             GO TO SET-FIRST-PIN-EXIT
           END-IF
           PERFORM ASK-TEMPORARY-PIN
           REWRITE operator-security-record
           MOVE "Y" TO pins-on-file
           DISPLAY "Set the PIN for " work-operator "; it must be "
               "changed at next sign-on. Reset the PIN of every "
               "other operator before they sign on."
           MOVE "RESET" TO osc-result
           PERFORM WRITE-SECURITY-EVENT
           .
       SET-FIRST-PIN-EXIT.
           EXIT.

       DISPLAY-MENU.
           DISPLAY " "
           DISPLAY "A. Add an operator"
           DISPLAY "C. Change an operator"
           DISPLAY "D. Delete an operator"
           DISPLAY "U. Unlock an operator"
           DISPLAY "R. Reset an operator's PIN"
           DISPLAY "X. Exit"
           DISPLAY "Enter choice: " WITH NO ADVANCING
           .
           MOVE FUNCTION NUMVAL(level-answer) TO work-level
           .

       ASK-TEMPORARY-PIN.
           MOVE SPACES TO work-pin
           PERFORM UNTIL work-pin NOT = SPACES
           AND FUNCTION LENGTH(FUNCTION TRIM(work-pin)) >= 4
             DISPLAY "Temporary PIN (4 to 8 characters): "
                 WITH NO ADVANCING
             ACCEPT work-pin
           END-PERFORM
           MOVE "H" TO osc-function
           MOVE work-operator TO osc-operator
           MOVE work-pin TO osc-pin
           CALL "OPERSEC" USING operator-security-request
           MOVE osc-pin-hash TO ops-pin-hash
           MOVE 0 TO ops-pin-changed
           MOVE 0 TO ops-failed-count
           MOVE "N" TO ops-locked
           MOVE operator-id TO osc-operator
           MOVE SPACES TO osc-pin
           .

       WRITE-SECURITY-EVENT.
           MOVE "E" TO osc-function
           MOVE operator-id TO osc-operator
           MOVE "OPERATOR-SEC-MAINT" TO osc-program
           MOVE SPACES TO osc-action
           STRING FUNCTION TRIM(event-word) " " work-operator
               DELIMITED BY SIZE INTO osc-action
           CALL "OPERSEC" USING operator-security-request
           .

       LIST-OPERATORS.
           MOVE LOW-VALUES TO ops-operator
           MOVE "N" TO security-eof-flag
               AT END
                 MOVE "Y" TO security-eof-flag
               NOT AT END
                 IF ops-is-locked
                   DISPLAY ops-operator " " ops-name " LEVEL "
                       ops-level " PIN SET " ops-pin-changed
                       " LOCKED"
                 ELSE
                   DISPLAY ops-operator " " ops-name " LEVEL "
                       ops-level " PIN SET " ops-pin-changed
                 END-IF
             END-READ
           END-PERFORM
           .
           MOVE work-operator TO ops-operator
           MOVE work-name TO ops-name
           MOVE work-level TO ops-level
           PERFORM ASK-TEMPORARY-PIN
           WRITE operator-security-record
             INVALID KEY
               DISPLAY "Operator " work-operator " is already on "
                   "the file; use Change instead."
             NOT INVALID KEY
               DISPLAY "Added " work-operator " at level "
                   work-level "; the PIN must be changed at first "
                   "sign-on."
               MOVE "N" TO master-is-empty
               MOVE "ADD" TO event-word
               MOVE "ADDED" TO osc-result
               PERFORM WRITE-SECURITY-EVENT
           END-WRITE
           .

               MOVE work-level TO ops-level
               REWRITE operator-security-record
               DISPLAY "Changed " work-operator "."
               MOVE "CHANGE" TO event-word
               MOVE "CHANGED" TO osc-result
               PERFORM WRITE-SECURITY-EVENT
           END-READ
           .

             NOT INVALID KEY
               DELETE security-master
               DISPLAY "Deleted " work-operator "."
               MOVE "DELETE" TO event-word
               MOVE "DELETED" TO osc-result
               PERFORM WRITE-SECURITY-EVENT
           END-READ
           .

       UNLOCK-OPERATOR.
           PERFORM ASK-OPERATOR
           MOVE work-operator TO ops-operator
           READ security-master
             INVALID KEY
               DISPLAY "No entry for " work-operator "."
             NOT INVALID KEY
               MOVE "N" TO ops-locked
               MOVE 0 TO ops-failed-count
               REWRITE operator-security-record
               DISPLAY "Unlocked " work-operator "."
               MOVE "UNLOCK" TO event-word
               MOVE "UNLOCKED" TO osc-result
               PERFORM WRITE-SECURITY-EVENT
           END-READ
           .

       RESET-OPERATOR-PIN.
           PERFORM ASK-OPERATOR
           MOVE work-operator TO ops-operator
           READ security-master
             INVALID KEY
               DISPLAY "No entry for " work-operator "."
             NOT INVALID KEY
               PERFORM ASK-TEMPORARY-PIN
               REWRITE operator-security-record
               DISPLAY "Reset the PIN for " work-operator "; it must "
                   "be changed at next sign-on."
               MOVE "RESET PIN" TO event-word
               MOVE "RESET" TO osc-result
               PERFORM WRITE-SECURITY-EVENT
           END-READ
           .
