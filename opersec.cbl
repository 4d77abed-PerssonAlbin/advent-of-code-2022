       COPY opsrec.

       FD  security-audit.
       COPY scarec.

       WORKING-STORAGE SECTION.
       01  security-file-status PIC 99.
       01  security-audit-status PIC 99.
           88  audit-is-ok     VALUE 0 THRU 9.

       COPY prmreq.

       01  run-date            PIC 9(8).
       01  run-time            PIC 9(8).
       01  audit-result        PIC X(8).

       01  pin-tries           PIC 9(1) VALUE 3.
       01  pin-days            PIC 9(3) VALUE 90.
       01  pin-age             PIC S9(7).
       01  tries-left          PIC 9(1).
       01  pin-text            PIC X(8).
       01  new-pin             PIC X(8).
       01  repeat-pin          PIC X(8).
       01  pin-change-done     PIC X(1).
       01  hash-text           PIC X(16).
       01  hash-round          PIC 9(1).
       01  char-idx            PIC 9(2).
       01  pin-hash            PIC 9(9).
       01  hash-work           PIC 9(12).

       LINKAGE SECTION.
       COPY oscreq.
       PROCEDURE DIVISION USING operator-security-request.
               PERFORM SIGN-ON
             WHEN osc-fn-auth
               PERFORM AUTHORIZE-ACTION
             WHEN osc-fn-hash
               MOVE osc-pin TO pin-text
               PERFORM HASH-PIN
               MOVE pin-hash TO osc-pin-hash
             WHEN osc-fn-event
               MOVE osc-result TO audit-result
               PERFORM WRITE-SECURITY-AUDIT
             WHEN OTHER
               SET osc-denied TO TRUE
           END-EVALUATE
           GOBACK.

       SIGN-ON.
           PERFORM SIGN-ON-CHECK THRU SIGN-ON-CHECK-EXIT
           PERFORM WRITE-SECURITY-AUDIT
           .

       SIGN-ON-CHECK.
           MOVE "SIGN-ON" TO osc-action
           MOVE 0 TO osc-level
           MOVE SPACES TO osc-name
           ACCEPT run-date FROM DATE YYYYMMDD
           PERFORM LOAD-PIN-PARAMETERS
           OPEN I-O security-master
           IF security-file-status = 35
             DISPLAY "*** THE OPERATOR SECURITY FILE IS NOT "
                 "AVAILABLE; SIGN-ON ALLOWED AT LEVEL 1 ***"
             MOVE 1 TO osc-level
             SET osc-allowed TO TRUE
             MOVE "NOFILE" TO audit-result
             GO TO SIGN-ON-CHECK-EXIT
           END-IF
           IF NOT security-is-ok
             DISPLAY "*** THE OPERATOR SECURITY FILE COULD NOT BE "
                 "OPENED (STATUS " security-file-status
                 "); SIGN-ON REFUSED ***"
             SET osc-denied TO TRUE
             MOVE "FILEERR" TO audit-result
             GO TO SIGN-ON-CHECK-EXIT
           END-IF

           MOVE osc-operator TO ops-operator
           READ security-master
             INVALID KEY
               DISPLAY "Operator " FUNCTION TRIM(osc-operator)
                   " is not on the security file."
               SET osc-unknown TO TRUE
               MOVE "UNKNOWN" TO audit-result
               CLOSE security-master
               GO TO SIGN-ON-CHECK-EXIT
           END-READ
           MOVE ops-level TO osc-level
           MOVE ops-name TO osc-name

           IF ops-is-locked
             DISPLAY "Operator " FUNCTION TRIM(osc-operator)
                 " is locked; a level-2 operator must unlock it."
             SET osc-locked TO TRUE
             MOVE "LOCKED" TO audit-result
             CLOSE security-master
             GO TO SIGN-ON-CHECK-EXIT
           END-IF

           IF ops-pin-hash = 0
             DISPLAY "Operator " FUNCTION TRIM(osc-operator)
                 " has no PIN; a level-2 operator must reset it."
             SET osc-bad-pin TO TRUE
             MOVE "NOPIN" TO audit-result
             CLOSE security-master
             GO TO SIGN-ON-CHECK-EXIT
           END-IF

           MOVE osc-pin TO pin-text
           PERFORM HASH-PIN
           IF pin-hash NOT = ops-pin-hash
             COMPUTE ops-failed-count = ops-failed-count + 1
             IF ops-failed-count >= pin-tries
               MOVE "Y" TO ops-locked
               SET osc-locked TO TRUE
               MOVE "LOCKOUT" TO audit-result
               DISPLAY "PIN not accepted; operator "
                   FUNCTION TRIM(osc-operator) " is now locked."
             ELSE
               SET osc-bad-pin TO TRUE
               MOVE "BADPIN" TO audit-result
               COMPUTE tries-left = pin-tries - ops-failed-count
               DISPLAY "PIN not accepted; " tries-left
                   " attempt(s) left before the id is locked."
             END-IF
             REWRITE operator-security-record
             CLOSE security-master
             GO TO SIGN-ON-CHECK-EXIT
           END-IF

           MOVE 0 TO ops-failed-count
           MOVE 0 TO pin-age
           IF ops-pin-changed > 0
             COMPUTE pin-age = FUNCTION INTEGER-OF-DATE(run-date)
                 - FUNCTION INTEGER-OF-DATE(ops-pin-changed)
           END-IF
           IF ops-pin-changed = 0 OR pin-age >= pin-days
             PERFORM FORCE-PIN-CHANGE THRU FORCE-PIN-CHANGE-EXIT
             IF pin-change-done = "N"
               SET osc-expired TO TRUE
               MOVE "EXPIRED" TO audit-result
               REWRITE operator-security-record
               CLOSE security-master
               GO TO SIGN-ON-CHECK-EXIT
             END-IF
             MOVE "PIN CHANGE" TO osc-action
             MOVE "CHANGED" TO audit-result
             PERFORM WRITE-SECURITY-AUDIT
             MOVE "SIGN-ON" TO osc-action
           END-IF

           REWRITE operator-security-record
           CLOSE security-master
           SET osc-allowed TO TRUE
           MOVE "SIGNON" TO audit-result
           .
       SIGN-ON-CHECK-EXIT.
           EXIT.

       FORCE-PIN-CHANGE.
           MOVE "N" TO pin-change-done
           DISPLAY "The PIN for operator " FUNCTION TRIM(osc-operator)
               " has expired and must be changed."
           MOVE SPACES TO new-pin
           MOVE SPACES TO repeat-pin
           DISPLAY "New PIN: " WITH NO ADVANCING
           ACCEPT new-pin
           DISPLAY "Repeat new PIN: " WITH NO ADVANCING
           ACCEPT repeat-pin
           IF new-pin NOT = repeat-pin
             DISPLAY "The two entries differ; the PIN was not changed."
             GO TO FORCE-PIN-CHANGE-EXIT
           END-IF
           IF new-pin = SPACES
           OR FUNCTION LENGTH(FUNCTION TRIM(new-pin)) < 4
           OR new-pin = osc-pin
             DISPLAY "A new PIN must be 4 to 8 characters and differ "
                 "from the old one; the PIN was not changed."
             GO TO FORCE-PIN-CHANGE-EXIT
           END-IF
           MOVE new-pin TO pin-text
           PERFORM HASH-PIN
           MOVE pin-hash TO ops-pin-hash
           MOVE run-date TO ops-pin-changed
           MOVE new-pin TO osc-pin
           MOVE "Y" TO pin-change-done
           .
       FORCE-PIN-CHANGE-EXIT.
           EXIT.

       LOAD-PIN-PARAMETERS.
           MOVE "OPERSEC" TO preq-program
           MOVE "PINTRIES" TO preq-keyword
           CALL "PARMREAD" USING parm-request
           IF parm-found
           AND FUNCTION TRIM(preq-value) IS NUMERIC
             MOVE FUNCTION NUMVAL(preq-value) TO pin-tries
           END-IF
           IF pin-tries = 0
             MOVE 3 TO pin-tries
           END-IF
           MOVE "PINDAYS" TO preq-keyword
           CALL "PARMREAD" USING parm-request
           IF parm-found
           AND FUNCTION TRIM(preq-value) IS NUMERIC
             MOVE FUNCTION NUMVAL(preq-value) TO pin-days
           END-IF
           IF pin-days = 0
             MOVE 90 TO pin-days
           END-IF
           .

       HASH-PIN.
           MOVE osc-operator TO hash-text(1:8)
           MOVE pin-text TO hash-text(9:8)
           MOVE 0 TO pin-hash
           PERFORM VARYING hash-round FROM 1 BY 1
                   UNTIL hash-round > 3
             PERFORM VARYING char-idx FROM 1 BY 1
                     UNTIL char-idx > 16
               COMPUTE hash-work = FUNCTION MOD(pin-hash * 31
                   + FUNCTION ORD(hash-text(char-idx:1)) * char-idx
                   + hash-round, 999999937)
               MOVE hash-work TO pin-hash
             END-PERFORM
           END-PERFORM
           IF pin-hash = 0
             MOVE 1 TO pin-hash
           END-IF
           .

       AUTHORIZE-ACTION.
           PERFORM LOOK-UP-OPERATOR
           EVALUATE TRUE
             WHEN osc-unknown
               MOVE "UNKNOWN" TO audit-result
             WHEN osc-locked
               MOVE "LOCKED" TO audit-result
             WHEN osc-level >= osc-level-need
               SET osc-allowed TO TRUE
               MOVE "GRANTED" TO audit-result
             WHEN OTHER
               SET osc-denied TO TRUE
               MOVE "DENIED" TO audit-result
           END-EVALUATE
           PERFORM WRITE-SECURITY-AUDIT
           .

           MOVE 0 TO osc-level
           MOVE SPACES TO osc-name
           OPEN INPUT security-master
           IF security-file-status = 35
             DISPLAY "*** THE OPERATOR SECURITY FILE IS NOT "
                 "AVAILABLE; SIGN-ON ALLOWED AT LEVEL 1 ***"
             MOVE 1 TO osc-level
             SET osc-allowed TO TRUE
           END-IF
           IF NOT security-is-ok AND security-file-status NOT = 35
             DISPLAY "*** THE OPERATOR SECURITY FILE COULD NOT BE "
                 "OPENED (STATUS " security-file-status
                 "); ACTION REFUSED ***"
             SET osc-denied TO TRUE
           END-IF
           IF security-is-ok
             MOVE osc-operator TO ops-operator
             READ security-master
               INVALID KEY
               NOT INVALID KEY
                 MOVE ops-level TO osc-level
                 MOVE ops-name TO osc-name
                 IF ops-is-locked
                   SET osc-locked TO TRUE
                 ELSE
                   SET osc-allowed TO TRUE
                 END-IF
             END-READ
             CLOSE security-master
           END-IF
             MOVE osc-program TO sca-program
             MOVE osc-action TO sca-action
             MOVE audit-result TO sca-result
             IF osc-fn-auth
               MOVE osc-level-need TO sca-level-need
             END-IF
             WRITE security-audit-record
             CLOSE security-audit
           END-IF
