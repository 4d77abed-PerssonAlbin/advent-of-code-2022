       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESS-RECERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT security-master
               ASSIGN TO "operator-security.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ops-operator
               FILE STATUS security-file-status.
           SELECT security-audit ASSIGN TO "security-audit.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS security-audit-status.
           SELECT worksheet-file ASSIGN TO "access-recert.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS worksheet-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  security-master.
       COPY opsrec.

       FD  security-audit.
       COPY scarec.

       FD  worksheet-file.
       01  worksheet-record    PIC X(100).

       WORKING-STORAGE SECTION.
       COPY oscreq.

       COPY prmreq.

       01  security-file-status PIC 99.
           88  security-is-ok  VALUE 0.
       01  security-eof-flag   PIC X(1).
           88  security-eof    VALUE "Y".

       COPY filsts REPLACING
                   ==:STATUS-NAME:== BY ==security-audit-status==
                   ==:OK-NAME:==     BY ==audit-is-ok==
                   ==:EOF-NAME:==    BY ==audit-eof==.

       COPY filsts REPLACING
                   ==:STATUS-NAME:== BY ==worksheet-file-status==
                   ==:OK-NAME:==     BY ==worksheet-is-ok==
                   ==:EOF-NAME:==    BY ==worksheet-fs-spare==.

       01  run-date            PIC 9(8).
       01  run-integer         PIC 9(8).
       01  dormant-days        PIC 9(3) VALUE 90.
       01  suspend-mode        PIC X(1) VALUE "N".
       01  days-idle           PIC S9(7).

       01  operator-table.
           03  operator-entry OCCURS 200 TIMES.
               05  opt-operator      PIC X(8).
               05  opt-name          PIC X(20).
               05  opt-level         PIC 9(1).
               05  opt-locked        PIC X(1).
               05  opt-last-signon   PIC 9(8).
               05  opt-signons       PIC 9(5).
               05  opt-priv-count    PIC 9(5).
               05  opt-level-used    PIC 9(1).
               05  opt-dormant       PIC X(1).
               05  opt-over-level    PIC X(1).
               05  opt-suspended     PIC X(1).
               05  opt-program-count PIC 9(2).
               05  opt-program       PIC X(20) OCCURS 10 TIMES.
       01  operator-count      PIC 9(3) VALUE 0.
       01  operator-idx        PIC 9(3).
       01  operator-hit        PIC 9(3).
       01  program-idx         PIC 9(2).
       01  program-hit         PIC 9(2).
       01  event-level         PIC 9(1).

       01  audit-records-read  PIC 9(7) VALUE 0.
       01  dormant-count       PIC 9(3) VALUE 0.
       01  over-level-count    PIC 9(3) VALUE 0.
       01  suspended-count     PIC 9(3) VALUE 0.

       01  detail-line.
           03  dtl-operator    PIC X(8).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  dtl-name        PIC X(20).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  dtl-level       PIC 9(1).
           03  FILLER          PIC X(4) VALUE SPACES.
           03  dtl-last-signon PIC X(8).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  dtl-priv-count  PIC Z(4)9.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  dtl-flags       PIC X(36).
       01  flag-pointer        PIC 9(3).
       01  program-line        PIC X(100).
       01  line-pointer        PIC 9(3).
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT run-date FROM DATE YYYYMMDD
           COMPUTE run-integer = FUNCTION INTEGER-OF-DATE(run-date)

           MOVE "ACCESS-RECERT" TO preq-program
           MOVE "DORMDAYS" TO preq-keyword
           CALL "PARMREAD" USING parm-request
           IF parm-found
           AND FUNCTION TRIM(preq-value) IS NUMERIC
             MOVE FUNCTION NUMVAL(preq-value) TO dormant-days
           END-IF
           IF dormant-days = 0
             MOVE 90 TO dormant-days
           END-IF
           MOVE "SUSPEND" TO preq-keyword
           CALL "PARMREAD" USING parm-request
           IF parm-found
           AND (FUNCTION TRIM(preq-value) = "Y"
                OR FUNCTION TRIM(preq-value) = "N")
             MOVE preq-value(1:1) TO suspend-mode
           END-IF
           DISPLAY "PARAMETERS IN EFFECT FOR ACCESS-RECERT:"
           DISPLAY "  DORMDAYS=" dormant-days
           DISPLAY "  SUSPEND=" suspend-mode

           IF suspend-mode = "Y"
             OPEN I-O security-master
           ELSE
             OPEN INPUT security-master
           END-IF
           IF NOT security-is-ok
             DISPLAY "The operator security file could not be "
                 "opened (status " security-file-status ")."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM LOAD-OPERATORS
           PERFORM SCAN-SECURITY-AUDIT
           PERFORM VARYING operator-idx FROM 1 BY 1
                   UNTIL operator-idx > operator-count
             PERFORM ASSESS-OPERATOR
           END-PERFORM
           CLOSE security-master

           PERFORM WRITE-WORKSHEET

           DISPLAY "operators reviewed=" operator-count
           DISPLAY "audit entries read=" audit-records-read
           DISPLAY "dormant operators=" dormant-count
           DISPLAY "operators above level used=" over-level-count
           DISPLAY "operators suspended=" suspended-count
           IF dormant-count > 0 OR over-level-count > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-OPERATORS.
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
                 IF operator-count < 200
                   COMPUTE operator-count = operator-count + 1
                   MOVE ops-operator TO opt-operator(operator-count)
                   MOVE ops-name TO opt-name(operator-count)
                   MOVE ops-level TO opt-level(operator-count)
                   MOVE ops-locked TO opt-locked(operator-count)
                   MOVE 0 TO opt-last-signon(operator-count)
                   MOVE 0 TO opt-signons(operator-count)
                   MOVE 0 TO opt-priv-count(operator-count)
                   MOVE 0 TO opt-level-used(operator-count)
                   MOVE "N" TO opt-dormant(operator-count)
                   MOVE "N" TO opt-over-level(operator-count)
                   MOVE "N" TO opt-suspended(operator-count)
                   MOVE 0 TO opt-program-count(operator-count)
                 END-IF
             END-READ
           END-PERFORM
           .

       SCAN-SECURITY-AUDIT.
           OPEN INPUT security-audit
           IF NOT audit-is-ok
             DISPLAY "The security audit log could not be opened; "
                 "every operator will show as dormant."
           ELSE
             PERFORM UNTIL audit-eof
               READ security-audit
                 AT END
                   CONTINUE
                 NOT AT END
                   COMPUTE audit-records-read = audit-records-read + 1
                   PERFORM NOTE-AUDIT-ENTRY THRU NOTE-AUDIT-ENTRY-EXIT
               END-READ
             END-PERFORM
             CLOSE security-audit
           END-IF
           .

       NOTE-AUDIT-ENTRY.
           IF sca-result NOT = "SIGNON" AND sca-result NOT = "GRANTED"
             GO TO NOTE-AUDIT-ENTRY-EXIT
           END-IF
           MOVE 0 TO operator-hit
           PERFORM VARYING operator-idx FROM 1 BY 1
                   UNTIL operator-idx > operator-count
             IF opt-operator(operator-idx) = sca-operator
               MOVE operator-idx TO operator-hit
             END-IF
           END-PERFORM
           IF operator-hit = 0
             GO TO NOTE-AUDIT-ENTRY-EXIT
           END-IF

           MOVE 1 TO event-level
           IF sca-result = "SIGNON"
             COMPUTE opt-signons(operator-hit)
                 = opt-signons(operator-hit) + 1
             IF sca-date > opt-last-signon(operator-hit)
               MOVE sca-date TO opt-last-signon(operator-hit)
             END-IF
           ELSE
             COMPUTE opt-priv-count(operator-hit)
                 = opt-priv-count(operator-hit) + 1
             IF sca-level-need IS NUMERIC
               MOVE sca-level-need TO event-level
             END-IF
           END-IF
           IF event-level > opt-level-used(operator-hit)
             MOVE event-level TO opt-level-used(operator-hit)
           END-IF

           MOVE 0 TO program-hit
           PERFORM VARYING program-idx FROM 1 BY 1
                   UNTIL program-idx > opt-program-count(operator-hit)
             IF opt-program(operator-hit program-idx) = sca-program
               MOVE program-idx TO program-hit
             END-IF
           END-PERFORM
           IF program-hit = 0
           AND opt-program-count(operator-hit) < 10
             COMPUTE opt-program-count(operator-hit)
                 = opt-program-count(operator-hit) + 1
             MOVE sca-program TO opt-program(operator-hit
                 opt-program-count(operator-hit))
           END-IF
           .
       NOTE-AUDIT-ENTRY-EXIT.
           EXIT.

       ASSESS-OPERATOR.
           IF opt-last-signon(operator-idx) = 0
             MOVE "Y" TO opt-dormant(operator-idx)
           ELSE
             COMPUTE days-idle = run-integer
                 - FUNCTION INTEGER-OF-DATE(
                   opt-last-signon(operator-idx))
             IF days-idle > dormant-days
               MOVE "Y" TO opt-dormant(operator-idx)
             END-IF
           END-IF
           IF opt-dormant(operator-idx) = "Y"
             COMPUTE dormant-count = dormant-count + 1
           END-IF

           IF opt-level(operator-idx) > 1
           AND opt-level(operator-idx) > opt-level-used(operator-idx)
             MOVE "Y" TO opt-over-level(operator-idx)
             COMPUTE over-level-count = over-level-count + 1
           END-IF

           IF suspend-mode = "Y"
           AND opt-dormant(operator-idx) = "Y"
           AND opt-locked(operator-idx) NOT = "Y"
             PERFORM SUSPEND-OPERATOR
           END-IF
           .

       SUSPEND-OPERATOR.
           MOVE opt-operator(operator-idx) TO ops-operator
           READ security-master
             INVALID KEY
               DISPLAY "Operator " opt-operator(operator-idx)
                   " left the security file; it was not suspended."
             NOT INVALID KEY
               MOVE "Y" TO ops-locked
               REWRITE operator-security-record
               MOVE "Y" TO opt-suspended(operator-idx)
               MOVE "Y" TO opt-locked(operator-idx)
               COMPUTE suspended-count = suspended-count + 1
               MOVE "E" TO osc-function
               MOVE "RECERT" TO osc-operator
               MOVE "ACCESS-RECERT" TO osc-program
               MOVE SPACES TO osc-action
               STRING "SUSPEND " opt-operator(operator-idx)
                   DELIMITED BY SIZE INTO osc-action
               MOVE "SUSPEND" TO osc-result
               CALL "OPERSEC" USING operator-security-request
               DISPLAY "Suspended dormant operator "
                   opt-operator(operator-idx) "."
           END-READ
           .

       WRITE-WORKSHEET.
           OPEN OUTPUT worksheet-file
           IF NOT worksheet-is-ok
             DISPLAY "The recertification worksheet could not be "
                 "opened."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE SPACES TO worksheet-record
           STRING "OPERATOR ACCESS RECERTIFICATION WORKSHEET  RUN "
               run-date "  DORMANT AFTER " dormant-days " DAYS"
               DELIMITED BY SIZE INTO worksheet-record
           WRITE worksheet-record
           MOVE SPACES TO worksheet-record
           WRITE worksheet-record
           MOVE SPACES TO worksheet-record
           STRING "OPERATOR  NAME                  LEVEL  LAST-ON   "
               "PRIV-ACT  FLAGS"
               DELIMITED BY SIZE INTO worksheet-record
           WRITE worksheet-record
           PERFORM VARYING operator-idx FROM 1 BY 1
                   UNTIL operator-idx > operator-count
             PERFORM WRITE-WORKSHEET-ENTRY
           END-PERFORM

           MOVE SPACES TO worksheet-record
           WRITE worksheet-record
           MOVE SPACES TO worksheet-record
           STRING "OPERATORS " operator-count "  DORMANT "
               dormant-count "  ABOVE LEVEL USED " over-level-count
               "  SUSPENDED " suspended-count
               DELIMITED BY SIZE INTO worksheet-record
           WRITE worksheet-record
           MOVE SPACES TO worksheet-record
           WRITE worksheet-record
           MOVE SPACES TO worksheet-record
           STRING "RECERTIFIED BY ____________________  "
               "SIGNATURE ____________________  DATE __________"
               DELIMITED BY SIZE INTO worksheet-record
           WRITE worksheet-record
           CLOSE worksheet-file
           .

       WRITE-WORKSHEET-ENTRY.
           MOVE opt-operator(operator-idx) TO dtl-operator
           MOVE opt-name(operator-idx) TO dtl-name
           MOVE opt-level(operator-idx) TO dtl-level
           IF opt-last-signon(operator-idx) = 0
             MOVE "NEVER" TO dtl-last-signon
           ELSE
             MOVE opt-last-signon(operator-idx) TO dtl-last-signon
           END-IF
           MOVE opt-priv-count(operator-idx) TO dtl-priv-count
           MOVE SPACES TO dtl-flags
           MOVE 1 TO flag-pointer
           IF opt-dormant(operator-idx) = "Y"
             STRING "DORMANT " DELIMITED BY SIZE
                 INTO dtl-flags WITH POINTER flag-pointer
           END-IF
           IF opt-over-level(operator-idx) = "Y"
             STRING "LEVEL-UNUSED " DELIMITED BY SIZE
                 INTO dtl-flags WITH POINTER flag-pointer
           END-IF
           IF opt-suspended(operator-idx) = "Y"
             STRING "SUSPENDED " DELIMITED BY SIZE
                 INTO dtl-flags WITH POINTER flag-pointer
           ELSE
             IF opt-locked(operator-idx) = "Y"
               STRING "LOCKED " DELIMITED BY SIZE
                   INTO dtl-flags WITH POINTER flag-pointer
             END-IF
           END-IF
           MOVE detail-line TO worksheet-record
           WRITE worksheet-record

           MOVE SPACES TO program-line
           MOVE 1 TO line-pointer
           STRING "          PROGRAMS USED: " DELIMITED BY SIZE
               INTO program-line WITH POINTER line-pointer
           IF opt-program-count(operator-idx) = 0
             STRING "NONE" DELIMITED BY SIZE
                 INTO program-line WITH POINTER line-pointer
           END-IF
           PERFORM VARYING program-idx FROM 1 BY 1
                   UNTIL program-idx > opt-program-count(operator-idx)
             IF program-idx > 1
               STRING ", " DELIMITED BY SIZE
                   INTO program-line WITH POINTER line-pointer
             END-IF
             STRING FUNCTION TRIM(opt-program(operator-idx
                 program-idx)) DELIMITED BY SIZE
                 INTO program-line WITH POINTER line-pointer
           END-PERFORM
           MOVE program-line TO worksheet-record
           WRITE worksheet-record
           MOVE SPACES TO worksheet-record
           STRING "          SIGN-ONS " opt-signons(operator-idx)
               "   DECISION:  KEEP [ ]  REVOKE [ ]  LEVEL TO [ ]"
               "  INITIALS ____"
               DELIMITED BY SIZE INTO worksheet-record
           WRITE worksheet-record
           .
