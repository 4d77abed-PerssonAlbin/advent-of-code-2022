       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEM-ATTRIB-APPROVE.

       ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                  SELECT pending-master
                      ASSIGN TO "attrib-pending.dat"
                      ORGANIZATION INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS apn-id
                      FILE STATUS pending-file-status.
                  SELECT attribute-master ASSIGN TO "item-attrib.dat"
                      ORGANIZATION INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS atr-letter
                      FILE STATUS master-file-status.
                  SELECT change-audit-file
                      ASSIGN TO "attrib-change-audit.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS change-audit-status.

              DATA DIVISION.
              FILE SECTION.
              FD  pending-master.
              COPY apnrec.

              FD  attribute-master.
              COPY atrrec.

              FD  change-audit-file.
              01  change-audit-record PIC X(80).

              WORKING-STORAGE SECTION.
              COPY oscreq.

              01  pending-file-status PIC 99.
                  88  pending-is-ok  VALUE 0.
              01  pending-eof-flag   PIC X(1).
                  88  pending-eof    VALUE "Y".

              01  master-file-status PIC 99.
                  88  master-is-ok   VALUE 0.

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
                  03  chg-letter      PIC A(1).
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  chg-old-weight  PIC ZZ9.99.
                  03  FILLER          PIC X(1) VALUE "/".
                  03  chg-old-volume  PIC ZZ9.99.
                  03  FILLER          PIC X(4) VALUE " -> ".
                  03  chg-new-weight  PIC ZZ9.99.
                  03  FILLER          PIC X(1) VALUE "/".
                  03  chg-new-volume  PIC ZZ9.99.

              01  pending-line.
                  03  pdl-id          PIC 9(6).
                  03  FILLER          PIC X(1) VALUE SPACES.
                  03  pdl-action      PIC X(1).
                  03  FILLER          PIC X(1) VALUE SPACES.
                  03  pdl-letter      PIC A(1).
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  pdl-old-weight  PIC ZZ9.99.
                  03  FILLER          PIC X(1) VALUE "/".
                  03  pdl-old-volume  PIC ZZ9.99.
                  03  FILLER          PIC X(4) VALUE " -> ".
                  03  pdl-new-weight  PIC ZZ9.99.
                  03  FILLER          PIC X(1) VALUE "/".
                  03  pdl-new-volume  PIC ZZ9.99.
                  03  FILLER          PIC X(4) VALUE " BY ".
                  03  pdl-requested-by PIC X(8).
                  03  FILLER          PIC X(4) VALUE " ON ".
                  03  pdl-req-date    PIC 9(8).

              01  run-date            PIC 9(8).
              01  run-time            PIC 9(8).
              01  operator-id         PIC X(8).
              01  menu-choice         PIC X(1).
              01  id-answer           PIC X(10).
              01  wanted-id           PIC 9(6).
              01  pending-count       PIC 9(4).
              01  keep-going          PIC X(1) VALUE "Y".
                  88  still-running   VALUE "Y".
              01  work-letter         PIC A(1).
              01  work-weight         PIC 9(3)V99.
              01  work-volume         PIC 9(3)V99.
              01  old-weight          PIC 9(3)V99.
              01  old-volume          PIC 9(3)V99.
              01  apply-failed        PIC X(1).
       PROCEDURE DIVISION.
       MAIN.
           OPEN I-O pending-master
           IF NOT pending-is-ok
             DISPLAY "The pending-changes file could not be opened "
                 "(status " pending-file-status ")."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           OPEN I-O attribute-master
           IF master-file-status = 35
             OPEN OUTPUT attribute-master
             IF master-is-ok
               CLOSE attribute-master
               OPEN I-O attribute-master
             END-IF
           END-IF
           IF NOT master-is-ok
             DISPLAY "The item attribute master could not be opened "
                 "for update (status " master-file-status ")."
             CLOSE pending-master
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           OPEN EXTEND change-audit-file
           IF NOT change-audit-is-ok
             OPEN OUTPUT change-audit-file
           END-IF
           IF NOT change-audit-is-ok
             DISPLAY "The change-audit file could not be opened."
             CLOSE pending-master
             CLOSE attribute-master
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
           MOVE "ITEM-ATTRIB-APPROVE" TO osc-program
           MOVE SPACES TO osc-pin
           DISPLAY "PIN: " WITH NO ADVANCING
           ACCEPT osc-pin
           CALL "OPERSEC" USING operator-security-request
           IF NOT osc-allowed
             DISPLAY "Operator " operator-id " was not signed on; "
                 "sign-on refused."
             CLOSE pending-master
             CLOSE attribute-master
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

           CLOSE pending-master
           CLOSE attribute-master
           CLOSE change-audit-file
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       DISPLAY-MENU.
           DISPLAY " "
           DISPLAY "===== ITEM ATTRIBUTE CHANGE APPROVAL ====="
           DISPLAY "L. List pending changes"
           DISPLAY "A. Approve a pending change"
           DISPLAY "R. Reject a pending change"
           DISPLAY "X. Exit"
           DISPLAY "Enter choice: " WITH NO ADVANCING
           .

       LIST-PENDING-CHANGES.
           MOVE 0 TO pending-count
           MOVE LOW-VALUES TO apn-id
           MOVE "N" TO pending-eof-flag
           START pending-master KEY >= apn-id
             INVALID KEY
               MOVE "Y" TO pending-eof-flag
           END-START
           PERFORM UNTIL pending-eof
             READ pending-master NEXT
               AT END
                 MOVE "Y" TO pending-eof-flag
               NOT AT END
                 IF apn-status = "P"
                   COMPUTE pending-count = pending-count + 1
                   MOVE apn-id TO pdl-id
                   MOVE apn-action TO pdl-action
                   MOVE apn-letter TO pdl-letter
                   MOVE apn-old-weight TO pdl-old-weight
                   MOVE apn-old-volume TO pdl-old-volume
                   MOVE apn-weight TO pdl-new-weight
                   MOVE apn-volume TO pdl-new-volume
                   MOVE apn-requested-by TO pdl-requested-by
                   MOVE apn-req-date TO pdl-req-date
                   DISPLAY pending-line
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
           MOVE wanted-id TO apn-id
           READ pending-master
             INVALID KEY
               DISPLAY "No pending change " wanted-id "."
             NOT INVALID KEY
               IF apn-status NOT = "P"
                 DISPLAY "Change " wanted-id " has already been "
                     "reviewed."
               ELSE
               IF apn-requested-by = operator-id
                 DISPLAY "A change cannot be approved by the "
                     "operator who requested it."
               ELSE
                 PERFORM APPLY-PENDING-CHANGE
                 IF apply-failed = "Y"
                   DISPLAY "Change " wanted-id " could not be "
                       "applied; it stays pending."
                 ELSE
                   ACCEPT run-date FROM DATE YYYYMMDD
                   MOVE "A" TO apn-status
                   MOVE operator-id TO apn-reviewed-by
                   MOVE run-date TO apn-review-date
                   REWRITE attrib-pending-record
                   DISPLAY "Change " wanted-id " approved and "
                       "applied."
                 END-IF
               END-IF
               END-IF
           END-READ
           .

       REJECT-CHANGE.
           PERFORM ASK-PENDING-ID
           MOVE wanted-id TO apn-id
           READ pending-master
             INVALID KEY
               DISPLAY "No pending change " wanted-id "."
             NOT INVALID KEY
               IF apn-status NOT = "P"
                 DISPLAY "Change " wanted-id " has already been "
                     "reviewed."
               ELSE
                 ACCEPT run-date FROM DATE YYYYMMDD
                 MOVE "R" TO apn-status
                 MOVE operator-id TO apn-reviewed-by
                 MOVE run-date TO apn-review-date
                 REWRITE attrib-pending-record
                 MOVE apn-letter TO work-letter
                 MOVE apn-old-weight TO old-weight
                 MOVE apn-old-volume TO old-volume
                 MOVE apn-weight TO work-weight
                 MOVE apn-volume TO work-volume
                 MOVE "REJECT" TO chg-action
                 PERFORM WRITE-CHANGE-AUDIT
                 DISPLAY "Change " wanted-id " rejected."
               END-IF
           END-READ
           .

       APPLY-PENDING-CHANGE.
           MOVE "N" TO apply-failed
           ACCEPT run-date FROM DATE YYYYMMDD
           MOVE apn-letter TO work-letter
           MOVE apn-weight TO work-weight
           MOVE apn-volume TO work-volume
           MOVE apn-old-weight TO old-weight
           MOVE apn-old-volume TO old-volume
           EVALUATE apn-action
             WHEN "A"
               MOVE work-letter TO atr-letter
               MOVE work-weight TO atr-weight
               MOVE work-volume TO atr-volume
               MOVE apn-requested-by TO atr-changed-by
               MOVE run-date TO atr-changed-date
               WRITE item-attribute-record
                 INVALID KEY
                   MOVE "Y" TO apply-failed
                 NOT INVALID KEY
                   MOVE "ADDED" TO chg-action
                   PERFORM WRITE-CHANGE-AUDIT
               END-WRITE
             WHEN "C"
               MOVE work-letter TO atr-letter
               READ attribute-master
                 INVALID KEY
                   MOVE "Y" TO apply-failed
                 NOT INVALID KEY
                   MOVE atr-weight TO old-weight
                   MOVE atr-volume TO old-volume
                   MOVE work-weight TO atr-weight
                   MOVE work-volume TO atr-volume
                   MOVE apn-requested-by TO atr-changed-by
                   MOVE run-date TO atr-changed-date
                   REWRITE item-attribute-record
                   MOVE "CHANGED" TO chg-action
                   PERFORM WRITE-CHANGE-AUDIT
               END-READ
             WHEN "D"
               MOVE work-letter TO atr-letter
               READ attribute-master
                 INVALID KEY
                   MOVE "Y" TO apply-failed
                 NOT INVALID KEY
                   MOVE atr-weight TO old-weight
                   MOVE atr-volume TO old-volume
                   DELETE attribute-master
                   MOVE 0 TO work-weight
                   MOVE 0 TO work-volume
                   MOVE "DELETED" TO chg-action
                   PERFORM WRITE-CHANGE-AUDIT
               END-READ
             WHEN OTHER
               MOVE "Y" TO apply-failed
           END-EVALUATE
           .

       WRITE-CHANGE-AUDIT.
           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME
           MOVE operator-id TO chg-operator
           MOVE run-date TO chg-date
           MOVE run-time TO chg-time
           MOVE work-letter TO chg-letter
           MOVE old-weight TO chg-old-weight
           MOVE old-volume TO chg-old-volume
           MOVE work-weight TO chg-new-weight
           MOVE work-volume TO chg-new-volume
           WRITE change-audit-record FROM change-audit-line
           .
