       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEM-ATTRIB-MAINT.

       ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                  SELECT attribute-master ASSIGN TO "item-attrib.dat"
                      ORGANIZATION INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS atr-letter
                      FILE STATUS master-file-status.
                  SELECT pending-master
                      ASSIGN TO "attrib-pending.dat"
                      ORGANIZATION INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS apn-id
                      FILE STATUS pending-file-status.
                  SELECT change-audit-file
                      ASSIGN TO "attrib-change-audit.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS change-audit-status.

              DATA DIVISION.
              FILE SECTION.
              FD  attribute-master.
              COPY atrrec.

              FD  pending-master.
              COPY apnrec.

              FD  change-audit-file.
              01  change-audit-record PIC X(80).

              WORKING-STORAGE SECTION.
              01  master-file-status PIC 99.
                  88  master-is-ok   VALUE 0.
              01  master-eof-flag    PIC X(1).
                  88  master-eof     VALUE "Y".

              01  pending-file-status PIC 99.
                  88  pending-is-ok  VALUE 0.
              01  pending-eof-flag   PIC X(1).
                  88  pending-eof    VALUE "Y".
              01  next-pending-id    PIC 9(6) VALUE 0.

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

              01  list-line.
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  lsl-letter      PIC A(1).
                  03  FILLER          PIC X(3) VALUE SPACES.
                  03  lsl-weight      PIC ZZ9.99.
                  03  FILLER          PIC X(4) VALUE " KG ".
                  03  lsl-volume      PIC ZZ9.99.
                  03  FILLER          PIC X(4) VALUE " L  ".
                  03  lsl-changed-by  PIC X(8).
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  lsl-changed-date PIC 9(8).

              01  run-date            PIC 9(8).
              01  run-time            PIC 9(8).
              01  operator-id         PIC X(8).
              01  menu-choice         PIC X(1).
              01  work-letter         PIC A(1).
              01  work-weight         PIC 9(3)V99.
              01  work-volume         PIC 9(3)V99.
              01  old-weight          PIC 9(3)V99.
              01  old-volume          PIC 9(3)V99.
              01  queued-action       PIC X(1).
              01  number-answer       PIC X(10).
              01  number-accepted     PIC X(1).
              01  list-count          PIC 9(2).
              01  keep-going          PIC X(1) VALUE "Y".
                  88  still-running   VALUE "Y".
       PROCEDURE DIVISION.
       MAIN.
           OPEN INPUT attribute-master
           IF master-file-status = 35
             OPEN OUTPUT attribute-master
             IF master-is-ok
               CLOSE attribute-master
               OPEN INPUT attribute-master
             END-IF
           END-IF
           IF NOT master-is-ok
             DISPLAY "The item attribute master could not be opened "
                 "(status " master-file-status ")."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           OPEN I-O pending-master
           IF pending-file-status = 35
             OPEN OUTPUT pending-master
             IF pending-is-ok
               CLOSE pending-master
               OPEN I-O pending-master
             END-IF
           END-IF
           IF NOT pending-is-ok
             DISPLAY "The pending-changes file could not be opened "
                 "(status " pending-file-status ")."
             CLOSE attribute-master
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM FIND-NEXT-PENDING-ID

           OPEN EXTEND change-audit-file
           IF NOT change-audit-is-ok
             OPEN OUTPUT change-audit-file
           END-IF
           IF NOT change-audit-is-ok
             DISPLAY "The change-audit file could not be opened."
             CLOSE attribute-master
             CLOSE pending-master
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
           MOVE "ITEM-ATTRIB-MAINT" TO osc-program
           MOVE SPACES TO osc-pin
           DISPLAY "PIN: " WITH NO ADVANCING
           ACCEPT osc-pin
           CALL "OPERSEC" USING operator-security-request
           IF NOT osc-allowed
             DISPLAY "Operator " operator-id " was not signed on; "
                 "sign-on refused."
             CLOSE attribute-master
             CLOSE pending-master
             CLOSE change-audit-file
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM UNTIL NOT still-running
             PERFORM DISPLAY-MENU
             ACCEPT menu-choice

             EVALUATE menu-choice
               WHEN "I" WHEN "i"
                 PERFORM INQUIRE-ENTRY
               WHEN "A" WHEN "a"
                 PERFORM ADD-ENTRY
               WHEN "C" WHEN "c"
                 PERFORM CHANGE-ENTRY
               WHEN "D" WHEN "d"
                 PERFORM DELETE-ENTRY THRU DELETE-ENTRY-EXIT
               WHEN "L" WHEN "l"
                 PERFORM LIST-ENTRIES
               WHEN "X" WHEN "x" WHEN "0"
                 MOVE "N" TO keep-going
               WHEN OTHER
                 DISPLAY "Not a valid choice, try again."
             END-EVALUATE
           END-PERFORM

           CLOSE attribute-master
           CLOSE pending-master
           CLOSE change-audit-file
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       FIND-NEXT-PENDING-ID.
           MOVE 0 TO next-pending-id
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
                 IF apn-id > next-pending-id
                   MOVE apn-id TO next-pending-id
                 END-IF
             END-READ
           END-PERFORM
           .

       QUEUE-PENDING-CHANGE.
           ACCEPT run-date FROM DATE YYYYMMDD
           COMPUTE next-pending-id = next-pending-id + 1
           MOVE next-pending-id TO apn-id
           MOVE queued-action TO apn-action
           MOVE work-letter TO apn-letter
           MOVE work-weight TO apn-weight
           MOVE work-volume TO apn-volume
           MOVE old-weight TO apn-old-weight
           MOVE old-volume TO apn-old-volume
           MOVE operator-id TO apn-requested-by
           MOVE run-date TO apn-req-date
           MOVE "P" TO apn-status
           MOVE SPACES TO apn-reviewed-by
           MOVE 0 TO apn-review-date
           WRITE attrib-pending-record
             INVALID KEY
               DISPLAY "The pending change could not be recorded "
                   "(status " pending-file-status ")."
             NOT INVALID KEY
               MOVE "QUEUED" TO chg-action
               PERFORM WRITE-CHANGE-AUDIT
               DISPLAY "Change " apn-id " queued for approval."
           END-WRITE
           .

       DISPLAY-MENU.
           DISPLAY " "
           DISPLAY "===== ITEM ATTRIBUTE MASTER MAINTENANCE ====="
           DISPLAY "I. Inquire on a letter"
           DISPLAY "A. Add an entry"
           DISPLAY "C. Change an entry"
           DISPLAY "D. Delete an entry"
           DISPLAY "L. List all entries"
           DISPLAY "X. Exit"
           DISPLAY "Enter choice: " WITH NO ADVANCING
           .

       ASK-LETTER.
           MOVE SPACES TO work-letter
           DISPLAY "Item letter: " WITH NO ADVANCING
           ACCEPT work-letter
           .

       ASK-NUMBER.
           MOVE "N" TO number-accepted
           PERFORM UNTIL number-accepted = "Y"
             MOVE SPACES TO number-answer
             ACCEPT number-answer
             IF FUNCTION TRIM(number-answer) = SPACES
             OR FUNCTION TEST-NUMVAL(number-answer) NOT = 0
               DISPLAY "The value must be numeric, try again: "
                   WITH NO ADVANCING
             ELSE
               IF FUNCTION NUMVAL(number-answer) < 0
               OR FUNCTION NUMVAL(number-answer) > 999.99
                 DISPLAY "The value must be 0 to 999.99, try again: "
                     WITH NO ADVANCING
               ELSE
                 MOVE "Y" TO number-accepted
               END-IF
             END-IF
           END-PERFORM
           .

       ASK-ATTRIBUTES.
           DISPLAY "Unit weight (kg): " WITH NO ADVANCING
           PERFORM ASK-NUMBER
           MOVE FUNCTION NUMVAL(number-answer) TO work-weight
           DISPLAY "Unit volume (litres): " WITH NO ADVANCING
           PERFORM ASK-NUMBER
           MOVE FUNCTION NUMVAL(number-answer) TO work-volume
           .

       INQUIRE-ENTRY.
           PERFORM ASK-LETTER
           MOVE work-letter TO atr-letter
           READ attribute-master
             INVALID KEY
               DISPLAY "No entry on the master for " work-letter "."
             NOT INVALID KEY
               PERFORM FORMAT-LIST-LINE
               DISPLAY list-line
           END-READ
           .

       ADD-ENTRY.
           PERFORM ASK-LETTER
           MOVE work-letter TO atr-letter
           READ attribute-master
             INVALID KEY
               PERFORM ASK-ATTRIBUTES
               MOVE 0 TO old-weight
               MOVE 0 TO old-volume
               MOVE "A" TO queued-action
               PERFORM QUEUE-PENDING-CHANGE
             NOT INVALID KEY
               DISPLAY "Letter " work-letter " is already on the "
                   "master; use Change instead."
           END-READ
           .

       CHANGE-ENTRY.
           PERFORM ASK-LETTER
           MOVE work-letter TO atr-letter
           READ attribute-master
             INVALID KEY
               DISPLAY "No entry on the master for " work-letter "."
             NOT INVALID KEY
               MOVE atr-weight TO old-weight
               MOVE atr-volume TO old-volume
               PERFORM ASK-ATTRIBUTES
               MOVE "C" TO queued-action
               PERFORM QUEUE-PENDING-CHANGE
           END-READ
           .

       DELETE-ENTRY.
           MOVE "A" TO osc-function
           MOVE operator-id TO osc-operator
           MOVE "ITEM-ATTRIB-MAINT" TO osc-program
           MOVE "DELETE-ENTRY" TO osc-action
           MOVE 2 TO osc-level-need
           CALL "OPERSEC" USING operator-security-request
           IF NOT osc-allowed
             DISPLAY "Deletes need a level-2 operator."
             GO TO DELETE-ENTRY-EXIT
           END-IF
           PERFORM ASK-LETTER
           MOVE work-letter TO atr-letter
           READ attribute-master
             INVALID KEY
               DISPLAY "No entry on the master for " work-letter "."
             NOT INVALID KEY
               MOVE atr-weight TO old-weight
               MOVE atr-volume TO old-volume
               MOVE 0 TO work-weight
               MOVE 0 TO work-volume
               MOVE "D" TO queued-action
               PERFORM QUEUE-PENDING-CHANGE
           END-READ
           .

       DELETE-ENTRY-EXIT.
           EXIT.

       LIST-ENTRIES.
           MOVE 0 TO list-count
           MOVE "N" TO master-eof-flag
           MOVE LOW-VALUES TO atr-letter
           START attribute-master KEY >= atr-letter
             INVALID KEY
               MOVE "Y" TO master-eof-flag
           END-START
           PERFORM UNTIL master-eof
             READ attribute-master NEXT
               AT END
                 MOVE "Y" TO master-eof-flag
               NOT AT END
                 COMPUTE list-count = list-count + 1
                   PERFORM FORMAT-LIST-LINE
                 DISPLAY list-line
             END-READ
           END-PERFORM
           DISPLAY list-count " letter(s) on the attribute master."
           .

       FORMAT-LIST-LINE.
           MOVE atr-letter TO lsl-letter
           MOVE atr-weight TO lsl-weight
           MOVE atr-volume TO lsl-volume
           MOVE atr-changed-by TO lsl-changed-by
           MOVE atr-changed-date TO lsl-changed-date
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
