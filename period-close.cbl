       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-CLOSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT period-file ASSIGN TO "period-close.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS period-file-status.
           SELECT history-master
               ASSIGN TO "history-archive.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS hix-key
               FILE STATUS history-file-status.
           SELECT rollup-file ASSIGN TO "history-rollup.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS rollup-file-status.
           SELECT seal-file ASSIGN TO "seal-ledger.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS seal-file-status.
           SELECT certificate-file ASSIGN TO certificate-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS certificate-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  period-file.
       COPY pcsrec.

       FD  history-master.
       COPY histix.

       FD  rollup-file.
       01  rollup-record.
           03  rlr-type        PIC X(8).
           03  FILLER          PIC X(43).
           03  rlr-period      PIC X(8).
           03  FILLER          PIC X(5).
           03  rlr-total       PIC X(10).
           03  FILLER          PIC X(86).

       FD  seal-file.
       01  seal-record.
           03  sel-date        PIC 9(8).
           03  FILLER          PIC X(2).
           03  sel-file        PIC X(30).
           03  FILLER          PIC X(2).
           03  sel-count       PIC 9(6).
           03  FILLER          PIC X(2).
           03  sel-checksum    PIC 9(9).
           03  FILLER          PIC X(2).
           03  sel-seal        PIC 9(9).

       FD  certificate-file.
       01  certificate-record  PIC X(100).

       WORKING-STORAGE SECTION.
       COPY cmpreq.

       COPY oscreq.

       COPY pckreq.

       COPY filsts REPLACING
                   ==:STATUS-NAME:== BY ==period-file-status==
                   ==:OK-NAME:==     BY ==period-is-ok==
                   ==:EOF-NAME:==    BY ==period-eof==.

       01  history-file-status PIC 99.
           88  history-is-ok   VALUE 0.
       01  history-eof-flag    PIC X(1).
           88  history-eof     VALUE "Y".

       COPY filsts REPLACING
                   ==:STATUS-NAME:== BY ==rollup-file-status==
                   ==:OK-NAME:==     BY ==rollup-is-ok==
                   ==:EOF-NAME:==    BY ==rollup-eof==.

       COPY filsts REPLACING
                   ==:STATUS-NAME:== BY ==seal-file-status==
                   ==:OK-NAME:==     BY ==seal-is-ok==
                   ==:EOF-NAME:==    BY ==seal-eof==.

       COPY filsts REPLACING
                   ==:STATUS-NAME:== BY ==certificate-file-status==
                   ==:OK-NAME:==     BY ==certificate-is-ok==
                   ==:EOF-NAME:==    BY ==certificate-fs-spare==.

       01  certificate-name    PIC X(40).
       01  run-date            PIC 9(8).
       01  run-time            PIC 9(8).
       01  current-period      PIC 9(6).
       01  operator-id         PIC X(8).
       01  approver-id         PIC X(8).
       01  menu-choice         PIC X(1).
       01  confirm-answer      PIC X(1).
       01  period-answer       PIC X(10).
       01  work-period         PIC 9(6).
       01  work-month          PIC 9(2).
       01  reason-answer       PIC X(40).
       01  period-event        PIC X(6).
       01  listed-count        PIC 9(4).
       01  keep-going          PIC X(1) VALUE "Y".
           88  still-running   VALUE "Y".

       01  program-table.
           03  program-entry OCCURS 60 TIMES.
               05  pgt-program     PIC X(20).
               05  pgt-rows        PIC 9(8).
               05  pgt-total       PIC 9(15).
       01  program-count       PIC 9(2) VALUE 0.
       01  program-idx         PIC 9(2).
       01  program-hit         PIC 9(2).

       01  history-rows        PIC 9(8).
       01  history-total       PIC 9(15).
       01  rollup-rows         PIC 9(6).
       01  rollup-total        PIC 9(15).
       01  rollup-period       PIC X(8).
       01  sealed-count        PIC 9(6).
       01  sealed-records      PIC 9(9).
       01  closing-seal        PIC 9(9).

       01  total-line.
           03  ttl-program     PIC X(20).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  ttl-rows        PIC Z(7)9.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  ttl-total       PIC Z(14)9.

       01  list-line.
           03  lst-period      PIC 9(6).
           03  FILLER          PIC X(1) VALUE SPACES.
           03  lst-action      PIC X(8).
           03  FILLER          PIC X(1) VALUE SPACES.
           03  lst-date        PIC 9(8).
           03  FILLER          PIC X(1) VALUE SPACES.
           03  lst-operator    PIC X(8).
           03  FILLER          PIC X(1) VALUE SPACES.
           03  lst-approver    PIC X(8).
           03  FILLER          PIC X(1) VALUE SPACES.
           03  lst-reason      PIC X(40).
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT run-date FROM DATE YYYYMMDD
           COMPUTE current-period = run-date / 100
           CALL "CAMPID" USING camp-id-request

           MOVE SPACES TO operator-id
           PERFORM UNTIL operator-id NOT = SPACES
             DISPLAY "Operator id: " WITH NO ADVANCING
             ACCEPT operator-id
           END-PERFORM
           MOVE "S" TO osc-function
           MOVE operator-id TO osc-operator
           MOVE "PERIOD-CLOSE" TO osc-program
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
           MOVE "CLOSE PERIODS" TO osc-action
           MOVE 2 TO osc-level-need
           CALL "OPERSEC" USING operator-security-request
           IF NOT osc-allowed
             DISPLAY "Operator " operator-id " is not authorized "
                 "to close or reopen periods."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM UNTIL NOT still-running
             PERFORM DISPLAY-MENU
             ACCEPT menu-choice
             EVALUATE menu-choice
               WHEN "L" WHEN "l"
                 PERFORM LIST-PERIODS
               WHEN "C" WHEN "c"
                 PERFORM CLOSE-PERIOD THRU CLOSE-PERIOD-EXIT
               WHEN "R" WHEN "r"
                 PERFORM REOPEN-PERIOD THRU REOPEN-PERIOD-EXIT
               WHEN "X" WHEN "x" WHEN "0"
                 MOVE "N" TO keep-going
               WHEN OTHER
                 DISPLAY "Not a valid choice, try again."
             END-EVALUATE
           END-PERFORM

           MOVE 0 TO RETURN-CODE
           STOP RUN.

       DISPLAY-MENU.
           DISPLAY " "
           DISPLAY "===== PERIOD CLOSE ====="
           DISPLAY "L. List period closes and reopens"
           DISPLAY "C. Close a month"
           DISPLAY "R. Reopen a closed month"
           DISPLAY "X. Exit"
           DISPLAY "Enter choice: " WITH NO ADVANCING
           .

       LIST-PERIODS.
           MOVE 0 TO listed-count
           OPEN INPUT period-file
           IF period-is-ok
             PERFORM UNTIL period-eof
               READ period-file
                 AT END
                   CONTINUE
                 NOT AT END
                   COMPUTE listed-count = listed-count + 1
                   MOVE pcs-period TO lst-period
                   IF pcs-close
                     MOVE "CLOSED" TO lst-action
                   ELSE
                     MOVE "REOPENED" TO lst-action
                   END-IF
                   MOVE pcs-date TO lst-date
                   MOVE pcs-operator TO lst-operator
                   MOVE pcs-approver TO lst-approver
                   MOVE pcs-reason TO lst-reason
                   DISPLAY list-line
               END-READ
             END-PERFORM
             CLOSE period-file
           END-IF
           DISPLAY listed-count " period close record(s)."
           .

       ASK-PERIOD.
           MOVE 0 TO work-period
           PERFORM UNTIL work-period > 0
             MOVE SPACES TO period-answer
             DISPLAY "Month (YYYYMM): " WITH NO ADVANCING
             ACCEPT period-answer
             IF FUNCTION TRIM(period-answer) IS NUMERIC
             AND FUNCTION LENGTH(FUNCTION TRIM(period-answer)) = 6
               MOVE FUNCTION NUMVAL(period-answer) TO work-period
               MOVE work-period(5:2) TO work-month
               IF work-month < 1 OR work-month > 12
                 MOVE 0 TO work-period
               END-IF
             END-IF
             IF work-period = 0
               DISPLAY "Not a valid month, try again."
             END-IF
           END-PERFORM
           COMPUTE pck-date = work-period * 100 + 1
           CALL "PERIODCK" USING period-check-request
           .

       CLOSE-PERIOD.
           PERFORM ASK-PERIOD
           IF work-period NOT < current-period
             DISPLAY "Only a month that has ended can be closed."
             GO TO CLOSE-PERIOD-EXIT
           END-IF
           IF pck-closed
             DISPLAY "Period " work-period " was closed on "
                 pck-closed-on "; reopen it first to close it again."
             GO TO CLOSE-PERIOD-EXIT
           END-IF

           PERFORM TOTAL-HISTORY-PERIOD
           IF NOT history-is-ok
             DISPLAY "The history archive could not be read (status "
                 history-file-status "); the period was not closed."
             GO TO CLOSE-PERIOD-EXIT
           END-IF
           PERFORM TOTAL-ROLLUP-PERIOD
           IF history-rows > 0 AND rollup-rows = 0
             DISPLAY "The monthly rollups for " work-period " have "
                 "not been produced; run HISTORY-ROLLUP first."
             GO TO CLOSE-PERIOD-EXIT
           END-IF
           IF rollup-total NOT = history-total
             DISPLAY "The monthly rollups (" rollup-total ") do not "
                 "agree with the history archive (" history-total
                 "); rerun HISTORY-ROLLUP first."
             GO TO CLOSE-PERIOD-EXIT
           END-IF
           PERFORM TOTAL-SEAL-PERIOD

           DISPLAY "Period " work-period ": " history-rows
               " history rows, metric total " history-total
           DISPLAY "  outputs sealed " sealed-count
               ", closing seal " closing-seal
           DISPLAY "Close period " work-period "? (Y/N): "
               WITH NO ADVANCING
           ACCEPT confirm-answer
           IF confirm-answer NOT = "Y" AND confirm-answer NOT = "y"
             DISPLAY "Period not closed."
             GO TO CLOSE-PERIOD-EXIT
           END-IF

           ACCEPT run-time FROM TIME
           PERFORM WRITE-CERTIFICATE
           IF NOT certificate-is-ok
             DISPLAY "The close certificate "
                 FUNCTION TRIM(certificate-name)
                 " could not be written; the period was not closed."
             GO TO CLOSE-PERIOD-EXIT
           END-IF

           MOVE SPACES TO period-close-record
           MOVE work-period TO pcs-period
           SET pcs-close TO TRUE
           MOVE run-date TO pcs-date
           MOVE run-time TO pcs-time
           MOVE operator-id TO pcs-operator
           MOVE history-rows TO pcs-history-rows
           MOVE history-total TO pcs-history-total
           MOVE closing-seal TO pcs-seal
           PERFORM APPEND-PERIOD-RECORD

           MOVE "CLOSE" TO period-event
           MOVE "CLOSED" TO osc-result
           PERFORM WRITE-PERIOD-EVENT
           DISPLAY "Period " work-period " closed; certificate "
               FUNCTION TRIM(certificate-name) "."
           .

       CLOSE-PERIOD-EXIT.
           EXIT.

       REOPEN-PERIOD.
           PERFORM ASK-PERIOD
           IF NOT pck-closed
             DISPLAY "Period " work-period " is not closed."
             GO TO REOPEN-PERIOD-EXIT
           END-IF

           MOVE SPACES TO reason-answer
           PERFORM UNTIL reason-answer NOT = SPACES
             DISPLAY "Reason for reopening: " WITH NO ADVANCING
             ACCEPT reason-answer
           END-PERFORM

           MOVE SPACES TO approver-id
           PERFORM UNTIL approver-id NOT = SPACES
             DISPLAY "Second approver operator id: "
                 WITH NO ADVANCING
             ACCEPT approver-id
           END-PERFORM
           IF approver-id = operator-id
             DISPLAY "A reopen must be approved by a second "
                 "operator; the period stays closed."
             GO TO REOPEN-PERIOD-EXIT
           END-IF
           MOVE "S" TO osc-function
           MOVE approver-id TO osc-operator
           MOVE "PERIOD-CLOSE" TO osc-program
           MOVE SPACES TO osc-pin
           DISPLAY "Approver PIN: " WITH NO ADVANCING
           ACCEPT osc-pin
           CALL "OPERSEC" USING operator-security-request
           IF NOT osc-allowed
             DISPLAY "Approver " approver-id " was not signed on; "
                 "the period stays closed."
             GO TO REOPEN-PERIOD-EXIT
           END-IF
           MOVE "A" TO osc-function
           MOVE "APPROVE REOPEN" TO osc-action
           MOVE 2 TO osc-level-need
           CALL "OPERSEC" USING operator-security-request
           IF NOT osc-allowed
             DISPLAY "Approver " approver-id " is not authorized "
                 "to approve a reopen; the period stays closed."
             GO TO REOPEN-PERIOD-EXIT
           END-IF

           ACCEPT run-time FROM TIME
           MOVE SPACES TO period-close-record
           MOVE work-period TO pcs-period
           SET pcs-reopen TO TRUE
           MOVE run-date TO pcs-date
           MOVE run-time TO pcs-time
           MOVE operator-id TO pcs-operator
           MOVE approver-id TO pcs-approver
           MOVE reason-answer TO pcs-reason
           MOVE 0 TO pcs-history-rows
           MOVE 0 TO pcs-history-total
           MOVE 0 TO pcs-seal
           PERFORM APPEND-PERIOD-RECORD

           MOVE "REOPEN" TO period-event
           MOVE "REOPENED" TO osc-result
           PERFORM WRITE-PERIOD-EVENT
           DISPLAY "Period " work-period " reopened, approved by "
               approver-id "."
           .

       REOPEN-PERIOD-EXIT.
           EXIT.

       APPEND-PERIOD-RECORD.
           OPEN EXTEND period-file
           IF NOT period-is-ok
             OPEN OUTPUT period-file
           END-IF
           WRITE period-close-record
           CLOSE period-file
           .

       WRITE-PERIOD-EVENT.
           MOVE "E" TO osc-function
           MOVE operator-id TO osc-operator
           MOVE "PERIOD-CLOSE" TO osc-program
           MOVE SPACES TO osc-action
           STRING FUNCTION TRIM(period-event) " " work-period
               DELIMITED BY SIZE INTO osc-action
           CALL "OPERSEC" USING operator-security-request
           .

       TOTAL-HISTORY-PERIOD.
           MOVE 0 TO history-rows
           MOVE 0 TO history-total
           MOVE 0 TO program-count
           OPEN INPUT history-master
           IF history-is-ok
             MOVE LOW-VALUES TO hix-key
             MOVE "N" TO history-eof-flag
             START history-master KEY >= hix-key
               INVALID KEY
                 MOVE "Y" TO history-eof-flag
             END-START
             PERFORM UNTIL history-eof
               READ history-master NEXT
                 AT END
                   MOVE "Y" TO history-eof-flag
                 NOT AT END
                   IF hix-date(1:6) = work-period
                     PERFORM NOTE-HISTORY-ROW
                   END-IF
               END-READ
             END-PERFORM
             CLOSE history-master
             MOVE 0 TO history-file-status
           END-IF
           .

       NOTE-HISTORY-ROW.
           COMPUTE history-rows = history-rows + 1
           COMPUTE history-total = history-total + hix-metric-val
           MOVE 0 TO program-hit
           PERFORM VARYING program-idx FROM 1 BY 1
                   UNTIL program-idx > program-count
             IF pgt-program(program-idx) = hix-program
               MOVE program-idx TO program-hit
             END-IF
           END-PERFORM
           IF program-hit = 0 AND program-count < 60
             COMPUTE program-count = program-count + 1
             MOVE program-count TO program-hit
             MOVE hix-program TO pgt-program(program-hit)
             MOVE 0 TO pgt-rows(program-hit)
             MOVE 0 TO pgt-total(program-hit)
           END-IF
           IF program-hit > 0
             COMPUTE pgt-rows(program-hit) = pgt-rows(program-hit) + 1
             COMPUTE pgt-total(program-hit) = pgt-total(program-hit)
                 + hix-metric-val
           END-IF
           .

       TOTAL-ROLLUP-PERIOD.
           MOVE 0 TO rollup-rows
           MOVE 0 TO rollup-total
           MOVE SPACES TO rollup-period
           STRING work-period "00" DELIMITED BY SIZE INTO rollup-period
           OPEN INPUT rollup-file
           IF rollup-is-ok
             PERFORM UNTIL rollup-eof
               READ rollup-file
                 AT END
                   CONTINUE
                 NOT AT END
                   IF rlr-type = "MONTHLY"
                   AND rlr-period = rollup-period
                     COMPUTE rollup-rows = rollup-rows + 1
                     COMPUTE rollup-total = rollup-total
                         + FUNCTION NUMVAL(rlr-total)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE rollup-file
           END-IF
           .

       TOTAL-SEAL-PERIOD.
           MOVE 0 TO sealed-count
           MOVE 0 TO sealed-records
           MOVE 0 TO closing-seal
           OPEN INPUT seal-file
           IF seal-is-ok
             PERFORM UNTIL seal-eof
               READ seal-file
                 AT END
                   CONTINUE
                 NOT AT END
                   IF sel-date(1:6) = work-period
                     COMPUTE sealed-count = sealed-count + 1
                     COMPUTE sealed-records = sealed-records
                         + sel-count
                     MOVE sel-seal TO closing-seal
                   END-IF
               END-READ
             END-PERFORM
             CLOSE seal-file
           END-IF
           .

       WRITE-CERTIFICATE.
           MOVE SPACES TO certificate-name
           STRING "period-close-" work-period ".txt"
               DELIMITED BY SIZE INTO certificate-name
           OPEN OUTPUT certificate-file
           IF certificate-is-ok
             MOVE SPACES TO certificate-record
             STRING "PERIOD CLOSE CERTIFICATE   CAMP " cmp-camp
                 "   PERIOD " work-period
                 DELIMITED BY SIZE INTO certificate-record
             WRITE certificate-record
             MOVE SPACES TO certificate-record
             STRING "CLOSED " run-date " " run-time(1:6) " BY "
                 operator-id
                 DELIMITED BY SIZE INTO certificate-record
             WRITE certificate-record
             MOVE SPACES TO certificate-record
             WRITE certificate-record
             MOVE "HISTORY ARCHIVE CONTROL TOTALS" TO certificate-record
             WRITE certificate-record
             MOVE SPACES TO certificate-record
             STRING "PROGRAM                     ROWS     METRIC TOTAL"
                 DELIMITED BY SIZE INTO certificate-record
             WRITE certificate-record
             PERFORM VARYING program-idx FROM 1 BY 1
                     UNTIL program-idx > program-count
               MOVE pgt-program(program-idx) TO ttl-program
               MOVE pgt-rows(program-idx) TO ttl-rows
               MOVE pgt-total(program-idx) TO ttl-total
               MOVE total-line TO certificate-record
               WRITE certificate-record
             END-PERFORM
             MOVE "ALL PROGRAMS" TO ttl-program
             MOVE history-rows TO ttl-rows
             MOVE history-total TO ttl-total
             MOVE total-line TO certificate-record
             WRITE certificate-record
             MOVE "MONTHLY ROLLUPS" TO ttl-program
             MOVE rollup-rows TO ttl-rows
             MOVE rollup-total TO ttl-total
             MOVE total-line TO certificate-record
             WRITE certificate-record
             MOVE SPACES TO certificate-record
             WRITE certificate-record
             MOVE "SEAL LEDGER" TO certificate-record
             WRITE certificate-record
             MOVE SPACES TO certificate-record
             STRING "OUTPUTS SEALED " sealed-count
                 "   RECORDS SEALED " sealed-records
                 "   CLOSING SEAL " closing-seal
                 DELIMITED BY SIZE INTO certificate-record
             WRITE certificate-record
             MOVE SPACES TO certificate-record
             WRITE certificate-record
             MOVE SPACES TO certificate-record
             STRING "BACK-DATED CHANGES INTO THIS PERIOD ARE REJECTED "
                 "UNTIL AN APPROVED REOPEN IS RECORDED."
                 DELIMITED BY SIZE INTO certificate-record
             WRITE certificate-record
             MOVE SPACES TO certificate-record
             WRITE certificate-record
             MOVE "CERTIFIED BY ____________________   DATE __________"
                 TO certificate-record
             WRITE certificate-record
             CLOSE certificate-file
           END-IF
           .
