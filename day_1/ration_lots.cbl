       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATION-LOTS.

       ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                  SELECT lot-master ASSIGN TO "ration-lots.dat"
                      ORGANIZATION INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS rlt-lot
                      FILE STATUS lot-file-status.
                  SELECT lot-report-file
                      ASSIGN TO "ration-lots.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS report-file-status.
                  SELECT alert-file ASSIGN TO "alerts.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS alert-file-status.
                  SELECT run-control-file ASSIGN TO "run-control.log"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS run-ctl-file-status.

              DATA DIVISION.
              FILE SECTION.
              FD  lot-master.
              COPY rltrec.

              FD  lot-report-file.
              01  lot-report-record   PIC X(100).

              FD  alert-file.
              COPY altrec.

              FD  run-control-file.
              COPY rctlrec.

              WORKING-STORAGE SECTION.
              COPY cmpreq.

              COPY prmreq.

              COPY rcatnm.

              01  lot-file-status     PIC 99.
                  88  lot-is-ok       VALUE 0.
              01  lot-eof             PIC X(1).

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==report-file-status==
                          ==:OK-NAME:==     BY ==report-is-ok==
                          ==:EOF-NAME:==    BY ==report-fs-spare==.

              01  alert-file-status   PIC 99.
                  88  alert-is-ok     VALUE 0.

              01  run-ctl-file-status PIC 99.
                  88  run-ctl-is-ok   VALUE 0.

              01  run-date            PIC 9(8).
              01  run-time            PIC 9(8).
              01  run-time-r REDEFINES run-time.
                  03  et-hh           PIC 9(2).
                  03  et-mm           PIC 9(2).
                  03  et-ss           PIC 9(2).
                  03  FILLER          PIC 9(2).
              01  start-time          PIC 9(8).
              01  start-time-r REDEFINES start-time.
                  03  st-hh           PIC 9(2).
                  03  st-mm           PIC 9(2).
                  03  st-ss           PIC 9(2).
                  03  FILLER          PIC 9(2).
              01  elapsed-seconds     PIC S9(7).
              01  run-integer         PIC 9(8).
              01  expiry-days         PIC 9(4) VALUE 14.
              01  lot-value           PIC 9(5)V99 VALUE 1.
              01  writeoff-max        PIC 9(9)V99 VALUE 100.
              01  days-to-expiry      PIC S9(6).
              01  lot-writeoff        PIC 9(9)V99.
              01  total-writeoff      PIC 9(11)V99 VALUE 0.
              01  cat-idx             PIC 9(1).

              01  lots-read           PIC 9(6) VALUE 0.
              01  open-lots           PIC 9(6) VALUE 0.
              01  expiring-count      PIC 9(6) VALUE 0.
              01  expired-count       PIC 9(6) VALUE 0.
              01  expired-qty         PIC 9(11) VALUE 0.

              01  use-first-table.
                  03  use-first OCCURS 5 TIMES.
                      05  usf-lot     PIC 9(8).
                      05  usf-received PIC 9(8).
                      05  usf-expiry  PIC 9(8).
                      05  usf-qty     PIC 9(9).
                      05  usf-lots    PIC 9(6).

              01  edit-days           PIC Z(3)9.
              01  edit-value          PIC Z(10)9.99.
              01  edit-max            PIC Z(8)9.99.

              01  use-first-heading.
                  03  FILLER          PIC X(11) VALUE "CATEGORY".
                  03  FILLER          PIC X(10) VALUE "  USE LOT ".
                  03  FILLER          PIC X(10) VALUE "RECEIVED  ".
                  03  FILLER          PIC X(10) VALUE "EXPIRES   ".
                  03  FILLER          PIC X(10) VALUE " LOT QTY  ".
                  03  FILLER          PIC X(10) VALUE " OPEN LOTS".

              01  use-first-line.
                  03  ufl-category    PIC X(1).
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  ufl-name        PIC X(7).
                  03  FILLER          PIC X(1) VALUE SPACES.
                  03  ufl-lot         PIC Z(7)9.
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  ufl-received    PIC 9(8).
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  ufl-expiry      PIC 9(8).
                  03  FILLER          PIC X(1) VALUE SPACES.
                  03  ufl-qty         PIC Z(8)9.
                  03  FILLER          PIC X(1) VALUE SPACES.
                  03  ufl-lots        PIC Z(8)9.

              01  lot-heading.
                  03  FILLER          PIC X(10) VALUE "     LOT  ".
                  03  FILLER          PIC X(10) VALUE "CATEGORY  ".
                  03  FILLER          PIC X(10) VALUE "RECEIVED  ".
                  03  FILLER          PIC X(10) VALUE "EXPIRES   ".
                  03  FILLER          PIC X(10) VALUE " QTY LEFT ".
                  03  FILLER          PIC X(6)  VALUE "  DAYS".
                  03  FILLER          PIC X(15) VALUE "  WRITE-OFF".

              01  lot-line.
                  03  ltl-lot         PIC Z(7)9.
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  ltl-category    PIC X(1).
                  03  FILLER          PIC X(1) VALUE SPACES.
                  03  ltl-name        PIC X(7).
                  03  FILLER          PIC X(1) VALUE SPACES.
                  03  ltl-received    PIC 9(8).
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  ltl-expiry      PIC 9(8).
                  03  FILLER          PIC X(1) VALUE SPACES.
                  03  ltl-qty         PIC Z(8)9.
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  ltl-days        PIC Z(3)9.
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  ltl-writeoff    PIC Z(8)9.99.
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT start-time FROM TIME
           ACCEPT run-date FROM DATE YYYYMMDD
           COMPUTE run-integer = FUNCTION INTEGER-OF-DATE(run-date)

           MOVE "RATION-LOTS" TO preq-program
           MOVE "EXPIRYDAYS" TO preq-keyword
           CALL "PARMREAD" USING parm-request
           IF parm-found
           AND FUNCTION TRIM(preq-value) NOT = SPACES
           AND FUNCTION TRIM(preq-value) IS NUMERIC
             IF FUNCTION NUMVAL(preq-value) <= 3650
               MOVE FUNCTION NUMVAL(preq-value) TO expiry-days
             END-IF
           END-IF
           MOVE "LOTVALUE" TO preq-keyword
           CALL "PARMREAD" USING parm-request
           IF parm-found
           AND FUNCTION TRIM(preq-value) NOT = SPACES
             IF FUNCTION NUMVAL(preq-value) > 0
             AND FUNCTION NUMVAL(preq-value) < 100000
               MOVE FUNCTION NUMVAL(preq-value) TO lot-value
             END-IF
           END-IF
           MOVE "WRITEOFFMX" TO preq-keyword
           CALL "PARMREAD" USING parm-request
           IF parm-found
           AND FUNCTION TRIM(preq-value) NOT = SPACES
             IF FUNCTION NUMVAL(preq-value) > 0
             AND FUNCTION NUMVAL(preq-value) < 1000000000
               MOVE FUNCTION NUMVAL(preq-value) TO writeoff-max
             END-IF
           END-IF
           DISPLAY "  EXPIRYDAYS=" expiry-days
           DISPLAY "  LOTVALUE=" lot-value
           DISPLAY "  WRITEOFFMX=" writeoff-max

           OPEN INPUT lot-master
           IF NOT lot-is-ok
             DISPLAY "The ration lot master is not available (status "
                 lot-file-status ")."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           OPEN OUTPUT lot-report-file
           IF NOT report-is-ok
             DISPLAY "The ration lot report could not be opened."
             CLOSE lot-master
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           MOVE "RATION LOTS - USE FIRST AND EXPIRY"
               TO lot-report-record
           WRITE lot-report-record
           MOVE SPACES TO lot-report-record
           STRING "FOR " run-date DELIMITED BY SIZE
               INTO lot-report-record
           WRITE lot-report-record

           PERFORM REPORT-USE-FIRST
           PERFORM REPORT-EXPIRING
           PERFORM REPORT-EXPIRED

           MOVE SPACES TO lot-report-record
           WRITE lot-report-record
           MOVE total-writeoff TO edit-value
           MOVE SPACES TO lot-report-record
           STRING "TOTAL WRITE-OFF VALUE " edit-value
               DELIMITED BY SIZE INTO lot-report-record
           WRITE lot-report-record
           MOVE writeoff-max TO edit-max
           MOVE SPACES TO lot-report-record
           STRING "WRITE-OFF ALERT LEVEL " edit-max
               DELIMITED BY SIZE INTO lot-report-record
           WRITE lot-report-record

           CLOSE lot-report-file
           CLOSE lot-master

           DISPLAY "ration lots read=" lots-read
           DISPLAY "lots with stock left=" open-lots
           DISPLAY "lots expiring soon=" expiring-count
           DISPLAY "expired lots with stock left=" expired-count
           DISPLAY "expired calories to write off=" expired-qty
           DISPLAY "total write-off value=" edit-value
           IF total-writeoff > writeoff-max
             PERFORM WRITE-WRITEOFF-ALERT
           END-IF
           PERFORM WRITE-RUN-CONTROL-LOG
           IF total-writeoff > writeoff-max
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       START-LOT-BROWSE.
           MOVE 1 TO rlt-lot
           MOVE "N" TO lot-eof
           START lot-master KEY >= rlt-lot
             INVALID KEY
               MOVE "Y" TO lot-eof
           END-START
           .

       REPORT-USE-FIRST.
           PERFORM VARYING cat-idx FROM 1 BY 1 UNTIL cat-idx > 5
             MOVE 0 TO usf-lot(cat-idx)
             MOVE 0 TO usf-received(cat-idx)
             MOVE 0 TO usf-expiry(cat-idx)
             MOVE 0 TO usf-qty(cat-idx)
             MOVE 0 TO usf-lots(cat-idx)
           END-PERFORM
           PERFORM START-LOT-BROWSE
           PERFORM UNTIL lot-eof = "Y"
             READ lot-master NEXT
               AT END
                 MOVE "Y" TO lot-eof
               NOT AT END
                 COMPUTE lots-read = lots-read + 1
                 IF rlt-qty-left > 0
                   PERFORM NOTE-OPEN-LOT
                 END-IF
             END-READ
           END-PERFORM

           MOVE SPACES TO lot-report-record
           WRITE lot-report-record
           MOVE "ISSUE FROM THESE LOTS FIRST" TO lot-report-record
           WRITE lot-report-record
           WRITE lot-report-record FROM use-first-heading
           PERFORM VARYING cat-idx FROM 1 BY 1 UNTIL cat-idx > 5
             MOVE SPACES TO use-first-line
             MOVE rcn-code(cat-idx) TO ufl-category
             MOVE rcn-name(cat-idx) TO ufl-name
             IF usf-lot(cat-idx) = 0
               MOVE SPACES TO lot-report-record
               STRING use-first-line(1:11) "  (NO STOCK IN ANY LOT)"
                   DELIMITED BY SIZE INTO lot-report-record
               WRITE lot-report-record
             ELSE
               MOVE usf-lot(cat-idx) TO ufl-lot
               MOVE usf-received(cat-idx) TO ufl-received
               MOVE usf-expiry(cat-idx) TO ufl-expiry
               MOVE usf-qty(cat-idx) TO ufl-qty
               MOVE usf-lots(cat-idx) TO ufl-lots
               WRITE lot-report-record FROM use-first-line
             END-IF
           END-PERFORM
           .

       NOTE-OPEN-LOT.
           COMPUTE open-lots = open-lots + 1
           PERFORM VARYING cat-idx FROM 1 BY 1
                   UNTIL cat-idx > 4
                   OR rcn-code(cat-idx) = rlt-category
             CONTINUE
           END-PERFORM
           IF usf-lot(cat-idx) = 0
             MOVE rlt-lot TO usf-lot(cat-idx)
             MOVE rlt-received TO usf-received(cat-idx)
             MOVE rlt-expiry TO usf-expiry(cat-idx)
             MOVE rlt-qty-left TO usf-qty(cat-idx)
           END-IF
           COMPUTE usf-lots(cat-idx) = usf-lots(cat-idx) + 1
           .

       REPORT-EXPIRING.
           MOVE SPACES TO lot-report-record
           WRITE lot-report-record
           MOVE expiry-days TO edit-days
           MOVE SPACES TO lot-report-record
           STRING "LOTS EXPIRING WITHIN " FUNCTION TRIM(edit-days)
               " DAYS" DELIMITED BY SIZE INTO lot-report-record
           WRITE lot-report-record
           WRITE lot-report-record FROM lot-heading
           PERFORM START-LOT-BROWSE
           PERFORM UNTIL lot-eof = "Y"
             READ lot-master NEXT
               AT END
                 MOVE "Y" TO lot-eof
               NOT AT END
                 IF rlt-qty-left > 0
                   COMPUTE days-to-expiry =
                       FUNCTION INTEGER-OF-DATE(rlt-expiry)
                       - run-integer
                   IF days-to-expiry >= 0
                   AND days-to-expiry <= expiry-days
                     COMPUTE expiring-count = expiring-count + 1
                     MOVE 0 TO lot-writeoff
                     PERFORM WRITE-LOT-LINE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           IF expiring-count = 0
             MOVE "  (NO LOT EXPIRES IN THIS WINDOW)"
                 TO lot-report-record
             WRITE lot-report-record
           END-IF
           .

       REPORT-EXPIRED.
           MOVE SPACES TO lot-report-record
           WRITE lot-report-record
           MOVE "EXPIRED LOTS WITH STOCK LEFT (WRITE-OFF)"
               TO lot-report-record
           WRITE lot-report-record
           WRITE lot-report-record FROM lot-heading
           PERFORM START-LOT-BROWSE
           PERFORM UNTIL lot-eof = "Y"
             READ lot-master NEXT
               AT END
                 MOVE "Y" TO lot-eof
               NOT AT END
                 IF rlt-qty-left > 0
                   COMPUTE days-to-expiry = run-integer
                       - FUNCTION INTEGER-OF-DATE(rlt-expiry)
                   IF days-to-expiry > 0
                     COMPUTE expired-count = expired-count + 1
                     COMPUTE expired-qty = expired-qty + rlt-qty-left
                     COMPUTE lot-writeoff ROUNDED =
                         rlt-qty-left * lot-value / 1000
                     COMPUTE total-writeoff =
                         total-writeoff + lot-writeoff
                     PERFORM WRITE-LOT-LINE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           IF expired-count = 0
             MOVE "  (NO EXPIRED LOT HAS STOCK LEFT)"
                 TO lot-report-record
             WRITE lot-report-record
           END-IF
           .

       WRITE-LOT-LINE.
           MOVE SPACES TO lot-line
           MOVE rlt-lot TO ltl-lot
           MOVE rlt-category TO ltl-category
           MOVE "UNCODED" TO ltl-name
           PERFORM VARYING cat-idx FROM 1 BY 1 UNTIL cat-idx > 5
             IF rcn-code(cat-idx) = rlt-category
               MOVE rcn-name(cat-idx) TO ltl-name
             END-IF
           END-PERFORM
           MOVE rlt-received TO ltl-received
           MOVE rlt-expiry TO ltl-expiry
           MOVE rlt-qty-left TO ltl-qty
           MOVE days-to-expiry TO ltl-days
           MOVE lot-writeoff TO ltl-writeoff
           WRITE lot-report-record FROM lot-line
           .

       WRITE-WRITEOFF-ALERT.
           ACCEPT run-time FROM TIME
           OPEN EXTEND alert-file
           IF NOT alert-is-ok
             OPEN OUTPUT alert-file
           END-IF
           IF alert-is-ok
             MOVE SPACES TO alert-record
             MOVE "RATION-LOTS" TO alt-program
             MOVE run-date TO alt-date
             MOVE run-time TO alt-time
             MOVE "WARN" TO alt-severity
             MOVE "STOCK" TO alt-category
             STRING "RATION WRITE-OFF "
                 FUNCTION TRIM(edit-value) " OVER LIMIT "
                 FUNCTION TRIM(edit-max)
                 DELIMITED BY SIZE INTO alt-text
             WRITE alert-record
             CLOSE alert-file
           END-IF
           .

       WRITE-RUN-CONTROL-LOG.
           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME
           OPEN EXTEND run-control-file
           IF NOT run-ctl-is-ok
             OPEN OUTPUT run-control-file
           END-IF
           MOVE "RATION-LOTS" TO rcl-program
           CALL "CAMPID" USING camp-id-request
           MOVE cmp-camp TO rcl-camp
           MOVE run-date TO rcl-date
           MOVE run-time TO rcl-time
           MOVE start-time TO rcl-start-time
           PERFORM COMPUTE-ELAPSED-SECONDS
           MOVE elapsed-seconds TO rcl-elapsed
           MOVE lots-read TO rcl-lines
           MOVE 0 TO rcl-exceptions
           MOVE "COMPLETE" TO rcl-status
           WRITE run-control-record
           CALL "RUNCTL" USING run-control-record
           CLOSE run-control-file
           .

       COMPUTE-ELAPSED-SECONDS.
           COMPUTE elapsed-seconds =
               (et-hh * 3600 + et-mm * 60 + et-ss)
               - (st-hh * 3600 + st-mm * 60 + st-ss)
           IF elapsed-seconds < 0
             COMPUTE elapsed-seconds = elapsed-seconds + 86400
           END-IF
           .
