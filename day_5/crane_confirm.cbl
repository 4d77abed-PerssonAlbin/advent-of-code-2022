       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRANE-CONFIRM.

       ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                  SELECT confirm-file
                      ASSIGN TO "crane-confirms.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS confirm-file-status.
                  SELECT crane-ticket-register
                      ASSIGN TO "crane-tickets.dat"
                      ORGANIZATION INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS ctk-ticket
                      FILE STATUS crane-register-status.
                  SELECT unconfirmed-file
                      ASSIGN TO "crane-unconfirmed.txt"
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
              FD  confirm-file.
              01  confirm-record    PIC X(40).

              FD  crane-ticket-register.
              COPY ctkrec.

              FD  unconfirmed-file.
              01  unconfirmed-record PIC X(80).

              FD  alert-file.
              COPY altrec.

              FD  run-control-file.
              COPY rctlrec.

              WORKING-STORAGE SECTION.
              COPY cmpreq.

              COPY xclreq.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==confirm-file-status==
                          ==:OK-NAME:==     BY ==confirm-is-ok==
                          ==:EOF-NAME:==    BY ==confirm-eof==.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==report-file-status==
                          ==:OK-NAME:==     BY ==report-is-ok==
                          ==:EOF-NAME:==    BY ==report-fs-spare==.

              01  crane-register-status PIC 99.
                  88  crane-register-ok VALUE 0.

              01  alert-file-status PIC 99.
                  88  alert-is-ok      VALUE 0.

              01  run-ctl-file-status PIC 99.
                  88  run-ctl-is-ok    VALUE 0.

              01  run-date          PIC 9(8).
              01  run-time          PIC 9(8).
              01  run-time-r REDEFINES run-time.
                  03  et-hh         PIC 9(2).
                  03  et-mm         PIC 9(2).
                  03  et-ss         PIC 9(2).
                  03  FILLER        PIC 9(2).
              01  start-time        PIC 9(8).
              01  start-time-r REDEFINES start-time.
                  03  st-hh         PIC 9(2).
                  03  st-mm         PIC 9(2).
                  03  st-ss         PIC 9(2).
                  03  FILLER        PIC 9(2).
              01  elapsed-seconds   PIC S9(7).
              01  line-count        PIC 9(6) VALUE 0.
              01  exception-count   PIC 9(6) VALUE 0.
              01  confirm-ticket    PIC 9(6).
              01  confirm-by        PIC X(10).
              01  confirmed-count   PIC 9(6) VALUE 0.
              01  unconfirmed-count PIC 9(6) VALUE 0.
              01  register-eof      PIC X(1) VALUE "N".
              01  confirm-file-seen PIC X(1) VALUE "N".

              01  unconfirmed-heading.
                  03  FILLER        PIC X(22)
                      VALUE "  TICKET   ISSUED     ".
                  03  FILLER        PIC X(31)
                      VALUE "MANIFEST    ZONE  MOVES  CRATES".

              01  unconfirmed-line.
                  03  FILLER        PIC X(2) VALUE SPACES.
                  03  unl-ticket    PIC 9(6).
                  03  FILLER        PIC X(3) VALUE SPACES.
                  03  unl-date      PIC 9(8).
                  03  FILLER        PIC X(3) VALUE SPACES.
                  03  unl-manifest  PIC 9(8).
                  03  FILLER        PIC X(4) VALUE SPACES.
                  03  unl-zone      PIC 9(2).
                  03  FILLER        PIC X(4) VALUE SPACES.
                  03  unl-moves     PIC Z(3)9.
                  03  FILLER        PIC X(3) VALUE SPACES.
                  03  unl-crates    PIC Z(4)9.
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT start-time FROM TIME
           ACCEPT run-date FROM DATE YYYYMMDD

           OPEN I-O crane-ticket-register
           IF crane-register-status = 35
             OPEN OUTPUT crane-ticket-register
             IF crane-register-ok
               CLOSE crane-ticket-register
               OPEN I-O crane-ticket-register
             END-IF
           END-IF
           IF NOT crane-register-ok
             DISPLAY "The crane ticket register could not be opened "
                 "(status " crane-register-status ")."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM APPLY-CONFIRMATIONS
           PERFORM WRITE-UNCONFIRMED-REPORT
           CLOSE crane-ticket-register

           DISPLAY "crane tickets confirmed=" confirmed-count
           DISPLAY "crane tickets still unconfirmed=" unconfirmed-count
           DISPLAY "exceptions logged=" exception-count

           IF unconfirmed-count > 0
             PERFORM WRITE-UNCONFIRMED-ALERT
           END-IF
           PERFORM WRITE-RUN-CONTROL-LOG
           IF exception-count > 0 OR unconfirmed-count > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       APPLY-CONFIRMATIONS.
           OPEN INPUT confirm-file
           IF confirm-is-ok
             MOVE "Y" TO confirm-file-seen
             PERFORM UNTIL confirm-eof
               READ confirm-file
                 AT END
                   CONTINUE
                 NOT AT END
                   COMPUTE line-count = line-count + 1
                   IF confirm-record NOT = SPACES
                     PERFORM CONFIRM-ONE-TICKET
                   END-IF
               END-READ
             END-PERFORM
             CLOSE confirm-file
           END-IF
           IF confirm-file-seen = "Y"
             OPEN OUTPUT confirm-file
             IF confirm-is-ok
               CLOSE confirm-file
             END-IF
           END-IF
           .

       CONFIRM-ONE-TICKET.
           MOVE confirm-record(8:10) TO confirm-by
           IF confirm-record(1:6) NOT NUMERIC
           OR confirm-record(1:6) = "000000"
             MOVE SPACES TO xcl-text
             STRING "NOT A VALID TICKET NUMBER: " confirm-record(1:6)
                 DELIMITED BY SIZE INTO xcl-text
             PERFORM LOG-EXCEPTION
           ELSE
             MOVE confirm-record(1:6) TO confirm-ticket
             MOVE confirm-ticket TO ctk-ticket
             READ crane-ticket-register
               INVALID KEY
                 MOVE SPACES TO xcl-text
                 STRING "CRANE TICKET " confirm-ticket
                     " WAS NEVER ISSUED"
                     DELIMITED BY SIZE INTO xcl-text
                 PERFORM LOG-EXCEPTION
               NOT INVALID KEY
                 IF ctk-confirmed
                   MOVE SPACES TO xcl-text
                   STRING "CRANE TICKET " confirm-ticket
                       " ALREADY CONFIRMED BY " ctk-confirm-by
                       DELIMITED BY SIZE INTO xcl-text
                   PERFORM LOG-EXCEPTION
                 ELSE
                   SET ctk-confirmed TO TRUE
                   MOVE confirm-by TO ctk-confirm-by
                   ACCEPT ctk-confirm-date FROM DATE YYYYMMDD
                   ACCEPT ctk-confirm-time FROM TIME
                   REWRITE crane-ticket-record
                     INVALID KEY
                       MOVE SPACES TO xcl-text
                       STRING "CRANE TICKET " confirm-ticket
                           " COULD NOT BE UPDATED"
                           DELIMITED BY SIZE INTO xcl-text
                       PERFORM LOG-EXCEPTION
                     NOT INVALID KEY
                       COMPUTE confirmed-count = confirmed-count + 1
                   END-REWRITE
                 END-IF
             END-READ
           END-IF
           .

       WRITE-UNCONFIRMED-REPORT.
           OPEN OUTPUT unconfirmed-file
           IF NOT report-is-ok
             DISPLAY "The unconfirmed ticket report could not be "
                 "opened."
           ELSE
             MOVE "CRANE TICKETS ISSUED BUT NOT CONFIRMED"
                 TO unconfirmed-record
             WRITE unconfirmed-record
             MOVE SPACES TO unconfirmed-record
             STRING "AS AT " run-date
                 DELIMITED BY SIZE INTO unconfirmed-record
             WRITE unconfirmed-record
             MOVE SPACES TO unconfirmed-record
             WRITE unconfirmed-record
             WRITE unconfirmed-record FROM unconfirmed-heading
           END-IF

           MOVE 1 TO ctk-ticket
           MOVE "N" TO register-eof
           START crane-ticket-register KEY >= ctk-ticket
             INVALID KEY
               MOVE "Y" TO register-eof
           END-START
           PERFORM UNTIL register-eof = "Y"
             READ crane-ticket-register NEXT
               AT END
                 MOVE "Y" TO register-eof
               NOT AT END
                 IF ctk-issued
                   PERFORM LIST-UNCONFIRMED-TICKET
                 END-IF
             END-READ
           END-PERFORM

           IF report-is-ok
             MOVE SPACES TO unconfirmed-record
             WRITE unconfirmed-record
             IF unconfirmed-count = 0
               MOVE "  (EVERY ISSUED TICKET HAS BEEN CONFIRMED)"
                   TO unconfirmed-record
             ELSE
               MOVE SPACES TO unconfirmed-record
               STRING "TICKETS NOT CONFIRMED: " unconfirmed-count
                   DELIMITED BY SIZE INTO unconfirmed-record
             END-IF
             WRITE unconfirmed-record
             CLOSE unconfirmed-file
           END-IF
           .

       LIST-UNCONFIRMED-TICKET.
           COMPUTE unconfirmed-count = unconfirmed-count + 1
           IF report-is-ok
             MOVE ctk-ticket TO unl-ticket
             MOVE ctk-date TO unl-date
             MOVE ctk-manifest TO unl-manifest
             MOVE ctk-zone TO unl-zone
             MOVE ctk-moves TO unl-moves
             MOVE ctk-crates TO unl-crates
             WRITE unconfirmed-record FROM unconfirmed-line
           END-IF
           .

       LOG-EXCEPTION.
           MOVE "CRANE-CONFIRM" TO xcl-program
           MOVE line-count TO xcl-line-no
           CALL "EXCLOG" USING exception-log-request
           COMPUTE exception-count = exception-count + 1
           .

       WRITE-UNCONFIRMED-ALERT.
           ACCEPT run-time FROM TIME
           OPEN EXTEND alert-file
           IF NOT alert-is-ok
             OPEN OUTPUT alert-file
           END-IF
           IF alert-is-ok
             MOVE SPACES TO alert-record
             MOVE "CRANE-CONFIRM" TO alt-program
             MOVE run-date TO alt-date
             MOVE run-time TO alt-time
             MOVE "WARN" TO alt-severity
             MOVE "CRANE" TO alt-category
             STRING FUNCTION TRIM(unconfirmed-count)
                 " CRANE TICKET(S) NOT CONFIRMED AT END OF SHIFT"
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
           MOVE "CRANE-CONFIRM" TO rcl-program
           CALL "CAMPID" USING camp-id-request
           MOVE cmp-camp TO rcl-camp
           MOVE run-date TO rcl-date
           MOVE run-time TO rcl-time
           MOVE start-time TO rcl-start-time
           PERFORM COMPUTE-ELAPSED-SECONDS
           MOVE elapsed-seconds TO rcl-elapsed
           MOVE line-count TO rcl-lines
           MOVE exception-count TO rcl-exceptions
           IF exception-count > 0
             MOVE "EXCEPTNS" TO rcl-status
           ELSE
             MOVE "COMPLETE" TO rcl-status
           END-IF
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
