       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEED-ACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT feed-ack-file ASSIGN TO "feed-ack.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS feed-ack-status.
           SELECT parameter-file ASSIGN TO "aocparms.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS parameter-file-status.
           SELECT calendar-file ASSIGN TO "batch-calendar.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS calendar-file-status.
           SELECT run-control-file ASSIGN TO "run-control.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS run-ctl-file-status.
           SELECT probe-file ASSIGN TO probe-file-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS probe-file-status.
           SELECT ack-out-file ASSIGN TO ack-out-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS ack-out-status.

       DATA DIVISION.
       FILE SECTION.
       FD  feed-ack-file.
       COPY fakrec.

       FD  parameter-file.
       COPY prmrec.

       FD  calendar-file.
       01  calendar-record.
           03  cal-type        PIC X(3).
           03  FILLER          PIC X(1).
           03  cal-rest        PIC X(40).
       01  calendar-day-record REDEFINES calendar-record.
           03  FILLER          PIC X(4).
           03  cld-date        PIC 9(8).
           03  FILLER          PIC X(1).
           03  cld-flag        PIC X(1).
           03  FILLER          PIC X(30).
       01  calendar-pgm-record REDEFINES calendar-record.
           03  FILLER          PIC X(4).
           03  clp-program     PIC X(20).
           03  FILLER          PIC X(1).
           03  clp-mask        PIC X(7).
           03  FILLER          PIC X(12).

       FD  run-control-file.
       COPY rctlrec.

       FD  probe-file.
       01  probe-record        PIC X(80).

       FD  ack-out-file.
       01  ack-out-record      PIC X(80).

       WORKING-STORAGE SECTION.
       COPY cmpreq.

       COPY filsts REPLACING
                   ==:STATUS-NAME:== BY ==feed-ack-status==
                   ==:OK-NAME:==     BY ==feed-ack-is-ok==
                   ==:EOF-NAME:==    BY ==feed-ack-eof==.

       COPY filsts REPLACING
                   ==:STATUS-NAME:== BY ==parameter-file-status==
                   ==:OK-NAME:==     BY ==parameter-is-ok==
                   ==:EOF-NAME:==    BY ==parameter-eof==.

       COPY filsts REPLACING
                   ==:STATUS-NAME:== BY ==calendar-file-status==
                   ==:OK-NAME:==     BY ==calendar-is-ok==
                   ==:EOF-NAME:==    BY ==calendar-eof==.

       COPY filsts REPLACING
                   ==:STATUS-NAME:== BY ==run-ctl-file-status==
                   ==:OK-NAME:==     BY ==run-ctl-is-ok==
                   ==:EOF-NAME:==    BY ==run-ctl-eof==.

       COPY filsts REPLACING
                   ==:STATUS-NAME:== BY ==probe-file-status==
                   ==:OK-NAME:==     BY ==probe-is-ok==
                   ==:EOF-NAME:==    BY ==probe-fs-spare==.

       COPY filsts REPLACING
                   ==:STATUS-NAME:== BY ==ack-out-status==
                   ==:OK-NAME:==     BY ==ack-out-is-ok==
                   ==:EOF-NAME:==    BY ==ack-out-fs-spare==.

       01  probe-file-name     PIC X(60).
       01  ack-out-name        PIC X(64).

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
       01  local-camp          PIC X(4).
       01  weekday-num         PIC 9(1).
       01  due-today           PIC X(1).

       01  holiday-table.
           03  holiday-date    PIC 9(8) OCCURS 100 TIMES.
       01  holiday-count       PIC 9(3) VALUE 0.
       01  holiday-idx         PIC 9(3).
       01  today-is-holiday    PIC X(1) VALUE "N".

       01  schedule-table.
           03  schedule-entry OCCURS 50 TIMES.
               05  sch-program     PIC X(20).
               05  sch-mask        PIC X(7).
       01  schedule-count      PIC 9(2) VALUE 0.
       01  schedule-idx        PIC 9(2).

       01  feed-parm-table.
           03  feed-parm-entry OCCURS 100 TIMES.
               05  fpt-program     PIC X(20).
               05  fpt-source      PIC 9(1).
               05  fpt-file        PIC X(60).
       01  feed-parm-count     PIC 9(3) VALUE 0.
       01  feed-parm-idx       PIC 9(3).
       01  scan-idx            PIC 9(3).
       01  work-sources        PIC 9(1).

       01  ack-table.
           03  ack-entry OCCURS 100 TIMES.
               05  akt-program     PIC X(20).
               05  akt-source      PIC 9(1).
               05  akt-sources     PIC 9(1).
               05  akt-file        PIC X(60).
               05  akt-time        PIC 9(8).
               05  akt-received    PIC 9(6).
               05  akt-trailer-seen PIC X(1).
               05  akt-trailer     PIC 9(6).
               05  akt-status      PIC X(12).
               05  akt-reason      PIC X(3) OCCURS 4 TIMES.
       01  ack-count           PIC 9(3) VALUE 0.
       01  ack-idx             PIC 9(3).
       01  ack-hit             PIC 9(3).
       01  reason-idx          PIC 9(1).
       01  reason-held         PIC X(1).
       01  reason-free         PIC 9(1).
       01  new-reason          PIC X(3).
       01  reason-text         PIC X(55).

       01  run-table.
           03  run-entry OCCURS 100 TIMES.
               05  rnt-program     PIC X(20).
               05  rnt-exceptions  PIC 9(6).
               05  rnt-status      PIC X(9).
               05  rnt-time        PIC 9(8).
       01  run-count           PIC 9(3) VALUE 0.
       01  run-idx             PIC 9(3).
       01  run-hit             PIC 9(3).

       01  acks-written        PIC 9(3) VALUE 0.
       01  accepted-count      PIC 9(3) VALUE 0.
       01  rejected-count      PIC 9(3) VALUE 0.
       01  not-received-count  PIC 9(3) VALUE 0.
       01  late-count          PIC 9(3) VALUE 0.
       01  not-due-count       PIC 9(3) VALUE 0.
       01  problem-count       PIC 9(3) VALUE 0.

       01  ack-line.
           03  akl-label       PIC X(12).
           03  akl-text        PIC X(68).
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT start-time FROM TIME
           ACCEPT run-date FROM DATE YYYYMMDD
           CALL "CAMPID" USING camp-id-request
           MOVE cmp-camp TO local-camp
           COMPUTE weekday-num = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(run-date) - 1, 7) + 1

           PERFORM LOAD-CALENDAR
           PERFORM LOAD-TODAYS-ACKS
           PERFORM LOAD-FEED-PARAMETERS
           PERFORM VARYING feed-parm-idx FROM 1 BY 1
                   UNTIL feed-parm-idx > feed-parm-count
             PERFORM CHECK-FEED-RECEIVED
                 THRU CHECK-FEED-RECEIVED-EXIT
           END-PERFORM
           PERFORM SCAN-RUN-CONTROL

           PERFORM VARYING ack-idx FROM 1 BY 1
                   UNTIL ack-idx > ack-count
             PERFORM SETTLE-ACK THRU SETTLE-ACK-EXIT
             PERFORM WRITE-ACK-FILE THRU WRITE-ACK-FILE-EXIT
           END-PERFORM

           DISPLAY "feed acknowledgments written="acks-written
           DISPLAY "accepted=" accepted-count
               " rejected=" rejected-count
               " not received=" not-received-count
               " late=" late-count
               " not due=" not-due-count
           COMPUTE problem-count = problem-count + rejected-count
               + not-received-count + late-count
           PERFORM WRITE-RUN-CONTROL-LOG
           IF problem-count > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-CALENDAR.
           OPEN INPUT calendar-file
           IF calendar-is-ok
             PERFORM UNTIL calendar-eof
               READ calendar-file
                 AT END
                   CONTINUE
                 NOT AT END
                   EVALUATE cal-type
                     WHEN "DAY"
                       IF cld-flag = "H"
                       AND holiday-count < 100
                         COMPUTE holiday-count = holiday-count + 1
                         MOVE cld-date
                             TO holiday-date(holiday-count)
                       END-IF
                     WHEN "PGM"
                       IF schedule-count < 50
                         COMPUTE schedule-count = schedule-count + 1
                         MOVE clp-program
                             TO sch-program(schedule-count)
                         MOVE clp-mask TO sch-mask(schedule-count)
                       END-IF
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
               END-READ
             END-PERFORM
             CLOSE calendar-file
           END-IF
           PERFORM VARYING holiday-idx FROM 1 BY 1
                   UNTIL holiday-idx > holiday-count
             IF holiday-date(holiday-idx) = run-date
               MOVE "Y" TO today-is-holiday
             END-IF
           END-PERFORM
           .

       LOAD-TODAYS-ACKS.
           OPEN INPUT feed-ack-file
           IF feed-ack-is-ok
             PERFORM UNTIL feed-ack-eof
               READ feed-ack-file
                 AT END
                   CONTINUE
                 NOT AT END
                   IF fak-date = run-date
                     PERFORM STORE-ACK THRU STORE-ACK-EXIT
                   END-IF
               END-READ
             END-PERFORM
             CLOSE feed-ack-file
           END-IF
           .

       STORE-ACK.
           MOVE 0 TO ack-hit
           PERFORM VARYING ack-idx FROM 1 BY 1
                   UNTIL ack-idx > ack-count
             IF akt-program(ack-idx) = fak-program
             AND akt-source(ack-idx) = fak-source
               MOVE ack-idx TO ack-hit
             END-IF
           END-PERFORM
           IF ack-hit = 0
             IF ack-count = 100
               DISPLAY "More than 100 feed sources staged today; "
                   "the rest are not acknowledged."
               GO TO STORE-ACK-EXIT
             END-IF
             COMPUTE ack-count = ack-count + 1
             MOVE ack-count TO ack-hit
           END-IF
           MOVE fak-program TO akt-program(ack-hit)
           MOVE fak-source TO akt-source(ack-hit)
           MOVE fak-sources TO akt-sources(ack-hit)
           MOVE fak-file TO akt-file(ack-hit)
           MOVE fak-time TO akt-time(ack-hit)
           MOVE fak-received TO akt-received(ack-hit)
           MOVE fak-trailer-seen TO akt-trailer-seen(ack-hit)
           MOVE fak-trailer TO akt-trailer(ack-hit)
           MOVE fak-status TO akt-status(ack-hit)
           PERFORM VARYING reason-idx FROM 1 BY 1
                   UNTIL reason-idx > 4
             MOVE fak-reason(reason-idx)
                 TO akt-reason(ack-hit, reason-idx)
           END-PERFORM
           .

       STORE-ACK-EXIT.
           EXIT.

       LOAD-FEED-PARAMETERS.
           OPEN INPUT parameter-file
           IF parameter-is-ok
             PERFORM UNTIL parameter-eof
               READ parameter-file
                 AT END
                   CONTINUE
                 NOT AT END
                   IF (prm-keyword = "INPUT"
                       OR prm-keyword = "INPUT2")
                   AND prm-value NOT = SPACES
                   AND feed-parm-count < 100
                     COMPUTE feed-parm-count = feed-parm-count + 1
                     MOVE prm-program TO fpt-program(feed-parm-count)
                     MOVE FUNCTION TRIM(prm-value)
                         TO fpt-file(feed-parm-count)
                     IF prm-keyword = "INPUT2"
                       MOVE 2 TO fpt-source(feed-parm-count)
                     ELSE
                       MOVE 1 TO fpt-source(feed-parm-count)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE parameter-file
           END-IF
           .

       CHECK-FEED-RECEIVED.
           MOVE 0 TO ack-hit
           PERFORM VARYING ack-idx FROM 1 BY 1
                   UNTIL ack-idx > ack-count
             IF akt-program(ack-idx) = fpt-program(feed-parm-idx)
             AND akt-source(ack-idx) = fpt-source(feed-parm-idx)
               MOVE ack-idx TO ack-hit
             END-IF
             IF akt-file(ack-idx) = fpt-file(feed-parm-idx)
               MOVE ack-idx TO ack-hit
             END-IF
           END-PERFORM
           IF ack-hit > 0
           OR ack-count = 100
             GO TO CHECK-FEED-RECEIVED-EXIT
           END-IF

           MOVE 1 TO work-sources
           PERFORM VARYING scan-idx FROM 1 BY 1
                   UNTIL scan-idx > feed-parm-count
             IF fpt-program(scan-idx) = fpt-program(feed-parm-idx)
             AND fpt-source(scan-idx) = 2
               MOVE 2 TO work-sources
             END-IF
           END-PERFORM

           COMPUTE ack-count = ack-count + 1
           MOVE fpt-program(feed-parm-idx) TO akt-program(ack-count)
           MOVE fpt-source(feed-parm-idx) TO akt-source(ack-count)
           MOVE work-sources TO akt-sources(ack-count)
           MOVE fpt-file(feed-parm-idx) TO akt-file(ack-count)
           MOVE 0 TO akt-time(ack-count)
           MOVE 0 TO akt-received(ack-count)
           MOVE "N" TO akt-trailer-seen(ack-count)
           MOVE 0 TO akt-trailer(ack-count)
           MOVE "NOT RECEIVED" TO akt-status(ack-count)
           MOVE SPACES TO akt-reason(ack-count, 1)
           MOVE SPACES TO akt-reason(ack-count, 2)
           MOVE SPACES TO akt-reason(ack-count, 3)
           MOVE SPACES TO akt-reason(ack-count, 4)
           MOVE "NST" TO akt-reason(ack-count, 1)
           .

       CHECK-FEED-RECEIVED-EXIT.
           EXIT.

       SCAN-RUN-CONTROL.
           OPEN INPUT run-control-file
           IF run-ctl-is-ok
             PERFORM UNTIL run-ctl-eof
               READ run-control-file
                 AT END
                   CONTINUE
                 NOT AT END
                   IF rcl-date = run-date
                     PERFORM NOTE-ONE-RUN THRU NOTE-ONE-RUN-EXIT
                   END-IF
               END-READ
             END-PERFORM
             CLOSE run-control-file
           END-IF
           .

       NOTE-ONE-RUN.
           MOVE 0 TO run-hit
           PERFORM VARYING run-idx FROM 1 BY 1
                   UNTIL run-idx > run-count
             IF rnt-program(run-idx) = rcl-program
               MOVE run-idx TO run-hit
             END-IF
           END-PERFORM
           IF run-hit = 0
             IF run-count < 100
               COMPUTE run-count = run-count + 1
               MOVE run-count TO run-hit
             ELSE
               GO TO NOTE-ONE-RUN-EXIT
             END-IF
           END-IF
           MOVE rcl-program TO rnt-program(run-hit)
           MOVE rcl-status TO rnt-status(run-hit)
           MOVE rcl-time TO rnt-time(run-hit)
           IF rcl-exceptions = SPACES
             MOVE 0 TO rnt-exceptions(run-hit)
           ELSE
             MOVE FUNCTION NUMVAL(rcl-exceptions)
                 TO rnt-exceptions(run-hit)
           END-IF
           .

       NOTE-ONE-RUN-EXIT.
           EXIT.

       SETTLE-ACK.
           IF akt-status(ack-idx) NOT = "NOT RECEIVED"
             GO TO SETTLE-ACK-EXIT
           END-IF
           PERFORM CHECK-DUE-TODAY
           IF due-today = "N"
             MOVE "NOT DUE" TO akt-status(ack-idx)
             MOVE "NDU" TO new-reason
             PERFORM ADD-ACK-REASON
             GO TO SETTLE-ACK-EXIT
           END-IF
           MOVE akt-file(ack-idx) TO probe-file-name
           OPEN INPUT probe-file
           IF probe-is-ok
             CLOSE probe-file
             MOVE "LATE" TO akt-status(ack-idx)
             MOVE "LTE" TO new-reason
             PERFORM ADD-ACK-REASON
           END-IF
           .

       SETTLE-ACK-EXIT.
           EXIT.

       CHECK-DUE-TODAY.
           MOVE "Y" TO due-today
           IF today-is-holiday = "Y"
             MOVE "N" TO due-today
           END-IF
           PERFORM VARYING schedule-idx FROM 1 BY 1
                   UNTIL schedule-idx > schedule-count
             IF sch-program(schedule-idx) = akt-program(ack-idx)
             AND sch-mask(schedule-idx)(weekday-num:1) NOT = "Y"
               MOVE "N" TO due-today
             END-IF
           END-PERFORM
           .

       ADD-ACK-REASON.
           MOVE "N" TO reason-held
           MOVE 0 TO reason-free
           PERFORM VARYING reason-idx FROM 1 BY 1
                   UNTIL reason-idx > 4
             IF akt-reason(ack-idx, reason-idx) = new-reason
               MOVE "Y" TO reason-held
             END-IF
             IF akt-reason(ack-idx, reason-idx) = SPACES
             AND reason-free = 0
               MOVE reason-idx TO reason-free
             END-IF
           END-PERFORM
           IF reason-held = "N"
           AND reason-free > 0
             MOVE new-reason TO akt-reason(ack-idx, reason-free)
           END-IF
           .

       WRITE-ACK-FILE.
           MOVE SPACES TO ack-out-name
           STRING FUNCTION TRIM(akt-file(ack-idx)) ".ack"
               DELIMITED BY SIZE INTO ack-out-name
           OPEN OUTPUT ack-out-file
           IF NOT ack-out-is-ok
             DISPLAY "The acknowledgment could not be written: "
                 FUNCTION TRIM(ack-out-name)
             COMPUTE problem-count = problem-count + 1
             GO TO WRITE-ACK-FILE-EXIT
           END-IF
           ACCEPT run-time FROM TIME

           MOVE SPACES TO ack-out-record
           STRING "FEED ACKNOWLEDGMENT  CAMP " local-camp
               "  " run-date " " run-time(1:6)
               DELIMITED BY SIZE INTO ack-out-record
           WRITE ack-out-record

           MOVE SPACES TO ack-line
           MOVE "FEED" TO akl-label
           MOVE akt-program(ack-idx) TO akl-text
           MOVE ack-line TO ack-out-record
           WRITE ack-out-record

           MOVE SPACES TO ack-line
           MOVE "SOURCE" TO akl-label
           STRING akt-source(ack-idx) " OF " akt-sources(ack-idx)
               "  " FUNCTION TRIM(akt-file(ack-idx))
               DELIMITED BY SIZE INTO akl-text
           MOVE ack-line TO ack-out-record
           WRITE ack-out-record

           MOVE SPACES TO ack-line
           MOVE "RECEIVED" TO akl-label
           IF akt-status(ack-idx) = "ACCEPTED"
           OR akt-status(ack-idx) = "REJECTED"
             STRING akt-received(ack-idx) " RECORDS"
                 DELIMITED BY SIZE INTO akl-text
           ELSE
             MOVE "NOTHING RECEIVED AT STAGING" TO akl-text
           END-IF
           MOVE ack-line TO ack-out-record
           WRITE ack-out-record

           MOVE SPACES TO ack-line
           MOVE "TRAILER" TO akl-label
           IF akt-trailer-seen(ack-idx) = "Y"
             STRING akt-trailer(ack-idx) " RECORDS"
                 DELIMITED BY SIZE INTO akl-text
           ELSE
             MOVE "NONE" TO akl-text
           END-IF
           MOVE ack-line TO ack-out-record
           WRITE ack-out-record

           MOVE SPACES TO ack-line
           MOVE "STATUS" TO akl-label
           MOVE akt-status(ack-idx) TO akl-text
           MOVE ack-line TO ack-out-record
           WRITE ack-out-record

           MOVE "REASONS" TO akl-label
           MOVE "N" TO reason-held
           PERFORM VARYING reason-idx FROM 1 BY 1
                   UNTIL reason-idx > 4
             IF akt-reason(ack-idx, reason-idx) NOT = SPACES
               MOVE "Y" TO reason-held
               PERFORM WRITE-REASON-LINE
             END-IF
           END-PERFORM
           IF reason-held = "N"
             MOVE "NONE" TO akl-text
             MOVE ack-line TO ack-out-record
             WRITE ack-out-record
           END-IF

           MOVE SPACES TO ack-line
           MOVE "EXCEPTIONS" TO akl-label
           PERFORM FORMAT-EXCEPTIONS THRU FORMAT-EXCEPTIONS-EXIT
           MOVE ack-line TO ack-out-record
           WRITE ack-out-record
           CLOSE ack-out-file

           COMPUTE acks-written = acks-written + 1
           EVALUATE akt-status(ack-idx)
             WHEN "ACCEPTED"
               COMPUTE accepted-count = accepted-count + 1
             WHEN "REJECTED"
               COMPUTE rejected-count = rejected-count + 1
             WHEN "LATE"
               COMPUTE late-count = late-count + 1
             WHEN "NOT DUE"
               COMPUTE not-due-count = not-due-count + 1
             WHEN OTHER
               COMPUTE not-received-count = not-received-count + 1
           END-EVALUATE
           DISPLAY FUNCTION TRIM(akt-program(ack-idx)) " source "
               akt-source(ack-idx) " "
               FUNCTION TRIM(akt-status(ack-idx)) " -> "
               FUNCTION TRIM(ack-out-name)
           .

       WRITE-ACK-FILE-EXIT.
           EXIT.

       WRITE-REASON-LINE.
           EVALUATE akt-reason(ack-idx, reason-idx)
             WHEN "MIS"
               MOVE "SOURCE FILE NOT FOUND WHEN THE FEEDS WERE STAGED"
                   TO reason-text
             WHEN "STG"
               MOVE "THE STAGING COPY COULD NOT BE WRITTEN"
                   TO reason-text
             WHEN "EMP"
               MOVE "THE FEED HELD NO RECORDS" TO reason-text
             WHEN "TRL"
               MOVE "TRAILER COUNT DOES NOT MATCH THE RECORDS RECEIVED"
                   TO reason-text
             WHEN "TRB"
               MOVE "TRAILER COUNT IS NOT NUMERIC" TO reason-text
             WHEN "DUP"
               MOVE "SAME AS A FEED ALREADY STAGED ON AN EARLIER DAY"
                   TO reason-text
             WHEN "SRC"
               MOVE "REJECTED WITH THE OTHER SOURCE OF THIS FEED"
                   TO reason-text
             WHEN "PRT"
               MOVE "STAGED WITHOUT THE OTHER SOURCE OF THIS FEED"
                   TO reason-text
             WHEN "NST"
               MOVE "NOT PRESENT WHEN TODAY'S FEEDS WERE STAGED"
                   TO reason-text
             WHEN "NDU"
               MOVE "NOT DUE TODAY UNDER THE BATCH CALENDAR"
                   TO reason-text
             WHEN "LTE"
               MOVE "ARRIVED AFTER STAGING; NOT PROCESSED TODAY"
                   TO reason-text
             WHEN OTHER
               MOVE SPACES TO reason-text
           END-EVALUATE
           MOVE SPACES TO akl-text
           STRING akt-reason(ack-idx, reason-idx) "  " reason-text
               DELIMITED BY SIZE INTO akl-text
           MOVE ack-line TO ack-out-record
           WRITE ack-out-record
           MOVE SPACES TO akl-label
           .

       FORMAT-EXCEPTIONS.
           IF akt-status(ack-idx) NOT = "ACCEPTED"
             MOVE "NONE; THE FEED WAS NOT PROCESSED" TO akl-text
             GO TO FORMAT-EXCEPTIONS-EXIT
           END-IF
           IF akt-program(ack-idx) = "CONTROL CARD"
             MOVE "NOT TRACKED FOR THE CONTROL CARD FEED" TO akl-text
             GO TO FORMAT-EXCEPTIONS-EXIT
           END-IF
           MOVE 0 TO run-hit
           PERFORM VARYING run-idx FROM 1 BY 1
                   UNTIL run-idx > run-count
             IF rnt-program(run-idx) = akt-program(ack-idx)
             AND rnt-time(run-idx) >= akt-time(ack-idx)
               MOVE run-idx TO run-hit
             END-IF
           END-PERFORM
           IF run-hit = 0
             MOVE "PENDING; THE DAY PROGRAM HAS NOT RUN YET"
                 TO akl-text
           ELSE
             STRING rnt-exceptions(run-hit) "  DAY PROGRAM "
                 FUNCTION TRIM(rnt-status(run-hit)) " AT "
                 rnt-time(run-hit)(1:6)
                 DELIMITED BY SIZE INTO akl-text
           END-IF
           .

       FORMAT-EXCEPTIONS-EXIT.
           EXIT.

       WRITE-RUN-CONTROL-LOG.
           ACCEPT run-time FROM TIME
           OPEN EXTEND run-control-file
           IF NOT run-ctl-is-ok
             OPEN OUTPUT run-control-file
           END-IF
           MOVE "FEED-ACK" TO rcl-program
           MOVE local-camp TO rcl-camp
           MOVE run-date TO rcl-date
           MOVE run-time TO rcl-time
           MOVE start-time TO rcl-start-time
           PERFORM COMPUTE-ELAPSED-SECONDS
           MOVE elapsed-seconds TO rcl-elapsed
           MOVE acks-written TO rcl-lines
           MOVE problem-count TO rcl-exceptions
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
