       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-DRIFT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT received-master
               ASSIGN TO "master-sync-received.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS srv-key
               FILE STATUS received-file-status.
           SELECT priority-master ASSIGN TO "item-priority.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS mst-letter
               FILE STATUS master-file-status.
           SELECT roster-master ASSIGN TO "elf-roster.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rst-elf-no
               FILE STATUS roster-file-status.
           SELECT drift-file ASSIGN TO "master-drift.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS drift-file-status.
           SELECT run-control-file ASSIGN TO "run-control.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS run-ctl-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  received-master.
       COPY snrrec.

       FD  priority-master.
       COPY mstpri.

       FD  roster-master.
       COPY rstrec.

       FD  drift-file.
       01  drift-record        PIC X(100).

       FD  run-control-file.
       COPY rctlrec.

       WORKING-STORAGE SECTION.
       COPY cmpreq.

       COPY snyrec.

       01  received-file-status PIC 99.
           88  received-is-ok  VALUE 0.
       01  received-eof-flag   PIC X(1) VALUE "N".
           88  received-eof    VALUE "Y".

       01  master-file-status  PIC 99.
           88  master-is-ok    VALUE 0.
       01  master-eof-flag     PIC X(1).
           88  master-eof      VALUE "Y".

       01  roster-file-status  PIC 99.
           88  roster-is-ok    VALUE 0.
       01  roster-eof-flag     PIC X(1).
           88  roster-eof      VALUE "Y".

       COPY filsts REPLACING
                   ==:STATUS-NAME:== BY ==drift-file-status==
                   ==:OK-NAME:==     BY ==drift-is-ok==
                   ==:EOF-NAME:==    BY ==drift-fs-spare==.

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
       01  local-camp          PIC X(4).

       01  camp-table.
           03  camp-entry OCCURS 20 TIMES.
               05  cpt-camp        PIC X(4).
               05  cpt-file-date   PIC 9(8).
               05  cpt-received    PIC 9(8).
               05  cpt-records     PIC 9(6).
               05  cpt-drift       PIC 9(6).
       01  camp-count          PIC 9(2) VALUE 0.
       01  camp-idx            PIC 9(2).
       01  camp-hit            PIC 9(2).

       01  received-count      PIC 9(6) VALUE 0.
       01  drift-count         PIC 9(6) VALUE 0.
       01  value-display       PIC Z9.

       01  title-line.
           03  FILLER          PIC X(33) VALUE
               "MASTER DATA DRIFT REPORT FOR CAMP".
           03  FILLER          PIC X(1) VALUE SPACE.
           03  ttl-camp        PIC X(4).
           03  FILLER          PIC X(4) VALUE " ON ".
           03  ttl-date        PIC 9(8).

       01  drift-heading.
           03  FILLER          PIC X(6) VALUE "CAMP".
           03  FILLER          PIC X(10) VALUE "FILE DATE".
           03  FILLER          PIC X(10) VALUE "MASTER".
           03  FILLER          PIC X(8) VALUE "ITEM".
           03  FILLER          PIC X(7) VALUE "FIELD".
           03  FILLER          PIC X(26) VALUE "LOCAL VALUE".
           03  FILLER          PIC X(12) VALUE "CAMP VALUE".

       01  drift-line.
           03  dfl-camp        PIC X(4).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  dfl-file-date   PIC 9(8).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  dfl-master      PIC X(8).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  dfl-item        PIC X(6).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  dfl-field       PIC X(5).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  dfl-local       PIC X(24).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  dfl-theirs      PIC X(24).

       01  camp-line.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  cml-camp        PIC X(4).
           03  FILLER          PIC X(7) VALUE " FILE ".
           03  cml-file-date   PIC 9(8).
           03  FILLER          PIC X(10) VALUE " RECEIVED ".
           03  cml-received    PIC 9(8).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  cml-records     PIC Z(5)9.
           03  FILLER          PIC X(9) VALUE " RECORDS ".
           03  cml-drift       PIC Z(5)9.
           03  FILLER          PIC X(11) VALUE " DIFFERENCE".

       01  count-line.
           03  cnt-label       PIC X(24).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  cnt-value       PIC Z(9)9.
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT start-time FROM TIME
           ACCEPT run-date FROM DATE YYYYMMDD
           CALL "CAMPID" USING camp-id-request
           MOVE cmp-camp TO local-camp

           OPEN INPUT priority-master
           IF NOT master-is-ok
             DISPLAY "The priority master file could not be opened "
                 "(status " master-file-status ")."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           OPEN INPUT roster-master
           IF NOT roster-is-ok
             DISPLAY "The roster master could not be opened (status "
                 roster-file-status ")."
             CLOSE priority-master
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           OPEN OUTPUT drift-file
           IF NOT drift-is-ok
             DISPLAY "The drift report could not be opened."
             CLOSE priority-master
             CLOSE roster-master
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           MOVE local-camp TO ttl-camp
           MOVE run-date TO ttl-date
           WRITE drift-record FROM title-line
           MOVE SPACES TO drift-record
           WRITE drift-record
           WRITE drift-record FROM drift-heading

           OPEN INPUT received-master
           IF received-is-ok
             PERFORM COMPARE-RECEIVED-RECORDS
             PERFORM VARYING camp-idx FROM 1 BY 1
                     UNTIL camp-idx > camp-count
               PERFORM FIND-LOCAL-ONLY-PRIORITIES
               PERFORM FIND-LOCAL-ONLY-ELVES
             END-PERFORM
             CLOSE received-master
           END-IF
           CLOSE priority-master
           CLOSE roster-master

           IF drift-count = 0
             MOVE "  (NO DIFFERENCES FROM THE LAST FILES RECEIVED)"
                 TO drift-record
             WRITE drift-record
           END-IF
           PERFORM WRITE-CAMP-SECTION
           CLOSE drift-file

           DISPLAY "camps with a file received=" camp-count
           DISPLAY "received records compared=" received-count
           DISPLAY "differences found=" drift-count
           PERFORM WRITE-RUN-CONTROL-LOG
           IF drift-count > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       COMPARE-RECEIVED-RECORDS.
           MOVE LOW-VALUES TO srv-key
           START received-master KEY >= srv-key
             INVALID KEY
               MOVE "Y" TO received-eof-flag
           END-START
           PERFORM UNTIL received-eof
             READ received-master NEXT
               AT END
                 MOVE "Y" TO received-eof-flag
               NOT AT END
                 COMPUTE received-count = received-count + 1
                 PERFORM NOTE-CAMP
                 MOVE srv-type TO syn-type
                 MOVE srv-body TO syn-body
                 EVALUATE TRUE
                   WHEN syn-priority
                     PERFORM COMPARE-ONE-PRIORITY
                   WHEN syn-roster
                     PERFORM COMPARE-ONE-ELF
                 END-EVALUATE
             END-READ
           END-PERFORM
           .

       NOTE-CAMP.
           MOVE 0 TO camp-hit
           PERFORM VARYING camp-idx FROM 1 BY 1
                   UNTIL camp-idx > camp-count
             IF cpt-camp(camp-idx) = srv-camp
               MOVE camp-idx TO camp-hit
             END-IF
           END-PERFORM
           IF camp-hit = 0 AND camp-count < 20
             COMPUTE camp-count = camp-count + 1
             MOVE camp-count TO camp-hit
             MOVE srv-camp TO cpt-camp(camp-hit)
             MOVE srv-file-date TO cpt-file-date(camp-hit)
             MOVE srv-received-date TO cpt-received(camp-hit)
             MOVE 0 TO cpt-records(camp-hit)
             MOVE 0 TO cpt-drift(camp-hit)
           END-IF
           IF camp-hit > 0
             COMPUTE cpt-records(camp-hit) = cpt-records(camp-hit) + 1
           END-IF
           .

       COMPARE-ONE-PRIORITY.
           MOVE SPACES TO drift-line
           MOVE srv-camp TO dfl-camp
           MOVE srv-file-date TO dfl-file-date
           MOVE "PRIORITY" TO dfl-master
           MOVE syn-letter TO dfl-item
           MOVE "VALUE" TO dfl-field
           MOVE syn-value TO value-display
           MOVE value-display TO dfl-theirs
           MOVE syn-letter TO mst-letter
           READ priority-master
             INVALID KEY
               MOVE "(NOT ON LOCAL MASTER)" TO dfl-local
               PERFORM WRITE-DRIFT-LINE
             NOT INVALID KEY
               IF mst-value NOT = syn-value
                 MOVE mst-value TO value-display
                 MOVE value-display TO dfl-local
                 PERFORM WRITE-DRIFT-LINE
               END-IF
           END-READ
           .

       COMPARE-ONE-ELF.
           MOVE SPACES TO drift-line
           MOVE srv-camp TO dfl-camp
           MOVE srv-file-date TO dfl-file-date
           MOVE "ROSTER" TO dfl-master
           MOVE syn-elf-no TO dfl-item
           MOVE syn-elf-no TO rst-elf-no
           READ roster-master
             INVALID KEY
               MOVE "ELF" TO dfl-field
               MOVE "(NOT ON LOCAL MASTER)" TO dfl-local
               MOVE syn-elf-name TO dfl-theirs
               PERFORM WRITE-DRIFT-LINE
             NOT INVALID KEY
               IF rst-elf-name NOT = syn-elf-name
                 MOVE "NAME" TO dfl-field
                 MOVE rst-elf-name TO dfl-local
                 MOVE syn-elf-name TO dfl-theirs
                 PERFORM WRITE-DRIFT-LINE
               END-IF
               IF rst-crew NOT = syn-crew
                 MOVE "CREW" TO dfl-field
                 MOVE rst-crew TO dfl-local
                 MOVE syn-crew TO dfl-theirs
                 PERFORM WRITE-DRIFT-LINE
               END-IF
               IF rst-diet-forbidden NOT = syn-diet-forbidden
               OR rst-diet-effective NOT = syn-diet-effective
                 MOVE "DIET" TO dfl-field
                 MOVE SPACES TO dfl-local
                 STRING rst-diet-forbidden " FROM "
                     rst-diet-effective
                     DELIMITED BY SIZE INTO dfl-local
                 MOVE SPACES TO dfl-theirs
                 STRING syn-diet-forbidden " FROM "
                     syn-diet-effective
                     DELIMITED BY SIZE INTO dfl-theirs
                 PERFORM WRITE-DRIFT-LINE
               END-IF
           END-READ
           .

       FIND-LOCAL-ONLY-PRIORITIES.
           MOVE "N" TO master-eof-flag
           MOVE LOW-VALUES TO mst-letter
           START priority-master KEY >= mst-letter
             INVALID KEY
               MOVE "Y" TO master-eof-flag
           END-START
           PERFORM UNTIL master-eof
             READ priority-master NEXT
               AT END
                 MOVE "Y" TO master-eof-flag
               NOT AT END
                 MOVE cpt-camp(camp-idx) TO srv-camp
                 MOVE "P" TO srv-type
                 MOVE mst-letter TO srv-item
                 READ received-master
                   INVALID KEY
                     MOVE SPACES TO drift-line
                     MOVE cpt-camp(camp-idx) TO dfl-camp
                     MOVE cpt-file-date(camp-idx) TO dfl-file-date
                     MOVE "PRIORITY" TO dfl-master
                     MOVE mst-letter TO dfl-item
                     MOVE "VALUE" TO dfl-field
                     MOVE mst-value TO value-display
                     MOVE value-display TO dfl-local
                     MOVE "(NOT IN CAMP FILE)" TO dfl-theirs
                     MOVE camp-idx TO camp-hit
                     PERFORM WRITE-DRIFT-LINE
                 END-READ
             END-READ
           END-PERFORM
           .

       FIND-LOCAL-ONLY-ELVES.
           MOVE "N" TO roster-eof-flag
           MOVE 0 TO rst-elf-no
           START roster-master KEY >= rst-elf-no
             INVALID KEY
               MOVE "Y" TO roster-eof-flag
           END-START
           PERFORM UNTIL roster-eof
             READ roster-master NEXT
               AT END
                 MOVE "Y" TO roster-eof-flag
               NOT AT END
                 MOVE cpt-camp(camp-idx) TO srv-camp
                 MOVE "R" TO srv-type
                 MOVE rst-elf-no TO srv-item
                 READ received-master
                   INVALID KEY
                     MOVE SPACES TO drift-line
                     MOVE cpt-camp(camp-idx) TO dfl-camp
                     MOVE cpt-file-date(camp-idx) TO dfl-file-date
                     MOVE "ROSTER" TO dfl-master
                     MOVE rst-elf-no TO dfl-item
                     MOVE "ELF" TO dfl-field
                     MOVE rst-elf-name TO dfl-local
                     MOVE "(NOT IN CAMP FILE)" TO dfl-theirs
                     MOVE camp-idx TO camp-hit
                     PERFORM WRITE-DRIFT-LINE
                 END-READ
             END-READ
           END-PERFORM
           .

       WRITE-DRIFT-LINE.
           COMPUTE drift-count = drift-count + 1
           IF camp-hit > 0
             COMPUTE cpt-drift(camp-hit) = cpt-drift(camp-hit) + 1
           END-IF
           WRITE drift-record FROM drift-line
           .

       WRITE-CAMP-SECTION.
           MOVE SPACES TO drift-record
           WRITE drift-record
           MOVE "LAST FILE RECEIVED FROM EACH CAMP" TO drift-record
           WRITE drift-record
           IF camp-count = 0
             MOVE "  (NO INTERCHANGE FILE HAS BEEN RECEIVED)"
                 TO drift-record
             WRITE drift-record
           END-IF
           PERFORM VARYING camp-idx FROM 1 BY 1
                   UNTIL camp-idx > camp-count
             MOVE cpt-camp(camp-idx) TO cml-camp
             MOVE cpt-file-date(camp-idx) TO cml-file-date
             MOVE cpt-received(camp-idx) TO cml-received
             MOVE cpt-records(camp-idx) TO cml-records
             MOVE cpt-drift(camp-idx) TO cml-drift
             WRITE drift-record FROM camp-line
           END-PERFORM
           MOVE SPACES TO drift-record
           WRITE drift-record
           MOVE "RECORDS COMPARED" TO cnt-label
           MOVE received-count TO cnt-value
           WRITE drift-record FROM count-line
           MOVE "DIFFERENCES FOUND" TO cnt-label
           MOVE drift-count TO cnt-value
           WRITE drift-record FROM count-line
           .

       WRITE-RUN-CONTROL-LOG.
           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME
           OPEN EXTEND run-control-file
           IF NOT run-ctl-is-ok
             OPEN OUTPUT run-control-file
           END-IF
           MOVE "MASTER-DRIFT" TO rcl-program
           MOVE local-camp TO rcl-camp
           MOVE run-date TO rcl-date
           MOVE run-time TO rcl-time
           MOVE start-time TO rcl-start-time
           PERFORM COMPUTE-ELAPSED-SECONDS
           MOVE elapsed-seconds TO rcl-elapsed
           MOVE received-count TO rcl-lines
           MOVE drift-count TO rcl-exceptions
           IF drift-count > 0
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
