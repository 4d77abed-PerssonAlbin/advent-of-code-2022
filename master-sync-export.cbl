       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-SYNC-EXPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT sync-file ASSIGN TO sync-file-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS sync-file-status.
           SELECT run-control-file ASSIGN TO "run-control.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS run-ctl-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  priority-master.
       COPY mstpri.

       FD  roster-master.
       COPY rstrec.

       FD  sync-file.
       COPY snyrec.

       FD  run-control-file.
       COPY rctlrec.

       WORKING-STORAGE SECTION.
       COPY cmpreq.

       01  master-file-status  PIC 99.
           88  master-is-ok    VALUE 0.
       01  master-eof-flag     PIC X(1) VALUE "N".
           88  master-eof      VALUE "Y".

       01  roster-file-status  PIC 99.
           88  roster-is-ok    VALUE 0.
       01  roster-eof-flag     PIC X(1) VALUE "N".
           88  roster-eof      VALUE "Y".

       COPY filsts REPLACING
                   ==:STATUS-NAME:== BY ==sync-file-status==
                   ==:OK-NAME:==     BY ==sync-is-ok==
                   ==:EOF-NAME:==    BY ==sync-fs-spare==.

       01  run-ctl-file-status PIC 99.
           88  run-ctl-is-ok   VALUE 0.

       01  sync-file-name      PIC X(60).
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

       01  priority-count      PIC 9(6) VALUE 0.
       01  roster-count        PIC 9(6) VALUE 0.
       01  record-count        PIC 9(6) VALUE 0.
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

           MOVE SPACES TO sync-file-name
           STRING "master-sync-" FUNCTION TRIM(local-camp) "-"
               run-date ".txt"
               DELIMITED BY SIZE INTO sync-file-name
           OPEN OUTPUT sync-file
           IF NOT sync-is-ok
             DISPLAY "The interchange file "
                 FUNCTION TRIM(sync-file-name) " could not be opened."
             CLOSE priority-master
             CLOSE roster-master
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           MOVE SPACES TO master-sync-record
           SET syn-header TO TRUE
           PERFORM WRITE-SYNC-RECORD

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
                 MOVE SPACES TO master-sync-record
                 SET syn-priority TO TRUE
                 MOVE mst-letter TO syn-letter
                 MOVE mst-value TO syn-value
                 PERFORM WRITE-SYNC-RECORD
                 COMPUTE priority-count = priority-count + 1
             END-READ
           END-PERFORM

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
                 MOVE SPACES TO master-sync-record
                 SET syn-roster TO TRUE
                 MOVE rst-elf-no TO syn-elf-no
                 MOVE rst-elf-name TO syn-elf-name
                 MOVE rst-crew TO syn-crew
                 MOVE rst-diet-forbidden TO syn-diet-forbidden
                 MOVE rst-diet-effective TO syn-diet-effective
                 PERFORM WRITE-SYNC-RECORD
                 COMPUTE roster-count = roster-count + 1
             END-READ
           END-PERFORM

           MOVE SPACES TO master-sync-record
           SET syn-trailer TO TRUE
           MOVE priority-count TO syn-priority-count
           MOVE roster-count TO syn-roster-count
           COMPUTE syn-record-count = priority-count + roster-count
           PERFORM WRITE-SYNC-RECORD

           CLOSE priority-master
           CLOSE roster-master
           CLOSE sync-file

           DISPLAY "interchange file=" FUNCTION TRIM(sync-file-name)
           DISPLAY "priority records exported=" priority-count
           DISPLAY "roster records exported=" roster-count
           PERFORM WRITE-RUN-CONTROL-LOG
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       WRITE-SYNC-RECORD.
           MOVE local-camp TO syn-camp
           MOVE run-date TO syn-date
           WRITE master-sync-record
           COMPUTE record-count = record-count + 1
           .

       WRITE-RUN-CONTROL-LOG.
           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME
           OPEN EXTEND run-control-file
           IF NOT run-ctl-is-ok
             OPEN OUTPUT run-control-file
           END-IF
           MOVE "MASTER-SYNC-EXPORT" TO rcl-program
           MOVE local-camp TO rcl-camp
           MOVE run-date TO rcl-date
           MOVE run-time TO rcl-time
           MOVE start-time TO rcl-start-time
           PERFORM COMPUTE-ELAPSED-SECONDS
           MOVE elapsed-seconds TO rcl-elapsed
           MOVE record-count TO rcl-lines
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
