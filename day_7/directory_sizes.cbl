       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIRECTORY-SIZES.

       ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                  SELECT directory-audit-file
                      ASSIGN TO "directory-audit.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS dir-audit-status.
                  SELECT result-file
                      ASSIGN TO "directory-sizes-result.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS result-file-status.
                  SELECT checkpoint-file ASSIGN TO "day7.ckpt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS ckpt-file-status.
                  SELECT run-control-file ASSIGN TO "run-control.log"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS run-ctl-file-status.
                  SELECT alert-file ASSIGN TO "alerts.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS alert-file-status.
                  SELECT history-master
                      ASSIGN TO "history-archive.dat"
                      ORGANIZATION INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS hix-key
                      FILE STATUS history-file-status.

              DATA DIVISION.
              FILE SECTION.
              FD  directory-audit-file.
              01  directory-audit-record.
                  03  dau-size      PIC Z(11)9.
                  03  FILLER        PIC X(2) VALUE SPACES.
                  03  dau-flag      PIC X(6).
                  03  FILLER        PIC X(2) VALUE SPACES.
                  03  dau-path      PIC X(80).

              FD  result-file.
              01  result-record     PIC X(100).

              FD  checkpoint-file.
              01  checkpoint-record.
                  03  ckpt-line-count       PIC 9(6).
                  03  ckpt-exception-count  PIC 9(6).
                  03  ckpt-current-dir      PIC 9(4).
                  03  ckpt-repeat-listing   PIC X(1).
                  03  ckpt-dir-count        PIC 9(4).
                  03  ckpt-file-count       PIC 9(6).
                  03  ckpt-dir-entry OCCURS 500 TIMES.
                      05  ckpt-dir-name     PIC X(20).
                      05  ckpt-dir-parent   PIC 9(4).
                      05  ckpt-dir-size     PIC 9(12).
                      05  ckpt-dir-listed   PIC X(1).

              FD  run-control-file.
              COPY rctlrec.

              FD  alert-file.
              COPY altrec.

              FD  history-master.
              COPY histix.

              WORKING-STORAGE SECTION.
              COPY cmpreq.

              COPY inprec REPLACING ==:REC-NAME:== BY ==input-record==.

              COPY irdreq.

              COPY xclreq.

              COPY prmreq.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==input-file-status==
                          ==:OK-NAME:==     BY ==file-is-ok==
                          ==:EOF-NAME:==    BY ==end-of-file==.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==dir-audit-status==
                          ==:OK-NAME:==     BY ==dir-audit-is-ok==
                          ==:EOF-NAME:==    BY
                          ==dir-audit-fs-spare==.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==result-file-status==
                          ==:OK-NAME:==     BY ==result-is-ok==
                          ==:EOF-NAME:==    BY ==result-fs-spare==.

              01  ckpt-file-status PIC 99.
                  88  ckpt-is-ok       VALUE 0.

              01  run-ctl-file-status PIC 99.
                  88  run-ctl-is-ok    VALUE 0.

              01  alert-file-status PIC 99.
                  88  alert-is-ok      VALUE 0.

              01  history-file-status PIC 99.
                  88  history-is-ok    VALUE 0.

              01  resume-point      PIC 9(6) VALUE 0.
              01  run-date          PIC 9(8).
              01  run-time          PIC 9(8).
              01  run-time-r REDEFINES run-time.
                  03  et-hh           PIC 9(2).
                  03  et-mm           PIC 9(2).
                  03  et-ss           PIC 9(2).
                  03  FILLER          PIC 9(2).
              01  start-time          PIC 9(8) VALUE 0.
              01  start-time-r REDEFINES start-time.
                  03  st-hh           PIC 9(2).
                  03  st-mm           PIC 9(2).
                  03  st-ss           PIC 9(2).
                  03  FILLER          PIC 9(2).
              01  elapsed-seconds     PIC S9(7).

              01  line-count        PIC 9(6).
              01  exception-count   PIC 9(6) VALUE 0.
              01  file-count        PIC 9(6) VALUE 0.

              01  size-threshold    PIC 9(12) VALUE 100000.
              01  disk-size         PIC 9(12) VALUE 70000000.
              01  need-space        PIC 9(12) VALUE 30000000.

              01  directory-table.
                  03  dir-entry OCCURS 500 TIMES.
                      05  dir-name        PIC X(20).
                      05  dir-parent      PIC 9(4).
                      05  dir-size        PIC 9(12).
                      05  dir-listed      PIC X(1).
              01  dir-count         PIC 9(4) VALUE 0.
              01  current-dir       PIC 9(4) VALUE 1.
              01  repeat-listing    PIC X(1) VALUE "N".
              01  dir-idx           PIC 9(4).
              01  found-dir         PIC 9(4).
              01  walk-dir          PIC 9(4).

              01  line-valid        PIC X(1).
              01  target-name       PIC X(20).
              01  size-word         PIC X(20).
              01  file-name-word    PIC X(40).
              01  file-size         PIC 9(12).

              01  chain-table.
                  03  chain-dir     PIC 9(4) OCCURS 60 TIMES.
              01  chain-count       PIC 9(2).
              01  chain-idx         PIC 9(2).
              01  path-work         PIC X(80).
              01  path-pos          PIC 9(3).

              01  used-space        PIC 9(12) VALUE 0.
              01  unused-space      PIC 9(12) VALUE 0.
              01  free-needed       PIC 9(12) VALUE 0.
              01  small-dir-count   PIC 9(4) VALUE 0.
              01  small-dir-total   PIC 9(14) VALUE 0.
              01  delete-dir        PIC 9(4) VALUE 0.
              01  delete-size       PIC 9(12) VALUE 0.
              01  space-short       PIC X(1) VALUE "N".

              01  edit-size         PIC Z(13)9.
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT start-time FROM TIME
           PERFORM LOAD-PARAMETERS
           MOVE "O" TO ird-function
           MOVE "DIRECTORY-SIZES" TO ird-program
           CALL "INPUTRDR" USING input-reader-request
           IF ird-failed
             DISPLAY "The file could not be opened."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           DISPLAY "  THRESHOLD=" size-threshold
           DISPLAY "  DISKSIZE=" disk-size
           DISPLAY "  NEEDSPACE=" need-space

           PERFORM INIT-DIRECTORY-TABLE
           PERFORM LOAD-CHECKPOINT

           PERFORM VARYING line-count FROM 1 BY 1 UNTIL end-of-file
             MOVE "R" TO ird-function
             CALL "INPUTRDR" USING input-reader-request
             IF ird-eof
               MOVE 10 TO input-file-status
             ELSE
               MOVE 0 TO input-file-status
               MOVE ird-record TO input-record
             END-IF

             IF line-count > resume-point AND NOT end-of-file
               IF input-record NOT = SPACES
                 PERFORM PROCESS-LISTING-LINE
               END-IF
               PERFORM SAVE-CHECKPOINT
             END-IF
           END-PERFORM
           PERFORM CLOSE-INPUT-READER
           PERFORM RESET-CHECKPOINT

           PERFORM SIZE-UP-DIRECTORIES
           PERFORM WRITE-DIRECTORY-AUDIT
           PERFORM WRITE-RESULT-REPORT

           DISPLAY "directories found="dir-count
           DISPLAY "files counted="file-count
           DISPLAY "total at or under threshold="small-dir-total
           DISPLAY "smallest directory to delete="delete-size
           DISPLAY "exceptions logged="exception-count

           PERFORM WRITE-RUN-CONTROL-LOG
           IF exception-count > 0
             PERFORM WRITE-ALERT
           END-IF
           IF space-short = "Y"
             PERFORM WRITE-SPACE-ALERT
           END-IF
           PERFORM WRITE-HISTORY-ARCHIVE

           IF exception-count > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM CHECK-CONTROL-TOTAL
           GOBACK.

       LOAD-PARAMETERS.
           MOVE "DIRECTORY-SIZES" TO preq-program
           MOVE "THRESHOLD" TO preq-keyword
           CALL "PARMREAD" USING parm-request
           IF parm-found
           AND FUNCTION TRIM(preq-value) IS NUMERIC
             MOVE FUNCTION NUMVAL(preq-value) TO size-threshold
           END-IF
           MOVE "DIRECTORY-SIZES" TO preq-program
           MOVE "DISKSIZE" TO preq-keyword
           CALL "PARMREAD" USING parm-request
           IF parm-found
           AND FUNCTION TRIM(preq-value) IS NUMERIC
             MOVE FUNCTION NUMVAL(preq-value) TO disk-size
           END-IF
           MOVE "DIRECTORY-SIZES" TO preq-program
           MOVE "NEEDSPACE" TO preq-keyword
           CALL "PARMREAD" USING parm-request
           IF parm-found
           AND FUNCTION TRIM(preq-value) IS NUMERIC
             MOVE FUNCTION NUMVAL(preq-value) TO need-space
           END-IF
           .

       INIT-DIRECTORY-TABLE.
           PERFORM VARYING dir-idx FROM 1 BY 1 UNTIL dir-idx > 500
             MOVE SPACES TO dir-name(dir-idx)
             MOVE 0 TO dir-parent(dir-idx)
             MOVE 0 TO dir-size(dir-idx)
             MOVE "N" TO dir-listed(dir-idx)
           END-PERFORM
           MOVE "/" TO dir-name(1)
           MOVE 1 TO dir-count
           MOVE 1 TO current-dir
           MOVE "N" TO repeat-listing
           .

       PROCESS-LISTING-LINE.
           MOVE "Y" TO line-valid
           EVALUATE TRUE
             WHEN input-record(1:5) = "$ cd "
               PERFORM CHANGE-DIRECTORY
             WHEN FUNCTION TRIM(input-record) = "$ ls"
               PERFORM START-LISTING
             WHEN input-record(1:4) = "dir "
               IF repeat-listing = "N"
                 MOVE FUNCTION TRIM(input-record(5:)) TO target-name
                 PERFORM FIND-OR-ADD-CHILD
               END-IF
             WHEN input-record(1:1) IS NUMERIC
               PERFORM ADD-FILE-SIZE
             WHEN OTHER
               MOVE "N" TO line-valid
           END-EVALUATE
           IF line-valid = "N"
             PERFORM LOG-EXCEPTION
           END-IF
           .

       CHANGE-DIRECTORY.
           MOVE FUNCTION TRIM(input-record(6:)) TO target-name
           MOVE "N" TO repeat-listing
           EVALUATE TRUE
             WHEN target-name = SPACES
               MOVE "N" TO line-valid
             WHEN target-name = "/"
               MOVE 1 TO current-dir
             WHEN target-name = ".."
               IF current-dir = 1
                 MOVE "N" TO line-valid
               ELSE
                 MOVE dir-parent(current-dir) TO current-dir
               END-IF
             WHEN OTHER
               PERFORM FIND-OR-ADD-CHILD
               IF found-dir > 0
                 MOVE found-dir TO current-dir
               END-IF
           END-EVALUATE
           .

       START-LISTING.
           IF dir-listed(current-dir) = "Y"
             MOVE "Y" TO repeat-listing
           ELSE
             MOVE "Y" TO dir-listed(current-dir)
             MOVE "N" TO repeat-listing
           END-IF
           .

       FIND-OR-ADD-CHILD.
           MOVE 0 TO found-dir
           PERFORM VARYING dir-idx FROM 2 BY 1
                   UNTIL dir-idx > dir-count OR found-dir > 0
             IF dir-parent(dir-idx) = current-dir
             AND dir-name(dir-idx) = target-name
               MOVE dir-idx TO found-dir
             END-IF
           END-PERFORM
           IF found-dir = 0
             IF dir-count < 500
               COMPUTE dir-count = dir-count + 1
               MOVE target-name TO dir-name(dir-count)
               MOVE current-dir TO dir-parent(dir-count)
               MOVE 0 TO dir-size(dir-count)
               MOVE "N" TO dir-listed(dir-count)
               MOVE dir-count TO found-dir
             ELSE
               MOVE "N" TO line-valid
             END-IF
           END-IF
           .

       ADD-FILE-SIZE.
           MOVE SPACES TO size-word
           MOVE SPACES TO file-name-word
           UNSTRING input-record DELIMITED BY ALL " "
               INTO size-word file-name-word
           IF FUNCTION TRIM(size-word) NOT NUMERIC
           OR file-name-word = SPACES
             MOVE "N" TO line-valid
           ELSE
             IF repeat-listing = "N"
               MOVE FUNCTION NUMVAL(size-word) TO file-size
               COMPUTE file-count = file-count + 1
               MOVE current-dir TO walk-dir
               PERFORM UNTIL walk-dir = 0
                 COMPUTE dir-size(walk-dir) =
                     dir-size(walk-dir) + file-size
                 MOVE dir-parent(walk-dir) TO walk-dir
               END-PERFORM
             END-IF
           END-IF
           .

       SIZE-UP-DIRECTORIES.
           MOVE dir-size(1) TO used-space
           IF used-space < disk-size
             COMPUTE unused-space = disk-size - used-space
           ELSE
             MOVE 0 TO unused-space
           END-IF
           IF unused-space < need-space
             COMPUTE free-needed = need-space - unused-space
           ELSE
             MOVE 0 TO free-needed
           END-IF

           MOVE 0 TO small-dir-count
           MOVE 0 TO small-dir-total
           MOVE 0 TO delete-dir
           MOVE 0 TO delete-size
           PERFORM VARYING dir-idx FROM 1 BY 1
                   UNTIL dir-idx > dir-count
             IF dir-size(dir-idx) <= size-threshold
               COMPUTE small-dir-count = small-dir-count + 1
               COMPUTE small-dir-total =
                   small-dir-total + dir-size(dir-idx)
             END-IF
             IF free-needed > 0
             AND dir-size(dir-idx) >= free-needed
               IF delete-dir = 0
               OR dir-size(dir-idx) < delete-size
                 MOVE dir-idx TO delete-dir
                 MOVE dir-size(dir-idx) TO delete-size
               END-IF
             END-IF
           END-PERFORM
           IF free-needed > 0 AND delete-dir = 0
             MOVE "Y" TO space-short
           END-IF
           .

       BUILD-DIRECTORY-PATH.
           MOVE 0 TO chain-count
           MOVE dir-idx TO walk-dir
           PERFORM UNTIL walk-dir <= 1 OR chain-count = 60
             COMPUTE chain-count = chain-count + 1
             MOVE walk-dir TO chain-dir(chain-count)
             MOVE dir-parent(walk-dir) TO walk-dir
           END-PERFORM
           MOVE SPACES TO path-work
           MOVE 1 TO path-pos
           IF chain-count = 0
             MOVE "/" TO path-work
           ELSE
             PERFORM VARYING chain-idx FROM chain-count BY -1
                     UNTIL chain-idx = 0
               STRING "/" FUNCTION TRIM(dir-name(chain-dir(chain-idx)))
                   DELIMITED BY SIZE INTO path-work
                   WITH POINTER path-pos
             END-PERFORM
           END-IF
           .

       WRITE-DIRECTORY-AUDIT.
           OPEN OUTPUT directory-audit-file
           IF NOT dir-audit-is-ok
             DISPLAY "The directory audit file could not be opened."
           ELSE
             PERFORM VARYING dir-idx FROM 1 BY 1
                     UNTIL dir-idx > dir-count
               PERFORM BUILD-DIRECTORY-PATH
               MOVE SPACES TO directory-audit-record
               MOVE dir-size(dir-idx) TO dau-size
               EVALUATE TRUE
                 WHEN dir-idx = delete-dir
                   MOVE "DELETE" TO dau-flag
                 WHEN dir-size(dir-idx) <= size-threshold
                   MOVE "SMALL" TO dau-flag
                 WHEN OTHER
                   MOVE SPACES TO dau-flag
               END-EVALUATE
               MOVE path-work TO dau-path
               WRITE directory-audit-record
             END-PERFORM
             CLOSE directory-audit-file
           END-IF
           .

       WRITE-RESULT-REPORT.
           OPEN OUTPUT result-file
           IF result-is-ok
             MOVE "DEVICE FILESYSTEM DIRECTORY SIZES" TO result-record
             WRITE result-record
             MOVE SPACES TO result-record
             WRITE result-record
             MOVE SPACES TO result-record
             STRING "DIRECTORIES FOUND          " dir-count
                 DELIMITED BY SIZE INTO result-record
             WRITE result-record
             MOVE SPACES TO result-record
             STRING "FILES COUNTED              " file-count
                 DELIMITED BY SIZE INTO result-record
             WRITE result-record
             MOVE used-space TO edit-size
             MOVE SPACES TO result-record
             STRING "SPACE USED                 " edit-size
                 DELIMITED BY SIZE INTO result-record
             WRITE result-record
             MOVE disk-size TO edit-size
             MOVE SPACES TO result-record
             STRING "DISK SIZE                  " edit-size
                 DELIMITED BY SIZE INTO result-record
             WRITE result-record
             MOVE unused-space TO edit-size
             MOVE SPACES TO result-record
             STRING "UNUSED SPACE               " edit-size
                 DELIMITED BY SIZE INTO result-record
             WRITE result-record
             MOVE SPACES TO result-record
             WRITE result-record
             MOVE size-threshold TO edit-size
             MOVE SPACES TO result-record
             STRING "SIZE THRESHOLD             " edit-size
                 DELIMITED BY SIZE INTO result-record
             WRITE result-record
             MOVE SPACES TO result-record
             STRING "DIRECTORIES AT OR UNDER    " small-dir-count
                 DELIMITED BY SIZE INTO result-record
             WRITE result-record
             MOVE small-dir-total TO edit-size
             MOVE SPACES TO result-record
             STRING "TOTAL AT OR UNDER          " edit-size
                 DELIMITED BY SIZE INTO result-record
             WRITE result-record
             MOVE SPACES TO result-record
             WRITE result-record
             MOVE need-space TO edit-size
             MOVE SPACES TO result-record
             STRING "SPACE REQUIRED             " edit-size
                 DELIMITED BY SIZE INTO result-record
             WRITE result-record
             MOVE free-needed TO edit-size
             MOVE SPACES TO result-record
             STRING "SPACE TO FREE              " edit-size
                 DELIMITED BY SIZE INTO result-record
             WRITE result-record
             MOVE SPACES TO result-record
             EVALUATE TRUE
               WHEN free-needed = 0
                 STRING "SMALLEST TO DELETE         "
                     "(NONE NEEDED)"
                     DELIMITED BY SIZE INTO result-record
               WHEN delete-dir = 0
                 STRING "SMALLEST TO DELETE         "
                     "(NO DIRECTORY LARGE ENOUGH)"
                     DELIMITED BY SIZE INTO result-record
               WHEN OTHER
                 MOVE delete-dir TO dir-idx
                 PERFORM BUILD-DIRECTORY-PATH
                 MOVE delete-size TO edit-size
                 STRING "SMALLEST TO DELETE         " edit-size
                     "  " FUNCTION TRIM(path-work)
                     DELIMITED BY SIZE INTO result-record
             END-EVALUATE
             WRITE result-record
             CLOSE result-file
           END-IF
           .

       LOG-EXCEPTION.
           MOVE "DIRECTORY-SIZES" TO xcl-program
           MOVE line-count TO xcl-line-no
           MOVE FUNCTION TRIM(input-record) TO xcl-text
           CALL "EXCLOG" USING exception-log-request
           COMPUTE exception-count = exception-count + 1
           .

       LOAD-CHECKPOINT.
           MOVE 0 TO resume-point
           OPEN INPUT checkpoint-file
           IF ckpt-is-ok
             READ checkpoint-file
               AT END
                 CONTINUE
               NOT AT END
                 MOVE ckpt-line-count       TO resume-point
                 IF resume-point > 0
                   MOVE ckpt-exception-count  TO exception-count
                   MOVE ckpt-current-dir      TO current-dir
                   MOVE ckpt-repeat-listing   TO repeat-listing
                   MOVE ckpt-dir-count        TO dir-count
                   MOVE ckpt-file-count       TO file-count
                   PERFORM VARYING dir-idx FROM 1 BY 1
                           UNTIL dir-idx > 500
                     MOVE ckpt-dir-name(dir-idx)
                         TO dir-name(dir-idx)
                     MOVE ckpt-dir-parent(dir-idx)
                         TO dir-parent(dir-idx)
                     MOVE ckpt-dir-size(dir-idx)
                         TO dir-size(dir-idx)
                     MOVE ckpt-dir-listed(dir-idx)
                         TO dir-listed(dir-idx)
                   END-PERFORM
                 END-IF
             END-READ
             CLOSE checkpoint-file
           END-IF
           .

       SAVE-CHECKPOINT.
           OPEN OUTPUT checkpoint-file
           MOVE line-count       TO ckpt-line-count
           MOVE exception-count  TO ckpt-exception-count
           MOVE current-dir      TO ckpt-current-dir
           MOVE repeat-listing   TO ckpt-repeat-listing
           MOVE dir-count        TO ckpt-dir-count
           MOVE file-count       TO ckpt-file-count
           PERFORM VARYING dir-idx FROM 1 BY 1 UNTIL dir-idx > 500
             MOVE dir-name(dir-idx)   TO ckpt-dir-name(dir-idx)
             MOVE dir-parent(dir-idx) TO ckpt-dir-parent(dir-idx)
             MOVE dir-size(dir-idx)   TO ckpt-dir-size(dir-idx)
             MOVE dir-listed(dir-idx) TO ckpt-dir-listed(dir-idx)
           END-PERFORM
           WRITE checkpoint-record
           CLOSE checkpoint-file
           .

       RESET-CHECKPOINT.
           OPEN OUTPUT checkpoint-file
           MOVE 0 TO ckpt-line-count
           MOVE 0 TO ckpt-exception-count
           MOVE 1 TO ckpt-current-dir
           MOVE "N" TO ckpt-repeat-listing
           MOVE 0 TO ckpt-dir-count
           MOVE 0 TO ckpt-file-count
           PERFORM VARYING dir-idx FROM 1 BY 1 UNTIL dir-idx > 500
             MOVE SPACES TO ckpt-dir-name(dir-idx)
             MOVE 0 TO ckpt-dir-parent(dir-idx)
             MOVE 0 TO ckpt-dir-size(dir-idx)
             MOVE "N" TO ckpt-dir-listed(dir-idx)
           END-PERFORM
           WRITE checkpoint-record
           CLOSE checkpoint-file
           .

       WRITE-RUN-CONTROL-LOG.
           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME
           OPEN EXTEND run-control-file
           IF NOT run-ctl-is-ok
             OPEN OUTPUT run-control-file
           END-IF
           MOVE "DIRECTORY-SIZES" TO rcl-program
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

       WRITE-ALERT.
           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME
           OPEN EXTEND alert-file
           IF NOT alert-is-ok
             OPEN OUTPUT alert-file
           END-IF
           MOVE "DIRECTORY-SIZES" TO alt-program
           MOVE run-date TO alt-date
           MOVE run-time TO alt-time
           MOVE "WARN" TO alt-severity
           MOVE "VALIDATE" TO alt-category
           STRING FUNCTION TRIM(exception-count)
               " LISTING LINE(S) COULD NOT BE APPLIED"
               DELIMITED BY SIZE INTO alt-text
           WRITE alert-record
           CLOSE alert-file
           .

       WRITE-SPACE-ALERT.
           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME
           OPEN EXTEND alert-file
           IF NOT alert-is-ok
             OPEN OUTPUT alert-file
           END-IF
           IF alert-is-ok
             MOVE SPACES TO alert-record
             MOVE "DIRECTORY-SIZES" TO alt-program
             MOVE run-date TO alt-date
             MOVE run-time TO alt-time
             MOVE "SEVERE" TO alt-severity
             MOVE "CAPACITY" TO alt-category
             MOVE "NO SINGLE DIRECTORY FREES THE REQUIRED SPACE"
                 TO alt-text
             WRITE alert-record
             CLOSE alert-file
           END-IF
           .

       WRITE-HISTORY-ARCHIVE.
           ACCEPT run-date FROM DATE YYYYMMDD
           OPEN I-O history-master
           IF NOT history-is-ok
             OPEN OUTPUT history-master
             IF history-is-ok
               CLOSE history-master
               OPEN I-O history-master
             END-IF
           END-IF
           IF history-is-ok
             MOVE "DIRECTORY-SIZES" TO hix-program
             CALL "CAMPID" USING camp-id-request
             MOVE cmp-camp TO hix-camp
             MOVE run-date TO hix-date
             MOVE "SMALL-DIR-TOTAL" TO hix-metric-name
             MOVE small-dir-total TO hix-metric-val
             WRITE history-master-record
               INVALID KEY
                 REWRITE history-master-record
             END-WRITE
             MOVE "DELETE-DIR-SIZE" TO hix-metric-name
             MOVE delete-size TO hix-metric-val
             WRITE history-master-record
               INVALID KEY
                 REWRITE history-master-record
             END-WRITE
             CLOSE history-master
           END-IF
           .

       CHECK-CONTROL-TOTAL.
           IF ird-trailer-seen = "Y"
             IF ird-data-records = ird-trailer-count
               DISPLAY "CONTROL TOTAL IN BALANCE records="
                   ird-data-records
             ELSE
               DISPLAY "CONTROL TOTAL OUT OF BALANCE expected="
                   ird-trailer-count " read=" ird-data-records
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF
           .

       CLOSE-INPUT-READER.
           MOVE "C" TO ird-function
           CALL "INPUTRDR" USING input-reader-request
           .
