       ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                  SELECT overlap-file ASSIGN TO overlap-file-name
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS overlap-file-status.
                  SELECT clean-file ASSIGN TO clean-file-name
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS clean-file-status.
                  SELECT recon-file ASSIGN TO "camp-reconcile.txt"
                      ASSIGN TO "section-master.dat"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS section-master-status.
                  SELECT range-work-file ASSIGN TO range-work-name
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS range-work-status.
                  SELECT sort-file ASSIGN TO "camp-ranges.srt".
                  SELECT checkpoint-file ASSIGN TO checkpoint-name
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS ckpt-file-status.
                  SELECT run-control-file ASSIGN TO "run-control.log"
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS hix-key
                      FILE STATUS history-file-status.
                  SELECT partition-control-file
                      ASSIGN TO "camp-partitions.dat"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS partition-ctl-status.
                  SELECT line-map-file ASSIGN TO line-map-name
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS line-map-status.
                  SELECT partition-total-file
                      ASSIGN TO partition-total-name
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS partition-total-status.
                  SELECT merge-input-file ASSIGN TO merge-input-name
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS merge-input-status.
                  SELECT merge-sort-file ASSIGN TO "camp-merge.srt".

              DATA DIVISION.
              FILE SECTION.
              01  plan-record        PIC X(80).

              FD  section-master-file.
              COPY secrec.

              FD  range-work-file.
              01  range-work-record.
                  03  wrk-slot       PIC 9(1).
                  03  wrk-low        PIC 9(5).
                  03  wrk-high       PIC 9(5).
                  03  wrk-effort     PIC 9(8).

              SD  sort-file.
              01  sort-event-record.
              FD  history-master.
              COPY histix.

              FD  partition-control-file.
              COPY cptrec.

              FD  line-map-file.
              01  line-map-record.
                  03  lmp-line-no    PIC 9(6).

              FD  partition-total-file.
              01  partition-total-record.
                  03  ptt-number          PIC 9(1).
                  03  ptt-data-records    PIC 9(6).
                  03  ptt-overlaps        PIC 9(4).
                  03  ptt-any-overlaps    PIC 9(4).
                  03  ptt-clean-count     PIC 9(6).
                  03  ptt-exception-count PIC 9(6).
                  03  ptt-range-count     PIC 9(8).

              FD  merge-input-file.
              01  merge-input-record PIC X(80).

              SD  merge-sort-file.
              01  merge-sort-record.
                  03  msr-key        PIC X(7).
                  03  FILLER         PIC X(73).

             WORKING-STORAGE SECTION.
             COPY cmpreq.


               COPY prmreq.

               COPY ptnreq.

               COPY filsts REPLACING
                           ==:STATUS-NAME:== BY ==input-file-status==
                           ==:OK-NAME:==     BY ==file-is-ok==
               01  history-file-status PIC 99.
                   88  history-is-ok    VALUE 0.

               COPY filsts REPLACING
                           ==:STATUS-NAME:== BY ==partition-ctl-status==
                           ==:OK-NAME:==     BY ==partition-ctl-is-ok==
                           ==:EOF-NAME:==    BY ==partition-ctl-eof==.

               COPY filsts REPLACING
                           ==:STATUS-NAME:== BY ==line-map-status==
                           ==:OK-NAME:==     BY ==line-map-is-ok==
                           ==:EOF-NAME:==    BY ==line-map-eof==.

               01  partition-total-status PIC 99.
                   88  partition-total-is-ok VALUE 0.

               COPY filsts REPLACING
                           ==:STATUS-NAME:== BY ==merge-input-status==
                           ==:OK-NAME:==     BY ==merge-input-is-ok==
                           ==:EOF-NAME:==    BY ==merge-input-eof==.

               01  overlap-file-name   PIC X(40)
                                       VALUE "camp-overlaps.txt".
               01  clean-file-name     PIC X(40)
                                       VALUE "camp-clean.txt".
               01  range-work-name     PIC X(40)
                                       VALUE "camp-ranges.wrk".
               01  checkpoint-name     PIC X(40)
                                       VALUE "campt1.ckpt".
               01  partition-feed-name PIC X(40).
               01  line-map-name       PIC X(40).
               01  partition-total-name PIC X(40).
               01  merge-input-name    PIC X(40).
               01  run-program-name    PIC X(20) VALUE "CAMP-CLEANUP".

               01  partition-count     PIC 9(1) VALUE 0.
               01  partition-idx       PIC 9(1).
               01  partition-char      PIC X(1).
               01  partition-ready     PIC X(1) VALUE "Y".
               01  partition-total-found PIC X(1).
               01  partition-table.
                   03  pte-records     PIC 9(6) OCCURS 8 TIMES.
               01  split-feed-records  PIC 9(6) VALUE 0.
               01  split-trailer-seen  PIC X(1) VALUE "N".
               01  split-trailer-count PIC 9(6) VALUE 0.

               01  feed-line-no        PIC 9(06).
               01  line-map-table.
                   03  line-map-no     PIC 9(6) OCCURS 20000 TIMES.
               01  line-map-count      PIC 9(5) VALUE 0.

               01  merge-target        PIC X(1).
                   88  merge-overlaps  VALUE "O".
                   88  merge-clean     VALUE "C".
                   88  merge-ranges    VALUE "R".
               01  merge-eof-flag      PIC X(1).
                   88  merge-sort-eof  VALUE "Y".

               01  resume-point        PIC 9(6) VALUE 0.
               01  run-date            PIC 9(8).
               01  run-time            PIC 9(8).
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT start-time FROM TIME
       MOVE "G" TO ptn-function
       CALL "CAMPPTN" USING camp-partition-request
       IF NOT ptn-whole-feed
           PERFORM LOAD-PARTITION-CONTROL
           IF partition-ready = "N"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
       END-IF
       IF ptn-one-part
           IF ptn-number = 0 OR ptn-number > partition-count
               DISPLAY "Partition " ptn-number " is not in use for "
                   "this split; nothing to process."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM NAME-PARTITION-FILES
           PERFORM LOAD-LINE-MAP
           IF partition-ready = "N"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
       END-IF
       IF NOT ptn-merge
           IF ptn-one-part
               MOVE "N" TO ird-function
               MOVE partition-feed-name TO ird-file-name
           ELSE
               MOVE "O" TO ird-function
           END-IF
           MOVE "CAMP-CLEANUP" TO ird-program
           CALL "INPUTRDR" USING input-reader-request
           IF ird-failed
               DISPLAY "The file could not be opened."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
       END-IF
       MOVE "CAMP-CLEANUP" TO preq-program
       MOVE "TOLPCT" TO preq-keyword

       PERFORM LOAD-SECTION-MASTER

       IF ptn-merge
           PERFORM MERGE-PARTITIONS
           IF partition-ready = "N"
               DISPLAY "The partitions could not be merged."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
       ELSE
           PERFORM PROCESS-FEED
       END-IF

       IF ptn-one-part
           PERFORM FINISH-PARTITION
           GOBACK
       END-IF

       PERFORM RECONCILE-RANGES
       CLOSE recon-file
       PERFORM CHECK-CONTROL-TOTAL
       GOBACK.

       PROCESS-FEED.
           PERFORM LOAD-CHECKPOINT

           IF resume-point > 0
               OPEN EXTEND overlap-file
               IF NOT overlap-is-ok
                   OPEN OUTPUT overlap-file
               END-IF
               OPEN EXTEND range-work-file
               IF NOT range-work-is-ok
                   OPEN OUTPUT range-work-file
               END-IF
               OPEN EXTEND clean-file
               IF NOT clean-is-ok
                   OPEN OUTPUT clean-file
               END-IF
           ELSE
               OPEN OUTPUT overlap-file
               OPEN OUTPUT range-work-file
               OPEN OUTPUT clean-file
           END-IF

           PERFORM VARYING line-count FROM 1 BY 1 UNTIL end-of-file
               MOVE "R" TO ird-function
               CALL "INPUTRDR" USING input-reader-request
               IF ird-eof
                 MOVE 10 TO input-file-status
               ELSE
                 MOVE 0 TO input-file-status
                 MOVE ird-record TO input-record
               END-IF
               IF line-count > resume-point
               AND NOT end-of-file
                   MOVE line-count TO feed-line-no
                   IF ptn-one-part
                   AND line-count <= line-map-count
                       MOVE line-map-no(line-count) TO feed-line-no
                   END-IF
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(input-record))
                       TO strlen
                   COMPUTE INDE = 0
                   COMPUTE ASSIGN_SEP = 1
                   PERFORM UNTIL INDE >= LENGTH OF input-record
                   OR input-record(INDE:1) = SPACES
                   OR ASSIGN_SEP > 4
                       PERFORM FIND-SCOPE
                       IF ASSIGN_SEP <= 4
                           MOVE INDE TO ROWS_SEP-A(ASSIGN_SEP)
                       END-IF
                       COMPUTE ASSIGN_SEP = ASSIGN_SEP + 1
                   END-PERFORM

                   PERFORM VALIDATE-ROW

                   IF valid-row
                       PERFORM EXTRACT-RANGES
                       PERFORM EVALUATE-OVERLAP
                   ELSE
                       PERFORM LOG-EXCEPTION
                   END-IF
                   PERFORM SAVE-CHECKPOINT
               END-IF
           END-PERFORM
           PERFORM CLOSE-INPUT-READER
           CLOSE overlap-file
           CLOSE range-work-file
           CLOSE clean-file
           PERFORM RESET-CHECKPOINT
           .

       VALIDATE-ROW.
           SET valid-row TO TRUE
           IF strlen = 0
           .

       EVALUATE-OVERLAP.
           MOVE feed-line-no TO wrk-line-no
           MOVE 1 TO wrk-slot
           MOVE FIRST-RANGE-A(1) TO wrk-low
           MOVE FIRST-RANGE-A(2) TO wrk-high
           PERFORM COMPUTE-RANGE-EFFORT
           MOVE range-effort-total TO wrk-effort
           WRITE range-work-record
           MOVE feed-line-no TO wrk-line-no
           MOVE 2 TO wrk-slot
           MOVE SEC-RANGE-A(1) TO wrk-low
           MOVE SEC-RANGE-A(2) TO wrk-high
           PERFORM COMPUTE-RANGE-EFFORT
           MOVE range-effort-total TO wrk-effort
           WRITE range-work-record
           COMPUTE range-entry-count = range-entry-count + 2

           .

       WRITE-OVERLAP-LINE.
           MOVE feed-line-no TO ovl-line-no
           MOVE FIRST-RANGE-A(1) TO ovl-first-lo
           MOVE FIRST-RANGE-A(2) TO ovl-first-hi
           MOVE SEC-RANGE-A(1) TO ovl-sec-lo
           .

       WRITE-CLEAN-LINE.
           MOVE feed-line-no TO cln-line-no
           MOVE FIRST-RANGE-A(1) TO cln-first-lo
           MOVE FIRST-RANGE-A(2) TO cln-first-hi
           MOVE SEC-RANGE-A(1) TO cln-sec-lo
                       CONTINUE
                     NOT AT END
                       COMPUTE crew-count = crew-count + 1
                       COMPUTE width-total = width-total
                           + wrk-effort
                   END-READ
               END-PERFORM
               CLOSE range-work-file
           .

       GRADE-CREW-LOAD.
           MOVE wrk-effort TO crew-width
           MOVE "LINE " TO wld-label
           MOVE wrk-line-no TO wld-line-no
           MOVE wrk-slot TO wld-slot

       LOG-EXCEPTION.
           MOVE "CAMP-CLEANUP" TO xcl-program
           MOVE feed-line-no TO xcl-line-no
           MOVE FUNCTION TRIM(input-record) TO xcl-text
           CALL "EXCLOG" USING exception-log-request
           COMPUTE exception-count = exception-count + 1
           IF NOT run-ctl-is-ok
               OPEN OUTPUT run-control-file
           END-IF
           MOVE run-program-name TO rcl-program
           CALL "CAMPID" USING camp-id-request
           MOVE cmp-camp TO rcl-camp
           MOVE run-date TO rcl-date
           MOVE start-time TO rcl-start-time
           PERFORM COMPUTE-ELAPSED-SECONDS
           MOVE elapsed-seconds TO rcl-elapsed
           MOVE ird-data-records TO rcl-lines
           MOVE exception-count TO rcl-exceptions
           IF exception-count > 0
               MOVE "EXCEPTNS" TO rcl-status
             CLOSE history-master
           END-IF
           .

       LOAD-PARTITION-CONTROL.
           MOVE "Y" TO partition-ready
           MOVE 0 TO partition-count
           OPEN INPUT partition-control-file
           IF NOT partition-ctl-is-ok
               DISPLAY "The partition control file could not be opened."
               MOVE "N" TO partition-ready
           ELSE
               PERFORM UNTIL partition-ctl-eof
                   READ partition-control-file
                     AT END
                       CONTINUE
                     NOT AT END
                       IF cpt-number > 0
                           MOVE cpt-records TO pte-records(cpt-number)
                           IF cpt-number > partition-count
                               MOVE cpt-number TO partition-count
                           END-IF
                           MOVE cpt-feed-records TO split-feed-records
                           MOVE cpt-trailer-seen TO split-trailer-seen
                           MOVE cpt-trailer-count
                               TO split-trailer-count
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE partition-control-file
               IF partition-count = 0
                   DISPLAY "The partition control file names no "
                       "partitions."
                   MOVE "N" TO partition-ready
               END-IF
           END-IF
           .

       NAME-PARTITION-FILES.
           MOVE ptn-number TO partition-idx
           PERFORM NAME-PARTITION-TOTALS
           MOVE SPACES TO overlap-file-name
           STRING "camp-overlaps-p" partition-char ".txt"
               DELIMITED BY SIZE INTO overlap-file-name
           MOVE SPACES TO clean-file-name
           STRING "camp-clean-p" partition-char ".txt"
               DELIMITED BY SIZE INTO clean-file-name
           MOVE SPACES TO range-work-name
           STRING "camp-ranges-p" partition-char ".wrk"
               DELIMITED BY SIZE INTO range-work-name
           MOVE SPACES TO checkpoint-name
           STRING "campt1-p" partition-char ".ckpt"
               DELIMITED BY SIZE INTO checkpoint-name
           MOVE SPACES TO partition-feed-name
           STRING "camp-part-" partition-char ".txt"
               DELIMITED BY SIZE INTO partition-feed-name
           MOVE SPACES TO line-map-name
           STRING "camp-part-" partition-char ".lin"
               DELIMITED BY SIZE INTO line-map-name
           MOVE SPACES TO run-program-name
           STRING "CAMP-CLEANUP-P" partition-char
               DELIMITED BY SIZE INTO run-program-name
           .

       NAME-PARTITION-TOTALS.
           MOVE partition-idx TO partition-char
           MOVE SPACES TO partition-total-name
           STRING "camp-part-" partition-char ".tot"
               DELIMITED BY SIZE INTO partition-total-name
           .

       LOAD-LINE-MAP.
           MOVE 0 TO line-map-count
           OPEN INPUT line-map-file
           IF NOT line-map-is-ok
               DISPLAY "The line map " FUNCTION TRIM(line-map-name)
                   " could not be opened."
               MOVE "N" TO partition-ready
           ELSE
               PERFORM UNTIL line-map-eof
                   READ line-map-file
                     AT END
                       CONTINUE
                     NOT AT END
                       IF line-map-count < 20000
                           COMPUTE line-map-count = line-map-count + 1
                           MOVE lmp-line-no
                               TO line-map-no(line-map-count)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE line-map-file
           END-IF
           .

       FINISH-PARTITION.
           PERFORM WRITE-PARTITION-TOTALS
           DISPLAY "PARTITION " ptn-number " RECORDS: "
               ird-data-records
           DISPLAY "AMOUNT OF OVERLAPS: "OVERLAPS
           DISPLAY "AMOUNT OF ANY-OVERLAPS: "ANY-OVERLAPS
           DISPLAY "CLEAN ASSIGNMENTS: "CLEAN-COUNT
           DISPLAY "exceptions logged="exception-count

           PERFORM WRITE-RUN-CONTROL-LOG
           IF exception-count > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM CHECK-CONTROL-TOTAL
           .

       WRITE-PARTITION-TOTALS.
           OPEN OUTPUT partition-total-file
           MOVE ptn-number TO ptt-number
           MOVE ird-data-records TO ptt-data-records
           MOVE OVERLAPS TO ptt-overlaps
           MOVE ANY-OVERLAPS TO ptt-any-overlaps
           MOVE CLEAN-COUNT TO ptt-clean-count
           MOVE exception-count TO ptt-exception-count
           MOVE range-entry-count TO ptt-range-count
           WRITE partition-total-record
           CLOSE partition-total-file
           .

       MERGE-PARTITIONS.
           MOVE 0 TO ird-data-records
           PERFORM VARYING partition-idx FROM 1 BY 1
                   UNTIL partition-idx > partition-count
               PERFORM READ-PARTITION-TOTALS
           END-PERFORM
           IF partition-ready = "Y"
           AND ird-data-records NOT = split-feed-records
               DISPLAY "Partitions processed " ird-data-records
                   " of " split-feed-records " feed records."
               MOVE "N" TO partition-ready
           END-IF
           IF partition-ready = "Y"
               MOVE split-trailer-seen TO ird-trailer-seen
               MOVE split-trailer-count TO ird-trailer-count
               SET merge-overlaps TO TRUE
               PERFORM MERGE-PARTITION-FILES
               SET merge-clean TO TRUE
               PERFORM MERGE-PARTITION-FILES
               SET merge-ranges TO TRUE
               PERFORM MERGE-PARTITION-FILES
               DISPLAY "PARTITIONS MERGED: " partition-count
               DISPLAY "FEED RECORDS: " ird-data-records
           END-IF
           .

       READ-PARTITION-TOTALS.
           PERFORM NAME-PARTITION-TOTALS
           MOVE "N" TO partition-total-found
           OPEN INPUT partition-total-file
           IF partition-total-is-ok
               READ partition-total-file
                 AT END
                   CONTINUE
                 NOT AT END
                   IF ptt-number = partition-idx
                       MOVE "Y" TO partition-total-found
                   END-IF
               END-READ
               CLOSE partition-total-file
           END-IF
           IF partition-total-found = "N"
               DISPLAY "Partition " partition-idx
                   " has not completed."
               MOVE "N" TO partition-ready
           ELSE
               IF ptt-data-records NOT = pte-records(partition-idx)
                   DISPLAY "Partition " partition-idx " processed "
                       ptt-data-records " of "
                       pte-records(partition-idx) " records."
                   MOVE "N" TO partition-ready
               END-IF
               COMPUTE ird-data-records = ird-data-records
                   + ptt-data-records
               COMPUTE OVERLAPS = OVERLAPS + ptt-overlaps
               COMPUTE ANY-OVERLAPS = ANY-OVERLAPS + ptt-any-overlaps
               COMPUTE CLEAN-COUNT = CLEAN-COUNT + ptt-clean-count
               COMPUTE exception-count = exception-count
                   + ptt-exception-count
               COMPUTE range-entry-count = range-entry-count
                   + ptt-range-count
           END-IF
           .

       MERGE-PARTITION-FILES.
           SORT merge-sort-file
               ON ASCENDING KEY msr-key
               INPUT PROCEDURE IS RELEASE-PARTITION-RECORDS
               OUTPUT PROCEDURE IS WRITE-MERGED-RECORDS
           .

       RELEASE-PARTITION-RECORDS.
           PERFORM VARYING partition-idx FROM 1 BY 1
                   UNTIL partition-idx > partition-count
               MOVE partition-idx TO partition-char
               MOVE SPACES TO merge-input-name
               EVALUATE TRUE
                 WHEN merge-overlaps
                   STRING "camp-overlaps-p" partition-char ".txt"
                       DELIMITED BY SIZE INTO merge-input-name
                 WHEN merge-clean
                   STRING "camp-clean-p" partition-char ".txt"
                       DELIMITED BY SIZE INTO merge-input-name
                 WHEN OTHER
                   STRING "camp-ranges-p" partition-char ".wrk"
                       DELIMITED BY SIZE INTO merge-input-name
               END-EVALUATE
               OPEN INPUT merge-input-file
               IF merge-input-is-ok
                   PERFORM UNTIL merge-input-eof
                       READ merge-input-file
                         AT END
                           CONTINUE
                         NOT AT END
                           MOVE merge-input-record
                               TO merge-sort-record
                           RELEASE merge-sort-record
                       END-READ
                   END-PERFORM
                   CLOSE merge-input-file
               END-IF
           END-PERFORM
           .

       WRITE-MERGED-RECORDS.
           EVALUATE TRUE
             WHEN merge-overlaps
               OPEN OUTPUT overlap-file
             WHEN merge-clean
               OPEN OUTPUT clean-file
             WHEN OTHER
               OPEN OUTPUT range-work-file
           END-EVALUATE
           MOVE "N" TO merge-eof-flag
           PERFORM UNTIL merge-sort-eof
               RETURN merge-sort-file
                 AT END
                   MOVE "Y" TO merge-eof-flag
                 NOT AT END
                   EVALUATE TRUE
                     WHEN merge-overlaps
                       MOVE merge-sort-record TO overlap-record
                       WRITE overlap-record
                     WHEN merge-clean
                       MOVE merge-sort-record TO clean-record
                       WRITE clean-record
                     WHEN OTHER
                       MOVE merge-sort-record TO range-work-record
                       WRITE range-work-record
                   END-EVALUATE
               END-RETURN
           END-PERFORM
           EVALUATE TRUE
             WHEN merge-overlaps
               CLOSE overlap-file
             WHEN merge-clean
               CLOSE clean-file
             WHEN OTHER
               CLOSE range-work-file
           END-EVALUATE
           .
