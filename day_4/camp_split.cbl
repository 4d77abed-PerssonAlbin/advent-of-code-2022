       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMP-SPLIT.

       ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                  SELECT partition-control-file
                      ASSIGN TO "camp-partitions.dat"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS partition-ctl-status.
                  SELECT part-feed-file ASSIGN TO part-feed-name
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS part-feed-status.
                  SELECT line-map-file ASSIGN TO line-map-name
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS line-map-status.
                  SELECT reset-file ASSIGN TO reset-name
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS reset-file-status.
                  SELECT split-sort-file ASSIGN TO "camp-split.srt".
                  SELECT run-control-file ASSIGN TO "run-control.log"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS run-ctl-file-status.

              DATA DIVISION.
              FILE SECTION.
              FD  partition-control-file.
              COPY cptrec.

              FD  part-feed-file.
              01  part-feed-record    PIC X(256).

              FD  line-map-file.
              01  line-map-record.
                  03  lmp-line-no     PIC 9(6).

              FD  reset-file.
              01  reset-record        PIC X(80).

              SD  split-sort-file.
              01  split-sort-record.
                  03  ssr-partition   PIC 9(1).
                  03  ssr-line-no     PIC 9(6).
                  03  ssr-text        PIC X(256).

              FD  run-control-file.
              COPY rctlrec.

              WORKING-STORAGE SECTION.
              COPY cmpreq.

              COPY irdreq.

              COPY prmreq.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==partition-ctl-status==
                          ==:OK-NAME:==     BY ==partition-ctl-is-ok==
                          ==:EOF-NAME:==    BY ==partition-ctl-spare==.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==part-feed-status==
                          ==:OK-NAME:==     BY ==part-feed-is-ok==
                          ==:EOF-NAME:==    BY ==part-feed-spare==.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==line-map-status==
                          ==:OK-NAME:==     BY ==line-map-is-ok==
                          ==:EOF-NAME:==    BY ==line-map-spare==.

              01  reset-file-status   PIC 99.
                  88  reset-is-ok     VALUE 0.

              01  run-ctl-file-status PIC 99.
                  88  run-ctl-is-ok   VALUE 0.

              01  run-date            PIC 9(8).
              01  run-time            PIC 9(8).
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

              01  part-count          PIC 9(1) VALUE 4.
              01  part-idx            PIC 9(1).
              01  part-char           PIC X(1).
              01  part-records        PIC 9(6).
              01  part-low            PIC 9(5).
              01  part-high           PIC 9(5).
              01  part-feed-name      PIC X(40).
              01  line-map-name       PIC X(40).
              01  reset-name          PIC X(40).
              01  map-limit           PIC 9(6) VALUE 20000.
              01  oversize-count      PIC 9(1) VALUE 0.

              01  feed-records        PIC 9(6) VALUE 0.
              01  feed-trailer-seen   PIC X(1) VALUE "N".
              01  feed-trailer-count  PIC 9(6) VALUE 0.
              01  max-section         PIC 9(5) VALUE 0.
              01  band-width          PIC 9(5) VALUE 1.
              01  unparsed-count      PIC 9(6) VALUE 0.
              01  feed-open-flag      PIC X(1) VALUE "N".

              01  range-fields.
                  03  rng-field       PIC X(10) OCCURS 4 TIMES.
              01  range-values.
                  03  rng-value       PIC 9(5) OCCURS 4 TIMES.
              01  field-idx           PIC 9(1).
              01  row-parsed          PIC X(1).
                  88  row-is-parsed   VALUE "Y".
              01  low-section         PIC 9(5).
              01  high-section        PIC 9(5).
              01  target-part         PIC 9(3).

              01  split-eof-flag      PIC X(1) VALUE "N".
                  88  split-eof       VALUE "Y".

              01  trailer-line.
                  03  FILLER          PIC X(6) VALUE "*TRL* ".
                  03  trl-count       PIC 9(6).

              01  part-line.
                  03  FILLER          PIC X(10) VALUE "PARTITION ".
                  03  pnl-number      PIC 9(1).
                  03  FILLER          PIC X(10) VALUE " SECTIONS ".
                  03  pnl-low         PIC Z(4)9.
                  03  FILLER          PIC X(3) VALUE " - ".
                  03  pnl-high        PIC Z(4)9.
                  03  FILLER          PIC X(9) VALUE " RECORDS ".
                  03  pnl-records     PIC Z(5)9.
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT start-time FROM TIME
           ACCEPT run-date FROM DATE YYYYMMDD
           MOVE "CAMP-SPLIT" TO preq-program
           MOVE "PARTS" TO preq-keyword
           CALL "PARMREAD" USING parm-request
           IF parm-found
             IF FUNCTION TRIM(preq-value) IS NUMERIC
             AND FUNCTION NUMVAL(preq-value) >= 1
             AND FUNCTION NUMVAL(preq-value) <= 8
               MOVE FUNCTION NUMVAL(preq-value) TO part-count
             ELSE
               DISPLAY "PARTS must be from 1 to 8; using "
                   part-count "."
             END-IF
           END-IF
           DISPLAY "  PARTS=" part-count

           PERFORM FIND-SECTION-SPAN
           IF feed-open-flag = "N"
             DISPLAY "The file could not be opened."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           COMPUTE band-width = (max-section + part-count - 1)
               / part-count
           IF band-width = 0
             MOVE 1 TO band-width
           END-IF

           OPEN OUTPUT partition-control-file
           SORT split-sort-file
               ON ASCENDING KEY ssr-partition ssr-line-no
               INPUT PROCEDURE IS RELEASE-FEED-RECORDS
               OUTPUT PROCEDURE IS WRITE-PARTITION-FILES
           CLOSE partition-control-file

           DISPLAY "FEED RECORDS: " feed-records
           DISPLAY "HIGHEST SECTION: " max-section
           DISPLAY "UNPARSED RECORDS TO PARTITION 1: " unparsed-count

           PERFORM WRITE-RUN-CONTROL-LOG
           IF oversize-count > 0
             DISPLAY oversize-count " partition(s) exceed "
                 map-limit " records; raise PARTS and rerun."
             MOVE 8 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       FIND-SECTION-SPAN.
           MOVE "O" TO ird-function
           MOVE "CAMP-CLEANUP" TO ird-program
           CALL "INPUTRDR" USING input-reader-request
           IF NOT ird-failed
             MOVE "Y" TO feed-open-flag
             MOVE "R" TO ird-function
             CALL "INPUTRDR" USING input-reader-request
             PERFORM UNTIL NOT ird-ok
               PERFORM PARSE-FEED-RECORD
               IF row-is-parsed
               AND high-section > max-section
                 MOVE high-section TO max-section
               END-IF
               CALL "INPUTRDR" USING input-reader-request
             END-PERFORM
             MOVE ird-data-records TO feed-records
             MOVE ird-trailer-seen TO feed-trailer-seen
             MOVE ird-trailer-count TO feed-trailer-count
             MOVE "C" TO ird-function
             CALL "INPUTRDR" USING input-reader-request
           END-IF
           .

       PARSE-FEED-RECORD.
           MOVE SPACES TO range-fields
           UNSTRING ird-record DELIMITED BY "-" OR "," OR ALL SPACES
               INTO rng-field(1) rng-field(2) rng-field(3)
                    rng-field(4)
           END-UNSTRING
           MOVE "Y" TO row-parsed
           PERFORM VARYING field-idx FROM 1 BY 1 UNTIL field-idx > 4
             IF rng-field(field-idx) = SPACES
             OR FUNCTION TRIM(rng-field(field-idx)) IS NOT NUMERIC
               MOVE "N" TO row-parsed
             ELSE
               MOVE FUNCTION NUMVAL(rng-field(field-idx))
                   TO rng-value(field-idx)
             END-IF
           END-PERFORM
           IF row-is-parsed
             MOVE rng-value(1) TO low-section
             IF rng-value(3) < low-section
               MOVE rng-value(3) TO low-section
             END-IF
             MOVE rng-value(2) TO high-section
             IF rng-value(4) > high-section
               MOVE rng-value(4) TO high-section
             END-IF
           END-IF
           .

       RELEASE-FEED-RECORDS.
           MOVE "O" TO ird-function
           MOVE "CAMP-CLEANUP" TO ird-program
           CALL "INPUTRDR" USING input-reader-request
           MOVE "R" TO ird-function
           CALL "INPUTRDR" USING input-reader-request
           PERFORM UNTIL NOT ird-ok
             PERFORM PARSE-FEED-RECORD
             IF row-is-parsed AND low-section > 0
               COMPUTE target-part = (low-section - 1) / band-width + 1
               IF target-part > part-count
                 MOVE part-count TO target-part
               END-IF
             ELSE
               MOVE 1 TO target-part
               COMPUTE unparsed-count = unparsed-count + 1
             END-IF
             MOVE target-part TO ssr-partition
             MOVE ird-line-count TO ssr-line-no
             MOVE ird-record TO ssr-text
             RELEASE split-sort-record
             CALL "INPUTRDR" USING input-reader-request
           END-PERFORM
           MOVE "C" TO ird-function
           CALL "INPUTRDR" USING input-reader-request
           .

       WRITE-PARTITION-FILES.
           MOVE "N" TO split-eof-flag
           PERFORM RETURN-SPLIT-RECORD
           PERFORM VARYING part-idx FROM 1 BY 1
                   UNTIL part-idx > part-count
             PERFORM OPEN-PARTITION-FILES
             PERFORM UNTIL split-eof OR ssr-partition NOT = part-idx
               MOVE ssr-text TO part-feed-record
               WRITE part-feed-record
               MOVE ssr-line-no TO lmp-line-no
               WRITE line-map-record
               COMPUTE part-records = part-records + 1
               PERFORM RETURN-SPLIT-RECORD
             END-PERFORM
             PERFORM CLOSE-PARTITION-FILES
           END-PERFORM
           .

       RETURN-SPLIT-RECORD.
           RETURN split-sort-file
             AT END
               MOVE "Y" TO split-eof-flag
           END-RETURN
           .

       OPEN-PARTITION-FILES.
           MOVE part-idx TO part-char
           MOVE 0 TO part-records
           MOVE SPACES TO part-feed-name
           STRING "camp-part-" part-char ".txt"
               DELIMITED BY SIZE INTO part-feed-name
           MOVE SPACES TO line-map-name
           STRING "camp-part-" part-char ".lin"
               DELIMITED BY SIZE INTO line-map-name
           OPEN OUTPUT part-feed-file
           OPEN OUTPUT line-map-file

           MOVE SPACES TO reset-name
           STRING "camp-part-" part-char ".tot"
               DELIMITED BY SIZE INTO reset-name
           OPEN OUTPUT reset-file
           CLOSE reset-file
           MOVE SPACES TO reset-name
           STRING "campt1-p" part-char ".ckpt"
               DELIMITED BY SIZE INTO reset-name
           OPEN OUTPUT reset-file
           CLOSE reset-file
           .

       CLOSE-PARTITION-FILES.
           MOVE part-records TO trl-count
           MOVE trailer-line TO part-feed-record
           WRITE part-feed-record
           CLOSE part-feed-file
           CLOSE line-map-file
           IF part-records > map-limit
             COMPUTE oversize-count = oversize-count + 1
           END-IF

           COMPUTE part-low = (part-idx - 1) * band-width + 1
           COMPUTE part-high = part-idx * band-width
           MOVE SPACES TO camp-partition-record
           MOVE part-idx TO cpt-number
           MOVE part-low TO cpt-low-section
           MOVE part-high TO cpt-high-section
           MOVE part-records TO cpt-records
           MOVE feed-records TO cpt-feed-records
           MOVE feed-trailer-seen TO cpt-trailer-seen
           MOVE feed-trailer-count TO cpt-trailer-count
           MOVE run-date TO cpt-split-date
           MOVE start-time TO cpt-split-time
           WRITE camp-partition-record

           MOVE part-idx TO pnl-number
           MOVE part-low TO pnl-low
           MOVE part-high TO pnl-high
           MOVE part-records TO pnl-records
           DISPLAY part-line
           .

       WRITE-RUN-CONTROL-LOG.
           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME
           OPEN EXTEND run-control-file
           IF NOT run-ctl-is-ok
             OPEN OUTPUT run-control-file
           END-IF
           MOVE "CAMP-SPLIT" TO rcl-program
           CALL "CAMPID" USING camp-id-request
           MOVE cmp-camp TO rcl-camp
           MOVE run-date TO rcl-date
           MOVE run-time TO rcl-time
           MOVE start-time TO rcl-start-time
           COMPUTE elapsed-seconds =
               (et-hh * 3600 + et-mm * 60 + et-ss)
               - (st-hh * 3600 + st-mm * 60 + st-ss)
           IF elapsed-seconds < 0
             COMPUTE elapsed-seconds = elapsed-seconds + 86400
           END-IF
           MOVE elapsed-seconds TO rcl-elapsed
           MOVE feed-records TO rcl-lines
           MOVE 0 TO rcl-exceptions
           IF oversize-count > 0
             MOVE "FAILED" TO rcl-status
           ELSE
             MOVE "COMPLETE" TO rcl-status
           END-IF
           WRITE run-control-record
           CALL "RUNCTL" USING run-control-record
           CLOSE run-control-file
           .
