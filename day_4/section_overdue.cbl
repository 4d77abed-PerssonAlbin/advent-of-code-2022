       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECTION-OVERDUE.

       ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                  SELECT section-master-file
                      ASSIGN TO "section-master.dat"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS section-master-status.
                  SELECT section-history
                      ASSIGN TO "section-history.dat"
                      ORGANIZATION INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS shs-section
                      FILE STATUS history-file-status.
                  SELECT report-file ASSIGN TO "section-overdue.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS report-file-status.
                  SELECT alert-file ASSIGN TO "alerts.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS alert-file-status.
                  SELECT run-control-file ASSIGN TO "run-control.log"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS run-ctl-file-status.
                  SELECT sort-file ASSIGN TO "section-overdue.srt".

              DATA DIVISION.
              FILE SECTION.
              FD  section-master-file.
              COPY secrec.

              FD  section-history.
              COPY shsrec.

              FD  report-file.
              01  report-record       PIC X(100).

              FD  alert-file.
              COPY altrec.

              FD  run-control-file.
              COPY rctlrec.

              SD  sort-file.
              01  sort-overdue-record.
                  03  srt-overdue     PIC 9(5).
                  03  srt-section     PIC 9(5).
                  03  srt-name        PIC X(20).
                  03  srt-area        PIC 9(5).
                  03  srt-frequency   PIC 9(3).
                  03  srt-last        PIC 9(8).
                  03  srt-days        PIC 9(5).
                  03  srt-crew        PIC X(10).

              WORKING-STORAGE SECTION.
              COPY cmpreq.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY
                          ==section-master-status==
                          ==:OK-NAME:==     BY ==section-master-ok==
                          ==:EOF-NAME:==    BY ==section-master-eof==.

              01  history-file-status PIC 99.
                  88  history-is-ok   VALUE 0.
              01  history-open-flag   PIC X(1) VALUE "N".
                  88  history-open    VALUE "Y".
              01  history-found-flag  PIC X(1).
                  88  history-found   VALUE "Y".

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==report-file-status==
                          ==:OK-NAME:==     BY ==report-is-ok==
                          ==:EOF-NAME:==    BY ==report-fs-spare==.

              01  alert-file-status   PIC 99.
                  88  alert-is-ok     VALUE 0.

              01  run-ctl-file-status PIC 99.
                  88  run-ctl-is-ok   VALUE 0.

              01  sort-eof-flag       PIC X(1).
                  88  sort-eof        VALUE "Y".

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

              01  default-frequency   PIC 9(3) VALUE 7.
              01  section-frequency   PIC 9(3).
              01  days-since          PIC S9(7).
              01  never-cleaned-days  PIC 9(5) VALUE 99999.

              01  sections-read       PIC 9(6) VALUE 0.
              01  overdue-count       PIC 9(6) VALUE 0.
              01  never-count         PIC 9(6) VALUE 0.
              01  severe-count        PIC 9(6) VALUE 0.

              01  title-line.
                  03  FILLER          PIC X(30) VALUE
                      "SECTIONS OVERDUE FOR CLEANING ".
                  03  ttl-date        PIC 9(8).

              01  overdue-heading.
                  03  FILLER          PIC X(8) VALUE "SECTION".
                  03  FILLER          PIC X(22) VALUE "NAME".
                  03  FILLER          PIC X(7) VALUE "AREA".
                  03  FILLER          PIC X(6) VALUE "FREQ".
                  03  FILLER          PIC X(10) VALUE "LAST".
                  03  FILLER          PIC X(7) VALUE " DAYS".
                  03  FILLER          PIC X(9) VALUE " OVERDUE".
                  03  FILLER          PIC X(12) VALUE "  CREW".
                  03  FILLER          PIC X(6) VALUE "FLAG".

              01  overdue-line.
                  03  odl-section     PIC Z(4)9.
                  03  FILLER          PIC X(3) VALUE SPACES.
                  03  odl-name        PIC X(20).
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  odl-area        PIC Z(4)9.
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  odl-frequency   PIC ZZ9.
                  03  FILLER          PIC X(3) VALUE SPACES.
                  03  odl-last        PIC X(8).
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  odl-days        PIC X(5).
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  odl-overdue     PIC X(7).
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  odl-crew        PIC X(10).
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  odl-flag        PIC X(6).

              01  number-edit         PIC Z(4)9.

              01  count-line.
                  03  cnt-label       PIC X(24).
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  cnt-value       PIC Z(9)9.
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT start-time FROM TIME
           ACCEPT run-date FROM DATE YYYYMMDD
           COMPUTE run-integer = FUNCTION INTEGER-OF-DATE(run-date)

           OPEN INPUT section-master-file
           IF NOT section-master-ok
             DISPLAY "The section master could not be opened (status "
                 section-master-status ")."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           OPEN INPUT section-history
           IF history-is-ok
             MOVE "Y" TO history-open-flag
           ELSE
             DISPLAY "No section history is on file; every section "
                 "is treated as never cleaned."
           END-IF

           OPEN OUTPUT report-file
           IF NOT report-is-ok
             DISPLAY "The overdue report could not be opened."
             CLOSE section-master-file
             IF history-open
               CLOSE section-history
             END-IF
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           MOVE run-date TO ttl-date
           WRITE report-record FROM title-line
           MOVE SPACES TO report-record
           WRITE report-record
           WRITE report-record FROM overdue-heading

           SORT sort-file
               ON DESCENDING KEY srt-overdue
               ON ASCENDING KEY srt-section
               INPUT PROCEDURE IS RELEASE-OVERDUE-SECTIONS
               OUTPUT PROCEDURE IS WRITE-OVERDUE-LINES

           CLOSE section-master-file
           IF history-open
             CLOSE section-history
           END-IF

           IF overdue-count = 0
             MOVE "  (NO SECTION IS OVERDUE)" TO report-record
             WRITE report-record
           END-IF
           PERFORM WRITE-REPORT-TOTALS
           CLOSE report-file

           DISPLAY "sections on master=" sections-read
           DISPLAY "sections overdue=" overdue-count
           DISPLAY "sections never cleaned=" never-count
           DISPLAY "sections over twice frequency=" severe-count
           IF severe-count > 0
             PERFORM WRITE-OVERDUE-ALERT
           END-IF
           PERFORM WRITE-RUN-CONTROL-LOG
           IF overdue-count > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       RELEASE-OVERDUE-SECTIONS.
           PERFORM UNTIL section-master-eof
             READ section-master-file
               AT END
                 CONTINUE
               NOT AT END
                 IF section-master-record NOT = SPACES
                 AND sec-number IS NUMERIC
                   COMPUTE sections-read = sections-read + 1
                   PERFORM CHECK-SECTION-OVERDUE
                 END-IF
             END-READ
           END-PERFORM
           .

       CHECK-SECTION-OVERDUE.
           IF sec-frequency IS NUMERIC AND sec-frequency > 0
             MOVE sec-frequency TO section-frequency
           ELSE
             MOVE default-frequency TO section-frequency
           END-IF
           MOVE SPACES TO sort-overdue-record
           MOVE sec-number TO srt-section
           MOVE sec-name TO srt-name
           IF sec-area IS NUMERIC
             MOVE sec-area TO srt-area
           ELSE
             MOVE 0 TO srt-area
           END-IF
           MOVE section-frequency TO srt-frequency
           MOVE "N" TO history-found-flag
           IF history-open
             MOVE sec-number TO shs-section
             READ section-history
               NOT INVALID KEY
                 MOVE "Y" TO history-found-flag
             END-READ
           END-IF
           IF history-found
             COMPUTE days-since = run-integer
                 - FUNCTION INTEGER-OF-DATE(shs-last-cleaned)
             IF days-since < 0
               MOVE 0 TO days-since
             END-IF
             IF days-since > 99998
               MOVE 99998 TO days-since
             END-IF
             IF days-since > section-frequency
               MOVE shs-last-cleaned TO srt-last
               MOVE days-since TO srt-days
               COMPUTE srt-overdue = days-since - section-frequency
               MOVE shs-last-crew TO srt-crew
               RELEASE sort-overdue-record
             END-IF
           ELSE
             MOVE 0 TO srt-last
             MOVE never-cleaned-days TO srt-days
             MOVE never-cleaned-days TO srt-overdue
             RELEASE sort-overdue-record
           END-IF
           .

       WRITE-OVERDUE-LINES.
           MOVE "N" TO sort-eof-flag
           PERFORM UNTIL sort-eof
             RETURN sort-file
               AT END
                 MOVE "Y" TO sort-eof-flag
               NOT AT END
                 PERFORM WRITE-OVERDUE-LINE
             END-RETURN
           END-PERFORM
           .

       WRITE-OVERDUE-LINE.
           COMPUTE overdue-count = overdue-count + 1
           MOVE srt-section TO odl-section
           MOVE srt-name TO odl-name
           MOVE srt-area TO odl-area
           MOVE srt-frequency TO odl-frequency
           MOVE srt-crew TO odl-crew
           IF srt-last = 0
             COMPUTE never-count = never-count + 1
             MOVE "NEVER" TO odl-last
             MOVE SPACES TO odl-days
             MOVE SPACES TO odl-overdue
             MOVE "NEVER" TO odl-flag
           ELSE
             MOVE srt-last TO odl-last
             MOVE srt-days TO number-edit
             MOVE number-edit TO odl-days
             MOVE SPACES TO odl-overdue
             MOVE srt-overdue TO number-edit
             MOVE number-edit TO odl-overdue(3:5)
             IF srt-days > srt-frequency * 2
               COMPUTE severe-count = severe-count + 1
               MOVE "SEVERE" TO odl-flag
             ELSE
               MOVE SPACES TO odl-flag
             END-IF
           END-IF
           WRITE report-record FROM overdue-line
           .

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO report-record
           WRITE report-record
           MOVE "SECTIONS ON MASTER" TO cnt-label
           MOVE sections-read TO cnt-value
           WRITE report-record FROM count-line
           MOVE "SECTIONS OVERDUE" TO cnt-label
           MOVE overdue-count TO cnt-value
           WRITE report-record FROM count-line
           MOVE "NEVER CLEANED" TO cnt-label
           MOVE never-count TO cnt-value
           WRITE report-record FROM count-line
           MOVE "OVER TWICE FREQUENCY" TO cnt-label
           MOVE severe-count TO cnt-value
           WRITE report-record FROM count-line
           .

       WRITE-OVERDUE-ALERT.
           ACCEPT run-time FROM TIME
           OPEN EXTEND alert-file
           IF NOT alert-is-ok
             OPEN OUTPUT alert-file
           END-IF
           IF alert-is-ok
             MOVE SPACES TO alert-record
             MOVE "SECTION-OVERDUE" TO alt-program
             MOVE run-date TO alt-date
             MOVE run-time TO alt-time
             MOVE "SEVERE" TO alt-severity
             MOVE "CLEANING" TO alt-category
             STRING FUNCTION TRIM(severe-count)
                 " SECTION(S) OVERDUE BY OVER TWICE FREQUENCY"
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
           MOVE "SECTION-OVERDUE" TO rcl-program
           CALL "CAMPID" USING camp-id-request
           MOVE cmp-camp TO rcl-camp
           MOVE run-date TO rcl-date
           MOVE run-time TO rcl-time
           MOVE start-time TO rcl-start-time
           PERFORM COMPUTE-ELAPSED-SECONDS
           MOVE elapsed-seconds TO rcl-elapsed
           MOVE sections-read TO rcl-lines
           MOVE overdue-count TO rcl-exceptions
           IF overdue-count > 0
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
