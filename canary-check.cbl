       IDENTIFICATION DIVISION.
       PROGRAM-ID. CANARY-CHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT canary-run-log ASSIGN TO "canary/run-control.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS canary-log-status.
           SELECT canary-history
               ASSIGN TO "canary/history-archive.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS hix-key
               FILE STATUS history-status.
           SELECT result-file ASSIGN TO result-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS result-status.
           SELECT report-file ASSIGN TO "canary-check.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS report-status.
           SELECT run-control-file ASSIGN TO "run-control.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS run-ctl-file-status.
           SELECT alert-file ASSIGN TO "alerts.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS alert-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  canary-run-log.
       COPY rctlrec REPLACING LEADING ==rcl== BY ==crl==
           ==run-control-record== BY ==canary-run-record==.

       FD  canary-history.
       COPY histix.

       FD  result-file.
       01  result-record       PIC X(144).

       FD  report-file.
       01  report-record       PIC X(132).

       FD  run-control-file.
       COPY rctlrec.

       FD  alert-file.
       COPY altrec.

       WORKING-STORAGE SECTION.
       COPY cmpreq.

       COPY filsts REPLACING
                   ==:STATUS-NAME:== BY ==canary-log-status==
                   ==:OK-NAME:==     BY ==canary-log-is-ok==
                   ==:EOF-NAME:==    BY ==canary-log-eof==.

       COPY filsts REPLACING
                   ==:STATUS-NAME:== BY ==result-status==
                   ==:OK-NAME:==     BY ==result-is-ok==
                   ==:EOF-NAME:==    BY ==result-eof==.

       COPY filsts REPLACING
                   ==:STATUS-NAME:== BY ==report-status==
                   ==:OK-NAME:==     BY ==report-is-ok==
                   ==:EOF-NAME:==    BY ==report-fs-spare==.

       COPY filsts REPLACING
                   ==:STATUS-NAME:== BY ==run-ctl-file-status==
                   ==:OK-NAME:==     BY ==run-ctl-is-ok==
                   ==:EOF-NAME:==    BY ==run-ctl-eof==.

       01  history-status      PIC 99.
           88  history-is-ok   VALUE 0.
       01  alert-file-status   PIC 99.
           88  alert-is-ok     VALUE 0.

       01  result-name         PIC X(40).

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

       01  canary-runs.
           03  FILLER PIC X(20) VALUE "CALORIE-COUNTER-1".
           03  FILLER PIC X(20) VALUE "CALORIE-COUNTER-2".
           03  FILLER PIC X(20) VALUE "RPS-PT1".
           03  FILLER PIC X(20) VALUE "RPS-PT2".
           03  FILLER PIC X(20) VALUE "RUCKSACK-PT1".
           03  FILLER PIC X(20) VALUE "RUCKSACK-PT2".
           03  FILLER PIC X(20) VALUE "CAMP-CLEANUP".
           03  FILLER PIC X(20) VALUE "SUPPLY-STACKS".
           03  FILLER PIC X(20) VALUE "DATASTREAM-MARKERS".
           03  FILLER PIC X(20) VALUE "DIRECTORY-SIZES".
       01  canary-runs-r REDEFINES canary-runs.
           03  canary-run-entry OCCURS 10 TIMES.
               05  cru-program     PIC X(20).
       01  canary-run-results.
           03  canary-run-result OCCURS 10 TIMES.
               05  cru-date        PIC 9(8).
               05  cru-status      PIC X(9).
       01  run-idx             PIC 9(2).

       01  known-answers.
           03  FILLER PIC X(1)  VALUE "H".
           03  FILLER PIC X(30) VALUE "CALORIE-COUNTER-1".
           03  FILLER PIC X(20) VALUE "HIGHEST-NUM".
           03  FILLER PIC X(42) VALUE "0024000".
           03  FILLER PIC X(1)  VALUE "H".
           03  FILLER PIC X(30) VALUE "CALORIE-COUNTER-1".
           03  FILLER PIC X(20) VALUE "ELF-COUNT".
           03  FILLER PIC X(42) VALUE "005".
           03  FILLER PIC X(1)  VALUE "H".
           03  FILLER PIC X(30) VALUE "CALORIE-COUNTER-1".
           03  FILLER PIC X(20) VALUE "ALL-ELF-TOTAL".
           03  FILLER PIC X(42) VALUE "0055000".
           03  FILLER PIC X(1)  VALUE "H".
           03  FILLER PIC X(30) VALUE "CALORIE-COUNTER-2".
           03  FILLER PIC X(20) VALUE "TOP-N-TOTAL".
           03  FILLER PIC X(42) VALUE "0045000".
           03  FILLER PIC X(1)  VALUE "H".
           03  FILLER PIC X(30) VALUE "RPS-PT1".
           03  FILLER PIC X(20) VALUE "TOTAL-POINTS".
           03  FILLER PIC X(42) VALUE "0015".
           03  FILLER PIC X(1)  VALUE "H".
           03  FILLER PIC X(30) VALUE "RPS-PT2".
           03  FILLER PIC X(20) VALUE "TOTAL-POINTS".
           03  FILLER PIC X(42) VALUE "0012".
           03  FILLER PIC X(1)  VALUE "H".
           03  FILLER PIC X(30) VALUE "RUCKSACK-PT1".
           03  FILLER PIC X(20) VALUE "PRIORITY-SUM".
           03  FILLER PIC X(42) VALUE "00157".
           03  FILLER PIC X(1)  VALUE "H".
           03  FILLER PIC X(30) VALUE "RUCKSACK-PT2".
           03  FILLER PIC X(20) VALUE "BADGE-SUM".
           03  FILLER PIC X(42) VALUE "0070".
           03  FILLER PIC X(1)  VALUE "H".
           03  FILLER PIC X(30) VALUE "CAMP-CLEANUP".
           03  FILLER PIC X(20) VALUE "OVERLAPS".
           03  FILLER PIC X(42) VALUE "002".
           03  FILLER PIC X(1)  VALUE "R".
           03  FILLER PIC X(30) VALUE "supply-stacks-result.txt".
           03  FILLER PIC X(20) VALUE "SINGLE-CRATE TOPS".
           03  FILLER PIC X(42) VALUE "19SINGLE-CRATE MODE: CMZ".
           03  FILLER PIC X(1)  VALUE "R".
           03  FILLER PIC X(30) VALUE "supply-stacks-result.txt".
           03  FILLER PIC X(20) VALUE "MULTI-CRATE TOPS".
           03  FILLER PIC X(42) VALUE "19MULTI-CRATE MODE:  MCD".
           03  FILLER PIC X(1)  VALUE "R".
           03  FILLER PIC X(30) VALUE "datastream-audit.txt".
           03  FILLER PIC X(20) VALUE "STREAM 1 MARKERS".
           03  FILLER PIC X(42) VALUE
               "06     1 PACKET       7 MESSAGE      19".
           03  FILLER PIC X(1)  VALUE "R".
           03  FILLER PIC X(30) VALUE "datastream-audit.txt".
           03  FILLER PIC X(20) VALUE "STREAM 2 MARKERS".
           03  FILLER PIC X(42) VALUE
               "06     2 PACKET       5 MESSAGE      23".
           03  FILLER PIC X(1)  VALUE "R".
           03  FILLER PIC X(30) VALUE "datastream-audit.txt".
           03  FILLER PIC X(20) VALUE "STREAM 3 MARKERS".
           03  FILLER PIC X(42) VALUE
               "06     3 PACKET       6 MESSAGE      23".
           03  FILLER PIC X(1)  VALUE "R".
           03  FILLER PIC X(30) VALUE "datastream-audit.txt".
           03  FILLER PIC X(20) VALUE "STREAM 4 MARKERS".
           03  FILLER PIC X(42) VALUE
               "06     4 PACKET      10 MESSAGE      29".
           03  FILLER PIC X(1)  VALUE "R".
           03  FILLER PIC X(30) VALUE "datastream-audit.txt".
           03  FILLER PIC X(20) VALUE "STREAM 5 MARKERS".
           03  FILLER PIC X(42) VALUE
               "06     5 PACKET      11 MESSAGE      26".
           03  FILLER PIC X(1)  VALUE "H".
           03  FILLER PIC X(30) VALUE "DIRECTORY-SIZES".
           03  FILLER PIC X(20) VALUE "SMALL-DIR-TOTAL".
           03  FILLER PIC X(42) VALUE "0095437".
           03  FILLER PIC X(1)  VALUE "H".
           03  FILLER PIC X(30) VALUE "DIRECTORY-SIZES".
           03  FILLER PIC X(20) VALUE "DELETE-DIR-SIZE".
           03  FILLER PIC X(42) VALUE "0024933642".
       01  known-answers-r REDEFINES known-answers.
           03  known-answer OCCURS 18 TIMES.
               05  kna-kind        PIC X(1).
                   88  kna-history     VALUE "H".
                   88  kna-result-line VALUE "R".
               05  kna-source      PIC X(30).
               05  kna-item        PIC X(20).
               05  kna-expected.
                   07  kna-key-len     PIC 9(2).
                   07  kna-text        PIC X(40).
       01  answer-idx          PIC 9(2).

       01  expected-value      PIC X(40).
       01  actual-value        PIC X(40).
       01  metric-digits       PIC Z(9)9.
       01  check-verdict       PIC X(4).
       01  found-flag          PIC X(1).
       01  text-length         PIC 9(2).

       01  checks-made         PIC 9(4) VALUE 0.
       01  checks-failed       PIC 9(4) VALUE 0.
       01  failed-display      PIC Z(3)9.
       01  elapsed-seconds     PIC S9(7).

       01  report-line.
           03  rpt-verdict     PIC X(4).
           03  FILLER          PIC X(1) VALUE SPACES.
           03  rpt-source      PIC X(20).
           03  FILLER          PIC X(1) VALUE SPACES.
           03  rpt-item        PIC X(18).
           03  FILLER          PIC X(1) VALUE SPACES.
           03  rpt-expected    PIC X(40).
           03  FILLER          PIC X(1) VALUE SPACES.
           03  rpt-actual      PIC X(40).
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT start-time FROM TIME

           OPEN OUTPUT report-file
           IF NOT report-is-ok
             DISPLAY "The canary check report could not be opened."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE SPACES TO report-record
           STRING "CANARY KNOWN-ANSWER CHECK FOR " run-date
               "  (CAMP CNRY)"
               DELIMITED BY SIZE INTO report-record
           WRITE report-record
           MOVE SPACES TO report-record
           WRITE report-record
           MOVE SPACES TO report-record
           STRING "RSLT PROGRAM              ANSWER             "
               "EXPECTED                                 ACTUAL"
               DELIMITED BY SIZE INTO report-record
           WRITE report-record

           PERFORM LOAD-CANARY-RUNS
           PERFORM VARYING run-idx FROM 1 BY 1 UNTIL run-idx > 10
             PERFORM CHECK-CANARY-RUN
           END-PERFORM

           OPEN INPUT canary-history
           PERFORM VARYING answer-idx FROM 1 BY 1
                   UNTIL answer-idx > 18
             IF kna-history(answer-idx)
               PERFORM CHECK-HISTORY-ANSWER
             ELSE
               PERFORM CHECK-RESULT-LINE
             END-IF
           END-PERFORM
           IF history-is-ok
             CLOSE canary-history
           END-IF

           MOVE SPACES TO report-record
           WRITE report-record
           MOVE SPACES TO report-record
           IF checks-failed = 0
             STRING "ALL " checks-made " CANARY CHECKS PASSED; "
                 "PRODUCTION MAY PROCEED."
                 DELIMITED BY SIZE INTO report-record
           ELSE
             STRING checks-failed " OF " checks-made
                 " CANARY CHECKS FAILED; PRODUCTION IS HELD."
                 DELIMITED BY SIZE INTO report-record
           END-IF
           WRITE report-record
           CLOSE report-file

           IF checks-failed > 0
             PERFORM WRITE-CANARY-ALERT
           END-IF
           PERFORM WRITE-RUN-CONTROL-LOG

           DISPLAY "canary checks made=" checks-made
           DISPLAY "canary checks failed=" checks-failed
           IF checks-failed > 0
             DISPLAY "*** CANARY MISMATCH - PRODUCTION STEPS ARE HELD "
                 "***"
             MOVE 8 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-CANARY-RUNS.
           PERFORM VARYING run-idx FROM 1 BY 1 UNTIL run-idx > 10
             MOVE 0 TO cru-date(run-idx)
             MOVE SPACES TO cru-status(run-idx)
           END-PERFORM
           OPEN INPUT canary-run-log
           IF canary-log-is-ok
             PERFORM UNTIL canary-log-eof
               READ canary-run-log
                 AT END
                   CONTINUE
                 NOT AT END
                   PERFORM NOTE-CANARY-RUN
               END-READ
             END-PERFORM
             CLOSE canary-run-log
           END-IF
           .

       NOTE-CANARY-RUN.
           PERFORM VARYING run-idx FROM 1 BY 1 UNTIL run-idx > 10
             IF crl-program = cru-program(run-idx)
             AND crl-date = run-date
               MOVE crl-date TO cru-date(run-idx)
               MOVE crl-status TO cru-status(run-idx)
             END-IF
           END-PERFORM
           .

       CHECK-CANARY-RUN.
           MOVE cru-program(run-idx) TO rpt-source
           MOVE "RUN STATUS" TO rpt-item
           MOVE "COMPLETE" TO expected-value
           IF cru-date(run-idx) = 0
             MOVE "NOT RUN TODAY" TO actual-value
           ELSE
             MOVE cru-status(run-idx) TO actual-value
           END-IF
           PERFORM RECORD-CHECK
           .

       CHECK-HISTORY-ANSWER.
           MOVE kna-source(answer-idx) TO rpt-source
           MOVE kna-item(answer-idx) TO rpt-item
           MOVE kna-text(answer-idx) TO expected-value
           MOVE FUNCTION NUMVAL(expected-value) TO metric-digits
           MOVE FUNCTION TRIM(metric-digits) TO expected-value
           MOVE "NO HISTORY" TO actual-value
           IF history-is-ok
             MOVE "CNRY" TO hix-camp
             MOVE kna-source(answer-idx) TO hix-program
             MOVE run-date TO hix-date
             MOVE kna-item(answer-idx) TO hix-metric-name
             READ canary-history
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE hix-metric-val TO metric-digits
                 MOVE FUNCTION TRIM(metric-digits) TO actual-value
             END-READ
           END-IF
           PERFORM RECORD-CHECK
           .

       CHECK-RESULT-LINE.
           MOVE kna-source(answer-idx) TO rpt-source
           MOVE kna-item(answer-idx) TO rpt-item
           MOVE kna-text(answer-idx) TO expected-value
           MOVE FUNCTION LENGTH(FUNCTION TRIM(expected-value TRAILING))
               TO text-length
           MOVE "LINE NOT FOUND" TO actual-value
           MOVE "N" TO found-flag
           MOVE SPACES TO result-name
           STRING "canary/" FUNCTION TRIM(kna-source(answer-idx))
               DELIMITED BY SIZE INTO result-name
           OPEN INPUT result-file
           IF result-is-ok
             PERFORM UNTIL result-eof OR found-flag = "Y"
               READ result-file
                 AT END
                   CONTINUE
                 NOT AT END
                   IF result-record(1:kna-key-len(answer-idx))
                    = expected-value(1:kna-key-len(answer-idx))
                     MOVE "Y" TO found-flag
                     MOVE result-record(1:text-length)
                         TO actual-value
                   END-IF
               END-READ
             END-PERFORM
             CLOSE result-file
           ELSE
             MOVE "NO RESULT FILE" TO actual-value
           END-IF
           PERFORM RECORD-CHECK
           .

       RECORD-CHECK.
           COMPUTE checks-made = checks-made + 1
           IF actual-value = expected-value
             MOVE "PASS" TO check-verdict
           ELSE
             MOVE "FAIL" TO check-verdict
             COMPUTE checks-failed = checks-failed + 1
           END-IF
           MOVE check-verdict TO rpt-verdict
           MOVE expected-value TO rpt-expected
           MOVE actual-value TO rpt-actual
           MOVE report-line TO report-record
           WRITE report-record
           .

       WRITE-CANARY-ALERT.
           ACCEPT run-time FROM TIME
           OPEN EXTEND alert-file
           IF NOT alert-is-ok
             OPEN OUTPUT alert-file
           END-IF
           IF alert-is-ok
             MOVE SPACES TO alert-record
             MOVE "CANARY-CHECK" TO alt-program
             MOVE run-date TO alt-date
             MOVE run-time TO alt-time
             MOVE "CRIT" TO alt-severity
             MOVE "CANARY" TO alt-category
             MOVE SPACES TO alt-text
             MOVE checks-failed TO failed-display
             STRING FUNCTION TRIM(failed-display)
                 " CANARY CHECK(S) FAILED; PRODUCTION HELD"
                 DELIMITED BY SIZE INTO alt-text
             WRITE alert-record
             CLOSE alert-file
           END-IF
           .

       WRITE-RUN-CONTROL-LOG.
           ACCEPT run-time FROM TIME
           OPEN EXTEND run-control-file
           IF NOT run-ctl-is-ok
             OPEN OUTPUT run-control-file
           END-IF
           MOVE "CANARY-CHECK" TO rcl-program
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
           MOVE checks-made TO rcl-lines
           MOVE checks-failed TO rcl-exceptions
           IF checks-failed > 0
             MOVE "MISMATCH" TO rcl-status
           ELSE
             MOVE "COMPLETE" TO rcl-status
           END-IF
           WRITE run-control-record
           CALL "RUNCTL" USING run-control-record
           CLOSE run-control-file
           .
