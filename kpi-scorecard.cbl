       IDENTIFICATION DIVISION.
       PROGRAM-ID. KPI-SCORECARD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT target-master ASSIGN TO "kpi-targets.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS kpt-key
               FILE STATUS target-file-status.
           SELECT history-master
               ASSIGN TO "history-archive.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS hix-key
               FILE STATUS history-file-status.
           SELECT scorecard-file ASSIGN TO "kpi-scorecard.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS scorecard-file-status.
           SELECT alert-file ASSIGN TO "alerts.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS alert-file-status.
           SELECT run-control-file ASSIGN TO "run-control.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS run-ctl-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  target-master.
       COPY kpirec.

       FD  history-master.
       COPY histix.

       FD  scorecard-file.
       01  scorecard-record    PIC X(132).

       FD  alert-file.
       COPY altrec.

       FD  run-control-file.
       COPY rctlrec.

       WORKING-STORAGE SECTION.
       COPY cmpreq.

       01  target-file-status  PIC 99.
           88  target-is-ok    VALUE 0.
       01  target-eof-flag     PIC X(1).
           88  target-eof      VALUE "Y".

       01  history-file-status PIC 99.
           88  history-is-ok   VALUE 0.
       01  history-eof-flag    PIC X(1).
           88  history-eof     VALUE "Y".

       COPY filsts REPLACING
                   ==:STATUS-NAME:== BY ==scorecard-file-status==
                   ==:OK-NAME:==     BY ==scorecard-is-ok==
                   ==:EOF-NAME:==    BY ==scorecard-fs-spare==.

       01  alert-file-status   PIC 99.
           88  alert-is-ok     VALUE 0 THRU 9.

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
       01  local-camp          PIC X(4).

       01  run-parm            PIC X(8).
       01  as-of-date          PIC 9(8) VALUE 0.
       01  last-week-date      PIC 9(8).

       01  target-table.
           03  target-entry OCCURS 100 TIMES.
               05  tgt-program     PIC X(20).
               05  tgt-metric      PIC X(20).
               05  tgt-camp        PIC X(4).
               05  tgt-target      PIC 9(10).
               05  tgt-amber       PIC 9(10).
               05  tgt-red         PIC 9(10).
               05  tgt-direction   PIC X(1).
                   88  tgt-higher-better VALUE "H".
               05  tgt-actual      PIC 9(10).
               05  tgt-status      PIC X(7).
               05  tgt-last-week   PIC X(7).
               05  tgt-change      PIC X(6).
               05  tgt-red-days    PIC 9(4).
       01  target-count        PIC 9(3) VALUE 0.
       01  target-idx          PIC 9(3).
       01  target-hit          PIC 9(3).
       01  dropped-targets     PIC 9(4) VALUE 0.

       01  metric-val          PIC 9(10).
       01  rated-status        PIC X(7).
       01  status-rank         PIC 9(1).
       01  current-rank        PIC 9(1).
       01  print-status        PIC X(7).

       01  records-scored      PIC 9(9) VALUE 0.
       01  red-count           PIC 9(3) VALUE 0.
       01  amber-count         PIC 9(3) VALUE 0.
       01  green-count         PIC 9(3) VALUE 0.
       01  no-data-count       PIC 9(3) VALUE 0.
       01  changed-count       PIC 9(3) VALUE 0.
       01  newly-red-count     PIC 9(3) VALUE 0.
       01  alerts-raised       PIC 9(3) VALUE 0.

       01  detail-limit        PIC 9(3) VALUE 50.
       01  lines-shown         PIC 9(3) VALUE 0.
       01  lines-not-shown     PIC 9(3) VALUE 0.

       01  scorecard-heading.
           03  FILLER          PIC X(21) VALUE "PROGRAM".
           03  FILLER          PIC X(21) VALUE "METRIC".
           03  FILLER          PIC X(8) VALUE "BETTER".
           03  FILLER          PIC X(12) VALUE "    ACTUAL".
           03  FILLER          PIC X(12) VALUE "    TARGET".
           03  FILLER          PIC X(12) VALUE "     AMBER".
           03  FILLER          PIC X(12) VALUE "       RED".
           03  FILLER          PIC X(9) VALUE "STATUS".
           03  FILLER          PIC X(9) VALUE "LAST WK".
           03  FILLER          PIC X(8) VALUE "CHANGE".
           03  FILLER          PIC X(8) VALUE "RED DAYS".

       01  scorecard-line.
           03  scl-program     PIC X(20).
           03  FILLER          PIC X(1) VALUE SPACES.
           03  scl-metric      PIC X(20).
           03  FILLER          PIC X(1) VALUE SPACES.
           03  scl-direction   PIC X(6).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  scl-actual      PIC Z(9)9.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  scl-target      PIC Z(9)9.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  scl-amber       PIC Z(9)9.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  scl-red         PIC Z(9)9.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  scl-status      PIC X(7).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  scl-last-week   PIC X(7).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  scl-change      PIC X(6).
           03  FILLER          PIC X(6) VALUE SPACES.
           03  scl-red-days    PIC Z(3)9.

       01  count-line.
           03  FILLER          PIC X(4) VALUE "RED ".
           03  cnl-red         PIC ZZ9.
           03  FILLER          PIC X(8) VALUE "  AMBER ".
           03  cnl-amber       PIC ZZ9.
           03  FILLER          PIC X(8) VALUE "  GREEN ".
           03  cnl-green       PIC ZZ9.
           03  FILLER          PIC X(10) VALUE "  NO DATA ".
           03  cnl-no-data     PIC ZZ9.
           03  FILLER          PIC X(26) VALUE
               "  CHANGED SINCE LAST WEEK ".
           03  cnl-changed     PIC ZZ9.
           03  FILLER          PIC X(12) VALUE "  NEWLY RED ".
           03  cnl-newly-red   PIC ZZ9.

       LINKAGE SECTION.
       01  step-parm.
           03  step-parm-length PIC S9(4) COMP.
           03  step-parm-text  PIC X(8).
       PROCEDURE DIVISION USING step-parm.
       MAIN.
           ACCEPT start-time FROM TIME
           ACCEPT run-date FROM DATE YYYYMMDD
           CALL "CAMPID" USING camp-id-request
           MOVE cmp-camp TO local-camp

           MOVE SPACES TO run-parm
           IF step-parm-length > 8
             MOVE step-parm-text TO run-parm
           ELSE
             IF step-parm-length > 0
               MOVE step-parm-text(1:step-parm-length) TO run-parm
             END-IF
           END-IF
           IF run-parm NOT = SPACES
             IF run-parm IS NOT NUMERIC
               DISPLAY "Pass the run to score as YYYYMMDD; '"
                   FUNCTION TRIM(run-parm) "' is not a date."
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
             MOVE run-parm TO as-of-date
             IF FUNCTION TEST-DATE-YYYYMMDD(as-of-date) NOT = 0
               DISPLAY "Pass the run to score as YYYYMMDD; '"
                   FUNCTION TRIM(run-parm) "' is not a date."
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF

           PERFORM LOAD-TARGETS

           OPEN INPUT history-master
           IF NOT history-is-ok
             DISPLAY "The history archive could not be opened."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           IF as-of-date = 0
             PERFORM FIND-LATEST-RUN
           END-IF
           IF as-of-date = 0
             DISPLAY "No history is on file for camp " local-camp
                 "; every metric is scored NO DATA."
             MOVE run-date TO as-of-date
           END-IF
           COMPUTE last-week-date = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(as-of-date) - 7)
           PERFORM SCORE-HISTORY
           CLOSE history-master

           PERFORM VARYING target-idx FROM 1 BY 1
                   UNTIL target-idx > target-count
             PERFORM SETTLE-ONE-TARGET
           END-PERFORM

           OPEN OUTPUT scorecard-file
           IF NOT scorecard-is-ok
             DISPLAY "The KPI scorecard could not be opened."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM WRITE-SCORECARD-HEADING
           MOVE "RED" TO print-status
           PERFORM WRITE-STATUS-GROUP
           MOVE "AMBER" TO print-status
           PERFORM WRITE-STATUS-GROUP
           MOVE "NO DATA" TO print-status
           PERFORM WRITE-STATUS-GROUP
           MOVE "GREEN" TO print-status
           PERFORM WRITE-STATUS-GROUP
           PERFORM WRITE-SCORECARD-FOOT
           CLOSE scorecard-file

           DISPLAY "scorecard run=" as-of-date " camp=" local-camp
           DISPLAY "targets scored=" target-count
           DISPLAY "red=" red-count " amber=" amber-count
               " green=" green-count " no data=" no-data-count
           DISPLAY "changed since last week=" changed-count
           DISPLAY "newly red=" newly-red-count
               " alerts raised=" alerts-raised
           IF dropped-targets > 0
             DISPLAY "*** " dropped-targets " TARGET(S) NOT LOADED; "
                 "THE TARGET TABLE IS FULL ***"
           END-IF

           PERFORM WRITE-RUN-CONTROL-LOG
           IF red-count > 0
           OR target-count = 0
           OR dropped-targets > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-TARGETS.
           OPEN INPUT target-master
           IF NOT target-is-ok
             DISPLAY "The KPI target master could not be opened "
                 "(status " target-file-status "); nothing is scored."
           ELSE
             MOVE LOW-VALUES TO kpt-key
             MOVE "N" TO target-eof-flag
             START target-master KEY >= kpt-key
               INVALID KEY
                 MOVE "Y" TO target-eof-flag
             END-START
             PERFORM UNTIL target-eof
               READ target-master NEXT
                 AT END
                   MOVE "Y" TO target-eof-flag
                 NOT AT END
                   IF kpt-camp = local-camp OR kpt-camp = "*"
                     PERFORM STORE-TARGET
                   END-IF
               END-READ
             END-PERFORM
             CLOSE target-master
           END-IF
           .

       STORE-TARGET.
           MOVE 0 TO target-hit
           PERFORM VARYING target-idx FROM 1 BY 1
                   UNTIL target-idx > target-count
             IF tgt-program(target-idx) = kpt-program
             AND tgt-metric(target-idx) = kpt-metric
               MOVE target-idx TO target-hit
             END-IF
           END-PERFORM
           IF target-hit > 0
             IF kpt-camp = "*"
               CONTINUE
             ELSE
               PERFORM MOVE-TARGET-TO-TABLE
             END-IF
           ELSE
             IF target-count < 100
               COMPUTE target-count = target-count + 1
               MOVE target-count TO target-hit
               PERFORM MOVE-TARGET-TO-TABLE
             ELSE
               COMPUTE dropped-targets = dropped-targets + 1
             END-IF
           END-IF
           .

       MOVE-TARGET-TO-TABLE.
           MOVE kpt-program TO tgt-program(target-hit)
           MOVE kpt-metric TO tgt-metric(target-hit)
           MOVE kpt-camp TO tgt-camp(target-hit)
           MOVE kpt-target TO tgt-target(target-hit)
           MOVE kpt-amber TO tgt-amber(target-hit)
           MOVE kpt-red TO tgt-red(target-hit)
           MOVE kpt-direction TO tgt-direction(target-hit)
           MOVE 0 TO tgt-actual(target-hit)
           MOVE "NO DATA" TO tgt-status(target-hit)
           MOVE "NONE" TO tgt-last-week(target-hit)
           MOVE SPACES TO tgt-change(target-hit)
           MOVE 0 TO tgt-red-days(target-hit)
           .

       FIND-LATEST-RUN.
           MOVE LOW-VALUES TO hix-key
           MOVE local-camp TO hix-camp
           MOVE "N" TO history-eof-flag
           START history-master KEY >= hix-key
             INVALID KEY
               MOVE "Y" TO history-eof-flag
           END-START
           PERFORM UNTIL history-eof
             READ history-master NEXT
               AT END
                 MOVE "Y" TO history-eof-flag
               NOT AT END
                 IF hix-camp NOT = local-camp
                   MOVE "Y" TO history-eof-flag
                 ELSE
                   IF hix-date > as-of-date
                     MOVE hix-date TO as-of-date
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           .

       SCORE-HISTORY.
           MOVE LOW-VALUES TO hix-key
           MOVE local-camp TO hix-camp
           MOVE "N" TO history-eof-flag
           START history-master KEY >= hix-key
             INVALID KEY
               MOVE "Y" TO history-eof-flag
           END-START
           PERFORM UNTIL history-eof
             READ history-master NEXT
               AT END
                 MOVE "Y" TO history-eof-flag
               NOT AT END
                 IF hix-camp NOT = local-camp
                   MOVE "Y" TO history-eof-flag
                 ELSE
                   IF hix-date NOT > as-of-date
                     PERFORM SCORE-ONE-VALUE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           .

       SCORE-ONE-VALUE.
           MOVE 0 TO target-hit
           PERFORM VARYING target-idx FROM 1 BY 1
                   UNTIL target-idx > target-count
             IF tgt-program(target-idx) = hix-program
             AND tgt-metric(target-idx) = hix-metric-name
               MOVE target-idx TO target-hit
             END-IF
           END-PERFORM
           IF target-hit > 0
           AND hix-metric-val IS NUMERIC
             COMPUTE records-scored = records-scored + 1
             MOVE hix-metric-val TO metric-val
             PERFORM RATE-VALUE
             IF rated-status = "RED"
               COMPUTE tgt-red-days(target-hit) =
                   tgt-red-days(target-hit) + 1
             ELSE
               MOVE 0 TO tgt-red-days(target-hit)
             END-IF
             IF hix-date NOT > last-week-date
               MOVE rated-status TO tgt-last-week(target-hit)
             END-IF
             IF hix-date = as-of-date
               MOVE metric-val TO tgt-actual(target-hit)
               MOVE rated-status TO tgt-status(target-hit)
             END-IF
           END-IF
           .

       RATE-VALUE.
           IF tgt-higher-better(target-hit)
             EVALUATE TRUE
               WHEN metric-val < tgt-red(target-hit)
                 MOVE "RED" TO rated-status
               WHEN metric-val < tgt-amber(target-hit)
                 MOVE "AMBER" TO rated-status
               WHEN OTHER
                 MOVE "GREEN" TO rated-status
             END-EVALUATE
           ELSE
             EVALUATE TRUE
               WHEN metric-val > tgt-red(target-hit)
                 MOVE "RED" TO rated-status
               WHEN metric-val > tgt-amber(target-hit)
                 MOVE "AMBER" TO rated-status
               WHEN OTHER
                 MOVE "GREEN" TO rated-status
             END-EVALUATE
           END-IF
           .

       SETTLE-ONE-TARGET.
           MOVE target-idx TO target-hit
           EVALUATE tgt-status(target-idx)
             WHEN "RED"
               COMPUTE red-count = red-count + 1
             WHEN "AMBER"
               COMPUTE amber-count = amber-count + 1
             WHEN "GREEN"
               COMPUTE green-count = green-count + 1
             WHEN OTHER
               COMPUTE no-data-count = no-data-count + 1
               MOVE 0 TO tgt-red-days(target-idx)
           END-EVALUATE
           IF tgt-status(target-idx) NOT = "NO DATA"
             MOVE tgt-status(target-idx) TO rated-status
             PERFORM SET-STATUS-RANK
             MOVE status-rank TO current-rank
             MOVE tgt-last-week(target-idx) TO rated-status
             PERFORM SET-STATUS-RANK
             EVALUATE TRUE
               WHEN status-rank = 0
                 MOVE "NEW" TO tgt-change(target-idx)
               WHEN current-rank > status-rank
                 MOVE "WORSE" TO tgt-change(target-idx)
                 COMPUTE changed-count = changed-count + 1
               WHEN current-rank < status-rank
                 MOVE "BETTER" TO tgt-change(target-idx)
                 COMPUTE changed-count = changed-count + 1
               WHEN OTHER
                 MOVE SPACES TO tgt-change(target-idx)
             END-EVALUATE
           END-IF
           IF tgt-status(target-idx) = "RED"
           AND tgt-red-days(target-idx) = 1
             COMPUTE newly-red-count = newly-red-count + 1
             PERFORM WRITE-TURNED-RED-ALERT
           END-IF
           .

       SET-STATUS-RANK.
           EVALUATE rated-status
             WHEN "RED"
               MOVE 3 TO status-rank
             WHEN "AMBER"
               MOVE 2 TO status-rank
             WHEN "GREEN"
               MOVE 1 TO status-rank
             WHEN OTHER
               MOVE 0 TO status-rank
           END-EVALUATE
           .

       WRITE-SCORECARD-HEADING.
           MOVE SPACES TO scorecard-record
           STRING "KPI SCORECARD  CAMP " local-camp
               "  RUN OF " as-of-date
               "  LAST WEEK AS AT " last-week-date
               "  PRINTED " run-date
               DELIMITED BY SIZE INTO scorecard-record
           WRITE scorecard-record
           MOVE red-count TO cnl-red
           MOVE amber-count TO cnl-amber
           MOVE green-count TO cnl-green
           MOVE no-data-count TO cnl-no-data
           MOVE changed-count TO cnl-changed
           MOVE newly-red-count TO cnl-newly-red
           WRITE scorecard-record FROM count-line
           MOVE SPACES TO scorecard-record
           WRITE scorecard-record
           WRITE scorecard-record FROM scorecard-heading
           .

       WRITE-STATUS-GROUP.
           PERFORM VARYING target-idx FROM 1 BY 1
                   UNTIL target-idx > target-count
             IF tgt-status(target-idx) = print-status
               IF lines-shown < detail-limit
                 PERFORM WRITE-TARGET-LINE
               ELSE
                 COMPUTE lines-not-shown = lines-not-shown + 1
               END-IF
             END-IF
           END-PERFORM
           .

       WRITE-TARGET-LINE.
           COMPUTE lines-shown = lines-shown + 1
           MOVE tgt-program(target-idx) TO scl-program
           MOVE tgt-metric(target-idx) TO scl-metric
           IF tgt-higher-better(target-idx)
             MOVE "HIGHER" TO scl-direction
           ELSE
             MOVE "LOWER" TO scl-direction
           END-IF
           MOVE tgt-actual(target-idx) TO scl-actual
           MOVE tgt-target(target-idx) TO scl-target
           MOVE tgt-amber(target-idx) TO scl-amber
           MOVE tgt-red(target-idx) TO scl-red
           MOVE tgt-status(target-idx) TO scl-status
           MOVE tgt-last-week(target-idx) TO scl-last-week
           MOVE tgt-change(target-idx) TO scl-change
           MOVE tgt-red-days(target-idx) TO scl-red-days
           MOVE scorecard-line TO scorecard-record
           IF tgt-status(target-idx) = "NO DATA"
             MOVE "         -" TO scorecard-record(51:10)
           END-IF
           WRITE scorecard-record
           .

       WRITE-SCORECARD-FOOT.
           IF target-count = 0
             MOVE "  (NO KPI TARGETS ARE ON FILE FOR THIS CAMP)"
                 TO scorecard-record
             WRITE scorecard-record
           END-IF
           IF lines-not-shown > 0
             MOVE SPACES TO scorecard-record
             STRING "  " lines-not-shown
                 " FURTHER METRIC(S) NOT SHOWN ON THIS PAGE"
                 DELIMITED BY SIZE INTO scorecard-record
             WRITE scorecard-record
           END-IF
           IF dropped-targets > 0
             MOVE SPACES TO scorecard-record
             STRING "  *** " dropped-targets
                 " TARGET(S) NOT SCORED - THE TARGET TABLE IS FULL ***"
                 DELIMITED BY SIZE INTO scorecard-record
             WRITE scorecard-record
           END-IF
           MOVE SPACES TO scorecard-record
           WRITE scorecard-record
           MOVE SPACES TO scorecard-record
           STRING "STATUS AND LAST WEEK ARE BOTH RATED AGAINST THE "
               "TARGETS NOW ON FILE."
               DELIMITED BY SIZE INTO scorecard-record
           WRITE scorecard-record
           MOVE SPACES TO scorecard-record
           STRING "RED DAYS COUNTS THE RUNS IN A ROW, UP TO THIS ONE, "
               "THAT SCORED RED; A METRIC NEWLY RED RAISES AN ALERT."
               DELIMITED BY SIZE INTO scorecard-record
           WRITE scorecard-record
           .

       WRITE-TURNED-RED-ALERT.
           ACCEPT run-time FROM TIME
           OPEN EXTEND alert-file
           IF NOT alert-is-ok
             OPEN OUTPUT alert-file
           END-IF
           IF alert-is-ok
             MOVE SPACES TO alert-record
             MOVE "KPI-SCORECARD" TO alt-program
             MOVE run-date TO alt-date
             MOVE run-time TO alt-time
             MOVE "SEVERE" TO alt-severity
             MOVE "KPI" TO alt-category
             MOVE SPACES TO alt-text
             STRING FUNCTION TRIM(tgt-program(target-idx)) " "
                 FUNCTION TRIM(tgt-metric(target-idx))
                 " TURNED RED"
                 DELIMITED BY SIZE INTO alt-text
             WRITE alert-record
             CLOSE alert-file
             COMPUTE alerts-raised = alerts-raised + 1
           END-IF
           .

       WRITE-RUN-CONTROL-LOG.
           ACCEPT run-time FROM TIME
           COMPUTE elapsed-seconds =
               (et-hh * 3600 + et-mm * 60 + et-ss)
               - (st-hh * 3600 + st-mm * 60 + st-ss)
           IF elapsed-seconds < 0
             COMPUTE elapsed-seconds = elapsed-seconds + 86400
           END-IF
           OPEN EXTEND run-control-file
           IF NOT run-ctl-is-ok
             OPEN OUTPUT run-control-file
           END-IF
           MOVE "KPI-SCORECARD" TO rcl-program
           MOVE local-camp TO rcl-camp
           MOVE run-date TO rcl-date
           MOVE run-time TO rcl-time
           MOVE start-time TO rcl-start-time
           MOVE elapsed-seconds TO rcl-elapsed
           MOVE records-scored TO rcl-lines
           MOVE 0 TO rcl-exceptions
           MOVE "COMPLETE" TO rcl-status
           IF run-ctl-is-ok
             WRITE run-control-record
             CLOSE run-control-file
           END-IF
           CALL "RUNCTL" USING run-control-record
           .
