       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVICE-HEALTH.

       ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                  SELECT marker-audit-file
                      ASSIGN TO "datastream-audit.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS marker-audit-status.
                  SELECT device-master
                      ASSIGN TO "device-master.dat"
                      ORGANIZATION INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS dvc-device-id
                      FILE STATUS device-file-status.
                  SELECT history-master
                      ASSIGN TO "history-archive.dat"
                      ORGANIZATION INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS hix-key
                      FILE STATUS history-file-status.
                  SELECT health-report-file
                      ASSIGN TO "device-health.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS health-report-status.
                  SELECT alert-file ASSIGN TO "alerts.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS alert-file-status.
                  SELECT run-control-file ASSIGN TO "run-control.log"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS run-ctl-file-status.

              DATA DIVISION.
              FILE SECTION.
              FD  marker-audit-file.
              01  marker-audit-record PIC X(144).

              FD  device-master.
              COPY dvcrec.

              FD  history-master.
              COPY histix.

              FD  health-report-file.
              01  health-report-record PIC X(100).

              FD  alert-file.
              COPY altrec.

              FD  run-control-file.
              COPY rctlrec.

              WORKING-STORAGE SECTION.
              COPY prmreq.

              COPY cmpreq.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==marker-audit-status==
                          ==:OK-NAME:==     BY ==marker-audit-is-ok==
                          ==:EOF-NAME:==    BY ==marker-audit-eof==.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==health-report-status==
                          ==:OK-NAME:==     BY ==health-report-is-ok==
                          ==:EOF-NAME:==    BY ==health-fs-spare==.

              01  device-file-status PIC 99.
                  88  device-is-ok     VALUE 0.
              01  device-open-flag  PIC X(1) VALUE "N".
                  88  device-master-open VALUE "Y".
              01  device-eof-flag   PIC X(1).
                  88  device-eof       VALUE "Y".

              01  history-file-status PIC 99.
                  88  history-is-ok    VALUE 0.
              01  history-open-flag PIC X(1) VALUE "N".
                  88  history-open     VALUE "Y".
              01  history-eof-flag  PIC X(1).
                  88  history-eof      VALUE "Y".

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
              01  fail-threshold    PIC 9(3) VALUE 25.

              01  device-table.
                  03  device-entry OCCURS 500 TIMES.
                      05  dvt-device      PIC X(8).
                      05  dvt-streams     PIC 9(6).
                      05  dvt-failures    PIC 9(6).
                      05  dvt-prior-pct   PIC 9(3).
                      05  dvt-prior-date  PIC 9(8).
              01  device-count      PIC 9(3) VALUE 0.
              01  dev-idx           PIC 9(3).
              01  dev-hit           PIC 9(3).
              01  dropped-streams   PIC 9(6) VALUE 0.

              01  work-device       PIC X(8).
              01  fail-pct          PIC 9(3).
              01  pct-edit          PIC ZZ9.
              01  streams-read      PIC 9(6) VALUE 0.
              01  unregistered      PIC 9(4) VALUE 0.
              01  idle-devices      PIC 9(4) VALUE 0.
              01  alerts-raised     PIC 9(4) VALUE 0.

              01  health-line.
                  03  dhl-device    PIC X(8).
                  03  FILLER        PIC X(2) VALUE SPACES.
                  03  dhl-elf-no    PIC Z(5)9.
                  03  FILLER        PIC X(2) VALUE SPACES.
                  03  dhl-model     PIC X(12).
                  03  FILLER        PIC X(2) VALUE SPACES.
                  03  dhl-streams   PIC Z(5)9.
                  03  FILLER        PIC X(2) VALUE SPACES.
                  03  dhl-failures  PIC Z(5)9.
                  03  FILLER        PIC X(2) VALUE SPACES.
                  03  dhl-pct       PIC ZZ9.
                  03  dhl-pct-sign  PIC X(1).
                  03  FILLER        PIC X(2) VALUE SPACES.
                  03  dhl-first     PIC X(8).
                  03  FILLER        PIC X(2) VALUE SPACES.
                  03  dhl-last      PIC X(8).
                  03  FILLER        PIC X(2) VALUE SPACES.
                  03  dhl-prior     PIC X(4).
                  03  FILLER        PIC X(2) VALUE SPACES.
                  03  dhl-trend     PIC X(14).

              01  heading-line.
                  03  FILLER        PIC X(48) VALUE
                      "DEVICE    ELF NO  MODEL         STREAMS  FAILED".
                  03  FILLER        PIC X(40) VALUE
                      "  RATE  FIRST     LAST      PRIOR TREND".

              01  stat-line.
                  03  stl-label     PIC X(36).
                  03  FILLER        PIC X(2) VALUE SPACES.
                  03  stl-value     PIC Z(5)9.
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT start-time FROM TIME
           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME
           MOVE "DEVICE-HEALTH" TO preq-program
           MOVE "FAILPCT" TO preq-keyword
           CALL "PARMREAD" USING parm-request
           IF parm-found
           AND FUNCTION TRIM(preq-value) IS NUMERIC
             MOVE FUNCTION NUMVAL(preq-value) TO fail-threshold
           END-IF
           DISPLAY "PARAMETERS IN EFFECT FOR DEVICE-HEALTH:"
           DISPLAY "  FAILPCT=" fail-threshold
           CALL "CAMPID" USING camp-id-request

           OPEN INPUT marker-audit-file
           IF NOT marker-audit-is-ok
             DISPLAY "The datastream audit file could not be opened."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM UNTIL marker-audit-eof
             READ marker-audit-file
               AT END
                 CONTINUE
               NOT AT END
                 PERFORM TALLY-ONE-STREAM
             END-READ
           END-PERFORM
           CLOSE marker-audit-file

           OPEN OUTPUT health-report-file
           IF NOT health-report-is-ok
             DISPLAY "The device health report could not be opened."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           OPEN I-O device-master
           IF device-is-ok
             MOVE "Y" TO device-open-flag
           ELSE
             DISPLAY "The device master is not available; device "
                 "details will not be shown."
           END-IF

           OPEN I-O history-master
           IF NOT history-is-ok
             OPEN OUTPUT history-master
             IF history-is-ok
               CLOSE history-master
               OPEN I-O history-master
             END-IF
           END-IF
           IF history-is-ok
             MOVE "Y" TO history-open-flag
             PERFORM LOAD-PRIOR-RATES
           ELSE
             DISPLAY "The history archive is not available; trends "
                 "will not be shown."
           END-IF

           PERFORM WRITE-HEALTH-REPORT

           IF history-open
             CLOSE history-master
           END-IF
           IF device-master-open
             CLOSE device-master
           END-IF
           CLOSE health-report-file

           DISPLAY "streams read="streams-read
           DISPLAY "devices reporting="device-count
           DISPLAY "unregistered devices="unregistered
           DISPLAY "device alerts raised="alerts-raised
           PERFORM WRITE-RUN-CONTROL-LOG
           IF alerts-raised > 0 OR unregistered > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       TALLY-ONE-STREAM.
           IF marker-audit-record(7:8) NOT = " PACKET "
             CONTINUE
           ELSE
             COMPUTE streams-read = streams-read + 1
             MOVE marker-audit-record(137:8) TO work-device
             PERFORM FIND-DEVICE
             IF dev-hit = 0 AND device-count < 500
               COMPUTE device-count = device-count + 1
               MOVE device-count TO dev-hit
               MOVE work-device TO dvt-device(dev-hit)
               MOVE 0 TO dvt-streams(dev-hit)
               MOVE 0 TO dvt-failures(dev-hit)
               MOVE 0 TO dvt-prior-pct(dev-hit)
               MOVE 0 TO dvt-prior-date(dev-hit)
             END-IF
             IF dev-hit = 0
               COMPUTE dropped-streams = dropped-streams + 1
             ELSE
               COMPUTE dvt-streams(dev-hit) = dvt-streams(dev-hit) + 1
               IF marker-audit-record(15:7) = "      0"
                 COMPUTE dvt-failures(dev-hit) =
                     dvt-failures(dev-hit) + 1
               END-IF
             END-IF
           END-IF
           .

       FIND-DEVICE.
           MOVE 0 TO dev-hit
           PERFORM VARYING dev-idx FROM 1 BY 1
                   UNTIL dev-idx > device-count OR dev-hit > 0
             IF dvt-device(dev-idx) = work-device
               MOVE dev-idx TO dev-hit
             END-IF
           END-PERFORM
           .

       LOAD-PRIOR-RATES.
           MOVE cmp-camp TO hix-camp
           MOVE "DEVICE-HEALTH" TO hix-program
           MOVE 0 TO hix-date
           MOVE LOW-VALUES TO hix-metric-name
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
                 IF hix-camp NOT = cmp-camp
                 OR hix-program NOT = "DEVICE-HEALTH"
                 OR hix-date >= run-date
                   MOVE "Y" TO history-eof-flag
                 ELSE
                   IF hix-metric-name(1:8) = "FAILPCT-"
                     MOVE hix-metric-name(9:8) TO work-device
                     PERFORM FIND-DEVICE
                     IF dev-hit > 0
                       MOVE hix-metric-val TO dvt-prior-pct(dev-hit)
                       MOVE hix-date TO dvt-prior-date(dev-hit)
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           .

       WRITE-HEALTH-REPORT.
           MOVE "COMMUNICATOR DEVICE HEALTH" TO health-report-record
           WRITE health-report-record
           MOVE SPACES TO health-report-record
           WRITE health-report-record
           MOVE heading-line TO health-report-record
           WRITE health-report-record

           PERFORM VARYING dev-idx FROM 1 BY 1
                   UNTIL dev-idx > device-count
             PERFORM REPORT-ONE-DEVICE
           END-PERFORM

           IF device-master-open
             PERFORM REPORT-IDLE-DEVICES
           END-IF

           MOVE SPACES TO health-report-record
           WRITE health-report-record
           MOVE "STREAMS READ" TO stl-label
           MOVE streams-read TO stl-value
           PERFORM WRITE-STAT-LINE
           MOVE "DEVICES REPORTING" TO stl-label
           MOVE device-count TO stl-value
           PERFORM WRITE-STAT-LINE
           MOVE "DEVICES NOT ON THE MASTER" TO stl-label
           MOVE unregistered TO stl-value
           PERFORM WRITE-STAT-LINE
           MOVE "DEVICES WITH NO TRAFFIC" TO stl-label
           MOVE idle-devices TO stl-value
           PERFORM WRITE-STAT-LINE
           MOVE "FAILURE ALERT THRESHOLD PCT" TO stl-label
           MOVE fail-threshold TO stl-value
           PERFORM WRITE-STAT-LINE
           MOVE "DEVICES OVER THRESHOLD" TO stl-label
           MOVE alerts-raised TO stl-value
           PERFORM WRITE-STAT-LINE
           IF dropped-streams > 0
             MOVE "STREAMS BEYOND TABLE CAPACITY" TO stl-label
             MOVE dropped-streams TO stl-value
             PERFORM WRITE-STAT-LINE
           END-IF
           .

       REPORT-ONE-DEVICE.
           COMPUTE fail-pct ROUNDED =
               dvt-failures(dev-idx) * 100 / dvt-streams(dev-idx)
           MOVE SPACES TO health-line
           IF dvt-device(dev-idx) = SPACES
             MOVE "(NONE)" TO dhl-device
           ELSE
             MOVE dvt-device(dev-idx) TO dhl-device
           END-IF
           MOVE 0 TO dhl-elf-no
           MOVE dvt-streams(dev-idx) TO dhl-streams
           MOVE dvt-failures(dev-idx) TO dhl-failures
           MOVE fail-pct TO dhl-pct
           MOVE "%" TO dhl-pct-sign

           MOVE "N" TO device-eof-flag
           IF device-master-open AND dvt-device(dev-idx) NOT = SPACES
             MOVE dvt-device(dev-idx) TO dvc-device-id
             READ device-master
               INVALID KEY
                 MOVE "Y" TO device-eof-flag
               NOT INVALID KEY
                 IF dvc-first-seen = 0
                   MOVE run-date TO dvc-first-seen
                 END-IF
                 MOVE run-date TO dvc-last-seen
                 REWRITE device-master-record
                 MOVE dvc-elf-no TO dhl-elf-no
                 MOVE dvc-model TO dhl-model
                 MOVE dvc-first-seen TO dhl-first
                 MOVE dvc-last-seen TO dhl-last
             END-READ
           ELSE
             MOVE "Y" TO device-eof-flag
           END-IF
           IF device-eof
             COMPUTE unregistered = unregistered + 1
             MOVE "NOT REGISTERED" TO dhl-model
           END-IF

           EVALUATE TRUE
             WHEN dvt-prior-date(dev-idx) = 0
               MOVE "NEW" TO dhl-trend
             WHEN fail-pct > dvt-prior-pct(dev-idx)
               MOVE "WORSE" TO dhl-trend
             WHEN fail-pct < dvt-prior-pct(dev-idx)
               MOVE "BETTER" TO dhl-trend
             WHEN OTHER
               MOVE "STEADY" TO dhl-trend
           END-EVALUATE
           IF dvt-prior-date(dev-idx) > 0
             MOVE dvt-prior-pct(dev-idx) TO pct-edit
             MOVE SPACES TO dhl-prior
             STRING pct-edit "%"
                 DELIMITED BY SIZE INTO dhl-prior
           END-IF
           IF fail-pct > fail-threshold
             MOVE "OVER THRESHOLD" TO dhl-trend
             PERFORM WRITE-DEVICE-ALERT
           END-IF

           MOVE SPACES TO health-report-record
           MOVE health-line TO health-report-record
           WRITE health-report-record

           IF history-open AND dvt-device(dev-idx) NOT = SPACES
             MOVE cmp-camp TO hix-camp
             MOVE "DEVICE-HEALTH" TO hix-program
             MOVE run-date TO hix-date
             MOVE SPACES TO hix-metric-name
             STRING "FAILPCT-" dvt-device(dev-idx)
                 DELIMITED BY SIZE INTO hix-metric-name
             MOVE fail-pct TO hix-metric-val
             WRITE history-master-record
               INVALID KEY
                 REWRITE history-master-record
             END-WRITE
           END-IF
           .

       REPORT-IDLE-DEVICES.
           MOVE LOW-VALUES TO dvc-device-id
           MOVE "N" TO device-eof-flag
           START device-master KEY >= dvc-device-id
             INVALID KEY
               MOVE "Y" TO device-eof-flag
           END-START
           PERFORM UNTIL device-eof
             READ device-master NEXT
               AT END
                 MOVE "Y" TO device-eof-flag
               NOT AT END
                 MOVE dvc-device-id TO work-device
                 PERFORM FIND-DEVICE
                 IF dev-hit = 0
                   COMPUTE idle-devices = idle-devices + 1
                   MOVE SPACES TO health-line
                   MOVE dvc-device-id TO dhl-device
                   MOVE dvc-elf-no TO dhl-elf-no
                   MOVE dvc-model TO dhl-model
                   MOVE 0 TO dhl-streams
                   MOVE 0 TO dhl-failures
                   IF dvc-first-seen > 0
                     MOVE dvc-first-seen TO dhl-first
                     MOVE dvc-last-seen TO dhl-last
                   END-IF
                   MOVE "NO TRAFFIC" TO dhl-trend
                   MOVE SPACES TO health-report-record
                   MOVE health-line TO health-report-record
                   WRITE health-report-record
                 END-IF
             END-READ
           END-PERFORM
           .

       WRITE-DEVICE-ALERT.
           COMPUTE alerts-raised = alerts-raised + 1
           OPEN EXTEND alert-file
           IF NOT alert-is-ok
             OPEN OUTPUT alert-file
           END-IF
           IF alert-is-ok
             MOVE SPACES TO alert-record
             MOVE "DEVICE-HEALTH" TO alt-program
             MOVE run-date TO alt-date
             MOVE run-time TO alt-time
             MOVE "WARN" TO alt-severity
             MOVE "DEVICE" TO alt-category
             MOVE SPACES TO alt-text
             STRING "DEVICE " FUNCTION TRIM(dhl-device)
                 " FAILED " FUNCTION TRIM(dhl-pct) "% OF "
                 FUNCTION TRIM(dhl-streams) " STREAMS"
                 DELIMITED BY SIZE INTO alt-text
             WRITE alert-record
             CLOSE alert-file
           END-IF
           .

       WRITE-STAT-LINE.
           MOVE SPACES TO health-report-record
           MOVE stat-line TO health-report-record
           WRITE health-report-record
           .

       WRITE-RUN-CONTROL-LOG.
           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME
           OPEN EXTEND run-control-file
           IF NOT run-ctl-is-ok
             OPEN OUTPUT run-control-file
           END-IF
           MOVE "DEVICE-HEALTH" TO rcl-program
           MOVE cmp-camp TO rcl-camp
           MOVE run-date TO rcl-date
           MOVE run-time TO rcl-time
           MOVE start-time TO rcl-start-time
           PERFORM COMPUTE-ELAPSED-SECONDS
           MOVE elapsed-seconds TO rcl-elapsed
           MOVE streams-read TO rcl-lines
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
