                      ASSIGN TO "datastream-audit.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS marker-audit-status.
                  SELECT packet-file
                      ASSIGN TO "datastream-packets.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS packet-file-status.
                  SELECT result-file
                      ASSIGN TO "datastream-result.txt"
                      ORGANIZATION LINE SEQUENTIAL
                  SELECT alert-file ASSIGN TO "alerts.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS alert-file-status.
                  SELECT device-master
                      ASSIGN TO "device-master.dat"
                      ORGANIZATION INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS dvc-device-id
                      FILE STATUS device-file-status.
                  SELECT history-master
                      ASSIGN TO "history-archive.dat"
                      ORGANIZATION INDEXED
              DATA DIVISION.
              FILE SECTION.
              FD  marker-audit-file.
              01  marker-audit-record PIC X(144).

              FD  packet-file.
              01  packet-record     PIC X(238).

              FD  result-file.
              01  result-record     PIC X(80).
                  03  ckpt-streams-checked  PIC 9(6).
                  03  ckpt-packets-found    PIC 9(6).
                  03  ckpt-messages-found   PIC 9(6).
                  03  ckpt-stream-open      PIC X(1).
                  03  ckpt-stream-id        PIC X(8).
                  03  ckpt-stream-first     PIC 9(6).
                  03  ckpt-stream-text      PIC X(60).
                  03  ckpt-stream-length    PIC 9(7).
                  03  ckpt-stream-records   PIC 9(4).
                  03  ckpt-multi-streams    PIC 9(6).
                  03  ckpt-longest-stream   PIC 9(7).
                  03  ckpt-stream-device    PIC X(8).
                  03  ckpt-current-device   PIC X(8).
                  03  ckpt-unknown-devices  PIC 9(6).
                  03  ckpt-packet-open      PIC X(1).
                  03  ckpt-packet-seq       PIC 9(5).
                  03  ckpt-packet-start     PIC 9(7).
                  03  ckpt-payload-used     PIC 9(3).
                  03  ckpt-payload-buffer   PIC X(204).
                  03  ckpt-stream-packets   PIC 9(5).
                  03  ckpt-stream-shortest  PIC 9(7).
                  03  ckpt-stream-longest   PIC 9(7).
                  03  ckpt-total-packets    PIC 9(7).
                  03  ckpt-shortest-packet  PIC 9(7).
                  03  ckpt-shortest-line    PIC 9(6).
                  03  ckpt-longest-packet   PIC 9(7).
                  03  ckpt-longest-line     PIC 9(6).
                  03  ckpt-stream-messages  PIC 9(5).
                  03  ckpt-packet-markers   PIC 9(7).
                  03  ckpt-message-markers  PIC 9(7).
                  03  ckpt-scan-entry OCCURS 2 TIMES.
                      05  ckpt-marker-pos   PIC 9(7).
                      05  ckpt-window-start PIC 9(7).
                      05  ckpt-last-seen    PIC 9(7) OCCURS 256 TIMES.

              FD  run-control-file.
              COPY rctlrec.
              FD  alert-file.
              COPY altrec.

              FD  device-master.
              COPY dvcrec.

              FD  history-master.
              COPY histix.

                          ==:EOF-NAME:==    BY
                          ==marker-audit-fs-spare==.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==packet-file-status==
                          ==:OK-NAME:==     BY ==packet-is-ok==
                          ==:EOF-NAME:==    BY ==packet-fs-spare==.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==result-file-status==
                          ==:OK-NAME:==     BY ==result-is-ok==
              01  history-file-status PIC 99.
                  88  history-is-ok    VALUE 0.

              01  device-file-status PIC 99.
                  88  device-is-ok     VALUE 0.
              01  device-open-flag  PIC X(1) VALUE "N".
                  88  device-master-open VALUE "Y".

              01  resume-point      PIC 9(6) VALUE 0.
              01  run-date          PIC 9(8).
              01  run-time          PIC 9(8).
              01  packets-found     PIC 9(6) VALUE 0.
              01  messages-found    PIC 9(6) VALUE 0.

              01  marker-audit-line.
                  03  mka-line-no   PIC Z(5)9.
                  03  FILLER        PIC X(8) VALUE " PACKET ".
                  03  mka-packet    PIC Z(6)9.
                  03  FILLER        PIC X(9) VALUE " MESSAGE ".
                  03  mka-message   PIC Z(6)9.
                  03  FILLER        PIC X(8) VALUE " STREAM ".
                  03  mka-stream-id PIC X(8).
                  03  FILLER        PIC X(8) VALUE " LENGTH ".
                  03  mka-length    PIC Z(6)9.
                  03  FILLER        PIC X(9) VALUE " RECORDS ".
                  03  mka-records   PIC Z(3)9.
                  03  FILLER        PIC X(9) VALUE " PACKETS ".
                  03  mka-packets   PIC Z(4)9.
                  03  FILLER        PIC X(10) VALUE " SHORTEST ".
                  03  mka-shortest  PIC Z(6)9.
                  03  FILLER        PIC X(9) VALUE " LONGEST ".
                  03  mka-longest   PIC Z(6)9.
                  03  FILLER        PIC X(8) VALUE " DEVICE ".
                  03  mka-device    PIC X(8).

              01  marker-map-line.
                  03  FILLER        PIC X(4) VALUE "MAP ".
                  03  mkm-kind      PIC X(7).
                  03  FILLER        PIC X(6) VALUE " LINE ".
                  03  mkm-line-no   PIC Z(5)9.
                  03  FILLER        PIC X(8) VALUE " STREAM ".
                  03  mkm-stream-id PIC X(8).
                  03  FILLER        PIC X(5) VALUE " SEQ ".
                  03  mkm-seq       PIC Z(4)9.
                  03  FILLER        PIC X(10) VALUE " POSITION ".
                  03  mkm-position  PIC Z(6)9.
                  03  FILLER        PIC X(8) VALUE " DEVICE ".
                  03  mkm-device    PIC X(8).

              01  packet-line.
                  03  pkl-line-no   PIC Z(5)9.
                  03  FILLER        PIC X(1) VALUE SPACE.
                  03  pkl-stream-id PIC X(8).
                  03  FILLER        PIC X(1) VALUE SPACE.
                  03  pkl-seq       PIC Z(4)9.
                  03  FILLER        PIC X(1) VALUE SPACE.
                  03  pkl-offset    PIC Z(6)9.
                  03  FILLER        PIC X(1) VALUE SPACE.
                  03  pkl-length    PIC Z(6)9.
                  03  FILLER        PIC X(1) VALUE SPACE.
                  03  pkl-payload   PIC X(200).

              01  stream-length     PIC 9(7).
              01  packet-pos        PIC 9(7).
              01  message-pos       PIC 9(7).
              01  multi-streams     PIC 9(6) VALUE 0.
              01  longest-stream    PIC 9(7) VALUE 0.

              01  stream-open       PIC X(1) VALUE "N".
                  88  stream-in-progress VALUE "Y".
              01  stream-id         PIC X(8) VALUE SPACES.
              01  stream-first-line PIC 9(6) VALUE 0.
              01  stream-first-text PIC X(60) VALUE SPACES.
              01  stream-records    PIC 9(4) VALUE 0.
              01  stream-device     PIC X(8) VALUE SPACES.
              01  current-device    PIC X(8) VALUE SPACES.
              01  unknown-devices   PIC 9(6) VALUE 0.

              01  packet-open       PIC X(1) VALUE "N".
                  88  packet-in-progress VALUE "Y".
              01  packet-seq        PIC 9(5) VALUE 0.
              01  packet-start      PIC 9(7) VALUE 0.
              01  packet-length     PIC 9(7) VALUE 0.
              01  payload-used      PIC 9(3) VALUE 0.
              01  payload-buffer    PIC X(204) VALUE SPACES.
              01  stream-packets    PIC 9(5) VALUE 0.
              01  stream-shortest   PIC 9(7) VALUE 0.
              01  stream-longest    PIC 9(7) VALUE 0.
              01  total-packets     PIC 9(7) VALUE 0.
              01  shortest-packet   PIC 9(7) VALUE 0.
              01  shortest-line     PIC 9(6) VALUE 0.
              01  longest-packet    PIC 9(7) VALUE 0.
              01  longest-line      PIC 9(6) VALUE 0.
              01  stream-messages   PIC 9(5) VALUE 0.
              01  packet-markers    PIC 9(7) VALUE 0.
              01  message-markers   PIC 9(7) VALUE 0.

              01  segment-fields.
                  03  seg-stream-id PIC X(8).
                  03  seg-flag      PIC X(1).
                      88  seg-continues  VALUE "+".
                      88  seg-final      VALUE ".".
                  03  seg-data      PIC X(256).
              01  seg-length        PIC 9(3).
              01  seg-pos           PIC 9(3).
              01  char-code         PIC 9(3).

              01  scan-table.
                  03  scan-entry OCCURS 2 TIMES.
                      05  marker-width    PIC 9(2).
                      05  marker-pos      PIC 9(7).
                      05  window-start    PIC 9(7).
                      05  last-seen       PIC 9(7) OCCURS 256 TIMES.
              01  scan-idx          PIC 9(1).
              01  code-idx          PIC 9(3).
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT start-time FROM TIME
             GOBACK
           END-IF

           MOVE 4 TO marker-width(1)
           MOVE 14 TO marker-width(2)
           PERFORM LOAD-CHECKPOINT

           OPEN INPUT device-master
           IF device-is-ok
             MOVE "Y" TO device-open-flag
           ELSE
             DISPLAY "The device master is not available; device "
                 "ids will not be checked."
           END-IF

           IF resume-point > 0
             OPEN EXTEND marker-audit-file
             IF NOT marker-audit-is-ok
             GOBACK
           END-IF

           IF resume-point > 0
             OPEN EXTEND packet-file
             IF NOT packet-is-ok
               OPEN OUTPUT packet-file
             END-IF
           ELSE
             OPEN OUTPUT packet-file
           END-IF
           IF NOT packet-is-ok
             DISPLAY "The packet file could not be opened."
             PERFORM CLOSE-INPUT-READER
             CLOSE marker-audit-file
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM VARYING line-count FROM 1 BY 1 UNTIL end-of-file
             MOVE "R" TO ird-function
             CALL "INPUTRDR" USING input-reader-request

             IF line-count > resume-point AND NOT end-of-file
               IF input-record NOT = SPACES
                 PERFORM ACCEPT-STREAM-RECORD
                     THRU ACCEPT-STREAM-RECORD-EXIT
               END-IF
               PERFORM SAVE-CHECKPOINT
             END-IF
           END-PERFORM
           IF stream-in-progress
             PERFORM LOG-UNFINISHED-STREAM
             PERFORM CHECK-ONE-STREAM
           END-IF
           PERFORM CLOSE-INPUT-READER
           CLOSE marker-audit-file
           CLOSE packet-file
           IF device-master-open
             CLOSE device-master
           END-IF
           PERFORM RESET-CHECKPOINT

           PERFORM WRITE-RESULT-REPORT
           DISPLAY "streams checked="streams-checked
           DISPLAY "packet markers found="packets-found
           DISPLAY "message markers found="messages-found
           DISPLAY "packets extracted="total-packets
           DISPLAY "unregistered devices="unknown-devices
           DISPLAY "exceptions logged="exception-count

           PERFORM WRITE-RUN-CONTROL-LOG
           PERFORM CHECK-CONTROL-TOTAL
           GOBACK.

       ACCEPT-STREAM-RECORD.
           MOVE SPACES TO segment-fields
           IF input-record(1:5) = "*DV* "
             PERFORM NOTE-DEVICE-HEADER
             GO TO ACCEPT-STREAM-RECORD-EXIT
           END-IF
           IF input-record(1:5) = "*DS* "
             MOVE input-record(6:8) TO seg-stream-id
             MOVE input-record(15:1) TO seg-flag
             MOVE input-record(17:240) TO seg-data
             IF seg-stream-id = SPACES
             OR (NOT seg-continues AND NOT seg-final)
               MOVE line-count TO xcl-line-no
               MOVE FUNCTION TRIM(input-record) TO xcl-text
               PERFORM LOG-EXCEPTION
               GO TO ACCEPT-STREAM-RECORD-EXIT
             END-IF
           ELSE
             SET seg-final TO TRUE
             MOVE input-record TO seg-data
           END-IF

           IF stream-in-progress
           AND (seg-stream-id = SPACES
             OR seg-stream-id NOT = stream-id)
             PERFORM LOG-UNFINISHED-STREAM
             PERFORM CHECK-ONE-STREAM
           END-IF
           IF NOT stream-in-progress
             PERFORM START-STREAM
           END-IF

           PERFORM SCAN-SEGMENT
           IF seg-final
             PERFORM CHECK-ONE-STREAM
           END-IF
           .

       ACCEPT-STREAM-RECORD-EXIT.
           EXIT.

       NOTE-DEVICE-HEADER.
           IF stream-in-progress
             PERFORM LOG-UNFINISHED-STREAM
             PERFORM CHECK-ONE-STREAM
           END-IF
           MOVE input-record(6:8) TO current-device
           IF current-device = SPACES
             MOVE line-count TO xcl-line-no
             MOVE FUNCTION TRIM(input-record) TO xcl-text
             PERFORM LOG-EXCEPTION
           ELSE
             IF device-master-open
               MOVE current-device TO dvc-device-id
               READ device-master
                 INVALID KEY
                   COMPUTE unknown-devices = unknown-devices + 1
                   MOVE line-count TO xcl-line-no
                   MOVE SPACES TO xcl-text
                   STRING "DEVICE " current-device
                       " IS NOT ON THE DEVICE MASTER"
                       DELIMITED BY SIZE INTO xcl-text
                   PERFORM LOG-EXCEPTION
               END-READ
             END-IF
           END-IF
           .

       START-STREAM.
           MOVE "Y" TO stream-open
           MOVE current-device TO stream-device
           MOVE seg-stream-id TO stream-id
           MOVE line-count TO stream-first-line
           MOVE FUNCTION TRIM(seg-data) TO stream-first-text
           MOVE 0 TO stream-length
           MOVE 0 TO stream-records
           MOVE "N" TO packet-open
           MOVE 0 TO packet-seq
           MOVE 0 TO stream-packets
           MOVE 0 TO stream-messages
           MOVE 0 TO stream-shortest
           MOVE 0 TO stream-longest
           PERFORM VARYING scan-idx FROM 1 BY 1 UNTIL scan-idx > 2
             MOVE 0 TO marker-pos(scan-idx)
             MOVE 1 TO window-start(scan-idx)
             PERFORM VARYING code-idx FROM 1 BY 1
                     UNTIL code-idx > 256
               MOVE 0 TO last-seen(scan-idx code-idx)
             END-PERFORM
           END-PERFORM
           .

       SCAN-SEGMENT.
           COMPUTE stream-records = stream-records + 1
           IF seg-data = SPACES
             MOVE 0 TO seg-length
           ELSE
             MOVE FUNCTION LENGTH(FUNCTION TRIM(seg-data TRAILING))
                 TO seg-length
           END-IF
           PERFORM VARYING seg-pos FROM 1 BY 1
                   UNTIL seg-pos > seg-length
             COMPUTE stream-length = stream-length + 1
             COMPUTE char-code =
                 FUNCTION ORD(seg-data(seg-pos:1))
             IF packet-in-progress AND payload-used < 204
               COMPUTE payload-used = payload-used + 1
               MOVE seg-data(seg-pos:1)
                   TO payload-buffer(payload-used:1)
             END-IF
             PERFORM VARYING scan-idx FROM 1 BY 1
                     UNTIL scan-idx > 2
               PERFORM SLIDE-WINDOW
             END-PERFORM
           END-PERFORM
           .

       SLIDE-WINDOW.
           IF last-seen(scan-idx char-code) >= window-start(scan-idx)
             COMPUTE window-start(scan-idx) =
                 last-seen(scan-idx char-code) + 1
           END-IF
           MOVE stream-length TO last-seen(scan-idx char-code)
           IF stream-length - window-start(scan-idx) + 1
               >= marker-width(scan-idx)
             IF scan-idx = 1
               PERFORM PACKET-MARKER-FOUND
             ELSE
               PERFORM MESSAGE-MARKER-FOUND
             END-IF
           END-IF
           .

       MESSAGE-MARKER-FOUND.
           IF marker-pos(2) = 0
             MOVE stream-length TO marker-pos(2)
           END-IF
           COMPUTE stream-messages = stream-messages + 1
           COMPUTE message-markers = message-markers + 1
           MOVE "MESSAGE" TO mkm-kind
           MOVE stream-messages TO mkm-seq
           PERFORM WRITE-MARKER-MAP
           COMPUTE window-start(2) = stream-length + 1
           .

       WRITE-MARKER-MAP.
           MOVE stream-first-line TO mkm-line-no
           MOVE stream-id TO mkm-stream-id
           MOVE stream-length TO mkm-position
           MOVE stream-device TO mkm-device
           WRITE marker-audit-record FROM marker-map-line
           .

       PACKET-MARKER-FOUND.
           IF marker-pos(1) = 0
             MOVE stream-length TO marker-pos(1)
           END-IF
           IF packet-in-progress
             COMPUTE packet-length = stream-length - marker-width(1)
                 - packet-start + 1
             PERFORM WRITE-PACKET
           END-IF
           MOVE "Y" TO packet-open
           COMPUTE packet-seq = packet-seq + 1
           COMPUTE packet-markers = packet-markers + 1
           MOVE "PACKET" TO mkm-kind
           MOVE packet-seq TO mkm-seq
           PERFORM WRITE-MARKER-MAP
           COMPUTE packet-start = stream-length + 1
           MOVE 0 TO payload-used
           MOVE SPACES TO payload-buffer
           COMPUTE window-start(1) = stream-length + 1
           .

       WRITE-PACKET.
           COMPUTE stream-packets = stream-packets + 1
           COMPUTE total-packets = total-packets + 1
           IF stream-packets = 1 OR packet-length < stream-shortest
             MOVE packet-length TO stream-shortest
           END-IF
           IF packet-length > stream-longest
             MOVE packet-length TO stream-longest
           END-IF
           IF total-packets = 1 OR packet-length < shortest-packet
             MOVE packet-length TO shortest-packet
             MOVE stream-first-line TO shortest-line
           END-IF
           IF total-packets = 1 OR packet-length > longest-packet
             MOVE packet-length TO longest-packet
             MOVE stream-first-line TO longest-line
           END-IF

           MOVE stream-first-line TO pkl-line-no
           MOVE stream-id TO pkl-stream-id
           MOVE packet-seq TO pkl-seq
           MOVE packet-start TO pkl-offset
           MOVE packet-length TO pkl-length
           MOVE SPACES TO pkl-payload
           IF packet-length > 200
             MOVE payload-buffer(1:200) TO pkl-payload
           ELSE
             IF packet-length > 0
               MOVE payload-buffer(1:packet-length) TO pkl-payload
             END-IF
           END-IF
           WRITE packet-record FROM packet-line
           .

       LOG-UNFINISHED-STREAM.
           MOVE line-count TO xcl-line-no
           MOVE SPACES TO xcl-text
           STRING "STREAM " FUNCTION TRIM(stream-id)
               " FROM LINE " stream-first-line
               " ENDED WITHOUT A FINAL SEGMENT"
               DELIMITED BY SIZE INTO xcl-text
           PERFORM LOG-EXCEPTION
           .

       CHECK-ONE-STREAM.
           COMPUTE streams-checked = streams-checked + 1
           MOVE "N" TO stream-open
           IF stream-records > 1
             COMPUTE multi-streams = multi-streams + 1
           END-IF
           IF stream-length > longest-stream
             MOVE stream-length TO longest-stream
           END-IF
           IF packet-in-progress
             COMPUTE packet-length = stream-length - packet-start + 1
             PERFORM WRITE-PACKET
             MOVE "N" TO packet-open
           END-IF
           MOVE marker-pos(1) TO packet-pos
           MOVE marker-pos(2) TO message-pos

           IF packet-pos > 0
             COMPUTE packets-found = packets-found + 1
             COMPUTE messages-found = messages-found + 1
           END-IF
           IF packet-pos = 0
             MOVE stream-first-line TO xcl-line-no
             MOVE stream-first-text TO xcl-text
             PERFORM LOG-EXCEPTION
           END-IF

           MOVE stream-first-line TO mka-line-no
           MOVE packet-pos TO mka-packet
           MOVE message-pos TO mka-message
           MOVE stream-id TO mka-stream-id
           MOVE stream-length TO mka-length
           MOVE stream-records TO mka-records
           MOVE stream-packets TO mka-packets
           MOVE stream-shortest TO mka-shortest
           MOVE stream-longest TO mka-longest
           MOVE stream-device TO mka-device
           WRITE marker-audit-record FROM marker-audit-line
           .

       WRITE-RESULT-REPORT.
                 messages-found
                 DELIMITED BY SIZE INTO result-record
             WRITE result-record
             MOVE SPACES TO result-record
             STRING "PACKET MARKERS, ALL    "
                 packet-markers
                 DELIMITED BY SIZE INTO result-record
             WRITE result-record
             MOVE SPACES TO result-record
             STRING "MESSAGE MARKERS, ALL   "
                 message-markers
                 DELIMITED BY SIZE INTO result-record
             WRITE result-record
             MOVE SPACES TO result-record
             STRING "MULTI-RECORD STREAMS   "
                 multi-streams
                 DELIMITED BY SIZE INTO result-record
             WRITE result-record
             MOVE SPACES TO result-record
             STRING "LONGEST STREAM         "
                 longest-stream
                 DELIMITED BY SIZE INTO result-record
             WRITE result-record
             MOVE SPACES TO result-record
             STRING "PACKETS EXTRACTED      "
                 total-packets
                 DELIMITED BY SIZE INTO result-record
             WRITE result-record
             MOVE SPACES TO result-record
             STRING "SHORTEST PACKET        "
                 shortest-packet " LINE " shortest-line
                 DELIMITED BY SIZE INTO result-record
             WRITE result-record
             MOVE SPACES TO result-record
             STRING "LONGEST PACKET         "
                 longest-packet " LINE " longest-line
                 DELIMITED BY SIZE INTO result-record
             WRITE result-record
             CLOSE result-file
           END-IF
           .

       LOG-EXCEPTION.
           MOVE "DATASTREAM-MARKERS" TO xcl-program
           CALL "EXCLOG" USING exception-log-request
           COMPUTE exception-count = exception-count + 1
           .
                 MOVE ckpt-streams-checked  TO streams-checked
                 MOVE ckpt-packets-found    TO packets-found
                 MOVE ckpt-messages-found   TO messages-found
                 MOVE ckpt-stream-open      TO stream-open
                 MOVE ckpt-stream-id        TO stream-id
                 MOVE ckpt-stream-first     TO stream-first-line
                 MOVE ckpt-stream-text      TO stream-first-text
                 MOVE ckpt-stream-length    TO stream-length
                 MOVE ckpt-stream-records   TO stream-records
                 MOVE ckpt-multi-streams    TO multi-streams
                 MOVE ckpt-longest-stream   TO longest-stream
                 MOVE ckpt-stream-device    TO stream-device
                 MOVE ckpt-current-device   TO current-device
                 MOVE ckpt-unknown-devices  TO unknown-devices
                 MOVE ckpt-packet-open      TO packet-open
                 MOVE ckpt-packet-seq       TO packet-seq
                 MOVE ckpt-packet-start     TO packet-start
                 MOVE ckpt-payload-used     TO payload-used
                 MOVE ckpt-payload-buffer   TO payload-buffer
                 MOVE ckpt-stream-packets   TO stream-packets
                 MOVE ckpt-stream-shortest  TO stream-shortest
                 MOVE ckpt-stream-longest   TO stream-longest
                 MOVE ckpt-total-packets    TO total-packets
                 MOVE ckpt-shortest-packet  TO shortest-packet
                 MOVE ckpt-shortest-line    TO shortest-line
                 MOVE ckpt-longest-packet   TO longest-packet
                 MOVE ckpt-longest-line     TO longest-line
                 MOVE ckpt-stream-messages  TO stream-messages
                 MOVE ckpt-packet-markers   TO packet-markers
                 MOVE ckpt-message-markers  TO message-markers
                 PERFORM VARYING scan-idx FROM 1 BY 1
                         UNTIL scan-idx > 2
                   MOVE ckpt-marker-pos(scan-idx)
                       TO marker-pos(scan-idx)
                   MOVE ckpt-window-start(scan-idx)
                       TO window-start(scan-idx)
                   PERFORM VARYING code-idx FROM 1 BY 1
                           UNTIL code-idx > 256
                     MOVE ckpt-last-seen(scan-idx code-idx)
                         TO last-seen(scan-idx code-idx)
                   END-PERFORM
                 END-PERFORM
             END-READ
             CLOSE checkpoint-file
           END-IF
           MOVE streams-checked  TO ckpt-streams-checked
           MOVE packets-found    TO ckpt-packets-found
           MOVE messages-found   TO ckpt-messages-found
           MOVE stream-open      TO ckpt-stream-open
           MOVE stream-id        TO ckpt-stream-id
           MOVE stream-first-line TO ckpt-stream-first
           MOVE stream-first-text TO ckpt-stream-text
           MOVE stream-length    TO ckpt-stream-length
           MOVE stream-records   TO ckpt-stream-records
           MOVE multi-streams    TO ckpt-multi-streams
           MOVE longest-stream   TO ckpt-longest-stream
           MOVE stream-device    TO ckpt-stream-device
           MOVE current-device   TO ckpt-current-device
           MOVE unknown-devices  TO ckpt-unknown-devices
           MOVE packet-open      TO ckpt-packet-open
           MOVE packet-seq       TO ckpt-packet-seq
           MOVE packet-start     TO ckpt-packet-start
           MOVE payload-used     TO ckpt-payload-used
           MOVE payload-buffer   TO ckpt-payload-buffer
           MOVE stream-packets   TO ckpt-stream-packets
           MOVE stream-shortest  TO ckpt-stream-shortest
           MOVE stream-longest   TO ckpt-stream-longest
           MOVE total-packets    TO ckpt-total-packets
           MOVE shortest-packet  TO ckpt-shortest-packet
           MOVE shortest-line    TO ckpt-shortest-line
           MOVE longest-packet   TO ckpt-longest-packet
           MOVE longest-line     TO ckpt-longest-line
           MOVE stream-messages  TO ckpt-stream-messages
           MOVE packet-markers   TO ckpt-packet-markers
           MOVE message-markers  TO ckpt-message-markers
           PERFORM VARYING scan-idx FROM 1 BY 1 UNTIL scan-idx > 2
             MOVE marker-pos(scan-idx) TO ckpt-marker-pos(scan-idx)
             MOVE window-start(scan-idx)
                 TO ckpt-window-start(scan-idx)
             PERFORM VARYING code-idx FROM 1 BY 1
                     UNTIL code-idx > 256
               MOVE last-seen(scan-idx code-idx)
                   TO ckpt-last-seen(scan-idx code-idx)
             END-PERFORM
           END-PERFORM
           WRITE checkpoint-record
           CLOSE checkpoint-file
           .
           MOVE 0 TO ckpt-streams-checked
           MOVE 0 TO ckpt-packets-found
           MOVE 0 TO ckpt-messages-found
           MOVE "N" TO ckpt-stream-open
           MOVE SPACES TO ckpt-stream-id
           MOVE 0 TO ckpt-stream-first
           MOVE SPACES TO ckpt-stream-text
           MOVE 0 TO ckpt-stream-length
           MOVE 0 TO ckpt-stream-records
           MOVE 0 TO ckpt-multi-streams
           MOVE 0 TO ckpt-longest-stream
           MOVE SPACES TO ckpt-stream-device
           MOVE SPACES TO ckpt-current-device
           MOVE 0 TO ckpt-unknown-devices
           MOVE "N" TO ckpt-packet-open
           MOVE 0 TO ckpt-packet-seq
           MOVE 0 TO ckpt-packet-start
           MOVE 0 TO ckpt-payload-used
           MOVE SPACES TO ckpt-payload-buffer
           MOVE 0 TO ckpt-stream-packets
           MOVE 0 TO ckpt-stream-shortest
           MOVE 0 TO ckpt-stream-longest
           MOVE 0 TO ckpt-total-packets
           MOVE 0 TO ckpt-shortest-packet
           MOVE 0 TO ckpt-shortest-line
           MOVE 0 TO ckpt-longest-packet
           MOVE 0 TO ckpt-longest-line
           MOVE 0 TO ckpt-stream-messages
           MOVE 0 TO ckpt-packet-markers
           MOVE 0 TO ckpt-message-markers
           PERFORM VARYING scan-idx FROM 1 BY 1 UNTIL scan-idx > 2
             MOVE 0 TO ckpt-marker-pos(scan-idx)
             MOVE 0 TO ckpt-window-start(scan-idx)
             PERFORM VARYING code-idx FROM 1 BY 1
                     UNTIL code-idx > 256
               MOVE 0 TO ckpt-last-seen(scan-idx code-idx)
             END-PERFORM
           END-PERFORM
           WRITE checkpoint-record
           CLOSE checkpoint-file
           .
           MOVE "WARN" TO alt-severity
           MOVE "VALIDATE" TO alt-category
           STRING FUNCTION TRIM(exception-count)
               " DATASTREAM EXCEPTION(S) LOGGED"
               DELIMITED BY SIZE INTO alt-text
           WRITE alert-record
           CLOSE alert-file
               INVALID KEY
                 REWRITE history-master-record
             END-WRITE
             MOVE "PACKETS-EXTRACTED" TO hix-metric-name
             MOVE total-packets TO hix-metric-val
             WRITE history-master-record
               INVALID KEY
                 REWRITE history-master-record
             END-WRITE
             CLOSE history-master
           END-IF
           .
