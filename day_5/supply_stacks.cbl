                  SELECT alert-file ASSIGN TO "alerts.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS alert-file-status.
                  SELECT crate-master
                      ASSIGN TO "crate-master.dat"
                      ORGANIZATION INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS crm-label
                      FILE STATUS crate-master-status.
                  SELECT crane-ticket-register
                      ASSIGN TO "crane-tickets.dat"
                      ORGANIZATION INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS ctk-ticket
                      FILE STATUS crane-register-status.
                  SELECT crane-ticket-file
                      ASSIGN TO "crane-tickets.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS ticket-file-status.
                  SELECT history-master
                      ASSIGN TO "history-archive.dat"
                      ORGANIZATION INDEXED
              01  move-audit-record   PIC X(80).

              FD  result-file.
              01  result-record       PIC X(120).

              FD  crate-ledger-file.
              COPY clgrec.

              FD  crate-location-file.
              COPY clorec.

              FD  capacity-file.
              COPY caprec.

              FD  validate-file.
              01  validate-record   PIC X(100).
                  03  ckpt-phase            PIC X(1).
                  03  ckpt-exception-count  PIC 9(6).
                  03  ckpt-moves-applied    PIC 9(6).
                  03  ckpt-stack-count      PIC 9(2).
                  03  ckpt-label-width      PIC 9(1).
                  03  ckpt-drawing-count    PIC 9(2).
                  03  ckpt-drawing-line     PIC X(150)
                                            OCCURS 50 TIMES.
                  03  ckpt-mode-entry OCCURS 2 TIMES.
                      05  ckpt-stack-entry OCCURS 24 TIMES.
                          07  ckpt-stk-depth   PIC 9(3).
                          07  ckpt-stk-crates  PIC X(600).
                  03  ckpt-manifest-id      PIC 9(8).

              FD  run-control-file.
              COPY rctlrec.
              FD  alert-file.
              COPY altrec.

              FD  crate-master.
              COPY crmrec.

              FD  crane-ticket-register.
              COPY ctkrec.

              FD  crane-ticket-file.
              01  crane-ticket-line PIC X(100).

              FD  history-master.
              COPY histix.

              01  line-count        PIC 9(6).
              01  exception-count   PIC 9(6) VALUE 0.
              01  moves-applied     PIC 9(6) VALUE 0.
              01  manifest-id       PIC 9(8) VALUE 0.
              01  parse-phase       PIC X(1) VALUE "D".
                  88  drawing-phase  VALUE "D".
                  88  move-phase     VALUE "M".

              01  drawing-table.
                  03  drawing-line  PIC X(150) OCCURS 50 TIMES.
              01  drawing-count     PIC 9(2) VALUE 0.
              01  stack-count       PIC 9(2) VALUE 0.
              01  label-width       PIC 9(1) VALUE 1.
              01  stack-pitch       PIC 9(1) VALUE 4.
              01  number-row        PIC X(150).

              01  stack-sets.
                  03  mode-entry OCCURS 2 TIMES.
                      05  stack-entry OCCURS 24 TIMES.
                          07  stk-depth   PIC 9(3).
                          07  stk-crates  PIC X(600).

              01  mode-idx          PIC 9(1).
              01  stack-idx         PIC 9(2).
              01  draw-idx          PIC 9(2).
              01  char-pos          PIC 9(3).
              01  slot-pos          PIC 9(4).
              01  crate-char        PIC X(3).
              01  depth-work        PIC 9(3).
              01  source-depth      PIC 9(3).
              01  dest-depth        PIC 9(3).
                  03  word-to       PIC X(6).
                  03  word-dest     PIC X(6).
              01  move-count        PIC 9(3).
              01  move-source       PIC 9(2).
              01  move-dest         PIC 9(2).
              01  row-is-valid      PIC X(1) VALUE "Y".
                  88  valid-row     VALUE "Y".

              01  tops-line         PIC X(96).

              COPY prmreq.

                          ==:EOF-NAME:==    BY ==validate-fs-spare==.

              01  capacity-table.
                  03  cap-limit     PIC 9(3) OCCURS 24 TIMES.
              01  weight-limit-table.
                  03  cap-weight    PIC 9(6) OCCURS 24 TIMES.
              01  cap-idx           PIC 9(2).
              01  cap-stack-work    PIC 9(2).
              01  cap-limit-work    PIC 9(3).
              01  cap-weight-work   PIC 9(6).
              01  cap-highest       PIC 9(2) VALUE 0.
              01  upgrade-stack     PIC 9(2).
              01  upgrade-position  PIC 9(3).
              01  upgrade-crate     PIC X(3).
              01  location-eof-flag PIC X(1).
                  88  location-eof  VALUE "Y".

              01  crate-master-status PIC 99.
                  88  crate-master-ok VALUE 0.
              01  crate-master-open PIC X(1) VALUE "N".
              01  crate-weight      PIC 9(5).
              01  crate-fragile     PIC X(1).
              01  stack-weight      PIC 9(7).
              01  block-weight      PIC 9(7).
              01  rule-reason       PIC X(40).
              01  limit-edit        PIC Z(5)9.

              01  validate-only     PIC X(1) VALUE "N".
                  88  validate-mode VALUE "Y".
              01  val-phase         PIC X(1).
              01  val-depth-table.
                  03  val-depth     PIC 9(3) OCCURS 24 TIMES.
              01  val-stack-count   PIC 9(2).
              01  val-line-no       PIC 9(6).
              01  val-drawing-rows  PIC 9(2).
              01  val-error-count   PIC 9(6) VALUE 0.
              01  crate-ledger-status PIC 99.
                  88  crate-ledger-ok VALUE 0 THRU 9.
              01  crate-ledger-open PIC X(1) VALUE "N".

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==ticket-file-status==
                          ==:OK-NAME:==     BY ==ticket-file-ok==
                          ==:EOF-NAME:==    BY ==ticket-fs-spare==.

              01  crane-register-status PIC 99.
                  88  crane-register-ok VALUE 0.
              01  crane-register-open PIC X(1) VALUE "N".
              01  ticket-control-found PIC X(1) VALUE "N".
              01  crane-register-failed PIC X(1) VALUE "N".
              01  zone-stacks       PIC 9(2) VALUE 3.
              01  ticket-move-table.
                  03  ticket-move OCCURS 1000 TIMES.
                      05  tmv-line      PIC 9(6).
                      05  tmv-count     PIC 9(3).
                      05  tmv-source    PIC 9(2).
                      05  tmv-dest      PIC 9(2).
                      05  tmv-pool-pos  PIC 9(5).
              01  ticket-move-count PIC 9(4) VALUE 0.
              01  ticket-move-idx   PIC 9(4).
              01  ticket-pool       PIC X(30000).
              01  ticket-pool-used  PIC 9(5) VALUE 0.
              01  ticket-overflow   PIC X(1) VALUE "N".
              01  ticket-no         PIC 9(6) VALUE 0.
              01  ticket-open       PIC X(1) VALUE "N".
              01  ticket-zone       PIC 9(2).
              01  current-zone      PIC 9(2).
              01  zone-first        PIC 9(2).
              01  zone-last         PIC 9(2).
              01  ticket-moves      PIC 9(4).
              01  ticket-crates     PIC 9(5).
              01  tickets-issued    PIC 9(4) VALUE 0.
              01  lift-low          PIC 9(3).
              01  lift-idx          PIC 9(3).
              01  lift-pos          PIC 9(5).
              01  lift-col          PIC 9(3).

              01  ticket-step-line.
                  03  FILLER        PIC X(7) VALUE "  STEP ".
                  03  tsl-step      PIC ZZZ9.
                  03  FILLER        PIC X(7) VALUE "  LINE ".
                  03  tsl-line      PIC Z(5)9.
                  03  FILLER        PIC X(7) VALUE "  MOVE ".
                  03  tsl-count     PIC ZZ9.
                  03  FILLER        PIC X(13) VALUE "  FROM STACK ".
                  03  tsl-source    PIC 9(2).
                  03  FILLER        PIC X(11) VALUE "  TO STACK ".
                  03  tsl-dest      PIC 9(2).
              01  crate-location-status PIC 99.
                  88  crate-location-ok VALUE 0.
              01  ledger-pos        PIC 9(3).
                  03  FILLER        PIC X(2) VALUE SPACES.
                  03  vln-text      PIC X(40).

              01  weight-line.
                  03  FILLER        PIC X(6) VALUE "STACK ".
                  03  wtl-stack     PIC Z9.
                  03  FILLER        PIC X(9) VALUE "  CRATES ".
                  03  wtl-crates    PIC ZZ9.
                  03  FILLER        PIC X(9) VALUE "  WEIGHT ".
                  03  wtl-weight    PIC Z(6)9.
                  03  FILLER        PIC X(8) VALUE "  LIMIT ".
                  03  wtl-limit     PIC X(7).

              01  audit-line.
                  03  aud-move-no   PIC Z(5)9.
                  03  FILLER        PIC X(6) VALUE " MOVE ".
                  03  aud-count     PIC Z(2)9.
                  03  FILLER        PIC X(6) VALUE " FROM ".
                  03  aud-source    PIC 9(2).
                  03  FILLER        PIC X(4) VALUE " TO ".
                  03  aud-dest      PIC 9(2).
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT start-time FROM TIME
             SET validate-mode TO TRUE
             DISPLAY "  VALIDATE=Y (dry run, no moves applied)"
           END-IF
           MOVE "ZONESTACKS" TO preq-keyword
           CALL "PARMREAD" USING parm-request
           IF parm-found
           AND FUNCTION TRIM(preq-value) NOT = SPACES
           AND FUNCTION TRIM(preq-value) IS NUMERIC
             IF FUNCTION NUMVAL(preq-value) >= 1
             AND FUNCTION NUMVAL(preq-value) <= 24
               MOVE FUNCTION NUMVAL(preq-value) TO zone-stacks
             END-IF
           END-IF
           DISPLAY "  ZONESTACKS=" zone-stacks
           PERFORM LOAD-STACK-CAPACITY
           PERFORM OPEN-CRATE-MASTER

           PERFORM LOAD-CHECKPOINT
           IF resume-point = 0 OR manifest-id = 0
             MOVE start-time TO manifest-id
           END-IF

           IF resume-point = 0
             PERFORM VALIDATE-MANIFEST
               DISPLAY "no moves were applied."
               PERFORM WRITE-VALIDATE-ALERT
               PERFORM CLOSE-INPUT-READER
               PERFORM CLOSE-CRATE-MASTER
               MOVE val-line-no TO line-count
               PERFORM WRITE-RUN-CONTROL-LOG
               MOVE 8 TO RETURN-CODE
               DISPLAY "manifest validated clean; moves checked="
                   val-move-count
               PERFORM CLOSE-INPUT-READER
               PERFORM CLOSE-CRATE-MASTER
               MOVE val-line-no TO line-count
               PERFORM WRITE-RUN-CONTROL-LOG
               MOVE 0 TO RETURN-CODE
               GOBACK
             END-IF
             PERFORM WRITE-CRANE-TICKETS THRU WRITE-CRANE-TICKETS-EXIT
             MOVE 0 TO drawing-count
             MOVE "O" TO ird-function
             CALL "INPUTRDR" USING input-reader-request

           PERFORM WRITE-RESULT-REPORT
           PERFORM WRITE-CRATE-LOCATIONS
           PERFORM CLOSE-CRATE-MASTER
           DISPLAY "crate ledger rows written="ledger-rows
           DISPLAY "crate ledger manifest id="manifest-id

           DISPLAY "moves applied="moves-applied
           DISPLAY "exceptions logged="exception-count
             WHEN drawing-phase AND input-record = SPACES
               PERFORM BUILD-STACKS
               SET move-phase TO TRUE
             WHEN drawing-phase AND drawing-count = 0
             AND input-record(1:5) = "move "
               PERFORM LOAD-STACKS-FROM-LOCATIONS
               SET move-phase TO TRUE
               PERFORM APPLY-MOVE-LINE
             WHEN drawing-phase
               PERFORM STORE-DRAWING-LINE
             WHEN move-phase AND input-record = SPACES
           .

       STORE-DRAWING-LINE.
           IF drawing-count < 50
             COMPUTE drawing-count = drawing-count + 1
             MOVE input-record(1:150)
                 TO drawing-line(drawing-count)
           ELSE
             PERFORM LOG-EXCEPTION
           IF drawing-count = 0
             PERFORM LOG-EXCEPTION
           ELSE
             PERFORM FIND-LABEL-WIDTH
             PERFORM COUNT-STACKS
             PERFORM VARYING mode-idx FROM 1 BY 1
                     UNTIL mode-idx > 2
               PERFORM VARYING stack-idx FROM 1 BY 1
                       UNTIL stack-idx > 24
                 MOVE 0 TO stk-depth(mode-idx stack-idx)
                 MOVE SPACES TO stk-crates(mode-idx stack-idx)
               END-PERFORM
             PERFORM UNTIL draw-idx = 0
               PERFORM VARYING stack-idx FROM 1 BY 1
                       UNTIL stack-idx > stack-count
                 COMPUTE char-pos = (stack-idx - 1) * stack-pitch + 2
                 MOVE SPACES TO crate-char
                 MOVE drawing-line(draw-idx)(char-pos:label-width)
                     TO crate-char
                 IF crate-char NOT = SPACES
                   PERFORM VARYING mode-idx FROM 1 BY 1
                         stk-depth(mode-idx stack-idx) + 1
                     MOVE depth-work
                         TO stk-depth(mode-idx stack-idx)
                     COMPUTE slot-pos = depth-work * 3 - 2
                     MOVE crate-char TO stk-crates
                         (mode-idx stack-idx)(slot-pos:3)
                   END-PERFORM
                 END-IF
               END-PERFORM
           END-IF
           .

       LOAD-STACKS-FROM-LOCATIONS.
           PERFORM VARYING mode-idx FROM 1 BY 1 UNTIL mode-idx > 2
             PERFORM VARYING stack-idx FROM 1 BY 1
                     UNTIL stack-idx > 24
               MOVE 0 TO stk-depth(mode-idx stack-idx)
               MOVE SPACES TO stk-crates(mode-idx stack-idx)
             END-PERFORM
           END-PERFORM
           MOVE 1 TO label-width
           MOVE 4 TO stack-pitch
           MOVE cap-highest TO stack-count
           MOVE "N" TO location-eof-flag
           OPEN INPUT crate-location-file
           IF NOT crate-location-ok
             DISPLAY "The manifest has no drawing and the crate "
                 "location snapshot is not available."
           ELSE
             PERFORM UNTIL location-eof
               READ crate-location-file
                 AT END
                   MOVE "Y" TO location-eof-flag
                 NOT AT END
                   PERFORM STORE-LOCATION-ROW
               END-READ
             END-PERFORM
             CLOSE crate-location-file
           END-IF
           .

       STORE-LOCATION-ROW.
           IF clov-gap = SPACES
             MOVE clov-stack TO upgrade-stack
             MOVE clov-position TO upgrade-position
             MOVE clov-crate TO upgrade-crate
             MOVE SPACES TO crate-location-record
             MOVE upgrade-stack TO clo-stack
             MOVE upgrade-position TO clo-position
             MOVE upgrade-crate TO clo-crate
           END-IF
           IF clo-stack >= 1 AND clo-stack <= 24
           AND clo-position >= 1 AND clo-position <= 200
             COMPUTE slot-pos = clo-position * 3 - 2
             PERFORM VARYING mode-idx FROM 1 BY 1 UNTIL mode-idx > 2
               MOVE clo-crate
                   TO stk-crates(mode-idx clo-stack)(slot-pos:3)
               IF clo-position > stk-depth(mode-idx clo-stack)
                 MOVE clo-position TO stk-depth(mode-idx clo-stack)
               END-IF
             END-PERFORM
             IF clo-stack > stack-count
               MOVE clo-stack TO stack-count
             END-IF
             IF clo-crate(2:2) NOT = SPACES
               MOVE 3 TO label-width
               MOVE 6 TO stack-pitch
             END-IF
           END-IF
           .

       FIND-LABEL-WIDTH.
           MOVE 1 TO label-width
           MOVE 4 TO stack-pitch
           MOVE 0 TO char-pos
           PERFORM VARYING draw-idx FROM 1 BY 1
                   UNTIL draw-idx >= drawing-count OR char-pos > 0
             PERFORM VARYING slot-pos FROM 1 BY 1
                     UNTIL slot-pos > 146 OR char-pos > 0
               IF drawing-line(draw-idx)(slot-pos:1) = "["
                 MOVE slot-pos TO char-pos
               END-IF
             END-PERFORM
           END-PERFORM
           IF char-pos > 0
             COMPUTE draw-idx = draw-idx - 1
             IF drawing-line(draw-idx)(char-pos + 4:1) = "]"
               MOVE 3 TO label-width
               MOVE 6 TO stack-pitch
             END-IF
           END-IF
           .

       COUNT-STACKS.
           MOVE 0 TO stack-count
           MOVE drawing-line(drawing-count) TO number-row
           PERFORM VARYING char-pos FROM 1 BY 1
                   UNTIL char-pos > 150
             IF number-row(char-pos:1) NOT = SPACES
               IF char-pos = 1
                 COMPUTE stack-count = stack-count + 1
               ELSE
                 IF number-row(char-pos - 1:1) = SPACES
                 AND stack-count < 24
                   COMPUTE stack-count = stack-count + 1
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           .
             IF move-count > stk-depth(1 move-source)
             OR stk-depth(1 move-dest) + move-count
                > cap-limit(move-dest)
             OR stk-depth(1 move-dest) + move-count > 200
               MOVE "N" TO row-is-valid
             END-IF
           END-IF
           IF valid-row
             PERFORM CHECK-CRATE-RULES
             IF rule-reason NOT = SPACES
               MOVE "N" TO row-is-valid
             END-IF
           END-IF
           PERFORM VARYING crate-idx FROM 1 BY 1
                   UNTIL crate-idx > move-count
             MOVE stk-depth(1 move-source) TO source-depth
             COMPUTE slot-pos = source-depth * 3 - 2
             MOVE stk-crates(1 move-source)(slot-pos:3)
                 TO crate-char
             MOVE SPACES TO stk-crates(1 move-source)(slot-pos:3)
             COMPUTE source-depth = source-depth - 1
             MOVE source-depth TO stk-depth(1 move-source)
             COMPUTE dest-depth = stk-depth(1 move-dest) + 1
             MOVE dest-depth TO stk-depth(1 move-dest)
             COMPUTE slot-pos = dest-depth * 3 - 2
             MOVE crate-char
                 TO stk-crates(1 move-dest)(slot-pos:3)
           END-PERFORM
           .

           MOVE stk-depth(2 move-source) TO source-depth
           MOVE stk-depth(2 move-dest) TO dest-depth
           COMPUTE char-pos = source-depth - move-count + 1
           COMPUTE slot-pos = char-pos * 3 - 2
           IF crate-ledger-open = "Y"
             PERFORM VARYING ledger-pos FROM 0 BY 1
                     UNTIL ledger-pos >= move-count
               MOVE SPACES TO crate-ledger-record
               MOVE run-date TO clg-date
               COMPUTE clg-move-no = moves-applied + 1
               MOVE stk-crates(2 move-source)
                   (slot-pos + ledger-pos * 3:3) TO clg-crate
               MOVE move-source TO clg-from
               MOVE move-dest TO clg-to
               MOVE line-count TO clg-line
               MOVE manifest-id TO clg-manifest
               MOVE "MOVE" TO clg-kind
               WRITE crate-ledger-record
               COMPUTE ledger-rows = ledger-rows + 1
             END-PERFORM
           END-IF
           MOVE stk-crates(2 move-source)(slot-pos:move-count * 3)
               TO stk-crates(2 move-dest)
               (dest-depth * 3 + 1:move-count * 3)
           MOVE SPACES
               TO stk-crates(2 move-source)(slot-pos:move-count * 3)
           COMPUTE source-depth = source-depth - move-count
           MOVE source-depth TO stk-depth(2 move-source)
           COMPUTE dest-depth = dest-depth + move-count
                   UNTIL stack-idx > stack-count
             MOVE stk-depth(mode-idx stack-idx) TO depth-work
             IF depth-work > 0
               COMPUTE slot-pos = depth-work * 3 - 2
               IF label-width = 1
                 MOVE stack-idx TO char-pos
               ELSE
                 COMPUTE char-pos = (stack-idx - 1) * 4 + 1
               END-IF
               MOVE stk-crates(mode-idx stack-idx)
                   (slot-pos:label-width)
                   TO tops-line(char-pos:label-width)
             END-IF
           END-PERFORM
           .
             MOVE "SUPPLY STACK TOPS AFTER THE MOVE LIST"
                 TO result-record
             WRITE result-record
             MOVE SPACES TO result-record
             STRING "CRATE LEDGER MANIFEST ID: " manifest-id
                 DELIMITED BY SIZE INTO result-record
             WRITE result-record
             MOVE 1 TO mode-idx
             PERFORM COLLECT-TOPS
             MOVE SPACES TO result-record
             STRING "SINGLE-CRATE MODE: " tops-line
                 DELIMITED BY SIZE INTO result-record
             WRITE result-record
             DISPLAY "single-crate tops: " FUNCTION TRIM(tops-line)
             MOVE 2 TO mode-idx
             PERFORM COLLECT-TOPS
             MOVE SPACES TO result-record
             STRING "MULTI-CRATE MODE:  " tops-line
                 DELIMITED BY SIZE INTO result-record
             WRITE result-record
             DISPLAY "multi-crate tops:  " FUNCTION TRIM(tops-line)
             PERFORM WRITE-STACK-WEIGHTS
             CLOSE result-file
           END-IF
           .

       WRITE-STACK-WEIGHTS.
           MOVE SPACES TO result-record
           WRITE result-record
           MOVE "STACK WEIGHTS AFTER THE CRANE (MULTI-CRATE) MOVES"
               TO result-record
           WRITE result-record
           IF crate-master-open NOT = "Y"
             MOVE "  (CRATE MASTER NOT AVAILABLE; WEIGHTS NOT KNOWN)"
                 TO result-record
             WRITE result-record
           ELSE
             MOVE 2 TO mode-idx
             PERFORM VARYING stack-idx FROM 1 BY 1
                     UNTIL stack-idx > stack-count
               PERFORM SUM-STACK-WEIGHT
               MOVE stack-idx TO wtl-stack
               MOVE stk-depth(2 stack-idx) TO wtl-crates
               MOVE stack-weight TO wtl-weight
               IF cap-weight(stack-idx) = 0
                 MOVE "NONE" TO wtl-limit
               ELSE
                 MOVE cap-weight(stack-idx) TO limit-edit
                 MOVE limit-edit TO wtl-limit
               END-IF
               MOVE SPACES TO result-record
               MOVE weight-line TO result-record
               WRITE result-record
             END-PERFORM
           END-IF
           .

       OPEN-CRATE-MASTER.
           OPEN INPUT crate-master
           IF crate-master-ok
             MOVE "Y" TO crate-master-open
           ELSE
             DISPLAY "The crate master is not available; weight and "
                 "fragile checks are skipped."
           END-IF
           .

       CLOSE-CRATE-MASTER.
           IF crate-master-open = "Y"
             CLOSE crate-master
             MOVE "N" TO crate-master-open
           END-IF
           .

       LOOKUP-CRATE.
           MOVE 0 TO crate-weight
           MOVE "N" TO crate-fragile
           IF crate-master-open = "Y"
             MOVE crate-char TO crm-label
             READ crate-master
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE crm-weight TO crate-weight
                 MOVE crm-fragile TO crate-fragile
             END-READ
           END-IF
           .

       SUM-STACK-WEIGHT.
           MOVE 0 TO stack-weight
           PERFORM VARYING depth-work FROM 1 BY 1
                   UNTIL depth-work > stk-depth(mode-idx stack-idx)
             COMPUTE slot-pos = depth-work * 3 - 2
             MOVE stk-crates(mode-idx stack-idx)(slot-pos:3)
                 TO crate-char
             PERFORM LOOKUP-CRATE
             COMPUTE stack-weight = stack-weight + crate-weight
           END-PERFORM
           .

       CHECK-CRATE-RULES.
           MOVE SPACES TO rule-reason
           IF crate-master-open = "Y"
             MOVE stk-depth(2 move-dest) TO depth-work
             IF depth-work > 0
               COMPUTE slot-pos = depth-work * 3 - 2
               MOVE stk-crates(2 move-dest)(slot-pos:3)
                   TO crate-char
               PERFORM LOOKUP-CRATE
               IF crate-fragile = "Y"
                 MOVE "WOULD STACK ON A FRAGILE CRATE"
                     TO rule-reason
               END-IF
             END-IF
           END-IF
           IF crate-master-open = "Y"
           AND rule-reason = SPACES
           AND cap-weight(move-dest) > 0
             MOVE 2 TO mode-idx
             MOVE move-dest TO stack-idx
             PERFORM SUM-STACK-WEIGHT
             MOVE 0 TO block-weight
             COMPUTE char-pos =
                 stk-depth(2 move-source) - move-count + 1
             PERFORM VARYING depth-work FROM char-pos BY 1
                     UNTIL depth-work > stk-depth(2 move-source)
               COMPUTE slot-pos = depth-work * 3 - 2
               MOVE stk-crates(2 move-source)(slot-pos:3)
                   TO crate-char
               PERFORM LOOKUP-CRATE
               COMPUTE block-weight = block-weight + crate-weight
             END-PERFORM
             IF stack-weight + block-weight > cap-weight(move-dest)
               MOVE "WOULD OVERLOAD STACK WEIGHT LIMIT"
                   TO rule-reason
             END-IF
           END-IF
           .

       LOAD-STACK-CAPACITY.
           PERFORM VARYING cap-idx FROM 1 BY 1 UNTIL cap-idx > 24
             MOVE 200 TO cap-limit(cap-idx)
             MOVE 0 TO cap-weight(cap-idx)
           END-PERFORM
           OPEN INPUT capacity-file
           IF capacity-is-ok
             PERFORM UNTIL capacity-eof
               READ capacity-file
                 AT END
                   MOVE "Y" TO capacity-eof-flag
                 NOT AT END
                   MOVE 0 TO cap-weight-work
                   IF capv-gap = SPACES
                     MOVE capv-stack TO cap-stack-work
                     MOVE capv-limit-in TO cap-limit-work
                   ELSE
                     MOVE cap-stack TO cap-stack-work
                     MOVE cap-limit-in TO cap-limit-work
                     IF cap-weight-in IS NUMERIC
                       MOVE cap-weight-in TO cap-weight-work
                     END-IF
                   END-IF
                   IF cap-stack-work >= 1 AND cap-stack-work <= 24
                   AND cap-limit-work > 0
                   AND cap-limit-work <= 200
                     MOVE cap-limit-work TO cap-limit(cap-stack-work)
                     MOVE cap-weight-work
                         TO cap-weight(cap-stack-work)
                     IF cap-stack-work > cap-highest
                       MOVE cap-stack-work TO cap-highest
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
           MOVE 0 TO val-move-count
           MOVE 0 TO val-error-count
           MOVE 0 TO drawing-count
           MOVE 0 TO ticket-move-count
           MOVE 0 TO ticket-pool-used
           MOVE "N" TO ticket-overflow
           PERFORM VARYING cap-idx FROM 1 BY 1 UNTIL cap-idx > 24
             MOVE 0 TO val-depth(cap-idx)
           END-PERFORM

             WHEN val-phase = "D" AND input-record = SPACES
               PERFORM VAL-BUILD-DEPTHS
               MOVE "M" TO val-phase
             WHEN val-phase = "D" AND drawing-count = 0
             AND input-record(1:5) = "move "
               PERFORM LOAD-STACKS-FROM-LOCATIONS
               MOVE stack-count TO val-stack-count
               PERFORM VARYING stack-idx FROM 1 BY 1
                       UNTIL stack-idx > 24
                 MOVE stk-depth(2 stack-idx) TO val-depth(stack-idx)
               END-PERFORM
               MOVE "M" TO val-phase
               PERFORM VAL-CHECK-MOVE
             WHEN val-phase = "D"
               IF drawing-count < 50
                 COMPUTE drawing-count = drawing-count + 1
                 MOVE input-record(1:150)
                     TO drawing-line(drawing-count)
               ELSE
                 MOVE "DRAWING DEEPER THAN 50 ROWS" TO val-reason
                 PERFORM WRITE-VALIDATE-LINE
               END-IF
             WHEN input-record = SPACES
             MOVE "NO STACK DRAWING BEFORE MOVES" TO val-reason
             PERFORM WRITE-VALIDATE-LINE
           ELSE
             PERFORM BUILD-STACKS
             MOVE stack-count TO val-stack-count
             PERFORM VARYING stack-idx FROM 1 BY 1
                     UNTIL stack-idx > val-stack-count
               MOVE 0 TO val-depth(stack-idx)
               COMPUTE char-pos = (stack-idx - 1) * stack-pitch + 2
               COMPUTE draw-idx = drawing-count - 1
               PERFORM UNTIL draw-idx = 0
                 IF drawing-line(draw-idx)(char-pos:label-width)
                     NOT = SPACES
                   COMPUTE val-depth(stack-idx) =
                       val-depth(stack-idx) + 1
               > cap-limit(move-dest)
             MOVE "WOULD OVERLOAD STACK CAPACITY" TO val-reason
           END-IF
           IF val-reason = SPACES
             PERFORM CHECK-CRATE-RULES
             MOVE rule-reason TO val-reason
           END-IF
           IF val-reason = SPACES
             COMPUTE val-depth(move-source) =
                 val-depth(move-source) - move-count
             COMPUTE val-depth(move-dest) =
                 val-depth(move-dest) + move-count
             PERFORM CAPTURE-TICKET-MOVE
             PERFORM APPLY-MULTI-CRATE-MOVE
             COMPUTE val-move-count = val-move-count + 1
           ELSE
             PERFORM WRITE-VALIDATE-LINE
           END-IF
           .

       CAPTURE-TICKET-MOVE.
           IF ticket-move-count >= 1000
           OR ticket-pool-used + move-count * 3 > 30000
             MOVE "Y" TO ticket-overflow
           ELSE
             COMPUTE ticket-move-count = ticket-move-count + 1
             MOVE val-line-no TO tmv-line(ticket-move-count)
             MOVE move-count TO tmv-count(ticket-move-count)
             MOVE move-source TO tmv-source(ticket-move-count)
             MOVE move-dest TO tmv-dest(ticket-move-count)
             COMPUTE tmv-pool-pos(ticket-move-count) =
                 ticket-pool-used + 1
             COMPUTE lift-low = stk-depth(2 move-source) - move-count
                 + 1
             PERFORM VARYING lift-idx FROM stk-depth(2 move-source)
                     BY -1 UNTIL lift-idx < lift-low
               COMPUTE slot-pos = lift-idx * 3 - 2
               MOVE stk-crates(2 move-source)(slot-pos:3)
                   TO ticket-pool(ticket-pool-used + 1:3)
               COMPUTE ticket-pool-used = ticket-pool-used + 3
             END-PERFORM
           END-IF
           .

       WRITE-CRANE-TICKETS.
           IF ticket-overflow = "Y"
             DISPLAY "The manifest is too long for crane work orders; "
                 "no tickets were issued."
             GO TO WRITE-CRANE-TICKETS-EXIT
           END-IF
           IF ticket-move-count = 0
             GO TO WRITE-CRANE-TICKETS-EXIT
           END-IF
           PERFORM OPEN-CRANE-REGISTER
           IF crane-register-open NOT = "Y"
             DISPLAY "The crane ticket register could not be opened "
                 "(status " crane-register-status "); no tickets "
                 "were issued and no moves were applied."
             MOVE "Y" TO crane-register-failed
             PERFORM CLOSE-INPUT-READER
             PERFORM CLOSE-CRATE-MASTER
             MOVE val-line-no TO line-count
             PERFORM WRITE-RUN-CONTROL-LOG
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           OPEN OUTPUT crane-ticket-file
           IF NOT ticket-file-ok
             DISPLAY "The crane ticket file could not be opened; no "
                 "tickets were issued."
             PERFORM CLOSE-CRANE-REGISTER
             GO TO WRITE-CRANE-TICKETS-EXIT
           END-IF

           MOVE "N" TO ticket-open
           MOVE 0 TO current-zone
           PERFORM VARYING ticket-move-idx FROM 1 BY 1
                   UNTIL ticket-move-idx > ticket-move-count
             COMPUTE ticket-zone =
                 (tmv-source(ticket-move-idx) - 1) / zone-stacks + 1
             IF ticket-open = "Y" AND ticket-zone NOT = current-zone
               PERFORM FINISH-CRANE-TICKET
             END-IF
             IF ticket-open = "N"
               PERFORM START-CRANE-TICKET
             END-IF
             PERFORM WRITE-TICKET-STEP
           END-PERFORM
           IF ticket-open = "Y"
             PERFORM FINISH-CRANE-TICKET
           END-IF

           CLOSE crane-ticket-file
           PERFORM CLOSE-CRANE-REGISTER
           DISPLAY "crane tickets issued=" tickets-issued
               " last ticket=" ticket-no
           .

       WRITE-CRANE-TICKETS-EXIT.
           EXIT.

       START-CRANE-TICKET.
           COMPUTE ticket-no = ticket-no + 1
           MOVE "Y" TO ticket-open
           MOVE ticket-zone TO current-zone
           MOVE 0 TO ticket-moves
           MOVE 0 TO ticket-crates
           COMPUTE zone-first = (ticket-zone - 1) * zone-stacks + 1
           COMPUTE zone-last = zone-first + zone-stacks - 1
           IF zone-last > stack-count
             MOVE stack-count TO zone-last
           END-IF
           MOVE ALL "=" TO crane-ticket-line
           WRITE crane-ticket-line
           MOVE SPACES TO crane-ticket-line
           STRING "CRANE WORK ORDER   TICKET " ticket-no
               "   ZONE " ticket-zone
               "  (STACKS " zone-first "-" zone-last ")"
               DELIMITED BY SIZE INTO crane-ticket-line
           WRITE crane-ticket-line
           MOVE SPACES TO crane-ticket-line
           STRING "ISSUED " run-date "   MANIFEST " manifest-id
               DELIMITED BY SIZE INTO crane-ticket-line
           WRITE crane-ticket-line
           MOVE SPACES TO crane-ticket-line
           WRITE crane-ticket-line
           .

       WRITE-TICKET-STEP.
           COMPUTE ticket-moves = ticket-moves + 1
           COMPUTE ticket-crates = ticket-crates
               + tmv-count(ticket-move-idx)
           MOVE ticket-moves TO tsl-step
           MOVE tmv-line(ticket-move-idx) TO tsl-line
           MOVE tmv-count(ticket-move-idx) TO tsl-count
           MOVE tmv-source(ticket-move-idx) TO tsl-source
           MOVE tmv-dest(ticket-move-idx) TO tsl-dest
           WRITE crane-ticket-line FROM ticket-step-line
           MOVE SPACES TO crane-ticket-line
           MOVE "        LIFT " TO crane-ticket-line
           MOVE 14 TO lift-col
           MOVE tmv-pool-pos(ticket-move-idx) TO lift-pos
           PERFORM VARYING lift-idx FROM 1 BY 1
                   UNTIL lift-idx > tmv-count(ticket-move-idx)
             IF lift-col > 93
               WRITE crane-ticket-line
               MOVE SPACES TO crane-ticket-line
               MOVE 14 TO lift-col
             END-IF
             MOVE ticket-pool(lift-pos:3)
                 TO crane-ticket-line(lift-col:3)
             COMPUTE lift-col = lift-col + 4
             COMPUTE lift-pos = lift-pos + 3
           END-PERFORM
           WRITE crane-ticket-line
           .

       FINISH-CRANE-TICKET.
           MOVE SPACES TO crane-ticket-line
           WRITE crane-ticket-line
           MOVE SPACES TO crane-ticket-line
           STRING "  MOVES " ticket-moves "   CRATES LIFTED "
               ticket-crates
               DELIMITED BY SIZE INTO crane-ticket-line
           WRITE crane-ticket-line
           MOVE SPACES TO crane-ticket-line
           WRITE crane-ticket-line
           MOVE SPACES TO crane-ticket-line
           STRING "  CRANE OPERATOR ____________________   "
               "COMPLETED (DATE/TIME) ________________"
               DELIMITED BY SIZE INTO crane-ticket-line
           WRITE crane-ticket-line
           MOVE SPACES TO crane-ticket-line
           WRITE crane-ticket-line
           MOVE SPACES TO crane-ticket-line
           STRING "  SUPERVISOR     ____________________   "
               "SIGNED OFF (DATE/TIME) _______________"
               DELIMITED BY SIZE INTO crane-ticket-line
           WRITE crane-ticket-line
           MOVE SPACES TO crane-ticket-line
           WRITE crane-ticket-line

           MOVE SPACES TO crane-ticket-record
           MOVE ticket-no TO ctk-ticket
           MOVE run-date TO ctk-date
           MOVE manifest-id TO ctk-manifest
           MOVE current-zone TO ctk-zone
           MOVE ticket-moves TO ctk-moves
           MOVE ticket-crates TO ctk-crates
           SET ctk-issued TO TRUE
           MOVE 0 TO ctk-confirm-date
           MOVE 0 TO ctk-confirm-time
           WRITE crane-ticket-record
             INVALID KEY
               DISPLAY "Crane ticket " ticket-no " could not be "
                   "registered (status " crane-register-status ")."
             NOT INVALID KEY
               COMPUTE tickets-issued = tickets-issued + 1
           END-WRITE
           MOVE "N" TO ticket-open
           .

       OPEN-CRANE-REGISTER.
           OPEN I-O crane-ticket-register
           IF crane-register-status = 35
             OPEN OUTPUT crane-ticket-register
             IF crane-register-ok
               CLOSE crane-ticket-register
               OPEN I-O crane-ticket-register
             END-IF
           END-IF
           IF crane-register-ok
             MOVE "Y" TO crane-register-open
             MOVE 0 TO ctk-ticket
             READ crane-ticket-register
               INVALID KEY
                 MOVE "N" TO ticket-control-found
                 MOVE 0 TO ticket-no
               NOT INVALID KEY
                 MOVE "Y" TO ticket-control-found
                 MOVE ctc-last-ticket TO ticket-no
             END-READ
           END-IF
           .

       CLOSE-CRANE-REGISTER.
           IF crane-register-open = "Y"
             MOVE SPACES TO crane-ticket-control
             MOVE 0 TO ctc-key
             MOVE ticket-no TO ctc-last-ticket
             IF ticket-control-found = "Y"
               REWRITE crane-ticket-control
             ELSE
               WRITE crane-ticket-control
             END-IF
             CLOSE crane-ticket-register
             MOVE "N" TO crane-register-open
           END-IF
           .

       WRITE-VALIDATE-LINE.
           COMPUTE val-error-count = val-error-count + 1
           IF validate-is-ok
                     UNTIL stack-idx > stack-count
               PERFORM VARYING depth-work FROM 1 BY 1
                       UNTIL depth-work > stk-depth(2 stack-idx)
                 MOVE SPACES TO crate-location-record
                 MOVE stack-idx TO clo-stack
                 MOVE depth-work TO clo-position
                 COMPUTE slot-pos = depth-work * 3 - 2
                 MOVE stk-crates(2 stack-idx)(slot-pos:3)
                     TO clo-crate
                 WRITE crate-location-record
               END-PERFORM
                 MOVE ckpt-phase           TO parse-phase
                 MOVE ckpt-exception-count TO exception-count
                 MOVE ckpt-moves-applied   TO moves-applied
                 MOVE ckpt-manifest-id     TO manifest-id
                 MOVE ckpt-stack-count     TO stack-count
                 MOVE ckpt-label-width     TO label-width
                 COMPUTE stack-pitch = label-width + 3
                 MOVE ckpt-drawing-count   TO drawing-count
                 PERFORM VARYING draw-idx FROM 1 BY 1
                         UNTIL draw-idx > 50
                   MOVE ckpt-drawing-line(draw-idx)
                       TO drawing-line(draw-idx)
                 END-PERFORM
                 PERFORM VARYING mode-idx FROM 1 BY 1
                         UNTIL mode-idx > 2
                   PERFORM VARYING stack-idx FROM 1 BY 1
                           UNTIL stack-idx > 24
                     MOVE ckpt-stk-depth(mode-idx stack-idx)
                         TO stk-depth(mode-idx stack-idx)
                     MOVE ckpt-stk-crates(mode-idx stack-idx)
           MOVE parse-phase      TO ckpt-phase
           MOVE exception-count  TO ckpt-exception-count
           MOVE moves-applied    TO ckpt-moves-applied
           MOVE manifest-id      TO ckpt-manifest-id
           MOVE stack-count      TO ckpt-stack-count
           MOVE label-width      TO ckpt-label-width
           MOVE drawing-count    TO ckpt-drawing-count
           PERFORM VARYING draw-idx FROM 1 BY 1
                   UNTIL draw-idx > 50
             MOVE drawing-line(draw-idx)
                 TO ckpt-drawing-line(draw-idx)
           END-PERFORM
           PERFORM VARYING mode-idx FROM 1 BY 1 UNTIL mode-idx > 2
             PERFORM VARYING stack-idx FROM 1 BY 1
                     UNTIL stack-idx > 24
               MOVE stk-depth(mode-idx stack-idx)
                   TO ckpt-stk-depth(mode-idx stack-idx)
               MOVE stk-crates(mode-idx stack-idx)
           MOVE "D" TO ckpt-phase
           MOVE 0 TO ckpt-exception-count
           MOVE 0 TO ckpt-moves-applied
           MOVE 0 TO ckpt-manifest-id
           MOVE 0 TO ckpt-stack-count
           MOVE 1 TO ckpt-label-width
           MOVE 0 TO ckpt-drawing-count
           PERFORM VARYING draw-idx FROM 1 BY 1
                   UNTIL draw-idx > 50
             MOVE SPACES TO ckpt-drawing-line(draw-idx)
           END-PERFORM
           PERFORM VARYING mode-idx FROM 1 BY 1 UNTIL mode-idx > 2
             PERFORM VARYING stack-idx FROM 1 BY 1
                     UNTIL stack-idx > 24
               MOVE 0 TO ckpt-stk-depth(mode-idx stack-idx)
               MOVE SPACES TO ckpt-stk-crates(mode-idx stack-idx)
             END-PERFORM
           MOVE line-count TO rcl-lines
           MOVE exception-count TO rcl-exceptions
           EVALUATE TRUE
             WHEN crane-register-failed = "Y"
               MOVE "FAILED" TO rcl-status
             WHEN val-error-count > 0
               MOVE "BADMANIF" TO rcl-status
             WHEN validate-mode
