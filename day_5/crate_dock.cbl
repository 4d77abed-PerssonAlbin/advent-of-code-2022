       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRATE-DOCK.

       ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                  SELECT dock-receipt-file
                      ASSIGN TO "dock-receipts.dat"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS dock-file-status.
                  SELECT issue-file
                      ASSIGN TO "crate-issues.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS issue-file-status.
                  SELECT crate-ledger-file
                      ASSIGN TO "crate-ledger.dat"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS crate-ledger-status.
                  SELECT crate-location-file
                      ASSIGN TO "crate-locations.dat"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS crate-location-status.
                  SELECT capacity-file
                      ASSIGN TO "stack-capacity.dat"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS capacity-file-status.
                  SELECT crate-master
                      ASSIGN TO "crate-master.dat"
                      ORGANIZATION INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS crm-label
                      FILE STATUS crate-master-status.
                  SELECT dock-report-file
                      ASSIGN TO "crate-dock.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS report-file-status.
                  SELECT run-control-file ASSIGN TO "run-control.log"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS run-ctl-file-status.

              DATA DIVISION.
              FILE SECTION.
              FD  dock-receipt-file.
              COPY dckrec.

              FD  issue-file.
              01  issue-record      PIC X(40).

              FD  crate-ledger-file.
              COPY clgrec.

              FD  crate-location-file.
              COPY clorec.

              FD  capacity-file.
              COPY caprec.

              FD  crate-master.
              COPY crmrec.

              FD  dock-report-file.
              01  dock-report-record PIC X(80).

              FD  run-control-file.
              COPY rctlrec.

              WORKING-STORAGE SECTION.
              COPY cmpreq.

              COPY xclreq.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==dock-file-status==
                          ==:OK-NAME:==     BY ==dock-is-ok==
                          ==:EOF-NAME:==    BY ==dock-eof==.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==issue-file-status==
                          ==:OK-NAME:==     BY ==issue-is-ok==
                          ==:EOF-NAME:==    BY ==issue-eof==.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==crate-location-status==
                          ==:OK-NAME:==     BY ==location-is-ok==
                          ==:EOF-NAME:==    BY ==location-eof==.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==capacity-file-status==
                          ==:OK-NAME:==     BY ==capacity-is-ok==
                          ==:EOF-NAME:==    BY ==capacity-eof==.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==report-file-status==
                          ==:OK-NAME:==     BY ==report-is-ok==
                          ==:EOF-NAME:==    BY ==report-fs-spare==.

              01  crate-ledger-status PIC 99.
                  88  crate-ledger-ok VALUE 0 THRU 9.
              01  crate-ledger-open PIC X(1) VALUE "N".

              01  crate-master-status PIC 99.
                  88  crate-master-ok VALUE 0.
              01  crate-master-open PIC X(1) VALUE "N".
              01  lookup-label      PIC X(3).
              01  crate-weight      PIC 9(5).
              01  crate-fragile     PIC X(1).
              01  receipt-weight    PIC 9(5).
              01  stack-refused     PIC X(1).
              01  stacks-refused    PIC 9(2).

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
              01  line-count        PIC 9(6) VALUE 0.
              01  exception-count   PIC 9(6) VALUE 0.

              01  stack-table.
                  03  dock-stack OCCURS 24 TIMES.
                      05  ds-depth      PIC 9(3).
                      05  ds-limit      PIC 9(3).
                      05  ds-weight-limit PIC 9(6).
                      05  ds-weight     PIC 9(7).
                      05  ds-crates     PIC X(600).
              01  stack-count       PIC 9(2) VALUE 0.
              01  stack-idx         PIC 9(2).
              01  depth-work        PIC 9(3).
              01  slot-pos          PIC 9(4).
              01  cap-stack-work    PIC 9(2).
              01  cap-limit-work    PIC 9(3).
              01  cap-weight-work   PIC 9(6).

              01  receipt-table.
                  03  receipt-entry OCCURS 500 TIMES.
                      05  rct-record    PIC X(51).
                      05  rct-placed    PIC X(1).
              01  receipt-count     PIC 9(3) VALUE 0.
              01  receipt-idx       PIC 9(3).

              01  best-stack        PIC 9(2).
              01  best-room         PIC 9(3).
              01  room-work         PIC 9(3).
              01  found-stack       PIC 9(2).
              01  found-position    PIC 9(3).
              01  wanted-crate      PIC X(3).
              01  issue-crew        PIC X(10).

              01  crates-received   PIC 9(6) VALUE 0.
              01  crates-held       PIC 9(6) VALUE 0.
              01  crates-issued     PIC 9(6) VALUE 0.
              01  issues-rejected   PIC 9(6) VALUE 0.
              01  ledger-rows       PIC 9(6) VALUE 0.

              01  upgrade-stack     PIC 9(2).
              01  upgrade-position  PIC 9(3).
              01  upgrade-crate     PIC X(3).

              01  putaway-line.
                  03  FILLER        PIC X(10) VALUE "PUT CRATE ".
                  03  pal-crate     PIC X(3).
                  03  FILLER        PIC X(8) VALUE "  ORDER ".
                  03  pal-order     PIC 9(6).
                  03  FILLER        PIC X(11) VALUE "  ON STACK ".
                  03  pal-stack     PIC Z9.
                  03  FILLER        PIC X(11) VALUE "  POSITION ".
                  03  pal-position  PIC ZZ9.
                  03  FILLER        PIC X(7) VALUE "  CREW ".
                  03  pal-crew      PIC X(10).

              01  issue-line.
                  03  FILLER        PIC X(12) VALUE "ISSUE CRATE ".
                  03  isl-crate     PIC X(3).
                  03  FILLER        PIC X(13) VALUE "  FROM STACK ".
                  03  isl-stack     PIC Z9.
                  03  FILLER        PIC X(11) VALUE "  POSITION ".
                  03  isl-position  PIC ZZ9.
                  03  FILLER        PIC X(10) VALUE "  TO CREW ".
                  03  isl-crew      PIC X(10).
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT start-time FROM TIME
           ACCEPT run-date FROM DATE YYYYMMDD

           PERFORM LOAD-STACK-CAPACITY
           PERFORM LOAD-CURRENT-STACKS
           PERFORM OPEN-CRATE-MASTER
           PERFORM SUM-STACK-WEIGHTS

           OPEN OUTPUT dock-report-file
           IF NOT report-is-ok
             DISPLAY "The dock report could not be opened."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE "CRATE DOCK - PUT-AWAY AND ISSUE INSTRUCTIONS"
               TO dock-report-record
           WRITE dock-report-record
           MOVE SPACES TO dock-report-record
           STRING "RUN DATE " run-date "  BATCH " start-time
               DELIMITED BY SIZE INTO dock-report-record
           WRITE dock-report-record

           OPEN EXTEND crate-ledger-file
           IF NOT crate-ledger-ok
             OPEN OUTPUT crate-ledger-file
           END-IF
           IF crate-ledger-ok
             MOVE "Y" TO crate-ledger-open
           ELSE
             DISPLAY "The crate ledger could not be opened; dock "
                 "movements will not be recorded."
           END-IF

           PERFORM PUT-AWAY-RECEIPTS
           PERFORM ISSUE-CRATES

           IF crate-ledger-open = "Y"
             CLOSE crate-ledger-file
           END-IF
           PERFORM CLOSE-CRATE-MASTER
           PERFORM WRITE-CRATE-LOCATIONS

           MOVE SPACES TO dock-report-record
           WRITE dock-report-record
           MOVE SPACES TO dock-report-record
           STRING "CRATES RECEIVED " crates-received
               "  HELD FOR ROOM " crates-held
               "  ISSUED " crates-issued
               "  REJECTED " issues-rejected
               DELIMITED BY SIZE INTO dock-report-record
           WRITE dock-report-record
           CLOSE dock-report-file

           DISPLAY "crates received="crates-received
           DISPLAY "crates held for room="crates-held
           DISPLAY "crates issued="crates-issued
           DISPLAY "issues rejected="issues-rejected
           DISPLAY "crate ledger rows written="ledger-rows

           PERFORM WRITE-RUN-CONTROL-LOG
           IF exception-count > 0 OR crates-held > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-STACK-CAPACITY.
           PERFORM VARYING stack-idx FROM 1 BY 1 UNTIL stack-idx > 24
             MOVE 0 TO ds-depth(stack-idx)
             MOVE 200 TO ds-limit(stack-idx)
             MOVE 0 TO ds-weight-limit(stack-idx)
             MOVE 0 TO ds-weight(stack-idx)
             MOVE SPACES TO ds-crates(stack-idx)
           END-PERFORM
           OPEN INPUT capacity-file
           IF capacity-is-ok
             PERFORM UNTIL capacity-eof
               READ capacity-file
                 AT END
                   CONTINUE
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
                     MOVE cap-limit-work TO ds-limit(cap-stack-work)
                     MOVE cap-weight-work
                         TO ds-weight-limit(cap-stack-work)
                     IF cap-stack-work > stack-count
                       MOVE cap-stack-work TO stack-count
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE capacity-file
           END-IF
           .

       LOAD-CURRENT-STACKS.
           OPEN INPUT crate-location-file
           IF NOT location-is-ok
             DISPLAY "The crate location snapshot is not available; "
                 "the stacks are taken as empty."
           ELSE
             PERFORM UNTIL location-eof
               READ crate-location-file
                 AT END
                   CONTINUE
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
             MOVE clo-crate TO ds-crates(clo-stack)(slot-pos:3)
             IF clo-position > ds-depth(clo-stack)
               MOVE clo-position TO ds-depth(clo-stack)
             END-IF
             IF clo-stack > stack-count
               MOVE clo-stack TO stack-count
             END-IF
           END-IF
           .

       PUT-AWAY-RECEIPTS.
           MOVE SPACES TO dock-report-record
           WRITE dock-report-record
           MOVE "PUT-AWAY INSTRUCTIONS" TO dock-report-record
           WRITE dock-report-record
           OPEN INPUT dock-receipt-file
           IF NOT dock-is-ok
             MOVE "  (NO DOCK RECEIPTS)" TO dock-report-record
             WRITE dock-report-record
           ELSE
             PERFORM UNTIL dock-eof
               READ dock-receipt-file
                 AT END
                   CONTINUE
                 NOT AT END
                   COMPUTE line-count = line-count + 1
                   PERFORM PUT-AWAY-ONE-RECEIPT
               END-READ
             END-PERFORM
             CLOSE dock-receipt-file
             PERFORM REWRITE-HELD-RECEIPTS
           END-IF
           .

       PUT-AWAY-ONE-RECEIPT.
           IF dck-crate = SPACES
             MOVE "DOCK RECEIPT WITHOUT A CRATE LABEL" TO xcl-text
             PERFORM LOG-EXCEPTION
           ELSE
             MOVE dck-crate TO wanted-crate
             PERFORM FIND-CRATE
             IF found-stack > 0
               MOVE SPACES TO xcl-text
               STRING "CRATE " dck-crate " OF ORDER " dck-order-no
                   " IS ALREADY ON STACK " found-stack
                   DELIMITED BY SIZE INTO xcl-text
               PERFORM LOG-EXCEPTION
             ELSE
               MOVE dck-crate TO lookup-label
               PERFORM LOOKUP-CRATE
               MOVE crate-weight TO receipt-weight
               PERFORM FIND-ROOMIEST-STACK
               IF best-stack = 0
                 PERFORM HOLD-RECEIPT
                 IF stacks-refused > 0
                   MOVE SPACES TO xcl-text
                   STRING "CRATE " dck-crate " OF ORDER " dck-order-no
                       " HELD - WEIGHT OR FRAGILE RULE"
                       DELIMITED BY SIZE INTO xcl-text
                   PERFORM LOG-EXCEPTION
                 END-IF
               ELSE
                 PERFORM PLACE-RECEIPT
               END-IF
             END-IF
           END-IF
           .

       FIND-CRATE.
           MOVE 0 TO found-stack
           MOVE 0 TO found-position
           PERFORM VARYING stack-idx FROM 1 BY 1
                   UNTIL stack-idx > stack-count OR found-stack > 0
             PERFORM VARYING depth-work FROM 1 BY 1
                     UNTIL depth-work > ds-depth(stack-idx)
                     OR found-stack > 0
               COMPUTE slot-pos = depth-work * 3 - 2
               IF ds-crates(stack-idx)(slot-pos:3) = wanted-crate
                 MOVE stack-idx TO found-stack
                 MOVE depth-work TO found-position
               END-IF
             END-PERFORM
           END-PERFORM
           .

       FIND-ROOMIEST-STACK.
           MOVE 0 TO best-stack
           MOVE 0 TO best-room
           MOVE 0 TO stacks-refused
           PERFORM VARYING stack-idx FROM 1 BY 1
                   UNTIL stack-idx > stack-count
             IF ds-limit(stack-idx) > ds-depth(stack-idx)
               PERFORM CHECK-STACK-RULES
               IF stack-refused = "Y"
                 COMPUTE stacks-refused = stacks-refused + 1
               ELSE
                 COMPUTE room-work =
                     ds-limit(stack-idx) - ds-depth(stack-idx)
                 IF room-work > best-room
                   MOVE room-work TO best-room
                   MOVE stack-idx TO best-stack
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           .

       CHECK-STACK-RULES.
           MOVE "N" TO stack-refused
           IF crate-master-open = "Y"
             IF ds-depth(stack-idx) > 0
               COMPUTE slot-pos = ds-depth(stack-idx) * 3 - 2
               MOVE ds-crates(stack-idx)(slot-pos:3) TO lookup-label
               PERFORM LOOKUP-CRATE
               IF crate-fragile = "Y"
                 MOVE "Y" TO stack-refused
               END-IF
             END-IF
             IF stack-refused = "N"
             AND ds-weight-limit(stack-idx) > 0
             AND ds-weight(stack-idx) + receipt-weight
                 > ds-weight-limit(stack-idx)
               MOVE "Y" TO stack-refused
             END-IF
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
             MOVE lookup-label TO crm-label
             READ crate-master
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE crm-weight TO crate-weight
                 MOVE crm-fragile TO crate-fragile
             END-READ
           END-IF
           .

       SUM-STACK-WEIGHTS.
           PERFORM VARYING stack-idx FROM 1 BY 1
                   UNTIL stack-idx > stack-count
             MOVE 0 TO ds-weight(stack-idx)
             PERFORM VARYING depth-work FROM 1 BY 1
                     UNTIL depth-work > ds-depth(stack-idx)
               COMPUTE slot-pos = depth-work * 3 - 2
               MOVE ds-crates(stack-idx)(slot-pos:3) TO lookup-label
               PERFORM LOOKUP-CRATE
               COMPUTE ds-weight(stack-idx) =
                   ds-weight(stack-idx) + crate-weight
             END-PERFORM
           END-PERFORM
           .

       PLACE-RECEIPT.
           COMPUTE depth-work = ds-depth(best-stack) + 1
           MOVE depth-work TO ds-depth(best-stack)
           COMPUTE slot-pos = depth-work * 3 - 2
           MOVE dck-crate TO ds-crates(best-stack)(slot-pos:3)
           COMPUTE ds-weight(best-stack) =
               ds-weight(best-stack) + receipt-weight
           COMPUTE crates-received = crates-received + 1

           MOVE dck-crate TO pal-crate
           MOVE dck-order-no TO pal-order
           MOVE best-stack TO pal-stack
           MOVE depth-work TO pal-position
           MOVE dck-crew TO pal-crew
           WRITE dock-report-record FROM putaway-line

           IF crate-ledger-open = "Y"
             MOVE SPACES TO crate-ledger-record
             MOVE run-date TO clg-date
             MOVE crates-received TO clg-move-no
             MOVE dck-crate TO clg-crate
             MOVE 0 TO clg-from
             MOVE best-stack TO clg-to
             MOVE line-count TO clg-line
             MOVE start-time TO clg-manifest
             MOVE "RECEIVED" TO clg-kind
             MOVE dck-order-no TO clg-reference
             WRITE crate-ledger-record
             COMPUTE ledger-rows = ledger-rows + 1
           END-IF
           .

       HOLD-RECEIPT.
           COMPUTE crates-held = crates-held + 1
           MOVE SPACES TO dock-report-record
           IF stacks-refused > 0
             STRING "HOLD CRATE " dck-crate "  ORDER " dck-order-no
                 "  AT THE DOCK - NO STACK MEETS WEIGHT/FRAGILE RULES"
                 DELIMITED BY SIZE INTO dock-report-record
           ELSE
             STRING "HOLD CRATE " dck-crate "  ORDER " dck-order-no
                 "  AT THE DOCK - NO STACK HAS ROOM"
                 DELIMITED BY SIZE INTO dock-report-record
           END-IF
           WRITE dock-report-record
           IF receipt-count < 500
             COMPUTE receipt-count = receipt-count + 1
             MOVE dock-receipt-record TO rct-record(receipt-count)
             MOVE "N" TO rct-placed(receipt-count)
           ELSE
             MOVE SPACES TO xcl-text
             STRING "CRATE " dck-crate " OF ORDER " dck-order-no
                 " COULD NOT BE HELD FOR THE NEXT RUN"
                 DELIMITED BY SIZE INTO xcl-text
             PERFORM LOG-EXCEPTION
           END-IF
           .

       REWRITE-HELD-RECEIPTS.
           OPEN OUTPUT dock-receipt-file
           IF dock-is-ok
             PERFORM VARYING receipt-idx FROM 1 BY 1
                     UNTIL receipt-idx > receipt-count
               MOVE rct-record(receipt-idx) TO dock-receipt-record
               WRITE dock-receipt-record
             END-PERFORM
             CLOSE dock-receipt-file
           END-IF
           .

       ISSUE-CRATES.
           MOVE SPACES TO dock-report-record
           WRITE dock-report-record
           MOVE "ISSUE INSTRUCTIONS" TO dock-report-record
           WRITE dock-report-record
           MOVE 0 TO line-count
           OPEN INPUT issue-file
           IF NOT issue-is-ok
             MOVE "  (NO CRATE ISSUES)" TO dock-report-record
             WRITE dock-report-record
           ELSE
             PERFORM UNTIL issue-eof
               READ issue-file
                 AT END
                   CONTINUE
                 NOT AT END
                   COMPUTE line-count = line-count + 1
                   IF issue-record NOT = SPACES
                     PERFORM ISSUE-ONE-CRATE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE issue-file
             OPEN OUTPUT issue-file
             IF issue-is-ok
               CLOSE issue-file
             END-IF
           END-IF
           .

       ISSUE-ONE-CRATE.
           MOVE issue-record(1:3) TO wanted-crate
           MOVE issue-record(5:10) TO issue-crew
           PERFORM FIND-CRATE
           EVALUATE TRUE
             WHEN wanted-crate = SPACES OR issue-crew = SPACES
               COMPUTE issues-rejected = issues-rejected + 1
               MOVE "ISSUE NEEDS A CRATE LABEL AND A CREW"
                   TO xcl-text
               PERFORM LOG-EXCEPTION
             WHEN found-stack = 0
               COMPUTE issues-rejected = issues-rejected + 1
               MOVE SPACES TO xcl-text
               STRING "CRATE " wanted-crate
                   " IS NOT IN THE STACKS"
                   DELIMITED BY SIZE INTO xcl-text
               PERFORM LOG-EXCEPTION
             WHEN found-position NOT = ds-depth(found-stack)
               COMPUTE issues-rejected = issues-rejected + 1
               MOVE SPACES TO xcl-text
               STRING "CRATE " wanted-crate " IS BURIED ON STACK "
                   found-stack " AT POSITION " found-position
                   DELIMITED BY SIZE INTO xcl-text
               PERFORM LOG-EXCEPTION
             WHEN OTHER
               PERFORM RELEASE-CRATE
           END-EVALUATE
           .

       RELEASE-CRATE.
           COMPUTE slot-pos = found-position * 3 - 2
           MOVE SPACES TO ds-crates(found-stack)(slot-pos:3)
           COMPUTE ds-depth(found-stack) = found-position - 1
           MOVE wanted-crate TO lookup-label
           PERFORM LOOKUP-CRATE
           IF crate-weight > ds-weight(found-stack)
             MOVE 0 TO ds-weight(found-stack)
           ELSE
             COMPUTE ds-weight(found-stack) =
                 ds-weight(found-stack) - crate-weight
           END-IF
           COMPUTE crates-issued = crates-issued + 1

           MOVE wanted-crate TO isl-crate
           MOVE found-stack TO isl-stack
           MOVE found-position TO isl-position
           MOVE issue-crew TO isl-crew
           WRITE dock-report-record FROM issue-line

           IF crate-ledger-open = "Y"
             MOVE SPACES TO crate-ledger-record
             MOVE run-date TO clg-date
             MOVE crates-issued TO clg-move-no
             MOVE wanted-crate TO clg-crate
             MOVE found-stack TO clg-from
             MOVE 0 TO clg-to
             MOVE line-count TO clg-line
             MOVE start-time TO clg-manifest
             MOVE "ISSUED" TO clg-kind
             MOVE issue-crew TO clg-reference
             WRITE crate-ledger-record
             COMPUTE ledger-rows = ledger-rows + 1
           END-IF
           .

       WRITE-CRATE-LOCATIONS.
           OPEN OUTPUT crate-location-file
           IF NOT location-is-ok
             DISPLAY "The crate location snapshot could not be "
                 "rewritten."
           ELSE
             PERFORM VARYING stack-idx FROM 1 BY 1
                     UNTIL stack-idx > stack-count
               PERFORM VARYING depth-work FROM 1 BY 1
                       UNTIL depth-work > ds-depth(stack-idx)
                 MOVE SPACES TO crate-location-record
                 MOVE stack-idx TO clo-stack
                 MOVE depth-work TO clo-position
                 COMPUTE slot-pos = depth-work * 3 - 2
                 MOVE ds-crates(stack-idx)(slot-pos:3) TO clo-crate
                 WRITE crate-location-record
               END-PERFORM
             END-PERFORM
             CLOSE crate-location-file
           END-IF
           .

       LOG-EXCEPTION.
           MOVE "CRATE-DOCK" TO xcl-program
           MOVE line-count TO xcl-line-no
           CALL "EXCLOG" USING exception-log-request
           COMPUTE exception-count = exception-count + 1
           .

       WRITE-RUN-CONTROL-LOG.
           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME
           OPEN EXTEND run-control-file
           IF NOT run-ctl-is-ok
             OPEN OUTPUT run-control-file
           END-IF
           MOVE "CRATE-DOCK" TO rcl-program
           CALL "CAMPID" USING camp-id-request
           MOVE cmp-camp TO rcl-camp
           MOVE run-date TO rcl-date
           MOVE run-time TO rcl-time
           MOVE start-time TO rcl-start-time
           PERFORM COMPUTE-ELAPSED-SECONDS
           MOVE elapsed-seconds TO rcl-elapsed
           COMPUTE rcl-lines = crates-received + crates-held
               + crates-issued + issues-rejected
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
