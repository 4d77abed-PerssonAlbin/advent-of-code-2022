       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANIFEST-REVERSAL.

       ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                  SELECT crate-ledger-file
                      ASSIGN TO "crate-ledger.dat"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS crate-ledger-status.
                  SELECT crate-location-file
                      ASSIGN TO "crate-locations.dat"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS crate-location-status.
                  SELECT reversal-file
                      ASSIGN TO "manifest-reversal.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS reversal-file-status.
                  SELECT journal-file ASSIGN TO "run-journal.dat"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS journal-file-status.

              DATA DIVISION.
              FILE SECTION.
              FD  crate-ledger-file.
              COPY clgrec.

              FD  crate-location-file.
              COPY clorec.

              FD  reversal-file.
              01  reversal-record   PIC X(100).

              FD  journal-file.
              COPY jrnrec.

              WORKING-STORAGE SECTION.
              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==crate-ledger-status==
                          ==:OK-NAME:==     BY ==ledger-is-ok==
                          ==:EOF-NAME:==    BY ==ledger-eof==.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==crate-location-status==
                          ==:OK-NAME:==     BY ==location-is-ok==
                          ==:EOF-NAME:==    BY ==location-eof==.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==reversal-file-status==
                          ==:OK-NAME:==     BY ==reversal-is-ok==
                          ==:EOF-NAME:==    BY ==reversal-fs-spare==.

              01  journal-file-status PIC 99.
                  88  journal-is-ok VALUE 0 THRU 9.

              01  run-date          PIC 9(8).
              01  reverse-date      PIC 9(8).
              01  reverse-manifest  PIC 9(8).
              01  date-answer       PIC X(10).
              01  manifest-answer   PIC X(10).
              01  operator-id       PIC X(8).
              01  confirm-answer    PIC X(1).

              01  target-table.
                  03  target-entry OCCURS 5000 TIMES.
                      05  tgt-move-no   PIC 9(6).
                      05  tgt-crate     PIC X(3).
                      05  tgt-from      PIC 9(2).
                      05  tgt-to        PIC 9(2).
                      05  tgt-line      PIC 9(6).
              01  target-count      PIC 9(4) VALUE 0.
              01  target-idx        PIC 9(4).
              01  target-overflow   PIC X(1) VALUE "N".
              01  ledger-row        PIC 9(7).
              01  last-target-row   PIC 9(7) VALUE 0.
              01  conflict-count    PIC 9(6) VALUE 0.
              01  crate-in-target   PIC X(1).

              01  stack-table.
                  03  rev-stack OCCURS 24 TIMES.
                      05  rs-depth      PIC 9(3).
                      05  rs-crates     PIC X(600).
              01  before-table.
                  03  before-stack OCCURS 24 TIMES.
                      05  bs-depth      PIC 9(3).
                      05  bs-crates     PIC X(600).
              01  stack-count       PIC 9(2) VALUE 0.
              01  stack-idx         PIC 9(2).
              01  depth-work        PIC 9(3).
              01  slot-pos          PIC 9(4).
              01  dest-pos          PIC 9(4).
              01  location-rows     PIC 9(6) VALUE 0.

              01  group-start       PIC 9(4).
              01  group-end         PIC 9(4).
              01  group-size        PIC 9(4).
              01  group-from        PIC 9(2).
              01  group-to          PIC 9(2).
              01  block-idx         PIC 9(4).
              01  moves-reversed    PIC 9(6) VALUE 0.
              01  reversal-rows     PIC 9(6) VALUE 0.
              01  write-reversal    PIC X(1) VALUE "N".
              01  replay-status     PIC X(1) VALUE "Y".
                  88  replay-ok     VALUE "Y".
              01  replay-reason     PIC X(60).
              01  stacks-changed    PIC 9(2) VALUE 0.

              01  upgrade-crate     PIC X(3).
              01  upgrade-from      PIC 9(2).
              01  upgrade-to        PIC 9(2).
              01  upgrade-line      PIC 9(6).
              01  upgrade-stack     PIC 9(2).
              01  upgrade-position  PIC 9(3).

              01  compare-heading.
                  03  FILLER        PIC X(22)
                                    VALUE "STACK    BEFORE   TOP".
                  03  FILLER        PIC X(19)
                                    VALUE "   AFTER   TOP".
              01  compare-line.
                  03  FILLER        PIC X(6) VALUE "STACK ".
                  03  cmp-stack     PIC Z9.
                  03  FILLER        PIC X(4) VALUE SPACES.
                  03  cmp-before    PIC ZZ9.
                  03  FILLER        PIC X(3) VALUE SPACES.
                  03  cmp-before-top PIC X(3).
                  03  FILLER        PIC X(6) VALUE SPACES.
                  03  cmp-after     PIC ZZ9.
                  03  FILLER        PIC X(3) VALUE SPACES.
                  03  cmp-after-top PIC X(3).
                  03  FILLER        PIC X(2) VALUE SPACES.
                  03  cmp-flag      PIC X(7).
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT run-date FROM DATE YYYYMMDD

           MOVE SPACES TO date-answer
           PERFORM UNTIL FUNCTION TRIM(date-answer) NOT = SPACES
           AND FUNCTION TRIM(date-answer) IS NUMERIC
             DISPLAY "Ledger date of the manifest (YYYYMMDD): "
                 WITH NO ADVANCING
             ACCEPT date-answer
           END-PERFORM
           MOVE FUNCTION NUMVAL(date-answer) TO reverse-date

           MOVE SPACES TO manifest-answer
           PERFORM UNTIL FUNCTION TRIM(manifest-answer) NOT = SPACES
           AND FUNCTION TRIM(manifest-answer) IS NUMERIC
             DISPLAY "Manifest id (from the SUPPLY-STACKS run): "
                 WITH NO ADVANCING
             ACCEPT manifest-answer
           END-PERFORM
           MOVE FUNCTION NUMVAL(manifest-answer) TO reverse-manifest

           MOVE SPACES TO operator-id
           PERFORM UNTIL operator-id NOT = SPACES
             DISPLAY "Operator id: " WITH NO ADVANCING
             ACCEPT operator-id
           END-PERFORM

           PERFORM LOAD-TARGET-MOVES
           IF target-count = 0
             DISPLAY "No crane moves on the ledger for " reverse-date
                 " manifest " reverse-manifest "."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           IF target-overflow = "Y"
             DISPLAY "The manifest has more than 5000 ledger rows; "
                 "it cannot be reversed here."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM CHECK-LATER-MOVES
           IF conflict-count > 0
             DISPLAY conflict-count " later ledger row(s) moved "
                 "crates from this manifest; reversal refused."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM LOAD-CURRENT-STACKS
           IF NOT location-is-ok AND location-rows = 0
             DISPLAY "The crate location snapshot is not available; "
                 "reversal refused."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE stack-table TO before-table

           MOVE "N" TO write-reversal
           PERFORM REPLAY-IN-REVERSE
           IF NOT replay-ok
             DISPLAY "The current stacks do not match the ledger; "
                 "reversal refused."
             DISPLAY "  " FUNCTION TRIM(replay-reason)
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           DISPLAY "Manifest " reverse-manifest " of " reverse-date
               " moved " target-count " crate(s) in "
               moves-reversed " move(s)."
           DISPLAY "This will put those crates back, rewrite the "
               "crate locations and add reversal rows to the ledger."
           DISPLAY "Proceed? (Y/N): " WITH NO ADVANCING
           ACCEPT confirm-answer
           IF confirm-answer NOT = "Y" AND confirm-answer NOT = "y"
             DISPLAY "Reversal cancelled."
             MOVE 0 TO RETURN-CODE
             GOBACK
           END-IF

           MOVE before-table TO stack-table
           MOVE "Y" TO write-reversal
           OPEN EXTEND crate-ledger-file
           IF NOT ledger-is-ok
             DISPLAY "The crate ledger could not be extended; "
                 "reversal refused."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM REPLAY-IN-REVERSE
           CLOSE crate-ledger-file

           PERFORM WRITE-CRATE-LOCATIONS
           PERFORM WRITE-COMPARISON-REPORT
           PERFORM JOURNAL-THE-REVERSAL

           DISPLAY "moves reversed="moves-reversed
           DISPLAY "reversal ledger rows written="reversal-rows
           DISPLAY "stacks changed="stacks-changed
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       LOAD-TARGET-MOVES.
           MOVE 0 TO ledger-row
           MOVE 0 TO crate-ledger-status
           OPEN INPUT crate-ledger-file
           IF NOT ledger-is-ok
             DISPLAY "The crate ledger is not available."
           ELSE
             PERFORM UNTIL ledger-eof
               READ crate-ledger-file
                 AT END
                   CONTINUE
                 NOT AT END
                   COMPUTE ledger-row = ledger-row + 1
                   PERFORM UPGRADE-LEDGER-ROW
                   IF clg-date = reverse-date
                   AND clg-manifest = reverse-manifest
                   AND clg-kind = "MOVE"
                     PERFORM NOTE-TARGET-MOVE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE crate-ledger-file
           END-IF
           .

       NOTE-TARGET-MOVE.
           MOVE ledger-row TO last-target-row
           IF target-count < 5000
             COMPUTE target-count = target-count + 1
             MOVE clg-move-no TO tgt-move-no(target-count)
             MOVE clg-crate TO tgt-crate(target-count)
             MOVE clg-from TO tgt-from(target-count)
             MOVE clg-to TO tgt-to(target-count)
             MOVE clg-line TO tgt-line(target-count)
           ELSE
             MOVE "Y" TO target-overflow
           END-IF
           .

       CHECK-LATER-MOVES.
           MOVE 0 TO ledger-row
           MOVE 0 TO crate-ledger-status
           OPEN INPUT crate-ledger-file
           IF ledger-is-ok
             PERFORM UNTIL ledger-eof
               READ crate-ledger-file
                 AT END
                   CONTINUE
                 NOT AT END
                   COMPUTE ledger-row = ledger-row + 1
                   IF ledger-row > last-target-row
                     PERFORM UPGRADE-LEDGER-ROW
                     PERFORM CHECK-ONE-LATER-ROW
                   END-IF
               END-READ
             END-PERFORM
             CLOSE crate-ledger-file
           END-IF
           .

       CHECK-ONE-LATER-ROW.
           MOVE "N" TO crate-in-target
           PERFORM VARYING target-idx FROM 1 BY 1
                   UNTIL target-idx > target-count
                   OR crate-in-target = "Y"
             IF tgt-crate(target-idx) = clg-crate
               MOVE "Y" TO crate-in-target
             END-IF
           END-PERFORM
           IF crate-in-target = "Y"
             COMPUTE conflict-count = conflict-count + 1
             IF conflict-count <= 10
               DISPLAY "Crate " FUNCTION TRIM(clg-crate)
                   " was moved again on " clg-date " (manifest "
                   clg-manifest " " FUNCTION TRIM(clg-kind) ")."
             END-IF
           END-IF
           .

       LOAD-CURRENT-STACKS.
           PERFORM VARYING stack-idx FROM 1 BY 1 UNTIL stack-idx > 24
             MOVE 0 TO rs-depth(stack-idx)
             MOVE SPACES TO rs-crates(stack-idx)
           END-PERFORM
           MOVE 0 TO stack-count
           MOVE 0 TO crate-location-status
           OPEN INPUT crate-location-file
           IF location-is-ok
             PERFORM UNTIL location-eof
               READ crate-location-file
                 AT END
                   CONTINUE
                 NOT AT END
                   PERFORM UPGRADE-LOCATION-ROW
                   PERFORM STORE-LOCATION-ROW
               END-READ
             END-PERFORM
             CLOSE crate-location-file
           END-IF
           PERFORM VARYING target-idx FROM 1 BY 1
                   UNTIL target-idx > target-count
             IF tgt-from(target-idx) > stack-count
             AND tgt-from(target-idx) <= 24
               MOVE tgt-from(target-idx) TO stack-count
             END-IF
             IF tgt-to(target-idx) > stack-count
             AND tgt-to(target-idx) <= 24
               MOVE tgt-to(target-idx) TO stack-count
             END-IF
           END-PERFORM
           .

       STORE-LOCATION-ROW.
           IF clo-stack >= 1 AND clo-stack <= 24
           AND clo-position >= 1 AND clo-position <= 200
             COMPUTE location-rows = location-rows + 1
             COMPUTE slot-pos = clo-position * 3 - 2
             MOVE clo-crate TO rs-crates(clo-stack)(slot-pos:3)
             IF clo-position > rs-depth(clo-stack)
               MOVE clo-position TO rs-depth(clo-stack)
             END-IF
             IF clo-stack > stack-count
               MOVE clo-stack TO stack-count
             END-IF
           END-IF
           .

       REPLAY-IN-REVERSE.
           MOVE "Y" TO replay-status
           MOVE SPACES TO replay-reason
           MOVE 0 TO moves-reversed
           MOVE target-count TO group-end
           PERFORM UNTIL group-end = 0 OR NOT replay-ok
             MOVE group-end TO group-start
             PERFORM UNTIL group-start = 1
             OR tgt-move-no(group-start - 1)
                NOT = tgt-move-no(group-end)
               COMPUTE group-start = group-start - 1
             END-PERFORM
             PERFORM REVERSE-ONE-MOVE
             COMPUTE group-end = group-start - 1
           END-PERFORM
           .

       REVERSE-ONE-MOVE.
           COMPUTE group-size = group-end - group-start + 1
           MOVE tgt-from(group-end) TO group-from
           MOVE tgt-to(group-end) TO group-to
           IF group-from < 1 OR group-from > 24
           OR group-to < 1 OR group-to > 24
             MOVE "N" TO replay-status
             STRING "MOVE " tgt-move-no(group-end)
                 " NAMES A STACK OUTSIDE 1-24"
                 DELIMITED BY SIZE INTO replay-reason
           END-IF
           IF replay-ok
           AND rs-depth(group-to) < group-size
             MOVE "N" TO replay-status
             STRING "STACK " group-to " HOLDS FEWER CRATES THAN MOVE "
                 tgt-move-no(group-end) " PUT THERE"
                 DELIMITED BY SIZE INTO replay-reason
           END-IF
           IF replay-ok
           AND rs-depth(group-from) + group-size > 200
             MOVE "N" TO replay-status
             STRING "STACK " group-from " WOULD EXCEED 200 CRATES"
                 DELIMITED BY SIZE INTO replay-reason
           END-IF
           IF replay-ok
             COMPUTE depth-work = rs-depth(group-to) - group-size
             PERFORM VARYING block-idx FROM 0 BY 1
                     UNTIL block-idx >= group-size OR NOT replay-ok
               COMPUTE slot-pos = (depth-work + block-idx) * 3 + 1
               IF rs-crates(group-to)(slot-pos:3)
                   NOT = tgt-crate(group-start + block-idx)
                 MOVE "N" TO replay-status
                 STRING "CRATE " tgt-crate(group-start + block-idx)
                     " OF MOVE " tgt-move-no(group-end)
                     " IS NOT WHERE THE LEDGER LEFT IT ON STACK "
                     group-to
                     DELIMITED BY SIZE INTO replay-reason
               END-IF
             END-PERFORM
           END-IF
           IF replay-ok
             COMPUTE slot-pos = depth-work * 3 + 1
             COMPUTE dest-pos = rs-depth(group-from) * 3 + 1
             MOVE rs-crates(group-to)(slot-pos:group-size * 3)
                 TO rs-crates(group-from)(dest-pos:group-size * 3)
             MOVE SPACES
                 TO rs-crates(group-to)(slot-pos:group-size * 3)
             MOVE depth-work TO rs-depth(group-to)
             COMPUTE rs-depth(group-from) =
                 rs-depth(group-from) + group-size
             COMPUTE moves-reversed = moves-reversed + 1
             IF write-reversal = "Y"
               PERFORM VARYING block-idx FROM 0 BY 1
                       UNTIL block-idx >= group-size
                 PERFORM WRITE-REVERSAL-ROW
               END-PERFORM
             END-IF
           END-IF
           .

       WRITE-REVERSAL-ROW.
           MOVE SPACES TO crate-ledger-record
           MOVE run-date TO clg-date
           MOVE moves-reversed TO clg-move-no
           MOVE tgt-crate(group-start + block-idx) TO clg-crate
           MOVE group-to TO clg-from
           MOVE group-from TO clg-to
           MOVE tgt-line(group-start + block-idx) TO clg-line
           MOVE reverse-manifest TO clg-manifest
           MOVE "REVERSAL" TO clg-kind
           WRITE crate-ledger-record
           COMPUTE reversal-rows = reversal-rows + 1
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
                       UNTIL depth-work > rs-depth(stack-idx)
                 MOVE SPACES TO crate-location-record
                 MOVE stack-idx TO clo-stack
                 MOVE depth-work TO clo-position
                 COMPUTE slot-pos = depth-work * 3 - 2
                 MOVE rs-crates(stack-idx)(slot-pos:3) TO clo-crate
                 WRITE crate-location-record
               END-PERFORM
             END-PERFORM
             CLOSE crate-location-file
           END-IF
           .

       WRITE-COMPARISON-REPORT.
           OPEN OUTPUT reversal-file
           IF NOT reversal-is-ok
             DISPLAY "The reversal report could not be opened."
           ELSE
             MOVE "MANIFEST REVERSAL - STACKS BEFORE AND AFTER"
                 TO reversal-record
             WRITE reversal-record
             MOVE SPACES TO reversal-record
             STRING "LEDGER DATE " reverse-date "  MANIFEST "
                 reverse-manifest "  REVERSED ON " run-date
                 " BY " operator-id
                 DELIMITED BY SIZE INTO reversal-record
             WRITE reversal-record
             MOVE SPACES TO reversal-record
             STRING "MOVES REVERSED " moves-reversed
                 "  CRATES RETURNED " reversal-rows
                 DELIMITED BY SIZE INTO reversal-record
             WRITE reversal-record
             MOVE SPACES TO reversal-record
             WRITE reversal-record
             WRITE reversal-record FROM compare-heading
             PERFORM VARYING stack-idx FROM 1 BY 1
                     UNTIL stack-idx > stack-count
               PERFORM WRITE-COMPARE-LINE
             END-PERFORM
             CLOSE reversal-file
           END-IF
           .

       WRITE-COMPARE-LINE.
           MOVE stack-idx TO cmp-stack
           MOVE bs-depth(stack-idx) TO cmp-before
           MOVE SPACES TO cmp-before-top
           IF bs-depth(stack-idx) > 0
             COMPUTE slot-pos = bs-depth(stack-idx) * 3 - 2
             MOVE bs-crates(stack-idx)(slot-pos:3) TO cmp-before-top
           END-IF
           MOVE rs-depth(stack-idx) TO cmp-after
           MOVE SPACES TO cmp-after-top
           IF rs-depth(stack-idx) > 0
             COMPUTE slot-pos = rs-depth(stack-idx) * 3 - 2
             MOVE rs-crates(stack-idx)(slot-pos:3) TO cmp-after-top
           END-IF
           IF before-stack(stack-idx) = rev-stack(stack-idx)
             MOVE SPACES TO cmp-flag
           ELSE
             MOVE "CHANGED" TO cmp-flag
             COMPUTE stacks-changed = stacks-changed + 1
           END-IF
           WRITE reversal-record FROM compare-line
           .

       JOURNAL-THE-REVERSAL.
           OPEN EXTEND journal-file
           IF NOT journal-is-ok
             OPEN OUTPUT journal-file
           END-IF
           IF journal-is-ok
             MOVE SPACES TO run-journal-record
             MOVE "MANIFEST-REVERSAL" TO jrn-program
             MOVE run-date TO jrn-date
             MOVE operator-id TO jrn-operator
             MOVE SPACES TO jrn-note
             STRING "REVERSED CRATE MANIFEST " reverse-manifest
                 " OF " reverse-date
                 DELIMITED BY SIZE INTO jrn-note
             WRITE run-journal-record
             CLOSE journal-file
           END-IF
           .

       UPGRADE-LEDGER-ROW.
           IF clv-spare = SPACES
             MOVE clv-crate TO upgrade-crate
             MOVE clv-from TO upgrade-from
             MOVE clv-to TO upgrade-to
             MOVE clv-line TO upgrade-line
             MOVE upgrade-crate TO clg-crate
             MOVE upgrade-from TO clg-from
             MOVE upgrade-to TO clg-to
             MOVE upgrade-line TO clg-line
           END-IF
           IF clg-kind = SPACES
             MOVE 0 TO clg-manifest
             MOVE "MOVE" TO clg-kind
           END-IF
           .

       UPGRADE-LOCATION-ROW.
           IF clov-gap = SPACES
             MOVE clov-stack TO upgrade-stack
             MOVE clov-position TO upgrade-position
             MOVE clov-crate TO upgrade-crate
             MOVE SPACES TO crate-location-record
             MOVE upgrade-stack TO clo-stack
             MOVE upgrade-position TO clo-position
             MOVE upgrade-crate TO clo-crate
           END-IF
           .
