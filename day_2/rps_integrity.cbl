       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPS-INTEGRITY.

       ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                  SELECT audit-file ASSIGN TO "rps-audit.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS audit-file-status.
                  SELECT rating-history
                      ASSIGN TO "rps-rating-history.dat"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS rating-history-status.
                  SELECT profile-master
                      ASSIGN TO "rps-opponent-profile.dat"
                      ORGANIZATION INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS opf-bucket
                      FILE STATUS profile-file-status.
                  SELECT incident-master
                      ASSIGN TO "incident-master.dat"
                      ORGANIZATION INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS inc-id
                      FILE STATUS incident-file-status.
                  SELECT review-file
                      ASSIGN TO "rps-integrity.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS review-file-status.

              DATA DIVISION.
              FILE SECTION.
              FD  audit-file.
              01  audit-record        PIC X(17).

              FD  rating-history.
              01  rating-history-record.
                  03  rth-date        PIC 9(8).
                  03  FILLER          PIC X(2).
                  03  rth-elf-name    PIC X(20).
                  03  FILLER          PIC X(2).
                  03  rth-old-rating  PIC 9(5).
                  03  FILLER          PIC X(2).
                  03  rth-new-rating  PIC 9(5).
                  03  FILLER          PIC X(2).
                  03  rth-opponent    PIC X(20).
                  03  FILLER          PIC X(2).
                  03  rth-won         PIC 9(5).
                  03  FILLER          PIC X(1).
                  03  rth-lost        PIC 9(5).
                  03  FILLER          PIC X(1).
                  03  rth-drawn       PIC 9(5).
                  03  FILLER          PIC X(2).
                  03  rth-sequence    PIC 9(8).

              FD  profile-master.
              01  opponent-profile-record.
                  03  opf-bucket      PIC X(8).
                  03  opf-days        PIC 9(4).
                  03  opf-last-date   PIC 9(8).
                  03  opf-rock        PIC 9(8).
                  03  opf-paper       PIC 9(8).
                  03  opf-scissors    PIC 9(8).

              FD  incident-master.
              COPY increc.

              FD  review-file.
              01  review-record       PIC X(80).

              WORKING-STORAGE SECTION.
              COPY prmreq.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==audit-file-status==
                          ==:OK-NAME:==     BY ==audit-is-ok==
                          ==:EOF-NAME:==    BY ==audit-eof==.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==rating-history-status==
                          ==:OK-NAME:==     BY ==history-is-ok==
                          ==:EOF-NAME:==    BY ==history-eof==.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==review-file-status==
                          ==:OK-NAME:==     BY ==review-is-ok==
                          ==:EOF-NAME:==    BY ==review-fs-spare==.

              01  profile-file-status PIC 99.
                  88  profile-is-ok   VALUE 0.

              01  incident-file-status PIC 99.
                  88  incident-is-ok  VALUE 0.
              01  incident-eof-flag   PIC X(1).
                  88  incident-eof    VALUE "Y".

              01  run-date            PIC 9(8).
              01  incident-score      PIC 9(3) VALUE 60.
              01  next-incident-id    PIC 9(6).
              01  wanted-description  PIC X(60).
              01  incident-found      PIC X(1).

              01  baseline-source     PIC X(8) VALUE "DEFAULT".
              01  baseline-draw-pct   PIC 9(3) VALUE 33.
              01  audit-rounds        PIC 9(7) VALUE 0.
              01  audit-draws         PIC 9(7) VALUE 0.
              01  audit-skipped       PIC 9(7) VALUE 0.
              01  my-char             PIC A(1).
              01  my-idx              PIC 9(1).
              01  round-points        PIC 9(3).
              01  profile-total       PIC 9(9).
              01  profile-squares     PIC 9(18).

              01  pair-table.
                  03  pair-entry OCCURS 300 TIMES.
                      05  pr-name-1       PIC X(20).
                      05  pr-name-2       PIC X(20).
                      05  pr-matches      PIC 9(5).
                      05  pr-throws       PIC 9(7).
                      05  pr-draws        PIC 9(7).
                      05  pr-repeats      PIC 9(3).
                      05  pr-draw-pct     PIC 9(3).
                      05  pr-score        PIC 9(3).
                      05  pr-swing-flags  PIC 9(1).
                      05  pr-side OCCURS 2 TIMES.
                          07  prs-matches     PIC 9(5).
                          07  prs-swing       PIC 9(7).
                          07  prs-seq-count   PIC 9(1).
                          07  prs-sequence    PIC 9(8) OCCURS 8 TIMES.
              01  pair-count          PIC 9(3) VALUE 0.
              01  pairs-overflowed    PIC 9(5) VALUE 0.

              01  elf-table.
                  03  elf-entry OCCURS 200 TIMES.
                      05  el-name         PIC X(20).
                      05  el-matches      PIC 9(5).
                      05  el-swing        PIC 9(7).
              01  elf-count           PIC 9(3) VALUE 0.

              01  pair-idx            PIC 9(3).
              01  side-idx            PIC 9(1).
              01  elf-idx             PIC 9(3).
              01  seq-idx             PIC 9(1).
              01  low-name            PIC X(20).
              01  high-name           PIC X(20).
              01  rating-swing        PIC 9(5).
              01  swing-vs-pair       PIC 9(5).
              01  swing-elsewhere     PIC 9(5).
              01  other-matches       PIC 9(5).
              01  excess-draw-pct     PIC S9(4).
              01  score-work          PIC 9(5).
              01  history-lines       PIC 9(7) VALUE 0.
              01  matches-read        PIC 9(7) VALUE 0.
              01  pairs-flagged       PIC 9(3) VALUE 0.
              01  incidents-opened    PIC 9(3) VALUE 0.
              01  incidents-already   PIC 9(3) VALUE 0.
              01  incident-note       PIC X(18).

              01  review-heading.
                  03  FILLER          PIC X(21) VALUE "ELF".
                  03  FILLER          PIC X(21) VALUE "OPPONENT".
                  03  FILLER          PIC X(6) VALUE "MATCH".
                  03  FILLER          PIC X(6) VALUE "DRAW%".
                  03  FILLER          PIC X(5) VALUE "REPT".
                  03  FILLER          PIC X(5) VALUE "SWNG".
                  03  FILLER          PIC X(6) VALUE "SCORE".
                  03  FILLER          PIC X(10) VALUE "ACTION".

              01  review-line.
                  03  rvl-name-1      PIC X(20).
                  03  FILLER          PIC X(1) VALUE SPACES.
                  03  rvl-name-2      PIC X(20).
                  03  FILLER          PIC X(1) VALUE SPACES.
                  03  rvl-matches     PIC Z(4)9.
                  03  FILLER          PIC X(1) VALUE SPACES.
                  03  rvl-draw-pct    PIC Z(4)9.
                  03  FILLER          PIC X(1) VALUE SPACES.
                  03  rvl-repeats     PIC Z(3)9.
                  03  FILLER          PIC X(1) VALUE SPACES.
                  03  rvl-swings      PIC Z(3)9.
                  03  FILLER          PIC X(1) VALUE SPACES.
                  03  rvl-score       PIC Z(4)9.
                  03  FILLER          PIC X(1) VALUE SPACES.
                  03  rvl-action      PIC X(10).
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT run-date FROM DATE YYYYMMDD

           MOVE "RPS-INTEGRITY" TO preq-program
           MOVE "FIXSCORE" TO preq-keyword
           CALL "PARMREAD" USING parm-request
           IF parm-found
           AND FUNCTION TRIM(preq-value) NOT = SPACES
           AND FUNCTION TRIM(preq-value) IS NUMERIC
             IF FUNCTION NUMVAL(preq-value) > 0
             AND FUNCTION NUMVAL(preq-value) <= 999
               MOVE FUNCTION NUMVAL(preq-value) TO incident-score
             END-IF
           END-IF
           DISPLAY "PARAMETERS IN EFFECT FOR RPS-INTEGRITY:"
           DISPLAY "  FIXSCORE=" incident-score

           OPEN INPUT rating-history
           IF NOT history-is-ok
             DISPLAY "The rating history could not be opened."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM UNTIL history-eof
             READ rating-history
               AT END
                 CONTINUE
               NOT AT END
                 COMPUTE history-lines = history-lines + 1
                 IF rth-opponent NOT = SPACES
                 AND rth-won IS NUMERIC
                 AND rth-lost IS NUMERIC
                 AND rth-drawn IS NUMERIC
                 AND rth-sequence IS NUMERIC
                   PERFORM TALLY-ONE-MATCH THRU TALLY-ONE-MATCH-EXIT
                 END-IF
             END-READ
           END-PERFORM
           CLOSE rating-history

           PERFORM SET-DRAW-BASELINE

           OPEN OUTPUT review-file
           IF NOT review-is-ok
             DISPLAY "The integrity review report could not be "
                 "opened."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           OPEN I-O incident-master
           IF NOT incident-is-ok
             OPEN OUTPUT incident-master
             IF incident-is-ok
               CLOSE incident-master
               OPEN I-O incident-master
             END-IF
           END-IF
           IF NOT incident-is-ok
             DISPLAY "The incident master could not be opened "
                 "(status " incident-file-status "); no incidents "
                 "will be raised."
           END-IF

           PERFORM WRITE-REVIEW-HEADING
           PERFORM VARYING pair-idx FROM 1 BY 1
                   UNTIL pair-idx > pair-count
             PERFORM SCORE-ONE-PAIR
             IF pr-score(pair-idx) > 0
               PERFORM REPORT-ONE-PAIR
             END-IF
           END-PERFORM

           MOVE SPACES TO review-record
           WRITE review-record
           IF pairs-flagged = 0
             MOVE "  (NO PAIR SHOWED A SUSPICIOUS PATTERN)"
                 TO review-record
           ELSE
             STRING "PAIRS FLAGGED " pairs-flagged
                 "  INCIDENTS OPENED " incidents-opened
                 "  ALREADY OPEN " incidents-already
                 DELIMITED BY SIZE INTO review-record
           END-IF
           WRITE review-record

           IF incident-is-ok
             CLOSE incident-master
           END-IF
           CLOSE review-file

           DISPLAY "history lines read=" history-lines
           DISPLAY "matches analysed=" matches-read
           DISPLAY "pairs analysed=" pair-count
           DISPLAY "pairs flagged=" pairs-flagged
           DISPLAY "incidents opened=" incidents-opened
           IF pairs-overflowed > 0
             DISPLAY "matches beyond the pair table=" pairs-overflowed
           END-IF
           IF incidents-opened > 0 OR pairs-overflowed > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       TALLY-ONE-MATCH.
           IF rth-elf-name < rth-opponent
             MOVE rth-elf-name TO low-name
             MOVE rth-opponent TO high-name
             MOVE 1 TO side-idx
           ELSE
             MOVE rth-opponent TO low-name
             MOVE rth-elf-name TO high-name
             MOVE 2 TO side-idx
           END-IF

           PERFORM VARYING pair-idx FROM 1 BY 1
                   UNTIL pair-idx > pair-count
                   OR (pr-name-1(pair-idx) = low-name
                       AND pr-name-2(pair-idx) = high-name)
             CONTINUE
           END-PERFORM
           IF pair-idx > pair-count
             IF pair-count = 300
               COMPUTE pairs-overflowed = pairs-overflowed + 1
               GO TO TALLY-ONE-MATCH-EXIT
             END-IF
             COMPUTE pair-count = pair-count + 1
             MOVE pair-count TO pair-idx
             INITIALIZE pair-entry(pair-idx)
             MOVE low-name TO pr-name-1(pair-idx)
             MOVE high-name TO pr-name-2(pair-idx)
           END-IF

           IF side-idx = 1
             COMPUTE matches-read = matches-read + 1
             COMPUTE pr-matches(pair-idx) = pr-matches(pair-idx) + 1
             COMPUTE pr-throws(pair-idx) = pr-throws(pair-idx)
                 + rth-won + rth-lost + rth-drawn
             COMPUTE pr-draws(pair-idx) = pr-draws(pair-idx)
                 + rth-drawn
           END-IF

           IF rth-new-rating > rth-old-rating
             COMPUTE rating-swing = rth-new-rating - rth-old-rating
           ELSE
             COMPUTE rating-swing = rth-old-rating - rth-new-rating
           END-IF
           COMPUTE prs-matches(pair-idx side-idx) =
               prs-matches(pair-idx side-idx) + 1
           COMPUTE prs-swing(pair-idx side-idx) =
               prs-swing(pair-idx side-idx) + rating-swing

           IF rth-sequence > 0
             PERFORM VARYING seq-idx FROM 1 BY 1
                     UNTIL seq-idx > prs-seq-count(pair-idx side-idx)
               IF prs-sequence(pair-idx side-idx seq-idx)
                   = rth-sequence
                 COMPUTE pr-repeats(pair-idx) =
                     pr-repeats(pair-idx) + 1
               END-IF
             END-PERFORM
             IF prs-seq-count(pair-idx side-idx) < 8
               COMPUTE prs-seq-count(pair-idx side-idx) =
                   prs-seq-count(pair-idx side-idx) + 1
               MOVE rth-sequence TO prs-sequence(pair-idx side-idx
                   prs-seq-count(pair-idx side-idx))
             END-IF
           END-IF

           PERFORM FIND-ELF
           IF elf-idx > 0
             COMPUTE el-matches(elf-idx) = el-matches(elf-idx) + 1
             COMPUTE el-swing(elf-idx) = el-swing(elf-idx)
                 + rating-swing
           END-IF
           .

       TALLY-ONE-MATCH-EXIT.
           EXIT.

       FIND-ELF.
           PERFORM VARYING elf-idx FROM 1 BY 1
                   UNTIL elf-idx > elf-count
                   OR el-name(elf-idx) = rth-elf-name
             CONTINUE
           END-PERFORM
           IF elf-idx > elf-count
             IF elf-count < 200
               COMPUTE elf-count = elf-count + 1
               MOVE elf-count TO elf-idx
               MOVE rth-elf-name TO el-name(elf-idx)
               MOVE 0 TO el-matches(elf-idx)
               MOVE 0 TO el-swing(elf-idx)
             ELSE
               MOVE 0 TO elf-idx
             END-IF
           END-IF
           .

       SET-DRAW-BASELINE.
           OPEN INPUT audit-file
           IF audit-is-ok
             PERFORM UNTIL audit-eof
               READ audit-file
                 AT END
                   CONTINUE
                 NOT AT END
                   PERFORM TALLY-AUDIT-ROUND
               END-READ
             END-PERFORM
             CLOSE audit-file
           END-IF

           IF audit-rounds > 0
             COMPUTE baseline-draw-pct ROUNDED =
                 audit-draws * 100 / audit-rounds
             MOVE "AUDIT" TO baseline-source
           ELSE
             OPEN INPUT profile-master
             IF profile-is-ok
               MOVE "OVERALL" TO opf-bucket
               READ profile-master
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   COMPUTE profile-total =
                       opf-rock + opf-paper + opf-scissors
                   IF profile-total > 0
                     COMPUTE profile-squares =
                         opf-rock * opf-rock
                         + opf-paper * opf-paper
                         + opf-scissors * opf-scissors
                     COMPUTE baseline-draw-pct ROUNDED =
                         profile-squares * 100
                         / (profile-total * profile-total)
                     MOVE "PROFILE" TO baseline-source
                   END-IF
               END-READ
               CLOSE profile-master
             END-IF
           END-IF
           DISPLAY "draw baseline=" baseline-draw-pct
               " pct from " baseline-source
           .

       TALLY-AUDIT-ROUND.
           MOVE audit-record(12:1) TO my-char
           EVALUATE my-char
             WHEN "X" MOVE 1 TO my-idx
             WHEN "Y" MOVE 2 TO my-idx
             WHEN "Z" MOVE 3 TO my-idx
             WHEN OTHER MOVE 0 TO my-idx
           END-EVALUATE
           IF my-idx = 0
           OR FUNCTION TRIM(audit-record(15:3)) IS NOT NUMERIC
             COMPUTE audit-skipped = audit-skipped + 1
           ELSE
             MOVE FUNCTION NUMVAL(audit-record(15:3)) TO round-points
             COMPUTE audit-rounds = audit-rounds + 1
             IF round-points - my-idx = 3
               COMPUTE audit-draws = audit-draws + 1
             END-IF
           END-IF
           .

       SCORE-ONE-PAIR.
           MOVE 0 TO score-work
           MOVE 0 TO pr-draw-pct(pair-idx)
           MOVE 0 TO pr-swing-flags(pair-idx)

           IF pr-throws(pair-idx) >= 10
             COMPUTE pr-draw-pct(pair-idx) ROUNDED =
                 pr-draws(pair-idx) * 100 / pr-throws(pair-idx)
             COMPUTE excess-draw-pct =
                 pr-draw-pct(pair-idx) - baseline-draw-pct
             IF excess-draw-pct > 0
               COMPUTE score-work = score-work + excess-draw-pct
             END-IF
           END-IF

           COMPUTE score-work = score-work + pr-repeats(pair-idx) * 20

           PERFORM VARYING side-idx FROM 1 BY 1 UNTIL side-idx > 2
             PERFORM CHECK-RATING-SWING
           END-PERFORM
           COMPUTE score-work = score-work
               + pr-swing-flags(pair-idx) * 25

           IF score-work > 999
             MOVE 999 TO score-work
           END-IF
           MOVE score-work TO pr-score(pair-idx)
           .

       CHECK-RATING-SWING.
           IF side-idx = 1
             MOVE pr-name-1(pair-idx) TO rth-elf-name
           ELSE
             MOVE pr-name-2(pair-idx) TO rth-elf-name
           END-IF
           PERFORM VARYING elf-idx FROM 1 BY 1
                   UNTIL elf-idx > elf-count
                   OR el-name(elf-idx) = rth-elf-name
             CONTINUE
           END-PERFORM
           IF elf-idx <= elf-count
           AND prs-matches(pair-idx side-idx) > 0
             COMPUTE other-matches = el-matches(elf-idx)
                 - prs-matches(pair-idx side-idx)
             IF other-matches > 0
               COMPUTE swing-vs-pair = prs-swing(pair-idx side-idx)
                   / prs-matches(pair-idx side-idx)
               COMPUTE swing-elsewhere = (el-swing(elf-idx)
                   - prs-swing(pair-idx side-idx)) / other-matches
               IF swing-vs-pair >= 10
               AND swing-vs-pair >= swing-elsewhere * 3
                 COMPUTE pr-swing-flags(pair-idx) =
                     pr-swing-flags(pair-idx) + 1
               END-IF
             END-IF
           END-IF
           .

       REPORT-ONE-PAIR.
           COMPUTE pairs-flagged = pairs-flagged + 1
           MOVE "REVIEW" TO incident-note
           IF pr-score(pair-idx) >= incident-score
           AND incident-is-ok
             PERFORM RAISE-PAIR-INCIDENT
           END-IF
           MOVE pr-name-1(pair-idx) TO rvl-name-1
           MOVE pr-name-2(pair-idx) TO rvl-name-2
           MOVE pr-matches(pair-idx) TO rvl-matches
           MOVE pr-draw-pct(pair-idx) TO rvl-draw-pct
           MOVE pr-repeats(pair-idx) TO rvl-repeats
           MOVE pr-swing-flags(pair-idx) TO rvl-swings
           MOVE pr-score(pair-idx) TO rvl-score
           MOVE incident-note TO rvl-action
           WRITE review-record FROM review-line
           .

       RAISE-PAIR-INCIDENT.
           MOVE SPACES TO wanted-description
           STRING "RPS INTEGRITY " FUNCTION TRIM(pr-name-1(pair-idx))
               " V " FUNCTION TRIM(pr-name-2(pair-idx))
               DELIMITED BY SIZE INTO wanted-description

           MOVE "N" TO incident-found
           MOVE 0 TO next-incident-id
           MOVE 0 TO inc-id
           MOVE "N" TO incident-eof-flag
           START incident-master KEY >= inc-id
             INVALID KEY
               MOVE "Y" TO incident-eof-flag
           END-START
           PERFORM UNTIL incident-eof
             READ incident-master NEXT
               AT END
                 MOVE "Y" TO incident-eof-flag
               NOT AT END
                 IF inc-id > next-incident-id
                   MOVE inc-id TO next-incident-id
                 END-IF
                 IF inc-status = "O"
                 AND inc-description = wanted-description
                   MOVE "Y" TO incident-found
                 END-IF
             END-READ
           END-PERFORM

           IF incident-found = "Y"
             MOVE "DUP OPEN" TO incident-note
             COMPUTE incidents-already = incidents-already + 1
           ELSE
             COMPUTE next-incident-id = next-incident-id + 1
             MOVE next-incident-id TO inc-id
             MOVE run-date TO inc-opened-date
             MOVE "RPSINTEG" TO inc-opened-by
             MOVE "WARN" TO inc-severity
             MOVE "O" TO inc-status
             MOVE wanted-description TO inc-description
             MOVE 0 TO inc-closed-date
             MOVE SPACES TO inc-resolution
             WRITE incident-master-record
               INVALID KEY
                 MOVE "NOT RAISED" TO incident-note
               NOT INVALID KEY
                 MOVE SPACES TO incident-note
                 STRING "INC " inc-id DELIMITED BY SIZE
                     INTO incident-note
                 COMPUTE incidents-opened = incidents-opened + 1
             END-WRITE
           END-IF
           .

       WRITE-REVIEW-HEADING.
           MOVE SPACES TO review-record
           STRING "RPS INTEGRITY REVIEW FOR " run-date
               DELIMITED BY SIZE INTO review-record
           WRITE review-record
           MOVE SPACES TO review-record
           STRING "DRAW BASELINE " baseline-draw-pct " PCT ("
               FUNCTION TRIM(baseline-source) ")  INCIDENT AT SCORE "
               incident-score
               DELIMITED BY SIZE INTO review-record
           WRITE review-record
           MOVE SPACES TO review-record
           WRITE review-record
           WRITE review-record FROM review-heading
           .
