                      ASSIGN TO "rps-rating-history.dat"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS rating-history-status.
                  SELECT opponent-file ASSIGN TO opponent-file-name
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS opponent-file-status.
                  SELECT bracket-file ASSIGN TO "rps-bracket.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS bracket-file-status.

              DATA DIVISION.
              FILE SECTION.
                  03  fxt-name-a      PIC X(20).
                  03  FILLER          PIC X(2).
                  03  fxt-name-b      PIC X(20).
                  03  FILLER          PIC X(14).

              FD  rating-master.
              COPY rtgrec.
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

              FD  opponent-file.
              COPY inprec REPLACING
                          ==:REC-NAME:== BY ==opponent-record==.

              FD  bracket-file.
              01  bracket-record      PIC X(80).

              WORKING-STORAGE SECTION.
              COPY rpspts.

              COPY prmreq.

              COPY dpkreq.

              01  leaderboard-line.
                  03  ldr-rank        PIC Z(2)9.
                  03  FILLER          PIC X(2) VALUE SPACES.
                      05  cmp-draws       PIC 9(5).
                      05  cmp-note        PIC X(9).
                      05  cmp-ranked      PIC X(1).
                      05  cmp-guide-file  PIC X(60).
                      05  cmp-rating      PIC 9(5).
                      05  cmp-seed        PIC 9(2).
                      05  cmp-out-round   PIC 9(2).
              01  competitor-count    PIC 9(2) VALUE 0.

              01  line-count          PIC 9(6).
              01  draw-count          PIC 9(5).
              01  exception-count     PIC 9(6) VALUE 0.
              01  open-fail-count     PIC 9(2) VALUE 0.
              01  departed-count      PIC 9(2) VALUE 0.
              01  row-is-valid        PIC X(1) VALUE "Y".
                  88  valid-row       VALUE "Y".

              01  scan-idx            PIC 9(2).
              01  best-idx            PIC 9(2).
              01  best-total          PIC 9(6).
              01  previous-total      PIC 9(6).
              01  rank-no             PIC 9(3).

              COPY filsts REPLACING
              01  new-rating          PIC S9(6).
              01  round-total         PIC 9(6).
              01  performance-score   PIC 9(3).
              01  ratings-updated     PIC 9(4) VALUE 0.
              01  rating-wins         PIC 9(5).
              01  rating-losses       PIC 9(5).
              01  rating-draws        PIC 9(5).
              01  rating-opponent     PIC X(20).
              01  rating-sequence     PIC 9(8).

              01  tournament-mode     PIC X(1) VALUE "R".
                  88  knockout-mode   VALUE "K".
              01  tiebreak-rule       PIC X(1) VALUE "S".

              01  opponent-file-name  PIC X(60).
              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==opponent-file-status==
                          ==:OK-NAME:==     BY ==opponent-is-ok==
                          ==:EOF-NAME:==    BY ==opponent-eof==.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==bracket-file-status==
                          ==:OK-NAME:==     BY ==bracket-is-ok==
                          ==:EOF-NAME:==    BY ==bracket-fs-spare==.

              01  seed-cmp-table.
                  03  seed-cmp        PIC 9(2) OCCURS 64 TIMES.
              01  seed-order-table.
                  03  seed-order      PIC 9(2) OCCURS 64 TIMES.
              01  new-order-table.
                  03  new-order       PIC 9(2) OCCURS 64 TIMES.
              01  slot-table.
                  03  slot-cmp        PIC 9(2) OCCURS 64 TIMES.
              01  bracket-size        PIC 9(3).
              01  slot-count          PIC 9(3).
              01  next-count          PIC 9(3).
              01  slot-idx            PIC 9(3).
              01  order-len           PIC 9(3).
              01  order-idx           PIC 9(3).
              01  order-pos           PIC 9(3).
              01  seed-no             PIC 9(2).
              01  best-rating         PIC 9(5).
              01  round-no            PIC 9(2) VALUE 0.
              01  final-round         PIC 9(2).
              01  group-round         PIC 9(2).
              01  placed-count        PIC 9(3).
              01  idx-a               PIC 9(2).
              01  idx-b               PIC 9(2).
              01  winner-idx          PIC 9(2).
              01  loser-idx           PIC 9(2).
              01  move-a              PIC 9(1).
              01  move-b              PIC 9(1).
              01  points-a            PIC 9(6).
              01  points-b            PIC 9(6).
              01  throws-won-a        PIC 9(5).
              01  throws-won-b        PIC 9(5).
              01  throws-drawn        PIC 9(5).
              01  sequence-a          PIC 9(8).
              01  sequence-b          PIC 9(8).
              01  sequence-work       PIC 9(10).
              01  guide-opened        PIC X(1).
              01  opponent-opened     PIC X(1).
              01  match-note          PIC X(8).
              01  matches-played      PIC 9(3) VALUE 0.
              01  byes-given          PIC 9(3) VALUE 0.
              01  tiebreaks-used      PIC 9(3) VALUE 0.
              01  forfeits            PIC 9(3) VALUE 0.
              01  seed-text           PIC X(4).

              01  bracket-line.
                  03  bkl-mark-a      PIC X(1).
                  03  bkl-seed-a      PIC X(4).
                  03  FILLER          PIC X(1).
                  03  bkl-name-a      PIC X(20).
                  03  FILLER          PIC X(1).
                  03  bkl-points-a    PIC Z(5)9.
                  03  bkl-versus      PIC X(5).
                  03  bkl-points-b    PIC Z(5)9.
                  03  FILLER          PIC X(1).
                  03  bkl-name-b      PIC X(20).
                  03  FILLER          PIC X(1).
                  03  bkl-seed-b      PIC X(4).
                  03  bkl-mark-b      PIC X(1).
                  03  FILLER          PIC X(1).
                  03  bkl-note        PIC X(8).

              01  seeding-line.
                  03  FILLER          PIC X(1) VALUE SPACES.
                  03  sdl-seed        PIC X(4).
                  03  FILLER          PIC X(1) VALUE SPACES.
                  03  sdl-name        PIC X(20).
                  03  FILLER          PIC X(9) VALUE "  RATING ".
                  03  sdl-rating      PIC Z(4)9.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM LOAD-POINTS-TABLE
           PERFORM READ-TOURNAMENT-PARMS
           IF knockout-mode
             PERFORM RUN-KNOCKOUT THRU RUN-KNOCKOUT-EXIT
             STOP RUN
           END-IF
           PERFORM LOAD-FIXTURE-SCHEDULE

           OPEN INPUT roster-file
           .

       UPDATE-RATING-MASTER.
           PERFORM OPEN-RATING-FILES
           IF NOT rating-is-ok
             DISPLAY "The rating master could not be opened; "
                 "ratings were not carried forward."
           ELSE
             PERFORM VARYING tbl-idx FROM 1 BY 1
                     UNTIL tbl-idx > competitor-count
               IF cmp-note(tbl-idx) NOT = "OPEN FAIL"
                 MOVE cmp-wins(tbl-idx) TO rating-wins
                 MOVE cmp-losses(tbl-idx) TO rating-losses
                 MOVE cmp-draws(tbl-idx) TO rating-draws
                 MOVE SPACES TO rating-opponent
                 MOVE 0 TO rating-sequence
                 PERFORM UPDATE-ONE-RATING
               END-IF
             END-PERFORM
             PERFORM CLOSE-RATING-FILES
           END-IF
           .

       OPEN-RATING-FILES.
           ACCEPT run-date FROM DATE YYYYMMDD
           OPEN I-O rating-master
           IF NOT rating-is-ok
               OPEN I-O rating-master
             END-IF
           END-IF
           IF rating-is-ok
             OPEN EXTEND rating-history
             IF NOT rating-hist-ok
               OPEN OUTPUT rating-history
             END-IF
           END-IF
           .

       CLOSE-RATING-FILES.
           IF rating-hist-ok
             CLOSE rating-history
           END-IF
           CLOSE rating-master
           .

       UPDATE-ONE-RATING.
           MOVE cmp-elf-name(tbl-idx) TO rtg-elf-name
           READ rating-master
           END-READ
           MOVE rtg-rating TO old-rating

           COMPUTE round-total = rating-wins
               + rating-losses + rating-draws
           IF round-total > 0
             COMPUTE performance-score =
                 (rating-wins * 2 + rating-draws) * 100
                 / (round-total * 2)
             COMPUTE new-rating = old-rating
                 + (performance-score - 50) / 5
           END-IF

           COMPUTE rtg-runs = rtg-runs + 1
           COMPUTE rtg-wins = rtg-wins + rating-wins
           COMPUTE rtg-losses = rtg-losses + rating-losses
           COMPUTE rtg-draws = rtg-draws + rating-draws
           MOVE run-date TO rtg-last-date
           MOVE cmp-elf-name(tbl-idx) TO rtg-elf-name
           WRITE rating-master-record
             MOVE cmp-elf-name(tbl-idx) TO rth-elf-name
             MOVE old-rating TO rth-old-rating
             MOVE rtg-rating TO rth-new-rating
             MOVE rating-opponent TO rth-opponent
             MOVE rating-wins TO rth-won
             MOVE rating-losses TO rth-lost
             MOVE rating-draws TO rth-drawn
             MOVE rating-sequence TO rth-sequence
             WRITE rating-history-record
           END-IF
           .
               END-IF
             END-PERFORM
             MOVE "Y" TO cmp-ranked(best-idx)
             IF tbl-idx = 1 OR best-total < previous-total
               MOVE tbl-idx TO rank-no
             END-IF
             MOVE best-total TO previous-total
             MOVE rank-no TO ldr-rank
             MOVE cmp-elf-name(best-idx) TO ldr-elf-name
             MOVE cmp-total(best-idx) TO ldr-total
             WRITE leaderboard-record FROM leaderboard-line
           END-PERFORM
           .

       READ-TOURNAMENT-PARMS.
           MOVE "RPS-TOURNAMENT" TO preq-program
           MOVE "TOURNMODE" TO preq-keyword
           CALL "PARMREAD" USING parm-request
           IF parm-found
           AND (FUNCTION TRIM(preq-value) = "R"
                OR FUNCTION TRIM(preq-value) = "K")
             MOVE preq-value(1:1) TO tournament-mode
           END-IF
           MOVE "TIEBREAK" TO preq-keyword
           CALL "PARMREAD" USING parm-request
           IF parm-found
           AND (FUNCTION TRIM(preq-value) = "S"
                OR FUNCTION TRIM(preq-value) = "W")
             MOVE preq-value(1:1) TO tiebreak-rule
           END-IF
           DISPLAY "PARAMETERS IN EFFECT FOR RPS-TOURNAMENT:"
           DISPLAY "  TOURNMODE=" tournament-mode
           DISPLAY "  TIEBREAK=" tiebreak-rule
           .

       RUN-KNOCKOUT.
           ACCEPT run-date FROM DATE YYYYMMDD
           OPEN INPUT roster-file
           IF NOT roster-is-ok
             DISPLAY "The tournament roster could not be opened."
             MOVE 8 TO RETURN-CODE
             GO TO RUN-KNOCKOUT-EXIT
           END-IF
           PERFORM UNTIL roster-eof
             READ roster-file
               AT END
                 CONTINUE
               NOT AT END
                 PERFORM STORE-ENTRANT
             END-READ
           END-PERFORM
           CLOSE roster-file

           IF competitor-count < 2
             DISPLAY "The tournament roster names fewer than two "
                 "competitors; no knockout was played."
             MOVE 8 TO RETURN-CODE
             GO TO RUN-KNOCKOUT-EXIT
           END-IF

           PERFORM OPEN-RATING-FILES
           IF NOT rating-is-ok
             DISPLAY "The rating master could not be opened; "
                 "the knockout cannot be seeded."
             MOVE 8 TO RETURN-CODE
             GO TO RUN-KNOCKOUT-EXIT
           END-IF

           OPEN OUTPUT bracket-file
           IF NOT bracket-is-ok
             DISPLAY "The bracket report could not be opened."
             PERFORM CLOSE-RATING-FILES
             MOVE 8 TO RETURN-CODE
             GO TO RUN-KNOCKOUT-EXIT
           END-IF

           PERFORM SEED-ENTRANTS
           PERFORM BUILD-BRACKET
           PERFORM WRITE-BRACKET-HEADING
           PERFORM UNTIL slot-count < 2
             PERFORM PLAY-KNOCKOUT-ROUND
           END-PERFORM
           MOVE round-no TO final-round
           MOVE slot-cmp(1) TO winner-idx
           COMPUTE cmp-out-round(winner-idx) = final-round + 1

           MOVE SPACES TO bracket-record
           WRITE bracket-record
           MOVE cmp-seed(winner-idx) TO seed-no
           MOVE SPACES TO bracket-record
           STRING "CHAMPION: " FUNCTION TRIM(cmp-elf-name(winner-idx))
               " (SEED " seed-no ")"
               DELIMITED BY SIZE INTO bracket-record
           WRITE bracket-record
           CLOSE bracket-file
           PERFORM CLOSE-RATING-FILES

           OPEN OUTPUT leaderboard-file
           IF NOT leaderboard-is-ok
             DISPLAY "The leaderboard file could not be opened."
             MOVE 8 TO RETURN-CODE
             GO TO RUN-KNOCKOUT-EXIT
           END-IF
           PERFORM WRITE-KNOCKOUT-LEADERBOARD
           CLOSE leaderboard-file

           DISPLAY "competitors seeded=" competitor-count
           DISPLAY "bracket size=" bracket-size
           DISPLAY "matches played=" matches-played
           DISPLAY "byes=" byes-given
           DISPLAY "tiebreaks applied=" tiebreaks-used
           DISPLAY "forfeits=" forfeits
           DISPLAY "departed competitors=" departed-count
           DISPLAY "rating postings=" ratings-updated
           DISPLAY "champion=" cmp-elf-name(winner-idx)
           IF open-fail-count > 0 OR exception-count > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           .

       RUN-KNOCKOUT-EXIT.
           EXIT.

       STORE-ENTRANT.
           IF roster-record = SPACES OR competitor-count = 50
             CONTINUE
           ELSE
             COMPUTE competitor-count = competitor-count + 1
             IF ros-elf-name = SPACES
               MOVE ros-guide-file TO cmp-elf-name(competitor-count)
             ELSE
               MOVE ros-elf-name TO cmp-elf-name(competitor-count)
             END-IF
             MOVE ros-guide-file TO cmp-guide-file(competitor-count)
             MOVE 0 TO cmp-total(competitor-count)
             MOVE 0 TO cmp-wins(competitor-count)
             MOVE 0 TO cmp-losses(competitor-count)
             MOVE 0 TO cmp-draws(competitor-count)
             MOVE SPACES TO cmp-note(competitor-count)
             MOVE "N" TO cmp-ranked(competitor-count)
             MOVE 0 TO cmp-out-round(competitor-count)
             MOVE cmp-elf-name(competitor-count) TO dpk-elf-name
             MOVE run-date TO dpk-as-of
             CALL "ELFDEPCK" USING departure-check-request
             IF dpk-departed
               MOVE "DEPARTED" TO cmp-note(competitor-count)
               COMPUTE departed-count = departed-count + 1
             END-IF
           END-IF
           .

       SEED-ENTRANTS.
           PERFORM VARYING tbl-idx FROM 1 BY 1
                   UNTIL tbl-idx > competitor-count
             MOVE cmp-elf-name(tbl-idx) TO rtg-elf-name
             READ rating-master
               INVALID KEY
                 MOVE 1000 TO cmp-rating(tbl-idx)
               NOT INVALID KEY
                 MOVE rtg-rating TO cmp-rating(tbl-idx)
             END-READ
           END-PERFORM

           PERFORM VARYING seed-no FROM 1 BY 1
                   UNTIL seed-no > competitor-count
             MOVE 0 TO best-idx
             MOVE 0 TO best-rating
             PERFORM VARYING scan-idx FROM 1 BY 1
                     UNTIL scan-idx > competitor-count
               IF cmp-ranked(scan-idx) NOT = "Y"
               AND (best-idx = 0
                    OR cmp-rating(scan-idx) > best-rating)
                 MOVE scan-idx TO best-idx
                 MOVE cmp-rating(scan-idx) TO best-rating
               END-IF
             END-PERFORM
             MOVE "Y" TO cmp-ranked(best-idx)
             MOVE seed-no TO cmp-seed(best-idx)
             MOVE best-idx TO seed-cmp(seed-no)
           END-PERFORM

           PERFORM VARYING tbl-idx FROM 1 BY 1
                   UNTIL tbl-idx > competitor-count
             MOVE "N" TO cmp-ranked(tbl-idx)
           END-PERFORM
           .

       BUILD-BRACKET.
           MOVE 1 TO bracket-size
           PERFORM UNTIL bracket-size >= competitor-count
             COMPUTE bracket-size = bracket-size * 2
           END-PERFORM

           MOVE 1 TO seed-order(1)
           MOVE 1 TO order-len
           PERFORM UNTIL order-len >= bracket-size
             PERFORM DOUBLE-SEED-ORDER
           END-PERFORM

           PERFORM VARYING slot-idx FROM 1 BY 1
                   UNTIL slot-idx > bracket-size
             MOVE seed-order(slot-idx) TO seed-no
             IF seed-no > competitor-count
               MOVE 0 TO slot-cmp(slot-idx)
             ELSE
               MOVE seed-cmp(seed-no) TO slot-cmp(slot-idx)
             END-IF
           END-PERFORM
           MOVE bracket-size TO slot-count
           .

       DOUBLE-SEED-ORDER.
           PERFORM VARYING order-idx FROM 1 BY 1
                   UNTIL order-idx > order-len
             COMPUTE order-pos = order-idx * 2 - 1
             MOVE seed-order(order-idx) TO new-order(order-pos)
             COMPUTE new-order(order-pos + 1) =
                 order-len * 2 + 1 - seed-order(order-idx)
           END-PERFORM
           COMPUTE order-len = order-len * 2
           MOVE new-order-table TO seed-order-table
           .

       WRITE-BRACKET-HEADING.
           MOVE SPACES TO bracket-record
           STRING "KNOCKOUT BRACKET FOR " run-date
               DELIMITED BY SIZE INTO bracket-record
           WRITE bracket-record
           MOVE SPACES TO bracket-record
           STRING "ENTRANTS " competitor-count
               "  BRACKET " bracket-size
               "  TIEBREAK " tiebreak-rule
               DELIMITED BY SIZE INTO bracket-record
           WRITE bracket-record
           MOVE SPACES TO bracket-record
           WRITE bracket-record
           MOVE "SEEDING" TO bracket-record
           WRITE bracket-record
           PERFORM VARYING seed-no FROM 1 BY 1
                   UNTIL seed-no > competitor-count
             MOVE seed-cmp(seed-no) TO tbl-idx
             PERFORM FORMAT-SEED-TEXT
             MOVE seed-text TO sdl-seed
             MOVE cmp-elf-name(tbl-idx) TO sdl-name
             MOVE cmp-rating(tbl-idx) TO sdl-rating
             WRITE bracket-record FROM seeding-line
           END-PERFORM
           .

       FORMAT-SEED-TEXT.
           MOVE SPACES TO seed-text
           STRING "(" cmp-seed(tbl-idx) ")"
               DELIMITED BY SIZE INTO seed-text
           .

       PLAY-KNOCKOUT-ROUND.
           COMPUTE round-no = round-no + 1
           MOVE SPACES TO bracket-record
           WRITE bracket-record
           EVALUATE slot-count
             WHEN 2
               MOVE "FINAL" TO bracket-record
             WHEN 4
               MOVE "SEMI-FINALS" TO bracket-record
             WHEN 8
               MOVE "QUARTER-FINALS" TO bracket-record
             WHEN OTHER
               STRING "ROUND " round-no
                   DELIMITED BY SIZE INTO bracket-record
           END-EVALUATE
           WRITE bracket-record

           MOVE 0 TO next-count
           PERFORM VARYING slot-idx FROM 1 BY 2
                   UNTIL slot-idx > slot-count
             MOVE slot-cmp(slot-idx) TO idx-a
             MOVE slot-cmp(slot-idx + 1) TO idx-b
             IF idx-a = 0
               MOVE idx-b TO idx-a
               MOVE 0 TO idx-b
             END-IF
             PERFORM DECIDE-ONE-MATCH
             COMPUTE next-count = next-count + 1
             MOVE winner-idx TO slot-cmp(next-count)
           END-PERFORM
           MOVE next-count TO slot-count
           .

       DECIDE-ONE-MATCH.
           MOVE SPACES TO bracket-line
           MOVE SPACES TO match-note
           EVALUATE TRUE
             WHEN idx-a = 0
               MOVE 0 TO winner-idx
             WHEN idx-b = 0
               MOVE idx-a TO winner-idx
               COMPUTE byes-given = byes-given + 1
               PERFORM FILL-SIDE-A
               MOVE "(BYE)" TO bkl-name-b
               MOVE "*" TO bkl-mark-a
               MOVE "BYE" TO bkl-note
               WRITE bracket-record FROM bracket-line
             WHEN OTHER
               PERFORM PLAY-MATCH
               PERFORM FILL-SIDE-A
               PERFORM FILL-SIDE-B
               MOVE points-a TO bkl-points-a
               MOVE points-b TO bkl-points-b
               MOVE "  v  " TO bkl-versus
               IF winner-idx = idx-a
                 MOVE "*" TO bkl-mark-a
               ELSE
                 MOVE "*" TO bkl-mark-b
               END-IF
               MOVE match-note TO bkl-note
               WRITE bracket-record FROM bracket-line
           END-EVALUATE
           .

       FILL-SIDE-A.
           MOVE idx-a TO tbl-idx
           PERFORM FORMAT-SEED-TEXT
           MOVE seed-text TO bkl-seed-a
           MOVE cmp-elf-name(idx-a) TO bkl-name-a
           .

       FILL-SIDE-B.
           MOVE idx-b TO tbl-idx
           PERFORM FORMAT-SEED-TEXT
           MOVE seed-text TO bkl-seed-b
           MOVE cmp-elf-name(idx-b) TO bkl-name-b
           .

       PLAY-MATCH.
           MOVE 0 TO points-a
           MOVE 0 TO points-b
           MOVE 0 TO throws-won-a
           MOVE 0 TO throws-won-b
           MOVE 0 TO throws-drawn
           MOVE 0 TO sequence-a
           MOVE 0 TO sequence-b
           MOVE "N" TO guide-opened
           MOVE "N" TO opponent-opened

           IF cmp-note(idx-a) NOT = "DEPARTED"
             MOVE FUNCTION TRIM(cmp-guide-file(idx-a))
                 TO guide-file-name
             OPEN INPUT guide-file
             IF guide-is-ok
               MOVE "Y" TO guide-opened
             ELSE
               COMPUTE open-fail-count = open-fail-count + 1
             END-IF
           END-IF
           IF cmp-note(idx-b) NOT = "DEPARTED"
             MOVE FUNCTION TRIM(cmp-guide-file(idx-b))
                 TO opponent-file-name
             OPEN INPUT opponent-file
             IF opponent-is-ok
               MOVE "Y" TO opponent-opened
             ELSE
               COMPUTE open-fail-count = open-fail-count + 1
             END-IF
           END-IF

           EVALUATE TRUE
             WHEN guide-opened = "Y" AND opponent-opened = "Y"
               PERFORM UNTIL guide-eof OR opponent-eof
                 READ guide-file
                 READ opponent-file
                 IF NOT guide-eof AND NOT opponent-eof
                   PERFORM PLAY-ONE-THROW
                 END-IF
               END-PERFORM
               COMPUTE matches-played = matches-played + 1
               EVALUATE TRUE
                 WHEN points-a > points-b
                   MOVE idx-a TO winner-idx
                 WHEN points-b > points-a
                   MOVE idx-b TO winner-idx
                 WHEN OTHER
                   PERFORM APPLY-TIEBREAK
               END-EVALUATE
             WHEN guide-opened = "Y"
               MOVE idx-a TO winner-idx
               MOVE "FORFEIT" TO match-note
             WHEN opponent-opened = "Y"
               MOVE idx-b TO winner-idx
               MOVE "FORFEIT" TO match-note
             WHEN OTHER
               IF cmp-seed(idx-a) < cmp-seed(idx-b)
                 MOVE idx-a TO winner-idx
               ELSE
                 MOVE idx-b TO winner-idx
               END-IF
               MOVE "FORFEIT" TO match-note
           END-EVALUATE
           IF guide-opened = "Y"
             CLOSE guide-file
           END-IF
           IF opponent-opened = "Y"
             CLOSE opponent-file
           END-IF

           IF winner-idx = idx-a
             MOVE idx-b TO loser-idx
           ELSE
             MOVE idx-a TO loser-idx
           END-IF
           MOVE round-no TO cmp-out-round(loser-idx)
           COMPUTE cmp-wins(winner-idx) = cmp-wins(winner-idx) + 1
           COMPUTE cmp-losses(loser-idx) = cmp-losses(loser-idx) + 1
           COMPUTE cmp-total(idx-a) = cmp-total(idx-a) + points-a
           COMPUTE cmp-total(idx-b) = cmp-total(idx-b) + points-b

           IF match-note = "FORFEIT"
             COMPUTE forfeits = forfeits + 1
           ELSE
             MOVE idx-a TO tbl-idx
             MOVE throws-won-a TO rating-wins
             MOVE throws-won-b TO rating-losses
             MOVE throws-drawn TO rating-draws
             MOVE cmp-elf-name(idx-b) TO rating-opponent
             MOVE sequence-a TO rating-sequence
             PERFORM UPDATE-ONE-RATING
             MOVE idx-b TO tbl-idx
             MOVE throws-won-b TO rating-wins
             MOVE throws-won-a TO rating-losses
             MOVE throws-drawn TO rating-draws
             MOVE cmp-elf-name(idx-a) TO rating-opponent
             MOVE sequence-b TO rating-sequence
             PERFORM UPDATE-ONE-RATING
           END-IF
           .

       PLAY-ONE-THROW.
           MOVE FUNCTION TRIM(guide-record(1:1)) TO first-char
           MOVE FUNCTION TRIM(guide-record(3:1)) TO second-char
           PERFORM VALIDATE-ROW
           IF NOT valid-row
             COMPUTE exception-count = exception-count + 1
           ELSE
             MOVE second-idx TO move-a
             MOVE FUNCTION TRIM(opponent-record(1:1)) TO first-char
             MOVE FUNCTION TRIM(opponent-record(3:1)) TO second-char
             PERFORM VALIDATE-ROW
             IF NOT valid-row
               COMPUTE exception-count = exception-count + 1
             ELSE
               MOVE second-idx TO move-b
               MOVE RPS-POINTS-COL(move-b move-a) TO round-points
               COMPUTE points-a = points-a + round-points
               COMPUTE outcome-code = (round-points - move-a) / 3
               EVALUATE outcome-code
                 WHEN 0 COMPUTE throws-won-b = throws-won-b + 1
                 WHEN 1 COMPUTE throws-drawn = throws-drawn + 1
                 WHEN 2 COMPUTE throws-won-a = throws-won-a + 1
               END-EVALUATE
               MOVE RPS-POINTS-COL(move-a move-b) TO round-points
               COMPUTE points-b = points-b + round-points
               COMPUTE sequence-work = sequence-a * 3 + move-a
               COMPUTE sequence-a =
                   FUNCTION MOD(sequence-work 99999989)
               COMPUTE sequence-work = sequence-b * 3 + move-b
               COMPUTE sequence-b =
                   FUNCTION MOD(sequence-work 99999989)
             END-IF
           END-IF
           .

       APPLY-TIEBREAK.
           COMPUTE tiebreaks-used = tiebreaks-used + 1
           MOVE "TIEBREAK" TO match-note
           EVALUATE TRUE
             WHEN tiebreak-rule = "W" AND throws-won-a > throws-won-b
               MOVE idx-a TO winner-idx
             WHEN tiebreak-rule = "W" AND throws-won-b > throws-won-a
               MOVE idx-b TO winner-idx
             WHEN cmp-seed(idx-a) < cmp-seed(idx-b)
               MOVE idx-a TO winner-idx
             WHEN OTHER
               MOVE idx-b TO winner-idx
           END-EVALUATE
           .

       WRITE-KNOCKOUT-LEADERBOARD.
           MOVE 0 TO placed-count
           MOVE 0 TO group-round
           PERFORM VARYING tbl-idx FROM 1 BY 1
                   UNTIL tbl-idx > competitor-count
             MOVE 0 TO best-idx
             PERFORM VARYING scan-idx FROM 1 BY 1
                     UNTIL scan-idx > competitor-count
               IF cmp-ranked(scan-idx) NOT = "Y"
                 IF best-idx = 0
                   MOVE scan-idx TO best-idx
                 ELSE
                   IF cmp-out-round(scan-idx) > cmp-out-round(best-idx)
                   OR (cmp-out-round(scan-idx) =
                       cmp-out-round(best-idx)
                       AND cmp-total(scan-idx) > cmp-total(best-idx))
                     MOVE scan-idx TO best-idx
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             MOVE "Y" TO cmp-ranked(best-idx)
             COMPUTE placed-count = placed-count + 1
             IF placed-count = 1
             OR cmp-out-round(best-idx) NOT = group-round
               MOVE placed-count TO rank-no
               MOVE cmp-out-round(best-idx) TO group-round
             END-IF
             MOVE rank-no TO ldr-rank
             MOVE cmp-elf-name(best-idx) TO ldr-elf-name
             MOVE cmp-total(best-idx) TO ldr-total
             MOVE cmp-wins(best-idx) TO ldr-wins
             MOVE cmp-losses(best-idx) TO ldr-losses
             MOVE cmp-draws(best-idx) TO ldr-draws
             EVALUATE TRUE
               WHEN cmp-out-round(best-idx) > final-round
                 MOVE "CHAMPION" TO ldr-note
               WHEN cmp-out-round(best-idx) = final-round
                 MOVE "RUNNER-UP" TO ldr-note
               WHEN OTHER
                 MOVE SPACES TO ldr-note
                 STRING "OUT RD " cmp-out-round(best-idx)
                     DELIMITED BY SIZE INTO ldr-note
             END-EVALUATE
             WRITE leaderboard-record FROM leaderboard-line
           END-PERFORM
           .
