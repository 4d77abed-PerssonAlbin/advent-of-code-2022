                  SELECT fixture-file ASSIGN TO "rps-fixtures.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS fixture-file-status.
                  SELECT rota-file ASSIGN TO "camp-rota.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS rota-file-status.
                  SELECT roster-master ASSIGN TO "elf-roster.dat"
                      ORGANIZATION INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS rst-elf-no
                      FILE STATUS master-file-status.
                  SELECT clash-file
                      ASSIGN TO "rps-fixture-clashes.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS clash-file-status.

              DATA DIVISION.
              FILE SECTION.
                  03  fxt-name-a      PIC X(20).
                  03  FILLER          PIC X(2).
                  03  fxt-name-b      PIC X(20).
                  03  FILLER          PIC X(2).
                  03  fxt-day         PIC 9(2).
                  03  FILLER          PIC X(2).
                  03  fxt-date        PIC 9(8).

              FD  rota-file.
              01  rota-record         PIC X(80).

              FD  roster-master.
              COPY rstrec.

              FD  clash-file.
              01  clash-record        PIC X(80).

              WORKING-STORAGE SECTION.
              COPY prmreq.

              COPY crwreq.

              COPY dpkreq.

              01  roster-file-status PIC 99.
                  88  roster-is-ok    VALUE 0.
                  88  roster-eof      VALUE 10.
                          ==:OK-NAME:==     BY ==fixture-is-ok==
                          ==:EOF-NAME:==    BY ==fixture-fs-spare==.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==rota-file-status==
                          ==:OK-NAME:==     BY ==rota-is-ok==
                          ==:EOF-NAME:==    BY ==rota-eof==.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==clash-file-status==
                          ==:OK-NAME:==     BY ==clash-is-ok==
                          ==:EOF-NAME:==    BY ==clash-fs-spare==.

              01  master-file-status  PIC 99.
                  88  master-is-ok    VALUE 0.
              01  master-eof-flag     PIC X(1) VALUE "N".
                  88  master-eof      VALUE "Y".

              01  name-table.
                  03  fixture-name    PIC X(20) OCCURS 52 TIMES.
              01  name-count          PIC 9(2) VALUE 0.
              01  held-name           PIC X(20).
              01  fixtures-written    PIC 9(4) VALUE 0.
              01  bye-count           PIC 9(4) VALUE 0.
              01  departed-count      PIC 9(2) VALUE 0.

              01  window-days         PIC 9(2) VALUE 7.
              01  run-date            PIC 9(8).
              01  window-table.
                  03  window-date     PIC 9(8) OCCURS 31 TIMES.
              01  day-idx             PIC 9(2).
              01  rota-day            PIC 9(2) VALUE 0.
              01  rota-days-read      PIC 9(2) VALUE 0.

              01  duty-table.
                  03  duty-entry OCCURS 350 TIMES.
                      05  dty-day     PIC 9(2).
                      05  dty-crew    PIC X(10).
              01  duty-count          PIC 9(3) VALUE 0.
              01  duty-idx            PIC 9(3).

              01  entrant-table.
                  03  entrant-entry OCCURS 50 TIMES.
                      05  ent-name        PIC X(20).
                      05  ent-elf-no      PIC 9(6).
                      05  ent-day-flags.
                          07  ent-on-duty PIC X(1) OCCURS 31 TIMES.
                          07  ent-playing PIC X(1) OCCURS 31 TIMES.
              01  entrant-idx         PIC 9(2).
              01  entrant-a           PIC 9(2).
              01  entrant-b           PIC 9(2).
              01  unmatched-count     PIC 9(2) VALUE 0.
              01  match-name          PIC X(20).

              01  placed-day          PIC 9(2).
              01  rota-blocked        PIC 9(2).
              01  fixtures-placed     PIC 9(4) VALUE 0.
              01  clash-count         PIC 9(4) VALUE 0.

              01  clash-heading.
                  03  FILLER          PIC X(5) VALUE " RND".
                  03  FILLER          PIC X(22) VALUE "COMPETITOR".
                  03  FILLER          PIC X(22) VALUE "OPPONENT".
                  03  FILLER          PIC X(20) VALUE "REASON".

              01  clash-line.
                  03  cll-round       PIC Z(3)9.
                  03  FILLER          PIC X(1) VALUE SPACES.
                  03  cll-name-a      PIC X(20).
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  cll-name-b      PIC X(20).
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  cll-reason      PIC X(30).
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT run-date FROM DATE YYYYMMDD
           MOVE "RPS-FIXTURES" TO preq-program
           MOVE "FIXDAYS" TO preq-keyword
           CALL "PARMREAD" USING parm-request
           IF parm-found
           AND FUNCTION TRIM(preq-value) IS NUMERIC
             MOVE FUNCTION NUMVAL(preq-value) TO window-days
           END-IF
           IF window-days = 0 OR window-days > 31
             MOVE 7 TO window-days
           END-IF
           DISPLAY "PARAMETERS IN EFFECT FOR RPS-FIXTURES:"
           DISPLAY "  FIXDAYS=" window-days
           PERFORM VARYING day-idx FROM 1 BY 1
                   UNTIL day-idx > window-days
             COMPUTE window-date(day-idx) = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(run-date) + day-idx - 1)
           END-PERFORM

           OPEN INPUT roster-file
           IF NOT roster-is-ok
             DISPLAY "The tournament roster could not be opened."
             GOBACK
           END-IF

           PERFORM LOAD-CLEANING-ROTA
           PERFORM MATCH-ROSTER-ELVES
           PERFORM MARK-DUTY-DAYS

           MOVE name-count TO slot-count
           IF FUNCTION MOD(slot-count 2) = 1
             COMPUTE slot-count = slot-count + 1
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           OPEN OUTPUT clash-file
           IF NOT clash-is-ok
             DISPLAY "The fixture clash report could not be opened."
             CLOSE fixture-file
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE "RPS FIXTURES THAT COULD NOT BE PLACED" TO clash-record
           WRITE clash-record
           MOVE SPACES TO clash-record
           STRING "WINDOW " window-date(1) " TO "
               window-date(window-days) DELIMITED BY SIZE
               INTO clash-record
           WRITE clash-record
           MOVE SPACES TO clash-record
           WRITE clash-record
           WRITE clash-record FROM clash-heading

           PERFORM VARYING round-no FROM 1 BY 1
                   UNTIL round-no > round-count
           END-PERFORM
           CLOSE fixture-file

           MOVE SPACES TO clash-record
           WRITE clash-record
           IF clash-count = 0
             MOVE "  (EVERY FIXTURE WAS PLACED IN THE WINDOW)"
                 TO clash-record
           ELSE
             MOVE SPACES TO clash-record
             STRING "FIXTURES NOT PLACED: " clash-count
                 DELIMITED BY SIZE INTO clash-record
           END-IF
           WRITE clash-record
           CLOSE clash-file

           DISPLAY "competitors scheduled="name-count
           DISPLAY "competitors not on roster="unmatched-count
           DISPLAY "rota days read="rota-days-read
           DISPLAY "rounds generated="round-count
           DISPLAY "fixtures written="fixtures-written
           DISPLAY "fixtures placed="fixtures-placed
           DISPLAY "fixtures clashing="clash-count
           DISPLAY "byes="bye-count
           DISPLAY "competitors withdrawn as departed="departed-count
           IF clash-count > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       STORE-COMPETITOR.
           IF roster-record = SPACES OR name-count = 50
             CONTINUE
           ELSE
             IF ros-elf-name = SPACES
               MOVE ros-guide-file TO dpk-elf-name
             ELSE
               MOVE ros-elf-name TO dpk-elf-name
             END-IF
             MOVE window-date(window-days) TO dpk-as-of
             CALL "ELFDEPCK" USING departure-check-request
             IF dpk-departed
               COMPUTE departed-count = departed-count + 1
               DISPLAY "Competitor " FUNCTION TRIM(dpk-elf-name)
                   " left on " dpk-leave-date
                   " and was withdrawn from the fixtures."
             ELSE
               COMPUTE name-count = name-count + 1
               MOVE dpk-elf-name TO fixture-name(name-count)
               MOVE fixture-name(name-count) TO ent-name(name-count)
               MOVE 0 TO ent-elf-no(name-count)
               MOVE ALL "N" TO ent-day-flags(name-count)
             END-IF
           END-IF
           .

       LOAD-CLEANING-ROTA.
           OPEN INPUT rota-file
           IF NOT rota-is-ok
             DISPLAY "No cleaning rota was found; no duty days "
                 "will be avoided."
           ELSE
             PERFORM UNTIL rota-eof
               READ rota-file
                 AT END
                   CONTINUE
                 NOT AT END
                   PERFORM STORE-ROTA-LINE
               END-READ
             END-PERFORM
             CLOSE rota-file
           END-IF
           .

       STORE-ROTA-LINE.
           IF rota-record(1:4) = "DAY "
           AND rota-record(6:14) = " CLEANING PLAN"
           AND rota-record(5:1) IS NUMERIC
             MOVE FUNCTION NUMVAL(rota-record(5:1)) TO rota-day
             COMPUTE rota-days-read = rota-days-read + 1
           ELSE
             IF rota-day > 0
             AND rota-record(1:10) NOT = SPACES
             AND rota-record(18:3) = " - "
             AND FUNCTION TRIM(rota-record(13:5)) IS NUMERIC
             AND duty-count < 350
               COMPUTE duty-count = duty-count + 1
               MOVE rota-day TO dty-day(duty-count)
               MOVE rota-record(1:10) TO dty-crew(duty-count)
             END-IF
           END-IF
           .

       MATCH-ROSTER-ELVES.
           OPEN INPUT roster-master
           IF NOT master-is-ok
             DISPLAY "The roster master could not be opened; crew "
                 "duty cannot be checked."
           ELSE
             MOVE LOW-VALUES TO rst-elf-no
             START roster-master KEY >= rst-elf-no
               INVALID KEY
                 MOVE "Y" TO master-eof-flag
             END-START
             PERFORM UNTIL master-eof
               READ roster-master NEXT
                 AT END
                   MOVE "Y" TO master-eof-flag
                 NOT AT END
                   PERFORM MATCH-ONE-ROSTER-ELF
               END-READ
             END-PERFORM
             CLOSE roster-master
           END-IF
           PERFORM VARYING entrant-idx FROM 1 BY 1
                   UNTIL entrant-idx > name-count
             IF ent-elf-no(entrant-idx) = 0
               COMPUTE unmatched-count = unmatched-count + 1
             END-IF
           END-PERFORM
           .

       MATCH-ONE-ROSTER-ELF.
           MOVE FUNCTION UPPER-CASE(rst-elf-name) TO match-name
           PERFORM VARYING entrant-idx FROM 1 BY 1
                   UNTIL entrant-idx > name-count
             IF ent-elf-no(entrant-idx) = 0
             AND FUNCTION UPPER-CASE(ent-name(entrant-idx))
                 = match-name
               MOVE rst-elf-no TO ent-elf-no(entrant-idx)
             END-IF
           END-PERFORM
           .

       MARK-DUTY-DAYS.
           IF duty-count > 0
             PERFORM VARYING entrant-idx FROM 1 BY 1
                     UNTIL entrant-idx > name-count
               IF ent-elf-no(entrant-idx) > 0
                 PERFORM VARYING day-idx FROM 1 BY 1
                         UNTIL day-idx > window-days
                   PERFORM CHECK-ONE-DUTY-DAY
                 END-PERFORM
               END-IF
             END-PERFORM
           END-IF
           .

       CHECK-ONE-DUTY-DAY.
           MOVE ent-elf-no(entrant-idx) TO crw-elf-no
           MOVE window-date(day-idx) TO crw-as-of
           CALL "CREWRES" USING crew-resolve-request
           IF crew-resolved AND crw-crew NOT = SPACES
             PERFORM VARYING duty-idx FROM 1 BY 1
                     UNTIL duty-idx > duty-count
               IF dty-day(duty-idx) = day-idx
               AND dty-crew(duty-idx) = crw-crew
                 MOVE "Y" TO ent-on-duty(entrant-idx day-idx)
               END-IF
             END-PERFORM
           END-IF
           .

       WRITE-ONE-ROUND.
           PERFORM VARYING pair-idx FROM 1 BY 1
                   UNTIL pair-idx > slot-count / 2
             MOVE round-no TO fxt-round
             MOVE fixture-name(idx-a) TO fxt-name-a
             MOVE fixture-name(idx-b) TO fxt-name-b
             MOVE 0 TO fxt-day
             MOVE 0 TO fxt-date
             IF fixture-name(idx-a) = "(BYE)"
             OR fixture-name(idx-b) = "(BYE)"
               WRITE fixture-record
               COMPUTE fixtures-written = fixtures-written + 1
             ELSE
               PERFORM PLACE-FIXTURE
               IF placed-day > 0
                 MOVE placed-day TO fxt-day
                 MOVE window-date(placed-day) TO fxt-date
                 WRITE fixture-record
                 COMPUTE fixtures-written = fixtures-written + 1
                 COMPUTE fixtures-placed = fixtures-placed + 1
               ELSE
                 PERFORM WRITE-CLASH-LINE
               END-IF
             END-IF
           END-PERFORM
           .

       PLACE-FIXTURE.
           MOVE idx-a TO entrant-a
           MOVE idx-b TO entrant-b
           PERFORM VARYING entrant-idx FROM 1 BY 1
                   UNTIL entrant-idx > name-count
             IF ent-name(entrant-idx) = fixture-name(idx-a)
               MOVE entrant-idx TO entrant-a
             END-IF
             IF ent-name(entrant-idx) = fixture-name(idx-b)
               MOVE entrant-idx TO entrant-b
             END-IF
           END-PERFORM
           MOVE 0 TO placed-day
           MOVE 0 TO rota-blocked
           PERFORM VARYING day-idx FROM 1 BY 1
                   UNTIL day-idx > window-days OR placed-day > 0
             IF ent-on-duty(entrant-a day-idx) = "Y"
             OR ent-on-duty(entrant-b day-idx) = "Y"
               COMPUTE rota-blocked = rota-blocked + 1
             ELSE
               IF ent-playing(entrant-a day-idx) = "N"
               AND ent-playing(entrant-b day-idx) = "N"
                 MOVE day-idx TO placed-day
                 MOVE "Y" TO ent-playing(entrant-a day-idx)
                 MOVE "Y" TO ent-playing(entrant-b day-idx)
               END-IF
             END-IF
           END-PERFORM
           .

       WRITE-CLASH-LINE.
           COMPUTE clash-count = clash-count + 1
           MOVE SPACES TO clash-line
           MOVE round-no TO cll-round
           MOVE fixture-name(idx-a) TO cll-name-a
           MOVE fixture-name(idx-b) TO cll-name-b
           IF rota-blocked > 0
             MOVE SPACES TO cll-reason
             STRING "CLEANING ROTA ON " rota-blocked " DAY(S)"
                 DELIMITED BY SIZE INTO cll-reason
           ELSE
             MOVE "NO FREE DAY IN WINDOW" TO cll-reason
           END-IF
           WRITE clash-record FROM clash-line
           .

       ROTATE-NAMES.
           MOVE fixture-name(slot-count) TO held-name
           PERFORM VARYING rotate-idx FROM slot-count BY -1
