       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLEAN-REQUISITION.

       ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                  SELECT rota-file ASSIGN TO "camp-rota.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS rota-file-status.
                  SELECT section-master-file
                      ASSIGN TO "section-master.dat"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS section-master-status.
                  SELECT usage-file ASSIGN TO "material-usage.dat"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS usage-file-status.
                  SELECT requisition-file
                      ASSIGN TO "cleaning-requisition.dat"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS requisition-file-status.
                  SELECT pick-file ASSIGN TO "cleaning-picklist.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS pick-file-status.
                  SELECT run-control-file ASSIGN TO "run-control.log"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS run-ctl-file-status.

              DATA DIVISION.
              FILE SECTION.
              FD  rota-file.
              01  rota-record         PIC X(80).

              FD  section-master-file.
              COPY secrec.

              FD  usage-file.
              COPY mturec.

              FD  requisition-file.
              COPY ordrec.

              FD  pick-file.
              01  pick-record         PIC X(100).

              FD  run-control-file.
              COPY rctlrec.

              WORKING-STORAGE SECTION.
              COPY cmpreq.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==rota-file-status==
                          ==:OK-NAME:==     BY ==rota-is-ok==
                          ==:EOF-NAME:==    BY ==rota-eof==.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY
                          ==section-master-status==
                          ==:OK-NAME:==     BY ==section-master-ok==
                          ==:EOF-NAME:==    BY ==section-master-eof==.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==usage-file-status==
                          ==:OK-NAME:==     BY ==usage-is-ok==
                          ==:EOF-NAME:==    BY ==usage-eof==.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY
                          ==requisition-file-status==
                          ==:OK-NAME:==     BY ==requisition-is-ok==
                          ==:EOF-NAME:==    BY ==requisition-fs-spare==.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==pick-file-status==
                          ==:OK-NAME:==     BY ==pick-is-ok==
                          ==:EOF-NAME:==    BY ==pick-fs-spare==.

              01  run-ctl-file-status PIC 99.
                  88  run-ctl-is-ok   VALUE 0.

              01  run-date            PIC 9(8).
              01  run-time            PIC 9(8).
              01  run-time-r REDEFINES run-time.
                  03  et-hh           PIC 9(2).
                  03  et-mm           PIC 9(2).
                  03  et-ss           PIC 9(2).
                  03  FILLER          PIC 9(2).
              01  start-time          PIC 9(8).
              01  start-time-r REDEFINES start-time.
                  03  st-hh           PIC 9(2).
                  03  st-mm           PIC 9(2).
                  03  st-ss           PIC 9(2).
                  03  FILLER          PIC 9(2).
              01  elapsed-seconds     PIC S9(7).

              01  usage-table.
                  03  usage-entry OCCURS 200 TIMES.
                      05  utb-code        PIC X(4).
                      05  utb-effort-max  PIC 9(3).
                      05  utb-rate        PIC 9(3)V9(4).
              01  usage-count         PIC 9(3) VALUE 0.
              01  usage-idx           PIC 9(3).
              01  usage-hit           PIC 9(3).

              01  material-table.
                  03  material-entry OCCURS 50 TIMES.
                      05  mat-code        PIC X(4).
                      05  mat-name        PIC X(20).
                      05  mat-unit        PIC X(6).
                      05  mat-line-need   PIC 9(7)V9(4).
                      05  mat-total       PIC 9(8).
              01  material-count      PIC 9(2) VALUE 0.
              01  material-idx        PIC 9(2).
              01  material-hit        PIC 9(2).

              01  section-table.
                  03  section-entry OCCURS 500 TIMES.
                      05  sct-number      PIC 9(5).
                      05  sct-area        PIC 9(5).
                      05  sct-effort      PIC 9(3).
              01  section-count       PIC 9(3) VALUE 0.
              01  section-idx         PIC 9(3).
              01  section-hit         PIC 9(3).

              01  need-table.
                  03  need-entry OCCURS 2000 TIMES.
                      05  ned-day         PIC 9(1).
                      05  ned-crew        PIC X(10).
                      05  ned-material    PIC 9(2).
                      05  ned-qty         PIC 9(7)V9(4).
                      05  ned-units       PIC 9(8).
              01  need-count          PIC 9(4) VALUE 0.
              01  need-idx            PIC 9(4).
              01  need-hit            PIC 9(4).
              01  prior-idx           PIC 9(4).
              01  crew-first          PIC X(1).

              01  rota-day            PIC 9(1) VALUE 1.
              01  rota-crew           PIC X(10).
              01  rota-from           PIC 9(5).
              01  rota-to             PIC 9(5).
              01  cost-section        PIC 9(6).
              01  section-effort      PIC 9(3).
              01  band-rate           PIC 9(3)V9(4).
              01  band-max            PIC 9(3).
              01  top-rate            PIC 9(3)V9(4).
              01  top-max             PIC 9(3).
              01  day-idx             PIC 9(1).

              01  ranges-read         PIC 9(6) VALUE 0.
              01  sections-costed     PIC 9(8) VALUE 0.
              01  sections-unknown    PIC 9(8) VALUE 0.
              01  requisition-lines   PIC 9(6) VALUE 0.
              01  pick-lines          PIC 9(6) VALUE 0.

              01  title-line.
                  03  FILLER          PIC X(33) VALUE
                      "CLEANING MATERIALS PICK LIST FOR ".
                  03  ttl-date        PIC 9(8).

              01  day-head-line.
                  03  FILLER          PIC X(4) VALUE "DAY ".
                  03  dhl-day         PIC 9(1).

              01  pick-heading.
                  03  FILLER          PIC X(14) VALUE "  CREW".
                  03  FILLER          PIC X(6) VALUE "MATL".
                  03  FILLER          PIC X(22) VALUE "DESCRIPTION".
                  03  FILLER          PIC X(10) VALUE "QUANTITY".
                  03  FILLER          PIC X(4) VALUE "UNIT".

              01  pick-line.
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  pkl-crew        PIC X(10).
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  pkl-code        PIC X(4).
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  pkl-name        PIC X(20).
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  pkl-qty         PIC Z(7)9.
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  pkl-unit        PIC X(6).

              01  count-line.
                  03  cnt-label       PIC X(24).
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  cnt-value       PIC Z(9)9.
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT start-time FROM TIME
           ACCEPT run-date FROM DATE YYYYMMDD

           PERFORM LOAD-MATERIAL-USAGE
           IF material-count = 0
             DISPLAY "The material usage table is missing or empty; "
                 "no requisition can be raised."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM LOAD-SECTION-MASTER

           OPEN INPUT rota-file
           IF NOT rota-is-ok
             DISPLAY "The cleaning rota could not be opened."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM UNTIL rota-eof
             READ rota-file
               AT END
                 CONTINUE
               NOT AT END
                 PERFORM READ-ROTA-LINE
             END-READ
           END-PERFORM
           CLOSE rota-file

           PERFORM ROUND-NEEDS

           OPEN OUTPUT requisition-file
           IF NOT requisition-is-ok
             DISPLAY "The requisition file could not be opened."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM VARYING material-idx FROM 1 BY 1
                   UNTIL material-idx > material-count
             IF mat-total(material-idx) > 0
               PERFORM WRITE-REQUISITION
             END-IF
           END-PERFORM
           CLOSE requisition-file

           PERFORM WRITE-PICK-LIST

           DISPLAY "rota ranges read=" ranges-read
           DISPLAY "sections costed=" sections-costed
           DISPLAY "sections not on the section master="
               sections-unknown
           DISPLAY "pick list lines=" pick-lines
           DISPLAY "requisition lines=" requisition-lines
           PERFORM WRITE-RUN-CONTROL-LOG
           IF sections-unknown > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-MATERIAL-USAGE.
           OPEN INPUT usage-file
           IF usage-is-ok
             PERFORM UNTIL usage-eof
               READ usage-file
                 AT END
                   CONTINUE
                 NOT AT END
                   IF material-usage-record NOT = SPACES
                   AND mtu-code NOT = SPACES
                   AND mtu-effort-max IS NUMERIC
                   AND mtu-rate IS NUMERIC
                   AND usage-count < 200
                     PERFORM ADD-USAGE-ROW
                   END-IF
               END-READ
             END-PERFORM
             CLOSE usage-file
           END-IF
           .

       ADD-USAGE-ROW.
           MOVE 0 TO material-hit
           PERFORM VARYING material-idx FROM 1 BY 1
                   UNTIL material-idx > material-count
             IF mat-code(material-idx) = mtu-code
               MOVE material-idx TO material-hit
             END-IF
           END-PERFORM
           IF material-hit = 0
             IF material-count < 50
               COMPUTE material-count = material-count + 1
               MOVE material-count TO material-hit
               MOVE mtu-code TO mat-code(material-hit)
               MOVE mtu-name TO mat-name(material-hit)
               MOVE mtu-unit TO mat-unit(material-hit)
               MOVE 0 TO mat-total(material-hit)
             END-IF
           END-IF
           IF material-hit > 0
             COMPUTE usage-count = usage-count + 1
             MOVE mtu-code TO utb-code(usage-count)
             MOVE mtu-effort-max TO utb-effort-max(usage-count)
             MOVE mtu-rate TO utb-rate(usage-count)
           END-IF
           .

       LOAD-SECTION-MASTER.
           OPEN INPUT section-master-file
           IF section-master-ok
             PERFORM UNTIL section-master-eof
               READ section-master-file
                 AT END
                   CONTINUE
                 NOT AT END
                   IF section-master-record NOT = SPACES
                   AND sec-number IS NUMERIC
                   AND section-count < 500
                     COMPUTE section-count = section-count + 1
                     MOVE sec-number TO sct-number(section-count)
                     IF sec-area IS NUMERIC
                       MOVE sec-area TO sct-area(section-count)
                     ELSE
                       MOVE 0 TO sct-area(section-count)
                     END-IF
                     IF sec-effort IS NUMERIC AND sec-effort > 0
                       MOVE sec-effort TO sct-effort(section-count)
                     ELSE
                       MOVE 1 TO sct-effort(section-count)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE section-master-file
           END-IF
           .

       READ-ROTA-LINE.
           IF rota-record(1:4) = "DAY "
           AND rota-record(5:1) IS NUMERIC
           AND rota-record(6:14) = " CLEANING PLAN"
             MOVE rota-record(5:1) TO rota-day
           ELSE
             IF rota-record(18:3) = " - "
             AND FUNCTION TRIM(rota-record(13:5)) IS NUMERIC
             AND FUNCTION TRIM(rota-record(21:5)) IS NUMERIC
               COMPUTE ranges-read = ranges-read + 1
               MOVE rota-record(1:10) TO rota-crew
               MOVE FUNCTION NUMVAL(rota-record(13:5)) TO rota-from
               MOVE FUNCTION NUMVAL(rota-record(21:5)) TO rota-to
               PERFORM COST-ROTA-RANGE
             END-IF
           END-IF
           .

       COST-ROTA-RANGE.
           PERFORM VARYING material-idx FROM 1 BY 1
                   UNTIL material-idx > material-count
             MOVE 0 TO mat-line-need(material-idx)
           END-PERFORM
           PERFORM VARYING cost-section FROM rota-from BY 1
                   UNTIL cost-section > rota-to
             PERFORM FIND-SECTION-ENTRY
             IF section-hit = 0
               COMPUTE sections-unknown = sections-unknown + 1
             ELSE
               COMPUTE sections-costed = sections-costed + 1
               MOVE sct-effort(section-hit) TO section-effort
               PERFORM VARYING material-idx FROM 1 BY 1
                       UNTIL material-idx > material-count
                 PERFORM FIND-BAND-RATE
                 COMPUTE mat-line-need(material-idx) =
                     mat-line-need(material-idx)
                     + sct-area(section-hit) * band-rate
               END-PERFORM
             END-IF
           END-PERFORM
           PERFORM VARYING material-idx FROM 1 BY 1
                   UNTIL material-idx > material-count
             IF mat-line-need(material-idx) > 0
               PERFORM ADD-CREW-NEED
             END-IF
           END-PERFORM
           .

       FIND-SECTION-ENTRY.
           MOVE 0 TO section-hit
           PERFORM VARYING section-idx FROM 1 BY 1
                   UNTIL section-idx > section-count
                   OR section-hit > 0
             IF sct-number(section-idx) = cost-section
               MOVE section-idx TO section-hit
             END-IF
           END-PERFORM
           .

       FIND-BAND-RATE.
           MOVE 0 TO band-rate
           MOVE 999 TO band-max
           MOVE 0 TO usage-hit
           MOVE 0 TO top-rate
           MOVE 0 TO top-max
           PERFORM VARYING usage-idx FROM 1 BY 1
                   UNTIL usage-idx > usage-count
             IF utb-code(usage-idx) = mat-code(material-idx)
               IF utb-effort-max(usage-idx) >= section-effort
               AND utb-effort-max(usage-idx) <= band-max
                 MOVE utb-effort-max(usage-idx) TO band-max
                 MOVE utb-rate(usage-idx) TO band-rate
                 MOVE usage-idx TO usage-hit
               END-IF
               IF utb-effort-max(usage-idx) >= top-max
                 MOVE utb-effort-max(usage-idx) TO top-max
                 MOVE utb-rate(usage-idx) TO top-rate
               END-IF
             END-IF
           END-PERFORM
           IF usage-hit = 0
             MOVE top-rate TO band-rate
           END-IF
           .

       ADD-CREW-NEED.
           MOVE 0 TO need-hit
           PERFORM VARYING need-idx FROM 1 BY 1
                   UNTIL need-idx > need-count
                   OR need-hit > 0
             IF ned-day(need-idx) = rota-day
             AND ned-crew(need-idx) = rota-crew
             AND ned-material(need-idx) = material-idx
               MOVE need-idx TO need-hit
             END-IF
           END-PERFORM
           IF need-hit = 0 AND need-count < 2000
             COMPUTE need-count = need-count + 1
             MOVE need-count TO need-hit
             MOVE rota-day TO ned-day(need-hit)
             MOVE rota-crew TO ned-crew(need-hit)
             MOVE material-idx TO ned-material(need-hit)
             MOVE 0 TO ned-qty(need-hit)
           END-IF
           IF need-hit > 0
             COMPUTE ned-qty(need-hit) = ned-qty(need-hit)
                 + mat-line-need(material-idx)
           END-IF
           .

       ROUND-NEEDS.
           PERFORM VARYING need-idx FROM 1 BY 1
                   UNTIL need-idx > need-count
             COMPUTE ned-units(need-idx) = ned-qty(need-idx) + 0.9999
             MOVE ned-material(need-idx) TO material-idx
             COMPUTE mat-total(material-idx) = mat-total(material-idx)
                 + ned-units(need-idx)
           END-PERFORM
           .

       WRITE-REQUISITION.
           MOVE 0 TO ord-order-no
           MOVE 0 TO ord-elf-no
           MOVE SPACES TO ord-crew
           STRING "CLEAN-" mat-code(material-idx)
               DELIMITED BY SIZE INTO ord-crew
           MOVE mat-total(material-idx) TO ord-qty
           MOVE run-date TO ord-date
           MOVE "O" TO ord-status
           MOVE 0 TO ord-closed-date
           MOVE SPACES TO ord-supplier
           MOVE 0 TO ord-expected-date
           MOVE mat-total(material-idx) TO ord-ordered-qty
           MOVE 0 TO ord-received-qty
           MOVE 0 TO ord-invoiced-qty
           WRITE supply-order-record
           COMPUTE requisition-lines = requisition-lines + 1
           .

       WRITE-PICK-LIST.
           OPEN OUTPUT pick-file
           IF NOT pick-is-ok
             DISPLAY "The pick list could not be opened."
           ELSE
             MOVE run-date TO ttl-date
             WRITE pick-record FROM title-line
             PERFORM VARYING day-idx FROM 1 BY 1 UNTIL day-idx > 7
               PERFORM WRITE-DAY-PICKS
             END-PERFORM
             IF need-count = 0
               MOVE SPACES TO pick-record
               WRITE pick-record
               MOVE "  (NO MATERIALS ARE NEEDED FOR THE ROTA)"
                   TO pick-record
               WRITE pick-record
             END-IF
             PERFORM WRITE-MATERIAL-TOTALS
             CLOSE pick-file
           END-IF
           .

       WRITE-DAY-PICKS.
           MOVE 0 TO need-hit
           PERFORM VARYING need-idx FROM 1 BY 1
                   UNTIL need-idx > need-count
                   OR need-hit > 0
             IF ned-day(need-idx) = day-idx
               MOVE need-idx TO need-hit
             END-IF
           END-PERFORM
           IF need-hit > 0
             MOVE SPACES TO pick-record
             WRITE pick-record
             MOVE day-idx TO dhl-day
             MOVE SPACES TO pick-record
             MOVE day-head-line TO pick-record
             WRITE pick-record
             WRITE pick-record FROM pick-heading
             PERFORM VARYING need-idx FROM 1 BY 1
                     UNTIL need-idx > need-count
               IF ned-day(need-idx) = day-idx
                 PERFORM CHECK-CREW-FIRST
                 IF crew-first = "Y"
                   PERFORM WRITE-CREW-PICKS
                 END-IF
               END-IF
             END-PERFORM
           END-IF
           .

       CHECK-CREW-FIRST.
           MOVE "Y" TO crew-first
           PERFORM VARYING prior-idx FROM 1 BY 1
                   UNTIL prior-idx >= need-idx
             IF ned-day(prior-idx) = day-idx
             AND ned-crew(prior-idx) = ned-crew(need-idx)
               MOVE "N" TO crew-first
             END-IF
           END-PERFORM
           .

       WRITE-CREW-PICKS.
           PERFORM VARYING prior-idx FROM need-idx BY 1
                   UNTIL prior-idx > need-count
             IF ned-day(prior-idx) = day-idx
             AND ned-crew(prior-idx) = ned-crew(need-idx)
               MOVE ned-material(prior-idx) TO material-idx
               MOVE ned-crew(prior-idx) TO pkl-crew
               MOVE mat-code(material-idx) TO pkl-code
               MOVE mat-name(material-idx) TO pkl-name
               MOVE ned-units(prior-idx) TO pkl-qty
               MOVE mat-unit(material-idx) TO pkl-unit
               WRITE pick-record FROM pick-line
               COMPUTE pick-lines = pick-lines + 1
             END-IF
           END-PERFORM
           .

       WRITE-MATERIAL-TOTALS.
           MOVE SPACES TO pick-record
           WRITE pick-record
           MOVE "MATERIAL TOTALS REQUISITIONED" TO pick-record
           WRITE pick-record
           WRITE pick-record FROM pick-heading
           PERFORM VARYING material-idx FROM 1 BY 1
                   UNTIL material-idx > material-count
             IF mat-total(material-idx) > 0
               MOVE "ALL CREWS" TO pkl-crew
               MOVE mat-code(material-idx) TO pkl-code
               MOVE mat-name(material-idx) TO pkl-name
               MOVE mat-total(material-idx) TO pkl-qty
               MOVE mat-unit(material-idx) TO pkl-unit
               WRITE pick-record FROM pick-line
             END-IF
           END-PERFORM
           MOVE SPACES TO pick-record
           WRITE pick-record
           MOVE "ROTA RANGES READ" TO cnt-label
           MOVE ranges-read TO cnt-value
           WRITE pick-record FROM count-line
           MOVE "SECTIONS COSTED" TO cnt-label
           MOVE sections-costed TO cnt-value
           WRITE pick-record FROM count-line
           MOVE "SECTIONS NOT ON MASTER" TO cnt-label
           MOVE sections-unknown TO cnt-value
           WRITE pick-record FROM count-line
           MOVE "REQUISITION LINES" TO cnt-label
           MOVE requisition-lines TO cnt-value
           WRITE pick-record FROM count-line
           .

       WRITE-RUN-CONTROL-LOG.
           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME
           OPEN EXTEND run-control-file
           IF NOT run-ctl-is-ok
             OPEN OUTPUT run-control-file
           END-IF
           MOVE "CLEAN-REQUISITION" TO rcl-program
           CALL "CAMPID" USING camp-id-request
           MOVE cmp-camp TO rcl-camp
           MOVE run-date TO rcl-date
           MOVE run-time TO rcl-time
           MOVE start-time TO rcl-start-time
           PERFORM COMPUTE-ELAPSED-SECONDS
           MOVE elapsed-seconds TO rcl-elapsed
           MOVE ranges-read TO rcl-lines
           MOVE sections-unknown TO rcl-exceptions
           IF sections-unknown > 0
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
