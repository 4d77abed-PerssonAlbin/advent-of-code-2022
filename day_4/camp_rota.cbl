                  SELECT rota-file ASSIGN TO "camp-rota.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS rota-file-status.
                  SELECT section-master-file
                      ASSIGN TO "section-master.dat"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS section-master-status.
                  SELECT cert-master ASSIGN TO "elf-certs.dat"
                      ORGANIZATION INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS ctf-key
                      FILE STATUS cert-file-status.
                  SELECT cert-report
                      ASSIGN TO "camp-cert-exceptions.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS cert-report-status.
                  SELECT avail-master ASSIGN TO "elf-availability.dat"
                      ORGANIZATION INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS avl-key
                      FILE STATUS avail-file-status.
                  SELECT staffing-report
                      ASSIGN TO "camp-understaffing.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS staffing-report-status.

              DATA DIVISION.
              FILE SECTION.
              FD  rota-file.
              01  rota-record         PIC X(80).

              FD  section-master-file.
              COPY secrec.

              FD  cert-master.
              COPY ctfrec.

              FD  cert-report.
              01  cert-report-record  PIC X(100).

              FD  avail-master.
              COPY avlrec.

              FD  staffing-report.
              01  staffing-report-record PIC X(100).

              WORKING-STORAGE SECTION.
              COPY prmreq.

              COPY xclreq.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==plan-file-status==
                          ==:OK-NAME:==     BY ==plan-is-ok==
                          ==:OK-NAME:==     BY ==rota-is-ok==
                          ==:EOF-NAME:==    BY ==rota-fs-spare==.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY
                          ==section-master-status==
                          ==:OK-NAME:==     BY ==section-master-ok==
                          ==:EOF-NAME:==    BY ==section-master-eof==.

              01  cert-file-status    PIC 99.
                  88  cert-is-ok      VALUE 0.
              01  cert-eof-flag       PIC X(1) VALUE "N".
                  88  cert-eof        VALUE "Y".

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==cert-report-status==
                          ==:OK-NAME:==     BY ==cert-report-is-ok==
                          ==:EOF-NAME:==    BY ==cert-report-fs-spare==.

              01  avail-file-status   PIC 99.
                  88  avail-is-ok     VALUE 0.
              01  avail-eof-flag      PIC X(1) VALUE "N".
                  88  avail-eof       VALUE "Y".

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY
                          ==staffing-report-status==
                          ==:OK-NAME:==     BY ==staffing-report-is-ok==
                          ==:EOF-NAME:==    BY ==staffing-fs-spare==.

              01  rota-days           PIC 9(1) VALUE 5.
              01  elf-capacity        PIC 9(4) VALUE 0.
              01  rota-start          PIC 9(8) VALUE 0.
              01  start-integer       PIC 9(8).
              01  cert-warn-days      PIC 9(3) VALUE 30.
              01  run-date            PIC 9(8).
              01  run-integer         PIC 9(8).
              01  warn-limit-date     PIC 9(8).

              01  restricted-table.
                  03  restricted-entry OCCURS 500 TIMES.
                      05  rsx-number      PIC 9(5).
                      05  rsx-name        PIC X(20).
                      05  rsx-code        PIC X(4).
              01  restricted-count    PIC 9(3) VALUE 0.
              01  restricted-idx      PIC 9(3).

              01  certified-table.
                  03  certified-entry OCCURS 500 TIMES.
                      05  cfd-crew        PIC X(10).
                      05  cfd-code        PIC X(4).
              01  certified-count     PIC 9(3) VALUE 0.
              01  certified-idx       PIC 9(3).
              01  certified-hit       PIC 9(3).
              01  check-crew          PIC X(10).
              01  check-code          PIC X(4).

              01  expiring-table.
                  03  expiring-entry OCCURS 200 TIMES.
                      05  exp-elf-no      PIC 9(6).
                      05  exp-elf-name    PIC X(20).
                      05  exp-crew        PIC X(10).
                      05  exp-code        PIC X(4).
                      05  exp-expiry      PIC 9(8).
              01  expiring-count      PIC 9(3) VALUE 0.
              01  expiring-idx        PIC 9(3).
              01  days-left           PIC S9(5).

              01  cert-exception-count PIC 9(6) VALUE 0.

              01  crew-table.
                  03  crw-name        PIC X(10) OCCURS 50 TIMES.
                      05  rng-crew        PIC 9(2).
              01  range-count         PIC 9(3) VALUE 0.
              01  range-idx           PIC 9(3).
              01  plan-total          PIC 9(7) VALUE 0.

              01  day-date-table.
                  03  day-date        PIC 9(8) OCCURS 7 TIMES.

              01  member-table.
                  03  member-entry OCCURS 2000 TIMES.
                      05  mbr-elf-no      PIC 9(6).
                      05  mbr-crew        PIC 9(2).
                      05  mbr-absent      PIC X(1) OCCURS 7 TIMES.
              01  member-count        PIC 9(4) VALUE 0.
              01  member-idx          PIC 9(4).
              01  member-hit          PIC 9(4).
              01  absence-records     PIC 9(6) VALUE 0.

              01  staff-table.
                  03  staff-day OCCURS 7 TIMES.
                      05  staff-cell  PIC 9(4) OCCURS 50 TIMES
                                      VALUE 0.
              01  staffing-flag       PIC X(1) VALUE "N".
                  88  staffing-checked VALUE "Y".
              01  best-room           PIC S9(7).
              01  cell-room           PIC S9(7).

              01  shortfall-table.
                  03  shortfall-entry OCCURS 7 TIMES.
                      05  sht-available   PIC 9(5) VALUE 0.
                      05  sht-assigned    PIC 9(7) VALUE 0.
                      05  sht-unstaffed   PIC 9(7) VALUE 0.
                      05  sht-people      PIC 9(5) VALUE 0.
              01  unstaffed-range-count PIC 9(3) VALUE 0.
              01  unstaffed-total     PIC 9(7) VALUE 0.
              01  short-day-count     PIC 9(1) VALUE 0.
              01  short-people-total  PIC 9(6) VALUE 0.
              01  short-edit          PIC Z(4)9.

              01  load-table.
                  03  load-day OCCURS 7 TIMES.
                  03  FILLER          PIC X(4) VALUE "DAY ".
                  03  phd-day         PIC 9(1).
                  03  FILLER          PIC X(14) VALUE " CLEANING PLAN".
                  03  FILLER          PIC X(5) VALUE " FOR ".
                  03  phd-date        PIC 9(8).

              01  rota-line.
                  03  rtl-crew        PIC X(10).
                  03  rtl-width       PIC Z(4)9.
                  03  FILLER          PIC X(9) VALUE " SECTIONS".

              01  cert-title-line.
                  03  FILLER          PIC X(30) VALUE
                      "CREW CERTIFICATION CHECK FOR ".
                  03  ctl-date        PIC 9(8).

              01  cert-exception-heading.
                  03  FILLER          PIC X(5) VALUE "DAY".
                  03  FILLER          PIC X(12) VALUE "CREW".
                  03  FILLER          PIC X(15) VALUE "RANGE".
                  03  FILLER          PIC X(7) VALUE "SECT".
                  03  FILLER          PIC X(22) VALUE "NAME".
                  03  FILLER          PIC X(6) VALUE "NEEDS".

              01  cert-exception-line.
                  03  cxl-day         PIC 9(1).
                  03  FILLER          PIC X(4) VALUE SPACES.
                  03  cxl-crew        PIC X(10).
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  cxl-from        PIC Z(4)9.
                  03  FILLER          PIC X(3) VALUE " - ".
                  03  cxl-to          PIC Z(4)9.
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  cxl-section     PIC Z(4)9.
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  cxl-name        PIC X(20).
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  cxl-code        PIC X(4).

              01  expiring-heading.
                  03  FILLER          PIC X(8) VALUE "   ELF".
                  03  FILLER          PIC X(22) VALUE "NAME".
                  03  FILLER          PIC X(12) VALUE "CREW".
                  03  FILLER          PIC X(6) VALUE "CERT".
                  03  FILLER          PIC X(10) VALUE "EXPIRES".
                  03  FILLER          PIC X(9) VALUE "DAYS LEFT".

              01  expiring-line.
                  03  exl-elf-no      PIC Z(5)9.
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  exl-elf-name    PIC X(20).
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  exl-crew        PIC X(10).
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  exl-code        PIC X(4).
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  exl-expiry      PIC 9(8).
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  exl-days-left   PIC Z(4)9.

              01  count-line.
                  03  cnt-label       PIC X(24).
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  cnt-value       PIC Z(9)9.

              01  staffing-title-line.
                  03  FILLER          PIC X(30) VALUE
                      "CAMP ROTA STAFFING FOR ".
                  03  stl-date        PIC 9(8).

              01  staffing-heading.
                  03  FILLER          PIC X(5) VALUE "DAY".
                  03  FILLER          PIC X(10) VALUE "DATE".
                  03  FILLER          PIC X(10) VALUE " ROSTERED".
                  03  FILLER          PIC X(8) VALUE "  ABSENT".
                  03  FILLER          PIC X(10) VALUE " AVAILABLE".
                  03  FILLER          PIC X(10) VALUE "  CAPACITY".
                  03  FILLER          PIC X(10) VALUE "  ASSIGNED".
                  03  FILLER          PIC X(11) VALUE "  UNSTAFFED".
                  03  FILLER          PIC X(8) VALUE "   SHORT".

              01  staffing-line.
                  03  stf-day         PIC 9(1).
                  03  FILLER          PIC X(4) VALUE SPACES.
                  03  stf-date        PIC 9(8).
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  stf-rostered    PIC Z(8)9.
                  03  FILLER          PIC X(1) VALUE SPACES.
                  03  stf-absent      PIC Z(6)9.
                  03  FILLER          PIC X(1) VALUE SPACES.
                  03  stf-available   PIC Z(8)9.
                  03  FILLER          PIC X(1) VALUE SPACES.
                  03  stf-capacity    PIC Z(8)9.
                  03  FILLER          PIC X(1) VALUE SPACES.
                  03  stf-assigned    PIC Z(8)9.
                  03  FILLER          PIC X(1) VALUE SPACES.
                  03  stf-unstaffed   PIC Z(9)9.
                  03  FILLER          PIC X(1) VALUE SPACES.
                  03  stf-short       PIC Z(6)9.

              01  unstaffed-heading.
                  03  FILLER          PIC X(5) VALUE "DAY".
                  03  FILLER          PIC X(10) VALUE "DATE".
                  03  FILLER          PIC X(15) VALUE "RANGE".
                  03  FILLER          PIC X(8) VALUE "SECTIONS".

              01  unstaffed-line.
                  03  usl-day         PIC 9(1).
                  03  FILLER          PIC X(4) VALUE SPACES.
                  03  usl-date        PIC 9(8).
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  usl-from        PIC Z(4)9.
                  03  FILLER          PIC X(3) VALUE " - ".
                  03  usl-to          PIC Z(4)9.
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  usl-width       PIC Z(7)9.

              01  day-total-line.
                  03  FILLER          PIC X(18) VALUE
                      "DAY TOTAL SECTIONS".
           IF rota-days = 0 OR rota-days > 7
             MOVE 5 TO rota-days
           END-IF
           MOVE "CERTDAYS" TO preq-keyword
           CALL "PARMREAD" USING parm-request
           IF parm-found
           AND FUNCTION TRIM(preq-value) IS NUMERIC
             MOVE FUNCTION NUMVAL(preq-value) TO cert-warn-days
           END-IF
           MOVE "ROTASTART" TO preq-keyword
           CALL "PARMREAD" USING parm-request
           IF parm-found
           AND FUNCTION TRIM(preq-value) IS NUMERIC
             MOVE FUNCTION NUMVAL(preq-value) TO rota-start
           END-IF
           MOVE "ELFCAP" TO preq-keyword
           CALL "PARMREAD" USING parm-request
           IF parm-found
           AND FUNCTION TRIM(preq-value) IS NUMERIC
             MOVE FUNCTION NUMVAL(preq-value) TO elf-capacity
           END-IF
           ACCEPT run-date FROM DATE YYYYMMDD
           IF rota-start < 16010101
             MOVE run-date TO rota-start
           END-IF
           DISPLAY "PARAMETERS IN EFFECT FOR CAMP-ROTA:"
           DISPLAY "  ROTADAYS=" rota-days
           DISPLAY "  CERTDAYS=" cert-warn-days
           DISPLAY "  ROTASTART=" rota-start
           COMPUTE run-integer = FUNCTION INTEGER-OF-DATE(run-date)
           COMPUTE warn-limit-date = FUNCTION DATE-OF-INTEGER(
               run-integer + cert-warn-days)

           PERFORM LOAD-CREW-LIST
           IF crew-count = 0
             GOBACK
           END-IF

           PERFORM LOAD-ABSENCES
           IF staffing-checked
             IF elf-capacity = 0
               COMPUTE elf-capacity =
                   (plan-total * 5 + rota-days * member-count * 4 - 1)
                   / (rota-days * member-count * 4)
             END-IF
             IF elf-capacity = 0
               MOVE 1 TO elf-capacity
             END-IF
             DISPLAY "  ELFCAP=" elf-capacity
           END-IF

           PERFORM ASSIGN-RANGES
           IF staffing-checked
             PERFORM COUNT-SHORTFALLS
           END-IF

           OPEN OUTPUT rota-file
           IF NOT rota-is-ok
           END-PERFORM
           CLOSE rota-file

           PERFORM CHECK-CREW-CERTIFICATIONS
           PERFORM WRITE-STAFFING-REPORT

           DISPLAY "crews on rota="crew-count
           DISPLAY "ranges scheduled="range-count
           DISPLAY "sections scheduled="assigned-total
           DISPLAY "sections unstaffed="unstaffed-total
           DISPLAY "days understaffed="short-day-count
           DISPLAY "certification exceptions="cert-exception-count
           DISPLAY "certifications expiring="expiring-count
           IF cert-exception-count > 0
           OR unstaffed-total > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-CREW-LIST.
                     IF crew-hit = 0 AND crew-count < 50
                       COMPUTE crew-count = crew-count + 1
                       MOVE rst-crew TO crw-name(crew-count)
                       MOVE crew-count TO crew-hit
                     END-IF
                     IF crew-hit > 0 AND member-count < 2000
                       COMPUTE member-count = member-count + 1
                       MOVE rst-elf-no TO mbr-elf-no(member-count)
                       MOVE crew-hit TO mbr-crew(member-count)
                       PERFORM VARYING day-idx FROM 1 BY 1
                               UNTIL day-idx > 7
                         MOVE "N" TO mbr-absent(member-count day-idx)
                       END-PERFORM
                     END-IF
                   END-IF
               END-READ
                     COMPUTE rng-width(range-count) =
                         rng-to(range-count)
                         - rng-from(range-count) + 1
                     COMPUTE plan-total = plan-total
                         + rng-width(range-count)
                   END-IF
               END-READ
             END-PERFORM
           END-IF
           .

       LOAD-ABSENCES.
           COMPUTE start-integer = FUNCTION INTEGER-OF-DATE(rota-start)
           PERFORM VARYING day-idx FROM 1 BY 1
                   UNTIL day-idx > rota-days
             COMPUTE day-date(day-idx) = FUNCTION DATE-OF-INTEGER(
                 start-integer + day-idx - 1)
           END-PERFORM
           IF member-count = 0
             DISPLAY "No crew members are on the roster; staffing "
                 "will not be checked."
           ELSE
             MOVE "Y" TO staffing-flag
             OPEN INPUT avail-master
             IF NOT avail-is-ok
               DISPLAY "No availability file is on file; every crew "
                   "member is treated as available."
             ELSE
               MOVE LOW-VALUES TO avl-key
               START avail-master KEY >= avl-key
                 INVALID KEY
                   MOVE "Y" TO avail-eof-flag
               END-START
               PERFORM UNTIL avail-eof
                 READ avail-master NEXT
                   AT END
                     MOVE "Y" TO avail-eof-flag
                   NOT AT END
                     PERFORM NOTE-ABSENCE
                 END-READ
               END-PERFORM
               CLOSE avail-master
             END-IF
             PERFORM VARYING member-idx FROM 1 BY 1
                     UNTIL member-idx > member-count
               PERFORM VARYING day-idx FROM 1 BY 1
                       UNTIL day-idx > rota-days
                 IF mbr-absent(member-idx day-idx) = "N"
                   ADD 1 TO staff-cell(day-idx mbr-crew(member-idx))
                   ADD 1 TO sht-available(day-idx)
                 END-IF
               END-PERFORM
             END-PERFORM
           END-IF
           .

       NOTE-ABSENCE.
           IF avl-from <= day-date(rota-days)
           AND avl-to >= day-date(1)
             MOVE 0 TO member-hit
             PERFORM VARYING member-idx FROM 1 BY 1
                     UNTIL member-idx > member-count
                     OR member-hit > 0
               IF mbr-elf-no(member-idx) = avl-elf-no
                 MOVE member-idx TO member-hit
               END-IF
             END-PERFORM
             IF member-hit > 0
               ADD 1 TO absence-records
               PERFORM VARYING day-idx FROM 1 BY 1
                       UNTIL day-idx > rota-days
                 IF day-date(day-idx) >= avl-from
                 AND day-date(day-idx) <= avl-to
                   MOVE "Y" TO mbr-absent(member-hit day-idx)
                 END-IF
               END-PERFORM
             END-IF
           END-IF
           .

       ASSIGN-RANGES.
           PERFORM VARYING range-idx FROM 1 BY 1
                   UNTIL range-idx > range-count
             IF staffing-checked
               PERFORM ASSIGN-STAFFED-RANGE
             ELSE
               MOVE 1 TO best-day
               MOVE 1 TO best-crew
               MOVE load-cell(1 1) TO best-load
               PERFORM VARYING day-idx FROM 1 BY 1
                       UNTIL day-idx > rota-days
                 PERFORM VARYING crew-idx FROM 1 BY 1
                         UNTIL crew-idx > crew-count
                   IF load-cell(day-idx crew-idx) < best-load
                     MOVE load-cell(day-idx crew-idx) TO best-load
                     MOVE day-idx TO best-day
                     MOVE crew-idx TO best-crew
                   END-IF
                 END-PERFORM
               END-PERFORM
             END-IF
             MOVE best-day TO rng-day(range-idx)
             MOVE best-crew TO rng-crew(range-idx)
             IF best-crew > 0
               COMPUTE load-cell(best-day best-crew) =
                   load-cell(best-day best-crew)
                   + rng-width(range-idx)
               COMPUTE assigned-total = assigned-total
                   + rng-width(range-idx)
               COMPUTE sht-assigned(best-day) = sht-assigned(best-day)
                   + rng-width(range-idx)
             END-IF
           END-PERFORM
           .

       ASSIGN-STAFFED-RANGE.
           MOVE 1 TO best-day
           MOVE 0 TO best-crew
           MOVE 0 TO best-room
           PERFORM VARYING day-idx FROM 1 BY 1
                   UNTIL day-idx > rota-days
             PERFORM VARYING crew-idx FROM 1 BY 1
                     UNTIL crew-idx > crew-count
               COMPUTE cell-room =
                   staff-cell(day-idx crew-idx) * elf-capacity
                   - load-cell(day-idx crew-idx)
               IF cell-room >= rng-width(range-idx)
               AND (best-crew = 0 OR cell-room > best-room)
                 MOVE cell-room TO best-room
                 MOVE day-idx TO best-day
                 MOVE crew-idx TO best-crew
               END-IF
             END-PERFORM
           END-PERFORM
           IF best-crew = 0
             PERFORM VARYING day-idx FROM 1 BY 1
                     UNTIL day-idx > rota-days
               IF sht-unstaffed(day-idx) < sht-unstaffed(best-day)
                 MOVE day-idx TO best-day
               END-IF
             END-PERFORM
             COMPUTE sht-unstaffed(best-day) = sht-unstaffed(best-day)
                 + rng-width(range-idx)
             COMPUTE unstaffed-total = unstaffed-total
                 + rng-width(range-idx)
             COMPUTE unstaffed-range-count = unstaffed-range-count + 1
           END-IF
           .

       COUNT-SHORTFALLS.
           PERFORM VARYING day-idx FROM 1 BY 1
                   UNTIL day-idx > rota-days
             IF sht-unstaffed(day-idx) > 0
               COMPUTE sht-people(day-idx) =
                   (sht-unstaffed(day-idx) + elf-capacity - 1)
                   / elf-capacity
               COMPUTE short-day-count = short-day-count + 1
               COMPUTE short-people-total = short-people-total
                   + sht-people(day-idx)
               MOVE sht-people(day-idx) TO short-edit
               MOVE "CAMP-ROTA" TO xcl-program
               MOVE day-idx TO xcl-line-no
               MOVE SPACES TO xcl-text
               STRING "DAY " day-idx " " day-date(day-idx)
                   " UNDERSTAFFED, SHORT "
                   FUNCTION TRIM(short-edit) " ELVES"
                   DELIMITED BY SIZE INTO xcl-text
               CALL "EXCLOG" USING exception-log-request
             END-IF
           END-PERFORM
           .

             WRITE rota-record
           END-IF
           MOVE day-idx TO phd-day
           MOVE day-date(day-idx) TO phd-date
           MOVE SPACES TO rota-record
           MOVE page-head-line TO rota-record
           WRITE rota-record
                   UNTIL range-idx > range-count
             IF rng-day(range-idx) = day-idx
               MOVE SPACES TO rota-line
               IF rng-crew(range-idx) = 0
                 MOVE "UNSTAFFED" TO rtl-crew
               ELSE
                 MOVE crw-name(rng-crew(range-idx)) TO rtl-crew
               END-IF
               MOVE rng-from(range-idx) TO rtl-from
               MOVE rng-to(range-idx) TO rtl-to
               MOVE rng-width(range-idx) TO rtl-width
           MOVE day-total-line TO rota-record
           WRITE rota-record
           .

       CHECK-CREW-CERTIFICATIONS.
           PERFORM LOAD-RESTRICTED-SECTIONS
           PERFORM LOAD-CERTIFIED-CREWS
           OPEN OUTPUT cert-report
           IF NOT cert-report-is-ok
             DISPLAY "The certification report could not be opened."
           ELSE
             MOVE run-date TO ctl-date
             WRITE cert-report-record FROM cert-title-line
             MOVE SPACES TO cert-report-record
             WRITE cert-report-record
             MOVE "ASSIGNMENTS WITHOUT A CERTIFIED CREW MEMBER"
                 TO cert-report-record
             WRITE cert-report-record
             WRITE cert-report-record FROM cert-exception-heading
             PERFORM VARYING range-idx FROM 1 BY 1
                     UNTIL range-idx > range-count
               IF rng-crew(range-idx) > 0
                 PERFORM CHECK-RANGE-CERTIFICATIONS
               END-IF
             END-PERFORM
             IF cert-exception-count = 0
               MOVE "  (EVERY RESTRICTED SECTION HAS A CERTIFIED CREW)"
                   TO cert-report-record
               WRITE cert-report-record
             END-IF
             PERFORM WRITE-EXPIRING-SECTION
             MOVE SPACES TO cert-report-record
             WRITE cert-report-record
             MOVE "RESTRICTED SECTIONS" TO cnt-label
             MOVE restricted-count TO cnt-value
             WRITE cert-report-record FROM count-line
             MOVE "UNCERTIFIED ASSIGNMENTS" TO cnt-label
             MOVE cert-exception-count TO cnt-value
             WRITE cert-report-record FROM count-line
             MOVE "CERTIFICATIONS EXPIRING" TO cnt-label
             MOVE expiring-count TO cnt-value
             WRITE cert-report-record FROM count-line
             CLOSE cert-report
           END-IF
           .

       LOAD-RESTRICTED-SECTIONS.
           OPEN INPUT section-master-file
           IF section-master-ok
             PERFORM UNTIL section-master-eof
               READ section-master-file
                 AT END
                   CONTINUE
                 NOT AT END
                   IF section-master-record NOT = SPACES
                   AND sec-cert-code NOT = SPACES
                   AND restricted-count < 500
                     COMPUTE restricted-count = restricted-count + 1
                     MOVE sec-number TO rsx-number(restricted-count)
                     MOVE sec-name TO rsx-name(restricted-count)
                     MOVE FUNCTION UPPER-CASE(sec-cert-code)
                         TO rsx-code(restricted-count)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE section-master-file
           END-IF
           .

       LOAD-CERTIFIED-CREWS.
           OPEN INPUT cert-master
           IF NOT cert-is-ok
             DISPLAY "No certification file is on file; no crew is "
                 "treated as certified."
           ELSE
             OPEN INPUT roster-master
             MOVE LOW-VALUES TO ctf-key
             START cert-master KEY >= ctf-key
               INVALID KEY
                 MOVE "Y" TO cert-eof-flag
             END-START
             PERFORM UNTIL cert-eof
               READ cert-master NEXT
                 AT END
                   MOVE "Y" TO cert-eof-flag
                 NOT AT END
                   IF ctf-issued <= run-date
                   AND ctf-expiry >= run-date
                     PERFORM NOTE-CERTIFIED-ELF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE roster-master
             CLOSE cert-master
           END-IF
           .

       NOTE-CERTIFIED-ELF.
           MOVE ctf-elf-no TO rst-elf-no
           READ roster-master
             INVALID KEY
               CONTINUE
           END-READ
           IF NOT roster-is-ok
             MOVE SPACES TO rst-crew
             MOVE SPACES TO rst-elf-name
           END-IF
           IF rst-crew NOT = SPACES
             MOVE rst-crew TO check-crew
             MOVE ctf-code TO check-code
             PERFORM FIND-CERTIFIED-CREW
             IF certified-hit = 0 AND certified-count < 500
               COMPUTE certified-count = certified-count + 1
               MOVE rst-crew TO cfd-crew(certified-count)
               MOVE ctf-code TO cfd-code(certified-count)
             END-IF
           END-IF
           IF ctf-expiry <= warn-limit-date
           AND expiring-count < 200
             COMPUTE expiring-count = expiring-count + 1
             MOVE ctf-elf-no TO exp-elf-no(expiring-count)
             MOVE rst-elf-name TO exp-elf-name(expiring-count)
             MOVE rst-crew TO exp-crew(expiring-count)
             MOVE ctf-code TO exp-code(expiring-count)
             MOVE ctf-expiry TO exp-expiry(expiring-count)
           END-IF
           .

       FIND-CERTIFIED-CREW.
           MOVE 0 TO certified-hit
           PERFORM VARYING certified-idx FROM 1 BY 1
                   UNTIL certified-idx > certified-count
                   OR certified-hit > 0
             IF cfd-crew(certified-idx) = check-crew
             AND cfd-code(certified-idx) = check-code
               MOVE certified-idx TO certified-hit
             END-IF
           END-PERFORM
           .

       CHECK-RANGE-CERTIFICATIONS.
           MOVE crw-name(rng-crew(range-idx)) TO check-crew
           PERFORM VARYING restricted-idx FROM 1 BY 1
                   UNTIL restricted-idx > restricted-count
             IF rsx-number(restricted-idx) >= rng-from(range-idx)
             AND rsx-number(restricted-idx) <= rng-to(range-idx)
               MOVE rsx-code(restricted-idx) TO check-code
               PERFORM FIND-CERTIFIED-CREW
               IF certified-hit = 0
                 PERFORM WRITE-CERT-EXCEPTION
               END-IF
             END-IF
           END-PERFORM
           .

       WRITE-CERT-EXCEPTION.
           COMPUTE cert-exception-count = cert-exception-count + 1
           MOVE rng-day(range-idx) TO cxl-day
           MOVE check-crew TO cxl-crew
           MOVE rng-from(range-idx) TO cxl-from
           MOVE rng-to(range-idx) TO cxl-to
           MOVE rsx-number(restricted-idx) TO cxl-section
           MOVE rsx-name(restricted-idx) TO cxl-name
           MOVE check-code TO cxl-code
           WRITE cert-report-record FROM cert-exception-line
           MOVE "CAMP-ROTA" TO xcl-program
           MOVE rsx-number(restricted-idx) TO xcl-line-no
           MOVE SPACES TO xcl-text
           STRING "CREW " FUNCTION TRIM(check-crew)
               " NOT CERTIFIED " check-code " FOR SECTION "
               rsx-number(restricted-idx)
               DELIMITED BY SIZE INTO xcl-text
           CALL "EXCLOG" USING exception-log-request
           .

       WRITE-EXPIRING-SECTION.
           MOVE SPACES TO cert-report-record
           WRITE cert-report-record
           MOVE SPACES TO cert-report-record
           STRING "CERTIFICATIONS EXPIRING WITHIN "
               FUNCTION TRIM(cert-warn-days) " DAYS"
               DELIMITED BY SIZE INTO cert-report-record
           WRITE cert-report-record
           IF expiring-count = 0
             MOVE "  (NO CERTIFICATION IS DUE TO EXPIRE)"
                 TO cert-report-record
             WRITE cert-report-record
           ELSE
             WRITE cert-report-record FROM expiring-heading
             PERFORM VARYING expiring-idx FROM 1 BY 1
                     UNTIL expiring-idx > expiring-count
               MOVE exp-elf-no(expiring-idx) TO exl-elf-no
               MOVE exp-elf-name(expiring-idx) TO exl-elf-name
               MOVE exp-crew(expiring-idx) TO exl-crew
               MOVE exp-code(expiring-idx) TO exl-code
               MOVE exp-expiry(expiring-idx) TO exl-expiry
               COMPUTE days-left = FUNCTION INTEGER-OF-DATE(
                   exp-expiry(expiring-idx)) - run-integer
               MOVE days-left TO exl-days-left
               WRITE cert-report-record FROM expiring-line
             END-PERFORM
           END-IF
           .

       WRITE-STAFFING-REPORT.
           OPEN OUTPUT staffing-report
           IF NOT staffing-report-is-ok
             DISPLAY "The understaffing report could not be opened."
           ELSE
             MOVE run-date TO stl-date
             WRITE staffing-report-record FROM staffing-title-line
             MOVE SPACES TO staffing-report-record
             WRITE staffing-report-record
             IF NOT staffing-checked
               MOVE "  (NO CREW MEMBERS ON THE ROSTER TO CHECK)"
                   TO staffing-report-record
               WRITE staffing-report-record
             ELSE
               PERFORM WRITE-STAFFING-DAYS
               PERFORM WRITE-UNSTAFFED-RANGES
             END-IF
             MOVE SPACES TO staffing-report-record
             WRITE staffing-report-record
             MOVE "CREW MEMBERS ROSTERED" TO cnt-label
             MOVE member-count TO cnt-value
             WRITE staffing-report-record FROM count-line
             MOVE "ABSENCES IN ROTA PERIOD" TO cnt-label
             MOVE absence-records TO cnt-value
             WRITE staffing-report-record FROM count-line
             MOVE "SECTIONS PER ELF PER DAY" TO cnt-label
             MOVE elf-capacity TO cnt-value
             WRITE staffing-report-record FROM count-line
             MOVE "SECTIONS UNSTAFFED" TO cnt-label
             MOVE unstaffed-total TO cnt-value
             WRITE staffing-report-record FROM count-line
             MOVE "DAYS UNDERSTAFFED" TO cnt-label
             MOVE short-day-count TO cnt-value
             WRITE staffing-report-record FROM count-line
             MOVE "ELVES SHORT IN TOTAL" TO cnt-label
             MOVE short-people-total TO cnt-value
             WRITE staffing-report-record FROM count-line
             CLOSE staffing-report
           END-IF
           .

       WRITE-STAFFING-DAYS.
           MOVE "DAILY STAFFING" TO staffing-report-record
           WRITE staffing-report-record
           WRITE staffing-report-record FROM staffing-heading
           PERFORM VARYING day-idx FROM 1 BY 1
                   UNTIL day-idx > rota-days
             MOVE day-idx TO stf-day
             MOVE day-date(day-idx) TO stf-date
             MOVE member-count TO stf-rostered
             COMPUTE stf-absent = member-count - sht-available(day-idx)
             MOVE sht-available(day-idx) TO stf-available
             COMPUTE stf-capacity = sht-available(day-idx)
                 * elf-capacity
             MOVE sht-assigned(day-idx) TO stf-assigned
             MOVE sht-unstaffed(day-idx) TO stf-unstaffed
             MOVE sht-people(day-idx) TO stf-short
             WRITE staffing-report-record FROM staffing-line
           END-PERFORM
           MOVE SPACES TO staffing-report-record
           WRITE staffing-report-record
           MOVE "DAYS THAT CANNOT BE STAFFED" TO staffing-report-record
           WRITE staffing-report-record
           IF short-day-count = 0
             MOVE "  (EVERY DAY CAN BE STAFFED)"
                 TO staffing-report-record
             WRITE staffing-report-record
           ELSE
             WRITE staffing-report-record FROM staffing-heading
             PERFORM VARYING day-idx FROM 1 BY 1
                     UNTIL day-idx > rota-days
               IF sht-unstaffed(day-idx) > 0
                 MOVE day-idx TO stf-day
                 MOVE day-date(day-idx) TO stf-date
                 MOVE member-count TO stf-rostered
                 COMPUTE stf-absent =
                     member-count - sht-available(day-idx)
                 MOVE sht-available(day-idx) TO stf-available
                 COMPUTE stf-capacity = sht-available(day-idx)
                     * elf-capacity
                 MOVE sht-assigned(day-idx) TO stf-assigned
                 MOVE sht-unstaffed(day-idx) TO stf-unstaffed
                 MOVE sht-people(day-idx) TO stf-short
                 WRITE staffing-report-record FROM staffing-line
               END-IF
             END-PERFORM
           END-IF
           .

       WRITE-UNSTAFFED-RANGES.
           MOVE SPACES TO staffing-report-record
           WRITE staffing-report-record
           MOVE "RANGES LEFT UNSTAFFED" TO staffing-report-record
           WRITE staffing-report-record
           IF unstaffed-range-count = 0
             MOVE "  (NO RANGE WAS LEFT UNSTAFFED)"
                 TO staffing-report-record
             WRITE staffing-report-record
           ELSE
             WRITE staffing-report-record FROM unstaffed-heading
             PERFORM VARYING range-idx FROM 1 BY 1
                     UNTIL range-idx > range-count
               IF rng-crew(range-idx) = 0
                 MOVE rng-day(range-idx) TO usl-day
                 MOVE day-date(rng-day(range-idx)) TO usl-date
                 MOVE rng-from(range-idx) TO usl-from
                 MOVE rng-to(range-idx) TO usl-to
                 MOVE rng-width(range-idx) TO usl-width
                 WRITE staffing-report-record FROM unstaffed-line
               END-IF
             END-PERFORM
           END-IF
           .
