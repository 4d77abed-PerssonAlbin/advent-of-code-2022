       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELF-DEPARTURE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT roster-master ASSIGN TO "elf-roster.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rst-elf-no
               FILE STATUS roster-file-status.
           SELECT membership-master
               ASSIGN TO "crew-membership.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cmb-key
               FILE STATUS membership-file-status.
           SELECT order-master ASSIGN TO "supply-orders.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ord-order-no
               FILE STATUS order-file-status.
           SELECT avail-master ASSIGN TO "elf-availability.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS avl-key
               FILE STATUS avail-file-status.
           SELECT badge-register ASSIGN TO "badge-register.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS bdg-key
               FILE STATUS register-file-status.
           SELECT cert-master ASSIGN TO "elf-certs.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ctf-key
               FILE STATUS cert-file-status.
           SELECT change-audit-file
               ASSIGN TO "badge-change-audit.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS change-audit-status.
           SELECT tournament-file ASSIGN TO "rps-tournament.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS tournament-file-status.
           SELECT fixture-file ASSIGN TO "rps-fixtures.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS fixture-file-status.
           SELECT departure-file ASSIGN TO "elf-departures.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS departure-file-status.
           SELECT checklist-file ASSIGN TO checklist-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS checklist-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  roster-master.
       COPY rstrec.

       FD  membership-master.
       COPY cmbrec.

       FD  order-master.
       COPY ordrec.

       FD  avail-master.
       COPY avlrec.

       FD  badge-register.
       COPY bdgrec.

       FD  cert-master.
       COPY ctfrec.

       FD  change-audit-file.
       01  change-audit-record PIC X(80).

       FD  tournament-file.
       01  tournament-record.
           03  ros-elf-name    PIC X(20).
           03  ros-guide-file  PIC X(60).

       FD  fixture-file.
       01  fixture-record.
           03  fxt-round       PIC 9(3).
           03  FILLER          PIC X(2).
           03  fxt-name-a      PIC X(20).
           03  FILLER          PIC X(2).
           03  fxt-name-b      PIC X(20).
           03  FILLER          PIC X(2).
           03  fxt-day         PIC 9(2).
           03  FILLER          PIC X(2).
           03  fxt-date        PIC 9(8).

       FD  departure-file.
       COPY dprrec.

       FD  checklist-file.
       01  checklist-record    PIC X(100).

       WORKING-STORAGE SECTION.
       COPY cmpreq.

       COPY oscreq.

       01  roster-file-status  PIC 99.
           88  roster-is-ok    VALUE 0.

       01  membership-file-status PIC 99.
           88  membership-is-ok VALUE 0.
       01  membership-eof-flag PIC X(1).
           88  membership-eof  VALUE "Y".

       01  order-file-status   PIC 99.
           88  order-is-ok     VALUE 0.
       01  order-eof-flag      PIC X(1).
           88  order-eof       VALUE "Y".

       01  avail-file-status   PIC 99.
           88  avail-is-ok     VALUE 0.

       01  register-file-status PIC 99.
           88  register-is-ok  VALUE 0.
       01  register-eof-flag   PIC X(1).
           88  register-eof    VALUE "Y".

       01  cert-file-status    PIC 99.
           88  cert-is-ok      VALUE 0.
       01  cert-eof-flag       PIC X(1).
           88  cert-eof        VALUE "Y".

       COPY filsts REPLACING
                   ==:STATUS-NAME:== BY ==change-audit-status==
                   ==:OK-NAME:==     BY ==change-audit-is-ok==
                   ==:EOF-NAME:==    BY ==change-audit-fs-spare==.

       COPY filsts REPLACING
                   ==:STATUS-NAME:== BY ==tournament-file-status==
                   ==:OK-NAME:==     BY ==tournament-is-ok==
                   ==:EOF-NAME:==    BY ==tournament-eof==.

       COPY filsts REPLACING
                   ==:STATUS-NAME:== BY ==fixture-file-status==
                   ==:OK-NAME:==     BY ==fixture-is-ok==
                   ==:EOF-NAME:==    BY ==fixture-eof==.

       COPY filsts REPLACING
                   ==:STATUS-NAME:== BY ==departure-file-status==
                   ==:OK-NAME:==     BY ==departure-is-ok==
                   ==:EOF-NAME:==    BY ==departure-eof==.

       COPY filsts REPLACING
                   ==:STATUS-NAME:== BY ==checklist-file-status==
                   ==:OK-NAME:==     BY ==checklist-is-ok==
                   ==:EOF-NAME:==    BY ==checklist-fs-spare==.

       01  checklist-name      PIC X(40).
       01  run-date            PIC 9(8).
       01  run-time            PIC 9(8).
       01  operator-id         PIC X(8).
       01  number-answer       PIC X(10).
       01  date-answer         PIC X(10).
       01  confirm-answer      PIC X(1).

       01  leaver-no           PIC 9(6).
       01  leaver-name         PIC X(20).
       01  leaver-crew         PIC X(10).
       01  leaver-upper        PIC X(20).
       01  leave-date          PIC 9(8).
       01  replacement-no      PIC 9(6).
       01  replacement-name    PIC X(20).
       01  replacement-crew    PIC X(10).
       01  prior-leave-date    PIC 9(8).
       01  lookup-no           PIC 9(6).
       01  departure-refused   PIC X(1).
           88  departure-is-refused VALUE "Y".

       01  changed-count       PIC 9(4) VALUE 0.
       01  manual-count        PIC 9(4) VALUE 0.
       01  section-changes     PIC 9(4).
       01  section-manual      PIC 9(4).

       01  prior-from          PIC 9(8).
       01  orders-reassigned   PIC 9(4) VALUE 0.
       01  orders-cancelled    PIC 9(4) VALUE 0.
       01  orders-held         PIC 9(4) VALUE 0.

       01  entrant-found       PIC X(1).
       01  fixture-table.
           03  fixture-line    PIC X(59) OCCURS 1300 TIMES.
       01  fixture-count       PIC 9(4).
       01  fixture-idx         PIC 9(4).
       01  fixture-dropped     PIC 9(4).
       01  fixtures-withdrawn  PIC 9(4).
       01  fixture-touched     PIC X(1).

       01  badge-table.
           03  badge-entry OCCURS 200 TIMES.
               05  bdt-group-no    PIC 9(6).
               05  bdt-run-date    PIC 9(8).
       01  badge-count         PIC 9(3).
       01  badge-idx           PIC 9(3).
       01  held-group-no       PIC 9(6).
       01  held-run-date       PIC 9(8).
       01  held-has-leaver     PIC X(1).
       01  member-idx          PIC 9(2).
       01  member-hit          PIC 9(2).
       01  next-idx            PIC 9(2).
       01  certs-found         PIC 9(3).

       01  change-audit-line.
           03  chg-operator    PIC X(8).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  chg-date        PIC 9(8).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  chg-time        PIC 9(8).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  chg-action      PIC X(8).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  chg-group-no    PIC 9(6).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  chg-run-date    PIC 9(8).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  chg-letter      PIC X(1).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  chg-old-status  PIC X(1).
           03  FILLER          PIC X(4) VALUE " -> ".
           03  chg-new-status  PIC X(1).
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME
           CALL "CAMPID" USING camp-id-request

           MOVE SPACES TO operator-id
           PERFORM UNTIL operator-id NOT = SPACES
             DISPLAY "Operator id: " WITH NO ADVANCING
             ACCEPT operator-id
           END-PERFORM
           MOVE "S" TO osc-function
           MOVE operator-id TO osc-operator
           MOVE "ELF-DEPARTURE" TO osc-program
           MOVE SPACES TO osc-pin
           DISPLAY "PIN: " WITH NO ADVANCING
           ACCEPT osc-pin
           CALL "OPERSEC" USING operator-security-request
           IF NOT osc-allowed
             DISPLAY "Operator " operator-id " was not signed on; "
                 "sign-on refused."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE "A" TO osc-function
           MOVE "ELF DEPARTURE" TO osc-action
           MOVE 2 TO osc-level-need
           CALL "OPERSEC" USING operator-security-request
           IF NOT osc-allowed
             DISPLAY "Operator " operator-id " is not authorized "
                 "to record elf departures."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           OPEN INPUT roster-master
           IF NOT roster-is-ok
             DISPLAY "The roster master could not be opened (status "
                 roster-file-status ")."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           MOVE "N" TO departure-refused
           PERFORM ASK-DEPARTURE THRU ASK-DEPARTURE-EXIT
           IF departure-is-refused
             CLOSE roster-master
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           MOVE SPACES TO checklist-name
           STRING "elf-departure-" leaver-no ".txt"
               DELIMITED BY SIZE INTO checklist-name
           OPEN OUTPUT checklist-file
           IF NOT checklist-is-ok
             DISPLAY "The departure checklist could not be opened; "
                 "nothing was changed."
             CLOSE roster-master
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM WRITE-CHECKLIST-HEADING

           PERFORM END-CREW-MEMBERSHIP
           PERFORM SETTLE-SUPPLY-ORDERS
           PERFORM WITHDRAW-FROM-TOURNAMENT
           PERFORM REMOVE-FROM-ROTA
           PERFORM REMOVE-FROM-BADGE-GROUPS
           PERFORM LIST-CERTIFICATIONS
           CLOSE roster-master

           MOVE leaver-no TO dpr-elf-no
           MOVE leaver-name TO dpr-elf-name
           MOVE leave-date TO dpr-leave-date
           MOVE replacement-no TO dpr-replacement
           MOVE operator-id TO dpr-operator
           MOVE run-date TO dpr-recorded-date
           OPEN EXTEND departure-file
           IF NOT departure-is-ok
             OPEN OUTPUT departure-file
           END-IF
           IF departure-is-ok
             WRITE elf-departure-record
             CLOSE departure-file
           ELSE
             DISPLAY "The departure register could not be opened; "
                 "the departure must be registered by hand."
             COMPUTE manual-count = manual-count + 1
           END-IF

           MOVE "E" TO osc-function
           MOVE operator-id TO osc-operator
           MOVE "ELF-DEPARTURE" TO osc-program
           MOVE SPACES TO osc-action
           STRING "DEPART " leaver-no DELIMITED BY SIZE INTO osc-action
           MOVE "RECORDED" TO osc-result
           CALL "OPERSEC" USING operator-security-request

           MOVE SPACES TO checklist-record
           WRITE checklist-record
           MOVE SPACES TO checklist-record
           STRING "CHANGES MADE " changed-count
               "   MANUAL ACTIONS OUTSTANDING " manual-count
               DELIMITED BY SIZE INTO checklist-record
           WRITE checklist-record
           CLOSE checklist-file

           DISPLAY "Departure of elf " leaver-no " on " leave-date
               " recorded."
           DISPLAY "changes made=" changed-count
           DISPLAY "manual actions outstanding=" manual-count
           DISPLAY "checklist written to "
               FUNCTION TRIM(checklist-name)
           IF manual-count > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       ASK-DEPARTURE.
           MOVE 0 TO leaver-no
           PERFORM UNTIL leaver-no > 0
             MOVE SPACES TO number-answer
             DISPLAY "Elf number leaving: " WITH NO ADVANCING
             ACCEPT number-answer
             IF FUNCTION TRIM(number-answer) IS NUMERIC
               MOVE FUNCTION NUMVAL(number-answer) TO leaver-no
             END-IF
           END-PERFORM
           MOVE leaver-no TO rst-elf-no
           READ roster-master
             INVALID KEY
               DISPLAY "No roster entry for elf " leaver-no "."
               MOVE "Y" TO departure-refused
               GO TO ASK-DEPARTURE-EXIT
           END-READ
           MOVE rst-elf-name TO leaver-name
           MOVE rst-crew TO leaver-crew
           MOVE FUNCTION UPPER-CASE(leaver-name) TO leaver-upper

           MOVE leaver-no TO lookup-no
           PERFORM FIND-PRIOR-DEPARTURE
           IF prior-leave-date > 0
             DISPLAY "Elf " leaver-no " already left on "
                 prior-leave-date "; the departure was not recorded "
                 "again."
             MOVE "Y" TO departure-refused
             GO TO ASK-DEPARTURE-EXIT
           END-IF

           MOVE 0 TO leave-date
           PERFORM UNTIL leave-date > 0
             MOVE SPACES TO date-answer
             DISPLAY "Leaving date (YYYYMMDD, blank = today): "
                 WITH NO ADVANCING
             ACCEPT date-answer
             IF date-answer = SPACES
               MOVE run-date TO leave-date
             ELSE
               IF FUNCTION TRIM(date-answer) IS NUMERIC
                 MOVE FUNCTION NUMVAL(date-answer) TO leave-date
                 IF FUNCTION TEST-DATE-YYYYMMDD(leave-date) NOT = 0
                   DISPLAY "Not a valid date, try again."
                   MOVE 0 TO leave-date
                 END-IF
               END-IF
             END-IF
           END-PERFORM

           MOVE 0 TO replacement-no
           MOVE SPACES TO replacement-name
           MOVE SPACES TO replacement-crew
           PERFORM UNTIL replacement-name NOT = SPACES
             MOVE SPACES TO number-answer
             DISPLAY "Elf taking over open orders "
                 "(blank = cancel them): " WITH NO ADVANCING
             ACCEPT number-answer
             IF number-answer = SPACES
               MOVE 0 TO replacement-no
               MOVE "(ORDERS CANCELLED)" TO replacement-name
             ELSE
               IF FUNCTION TRIM(number-answer) IS NUMERIC
                 MOVE FUNCTION NUMVAL(number-answer) TO replacement-no
                 PERFORM CHECK-REPLACEMENT
               END-IF
             END-IF
           END-PERFORM

           DISPLAY " "
           DISPLAY "Elf " leaver-no " " FUNCTION TRIM(leaver-name)
               " of crew " FUNCTION TRIM(leaver-crew)
           DISPLAY "leaves on " leave-date
           IF replacement-no > 0
             DISPLAY "open orders pass to elf " replacement-no " "
                 FUNCTION TRIM(replacement-name)
           ELSE
             DISPLAY "open orders are cancelled"
           END-IF
           MOVE SPACES TO confirm-answer
           DISPLAY "Record this departure (Y/N)? " WITH NO ADVANCING
           ACCEPT confirm-answer
           IF confirm-answer NOT = "Y" AND confirm-answer NOT = "y"
             DISPLAY "The departure was not recorded."
             MOVE "Y" TO departure-refused
           END-IF
           .

       ASK-DEPARTURE-EXIT.
           EXIT.

       CHECK-REPLACEMENT.
           IF replacement-no = leaver-no
             DISPLAY "The replacement must be a different elf."
           ELSE
             MOVE replacement-no TO rst-elf-no
             READ roster-master
               INVALID KEY
                 DISPLAY "No roster entry for elf " replacement-no "."
               NOT INVALID KEY
                 MOVE replacement-no TO lookup-no
                 PERFORM FIND-PRIOR-DEPARTURE
                 IF prior-leave-date > 0
                   DISPLAY "Elf " replacement-no " left on "
                       prior-leave-date " and cannot take over orders."
                 ELSE
                   MOVE rst-elf-name TO replacement-name
                   MOVE rst-crew TO replacement-crew
                   IF replacement-name = SPACES
                     MOVE "(NO NAME)" TO replacement-name
                   END-IF
                 END-IF
             END-READ
           END-IF
           .

       FIND-PRIOR-DEPARTURE.
           MOVE 0 TO prior-leave-date
           OPEN INPUT departure-file
           IF departure-is-ok
             PERFORM UNTIL departure-eof
               READ departure-file
                 AT END
                   CONTINUE
                 NOT AT END
                   IF dpr-elf-no = lookup-no
                     MOVE dpr-leave-date TO prior-leave-date
                   END-IF
               END-READ
             END-PERFORM
             CLOSE departure-file
           END-IF
           .

       WRITE-CHECKLIST-HEADING.
           MOVE SPACES TO checklist-record
           STRING "ELF DEPARTURE CHECKLIST   CAMP " cmp-camp
               "   RECORDED " run-date " " run-time(1:4)
               " BY " operator-id
               DELIMITED BY SIZE INTO checklist-record
           WRITE checklist-record
           MOVE SPACES TO checklist-record
           WRITE checklist-record
           MOVE SPACES TO checklist-record
           STRING "ELF " leaver-no "  " leaver-name
               "  CREW " leaver-crew "  LEAVING " leave-date
               DELIMITED BY SIZE INTO checklist-record
           WRITE checklist-record
           MOVE SPACES TO checklist-record
           IF replacement-no > 0
             STRING "OPEN ORDERS PASS TO ELF " replacement-no "  "
                 replacement-name
                 DELIMITED BY SIZE INTO checklist-record
           ELSE
             MOVE "OPEN ORDERS ARE CANCELLED" TO checklist-record
           END-IF
           WRITE checklist-record
           .

       WRITE-SECTION-HEADING.
           MOVE SPACES TO checklist-record
           WRITE checklist-record
           MOVE 0 TO section-changes
           MOVE 0 TO section-manual
           .

       WRITE-CHANGED-LINE.
           COMPUTE section-changes = section-changes + 1
           COMPUTE changed-count = changed-count + 1
           WRITE checklist-record
           .

       WRITE-MANUAL-LINE.
           COMPUTE section-manual = section-manual + 1
           COMPUTE manual-count = manual-count + 1
           WRITE checklist-record
           .

       WRITE-SECTION-FOOTING.
           IF section-changes = 0 AND section-manual = 0
             MOVE "  NOTHING TO DO" TO checklist-record
             WRITE checklist-record
           END-IF
           .

       END-CREW-MEMBERSHIP.
           PERFORM WRITE-SECTION-HEADING
           MOVE "CREW MEMBERSHIP" TO checklist-record
           WRITE checklist-record
           OPEN I-O membership-master
           IF NOT membership-is-ok
             MOVE SPACES TO checklist-record
             STRING "  MANUAL: THE CREW MEMBERSHIP HISTORY COULD NOT "
                 "BE OPENED (STATUS " membership-file-status ")"
                 DELIMITED BY SIZE INTO checklist-record
             PERFORM WRITE-MANUAL-LINE
           ELSE
             MOVE 0 TO prior-from
             MOVE leaver-no TO cmb-elf-no
             MOVE 0 TO cmb-from-date
             MOVE "N" TO membership-eof-flag
             START membership-master KEY >= cmb-key
               INVALID KEY
                 MOVE "Y" TO membership-eof-flag
             END-START
             PERFORM UNTIL membership-eof
               READ membership-master NEXT
                 AT END
                   MOVE "Y" TO membership-eof-flag
                 NOT AT END
                   IF cmb-elf-no NOT = leaver-no
                     MOVE "Y" TO membership-eof-flag
                   ELSE
                     IF cmb-to-date = 0
                       MOVE cmb-from-date TO prior-from
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             IF prior-from > 0
               MOVE leaver-no TO cmb-elf-no
               MOVE prior-from TO cmb-from-date
               READ membership-master
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   PERFORM CLOSE-MEMBERSHIP-SPELL
               END-READ
             END-IF
             CLOSE membership-master
           END-IF
           PERFORM WRITE-SECTION-FOOTING
           .

       CLOSE-MEMBERSHIP-SPELL.
           MOVE SPACES TO checklist-record
           IF cmb-from-date > leave-date
             STRING "  MANUAL: CREW " cmb-crew " MEMBERSHIP STARTS "
                 cmb-from-date ", AFTER THE LEAVING DATE"
                 DELIMITED BY SIZE INTO checklist-record
             PERFORM WRITE-MANUAL-LINE
           ELSE
             MOVE leave-date TO cmb-to-date
             REWRITE crew-membership-record
               INVALID KEY
                 STRING "  MANUAL: CREW " cmb-crew " MEMBERSHIP "
                     "COULD NOT BE ENDED (STATUS "
                     membership-file-status ")"
                     DELIMITED BY SIZE INTO checklist-record
                 PERFORM WRITE-MANUAL-LINE
               NOT INVALID KEY
                 STRING "  CHANGED: CREW " cmb-crew " MEMBERSHIP FROM "
                     cmb-from-date " ENDED " leave-date
                     DELIMITED BY SIZE INTO checklist-record
                 PERFORM WRITE-CHANGED-LINE
             END-REWRITE
           END-IF
           .

       SETTLE-SUPPLY-ORDERS.
           PERFORM WRITE-SECTION-HEADING
           MOVE "SUPPLY ORDERS" TO checklist-record
           WRITE checklist-record
           OPEN I-O order-master
           IF NOT order-is-ok
             MOVE SPACES TO checklist-record
             STRING "  MANUAL: THE SUPPLY ORDER MASTER COULD NOT BE "
                 "OPENED (STATUS " order-file-status ")"
                 DELIMITED BY SIZE INTO checklist-record
             PERFORM WRITE-MANUAL-LINE
           ELSE
             MOVE LOW-VALUES TO supply-order-record
             MOVE "N" TO order-eof-flag
             START order-master KEY >= ord-order-no
               INVALID KEY
                 MOVE "Y" TO order-eof-flag
             END-START
             PERFORM UNTIL order-eof
               READ order-master NEXT
                 AT END
                   MOVE "Y" TO order-eof-flag
                 NOT AT END
                   IF ord-elf-no = leaver-no
                   AND ord-status = "O"
                     PERFORM SETTLE-ONE-ORDER
                   END-IF
               END-READ
             END-PERFORM
             CLOSE order-master
           END-IF
           PERFORM WRITE-SECTION-FOOTING
           .

       SETTLE-ONE-ORDER.
           MOVE SPACES TO checklist-record
           EVALUATE TRUE
             WHEN replacement-no > 0
               MOVE replacement-no TO ord-elf-no
               MOVE replacement-crew TO ord-crew
               REWRITE supply-order-record
                 INVALID KEY
                   STRING "  MANUAL: ORDER " ord-order-no
                       " COULD NOT BE REASSIGNED (STATUS "
                       order-file-status ")"
                       DELIMITED BY SIZE INTO checklist-record
                   PERFORM WRITE-MANUAL-LINE
                 NOT INVALID KEY
                   COMPUTE orders-reassigned = orders-reassigned + 1
                   STRING "  CHANGED: ORDER " ord-order-no
                       " REASSIGNED TO ELF " replacement-no
                       " CREW " replacement-crew
                       DELIMITED BY SIZE INTO checklist-record
                   PERFORM WRITE-CHANGED-LINE
               END-REWRITE
             WHEN ord-received-qty > 0
               COMPUTE orders-held = orders-held + 1
               STRING "  MANUAL: ORDER " ord-order-no
                   " IS PART RECEIVED; CLOSE OR REASSIGN IT BY HAND"
                   DELIMITED BY SIZE INTO checklist-record
               PERFORM WRITE-MANUAL-LINE
             WHEN OTHER
               MOVE "X" TO ord-status
               MOVE leave-date TO ord-closed-date
               REWRITE supply-order-record
                 INVALID KEY
                   STRING "  MANUAL: ORDER " ord-order-no
                       " COULD NOT BE CANCELLED (STATUS "
                       order-file-status ")"
                       DELIMITED BY SIZE INTO checklist-record
                   PERFORM WRITE-MANUAL-LINE
                 NOT INVALID KEY
                   COMPUTE orders-cancelled = orders-cancelled + 1
                   STRING "  CHANGED: ORDER " ord-order-no
                       " CANCELLED " leave-date
                       DELIMITED BY SIZE INTO checklist-record
                   PERFORM WRITE-CHANGED-LINE
               END-REWRITE
           END-EVALUATE
           .

       WITHDRAW-FROM-TOURNAMENT.
           PERFORM WRITE-SECTION-HEADING
           MOVE "RPS TOURNAMENT" TO checklist-record
           WRITE checklist-record
           MOVE "N" TO entrant-found
           OPEN INPUT tournament-file
           IF tournament-is-ok
             PERFORM UNTIL tournament-eof
               READ tournament-file
                 AT END
                   CONTINUE
                 NOT AT END
                   IF FUNCTION UPPER-CASE(ros-elf-name) = leaver-upper
                   AND leaver-upper NOT = SPACES
                     MOVE "Y" TO entrant-found
                   END-IF
               END-READ
             END-PERFORM
             CLOSE tournament-file
           END-IF
           IF entrant-found = "Y"
             PERFORM WITHDRAW-FROM-FIXTURES
             MOVE SPACES TO checklist-record
             STRING "  CHANGED: PENDING KNOCKOUT MATCHES ARE SCORED AS "
                 "FORFEITS FROM " leave-date
                 DELIMITED BY SIZE INTO checklist-record
             PERFORM WRITE-CHANGED-LINE
             MOVE SPACES TO checklist-record
             STRING "  MANUAL: REMOVE " FUNCTION TRIM(leaver-name)
                 " FROM RPS-TOURNAMENT.DAT BEFORE THE NEXT SEASON"
                 DELIMITED BY SIZE INTO checklist-record
             PERFORM WRITE-MANUAL-LINE
           END-IF
           PERFORM WRITE-SECTION-FOOTING
           .

       WITHDRAW-FROM-FIXTURES.
           MOVE 0 TO fixture-count
           MOVE 0 TO fixture-dropped
           MOVE 0 TO fixtures-withdrawn
           OPEN INPUT fixture-file
           IF fixture-is-ok
             PERFORM UNTIL fixture-eof
               READ fixture-file
                 AT END
                   CONTINUE
                 NOT AT END
                   IF fixture-count < 1300
                     COMPUTE fixture-count = fixture-count + 1
                     PERFORM WITHDRAW-ONE-FIXTURE
                     MOVE fixture-record
                         TO fixture-line(fixture-count)
                   ELSE
                     COMPUTE fixture-dropped = fixture-dropped + 1
                   END-IF
               END-READ
             END-PERFORM
             CLOSE fixture-file
           END-IF
           MOVE SPACES TO checklist-record
           EVALUATE TRUE
             WHEN fixture-dropped > 0
               STRING "  MANUAL: THE FIXTURE LIST IS TOO LONG TO "
                   "CHANGE; WITHDRAW THE ELF BY HAND"
                   DELIMITED BY SIZE INTO checklist-record
               PERFORM WRITE-MANUAL-LINE
             WHEN fixtures-withdrawn = 0
               CONTINUE
             WHEN OTHER
               OPEN OUTPUT fixture-file
               IF NOT fixture-is-ok
                 STRING "  MANUAL: THE FIXTURE LIST COULD NOT BE "
                     "REWRITTEN; WITHDRAW THE ELF BY HAND"
                     DELIMITED BY SIZE INTO checklist-record
                 PERFORM WRITE-MANUAL-LINE
               ELSE
                 PERFORM VARYING fixture-idx FROM 1 BY 1
                         UNTIL fixture-idx > fixture-count
                   WRITE fixture-record FROM fixture-line(fixture-idx)
                 END-PERFORM
                 CLOSE fixture-file
                 STRING "  CHANGED: " fixtures-withdrawn
                     " FIXTURE(S) AFTER THE LEAVING DATE BECOME BYES"
                     DELIMITED BY SIZE INTO checklist-record
                 PERFORM WRITE-CHANGED-LINE
               END-IF
           END-EVALUATE
           .

       WITHDRAW-ONE-FIXTURE.
           IF fxt-date = 0 OR fxt-date > leave-date
             MOVE "N" TO fixture-touched
             IF FUNCTION UPPER-CASE(fxt-name-a) = leaver-upper
               MOVE "(BYE)" TO fxt-name-a
               MOVE "Y" TO fixture-touched
             END-IF
             IF FUNCTION UPPER-CASE(fxt-name-b) = leaver-upper
               MOVE "(BYE)" TO fxt-name-b
               MOVE "Y" TO fixture-touched
             END-IF
             IF fixture-touched = "Y"
               COMPUTE fixtures-withdrawn = fixtures-withdrawn + 1
             END-IF
           END-IF
           .

       REMOVE-FROM-ROTA.
           PERFORM WRITE-SECTION-HEADING
           MOVE "CAMP ROTA" TO checklist-record
           WRITE checklist-record
           OPEN I-O avail-master
           IF NOT avail-is-ok
             OPEN OUTPUT avail-master
             IF avail-is-ok
               CLOSE avail-master
               OPEN I-O avail-master
             END-IF
           END-IF
           MOVE SPACES TO checklist-record
           IF NOT avail-is-ok
             STRING "  MANUAL: THE AVAILABILITY FILE COULD NOT BE "
                 "OPENED (STATUS " avail-file-status ")"
                 DELIMITED BY SIZE INTO checklist-record
             PERFORM WRITE-MANUAL-LINE
           ELSE
             MOVE leaver-no TO avl-elf-no
             COMPUTE avl-from = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(leave-date) + 1)
             READ avail-master
               INVALID KEY
                 PERFORM FILL-DEPARTED-ABSENCE
                 WRITE elf-avail-record
                   INVALID KEY
                     CONTINUE
                 END-WRITE
               NOT INVALID KEY
                 PERFORM FILL-DEPARTED-ABSENCE
                 REWRITE elf-avail-record
                   INVALID KEY
                     CONTINUE
                 END-REWRITE
             END-READ
             IF avail-is-ok
               STRING "  CHANGED: OFF THE ROTA FROM " avl-from
                   " (ABSENCE DEPARTED)"
                   DELIMITED BY SIZE INTO checklist-record
               PERFORM WRITE-CHANGED-LINE
             ELSE
               STRING "  MANUAL: THE ROTA ABSENCE COULD NOT BE "
                   "RECORDED (STATUS " avail-file-status ")"
                   DELIMITED BY SIZE INTO checklist-record
               PERFORM WRITE-MANUAL-LINE
             END-IF
             CLOSE avail-master
           END-IF
           PERFORM WRITE-SECTION-FOOTING
           .

       FILL-DEPARTED-ABSENCE.
           MOVE leaver-no TO avl-elf-no
           COMPUTE avl-from = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(leave-date) + 1)
           MOVE 99991231 TO avl-to
           MOVE "DEPARTED" TO avl-reason
           MOVE operator-id TO avl-recorded-by
           MOVE run-date TO avl-recorded-date
           .

       REMOVE-FROM-BADGE-GROUPS.
           PERFORM WRITE-SECTION-HEADING
           MOVE "BADGE GROUPS" TO checklist-record
           WRITE checklist-record
           OPEN I-O badge-register
           IF NOT register-is-ok
             MOVE SPACES TO checklist-record
             STRING "  MANUAL: THE BADGE REGISTER COULD NOT BE "
                 "OPENED (STATUS " register-file-status ")"
                 DELIMITED BY SIZE INTO checklist-record
             PERFORM WRITE-MANUAL-LINE
           ELSE
             PERFORM FIND-LEAVER-BADGES
             IF badge-count > 0
               OPEN EXTEND change-audit-file
               IF NOT change-audit-is-ok
                 OPEN OUTPUT change-audit-file
               END-IF
               PERFORM VARYING badge-idx FROM 1 BY 1
                       UNTIL badge-idx > badge-count
                 MOVE bdt-group-no(badge-idx) TO bdg-group-no
                 MOVE bdt-run-date(badge-idx) TO bdg-run-date
                 READ badge-register
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     PERFORM REMOVE-ONE-BADGE-MEMBER
                 END-READ
               END-PERFORM
               IF change-audit-is-ok
                 CLOSE change-audit-file
               END-IF
             END-IF
             CLOSE badge-register
           END-IF
           PERFORM WRITE-SECTION-FOOTING
           .

       FIND-LEAVER-BADGES.
           MOVE 0 TO badge-count
           MOVE 0 TO held-group-no
           MOVE "N" TO held-has-leaver
           MOVE LOW-VALUES TO bdg-key
           MOVE "N" TO register-eof-flag
           START badge-register KEY >= bdg-key
             INVALID KEY
               MOVE "Y" TO register-eof-flag
           END-START
           PERFORM UNTIL register-eof
             READ badge-register NEXT
               AT END
                 MOVE "Y" TO register-eof-flag
               NOT AT END
                 IF bdg-group-no NOT = held-group-no
                   PERFORM KEEP-HELD-BADGE
                 END-IF
                 MOVE bdg-group-no TO held-group-no
                 MOVE bdg-run-date TO held-run-date
                 MOVE "N" TO held-has-leaver
                 IF bdg-in-use
                   PERFORM FIND-LEAVER-IN-BADGE
                   IF member-hit > 0
                     MOVE "Y" TO held-has-leaver
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           PERFORM KEEP-HELD-BADGE
           .

       KEEP-HELD-BADGE.
           IF held-has-leaver = "Y"
             IF badge-count < 200
               COMPUTE badge-count = badge-count + 1
               MOVE held-group-no TO bdt-group-no(badge-count)
               MOVE held-run-date TO bdt-run-date(badge-count)
             ELSE
               MOVE SPACES TO checklist-record
               STRING "  MANUAL: GROUP " held-group-no
                   " WAS NOT CHANGED; REMOVE THE ELF BY HAND"
                   DELIMITED BY SIZE INTO checklist-record
               PERFORM WRITE-MANUAL-LINE
             END-IF
           END-IF
           MOVE "N" TO held-has-leaver
           .

       FIND-LEAVER-IN-BADGE.
           MOVE 0 TO member-hit
           PERFORM VARYING member-idx FROM 1 BY 1
                   UNTIL member-idx > bdg-members OR member-idx > 10
             IF bdg-elf-no(member-idx) = leaver-no
               MOVE member-idx TO member-hit
             END-IF
           END-PERFORM
           .

       REMOVE-ONE-BADGE-MEMBER.
           PERFORM FIND-LEAVER-IN-BADGE
           IF member-hit > 0
             PERFORM VARYING member-idx FROM member-hit BY 1
                     UNTIL member-idx >= 10
               COMPUTE next-idx = member-idx + 1
               MOVE bdg-elf-no(next-idx) TO bdg-elf-no(member-idx)
             END-PERFORM
             MOVE 0 TO bdg-elf-no(10)
             COMPUTE bdg-members = bdg-members - 1
             MOVE operator-id TO bdg-changed-by
             MOVE run-date TO bdg-changed-date
             MOVE SPACES TO checklist-record
             REWRITE badge-register-record
               INVALID KEY
                 STRING "  MANUAL: GROUP " bdg-group-no
                     " COULD NOT BE CHANGED (STATUS "
                     register-file-status ")"
                     DELIMITED BY SIZE INTO checklist-record
                 PERFORM WRITE-MANUAL-LINE
               NOT INVALID KEY
                 STRING "  CHANGED: ELF REMOVED FROM GROUP "
                     bdg-group-no " BADGE " bdg-letter
                     " (RUN " bdg-run-date "), " bdg-members
                     " MEMBER(S) LEFT"
                     DELIMITED BY SIZE INTO checklist-record
                 PERFORM WRITE-CHANGED-LINE
                 PERFORM WRITE-BADGE-AUDIT
                 IF bdg-members <= 2
                   MOVE SPACES TO checklist-record
                   STRING "  MANUAL: GROUP " bdg-group-no
                       " NOW HAS ONLY " bdg-members
                       " MEMBER(S); REFORM THE GROUP"
                       DELIMITED BY SIZE INTO checklist-record
                   PERFORM WRITE-MANUAL-LINE
                 END-IF
             END-REWRITE
           END-IF
           .

       WRITE-BADGE-AUDIT.
           IF change-audit-is-ok
             MOVE operator-id TO chg-operator
             MOVE run-date TO chg-date
             MOVE run-time TO chg-time
             MOVE "DEPARTED" TO chg-action
             MOVE bdg-group-no TO chg-group-no
             MOVE bdg-run-date TO chg-run-date
             MOVE bdg-letter TO chg-letter
             MOVE bdg-status TO chg-old-status
             MOVE bdg-status TO chg-new-status
             WRITE change-audit-record FROM change-audit-line
           END-IF
           .

       LIST-CERTIFICATIONS.
           PERFORM WRITE-SECTION-HEADING
           MOVE "CERTIFICATIONS" TO checklist-record
           WRITE checklist-record
           MOVE 0 TO certs-found
           OPEN INPUT cert-master
           IF cert-is-ok
             MOVE leaver-no TO ctf-elf-no
             MOVE LOW-VALUES TO ctf-code
             MOVE "N" TO cert-eof-flag
             START cert-master KEY >= ctf-key
               INVALID KEY
                 MOVE "Y" TO cert-eof-flag
             END-START
             PERFORM UNTIL cert-eof
               READ cert-master NEXT
                 AT END
                   MOVE "Y" TO cert-eof-flag
                 NOT AT END
                   IF ctf-elf-no NOT = leaver-no
                     MOVE "Y" TO cert-eof-flag
                   ELSE
                     COMPUTE certs-found = certs-found + 1
                     MOVE SPACES TO checklist-record
                     STRING "  MANUAL: CERTIFICATION " ctf-code
                         " (EXPIRES " ctf-expiry ") IS STILL ON "
                         "FILE; WITHDRAW IT IF NO LONGER NEEDED"
                         DELIMITED BY SIZE INTO checklist-record
                     PERFORM WRITE-MANUAL-LINE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE cert-master
           END-IF
           PERFORM WRITE-SECTION-FOOTING
           .
