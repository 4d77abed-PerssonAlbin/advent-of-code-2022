       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIET-SCREEN.

       ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                  SELECT category-file
                      ASSIGN TO "ration-categories.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS category-file-status.
                  SELECT roster-master ASSIGN TO "elf-roster.dat"
                      ORGANIZATION INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS rst-elf-no
                      FILE STATUS roster-file-status.
                  SELECT violation-file
                      ASSIGN TO "diet-violations.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS violation-file-status.
                  SELECT alert-file ASSIGN TO "alerts.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS alert-file-status.
                  SELECT run-control-file ASSIGN TO "run-control.log"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS run-ctl-file-status.

              DATA DIVISION.
              FILE SECTION.
              FD  category-file.
              01  category-record     PIC X(80).
              01  category-detail REDEFINES category-record.
                  03  ctd-elf-no      PIC X(6).
                  03  ctd-cat-amt     PIC X(9) OCCURS 5 TIMES.
                  03  FILLER          PIC X(29).

              FD  roster-master.
              COPY rstrec.

              FD  violation-file.
              01  violation-record    PIC X(80).

              FD  alert-file.
              COPY altrec.

              FD  run-control-file.
              COPY rctlrec.

              WORKING-STORAGE SECTION.
              COPY cmpreq.

              COPY xclreq.

              COPY rcatnm.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==category-file-status==
                          ==:OK-NAME:==     BY ==category-is-ok==
                          ==:EOF-NAME:==    BY ==category-eof==.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==violation-file-status==
                          ==:OK-NAME:==     BY ==violation-is-ok==
                          ==:EOF-NAME:==    BY ==violation-fs-spare==.

              01  roster-file-status  PIC 99.
                  88  roster-is-ok    VALUE 0.

              01  alert-file-status   PIC 99.
                  88  alert-is-ok     VALUE 0.

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
              01  line-count          PIC 9(6) VALUE 0.
              01  elves-screened      PIC 9(6) VALUE 0.
              01  restricted-elves    PIC 9(6) VALUE 0.
              01  violation-count     PIC 9(6) VALUE 0.
              01  cat-idx             PIC 9(1).
              01  forbidden-hits      PIC 9(1).
              01  cat-calories        PIC 9(9).

              01  violation-heading.
                  03  FILLER          PIC X(8) VALUE "   ELF".
                  03  FILLER          PIC X(22) VALUE "NAME".
                  03  FILLER          PIC X(12) VALUE "CREW".
                  03  FILLER          PIC X(12) VALUE "CATEGORY".
                  03  FILLER          PIC X(10) VALUE "  CALORIES".

              01  violation-line.
                  03  vll-elf-no      PIC Z(5)9.
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  vll-name        PIC X(20).
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  vll-crew        PIC X(10).
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  vll-category    PIC X(1).
                  03  FILLER          PIC X(1) VALUE SPACES.
                  03  vll-cat-name    PIC X(7).
                  03  FILLER          PIC X(1) VALUE SPACES.
                  03  vll-calories    PIC Z(8)9.
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT start-time FROM TIME
           ACCEPT run-date FROM DATE YYYYMMDD

           OPEN INPUT category-file
           IF NOT category-is-ok
             DISPLAY "No ration category breakdown was found; "
                 "nothing to screen."
             MOVE 0 TO RETURN-CODE
             GOBACK
           END-IF

           OPEN INPUT roster-master
           IF NOT roster-is-ok
             DISPLAY "The roster master could not be opened (status "
                 roster-file-status ")."
             CLOSE category-file
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           OPEN OUTPUT violation-file
           IF NOT violation-is-ok
             DISPLAY "The dietary violation report could not be "
                 "opened."
             CLOSE roster-master
             CLOSE category-file
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           MOVE "DIETARY RESTRICTION VIOLATIONS" TO violation-record
           WRITE violation-record
           MOVE SPACES TO violation-record
           STRING "FOR " run-date DELIMITED BY SIZE
               INTO violation-record
           WRITE violation-record
           MOVE SPACES TO violation-record
           WRITE violation-record
           WRITE violation-record FROM violation-heading

           PERFORM UNTIL category-eof
             READ category-file
               AT END
                 CONTINUE
               NOT AT END
                 COMPUTE line-count = line-count + 1
                 IF FUNCTION TRIM(ctd-elf-no) NOT = SPACES
                 AND FUNCTION TRIM(ctd-elf-no) IS NUMERIC
                   PERFORM SCREEN-ONE-ELF
                 END-IF
             END-READ
           END-PERFORM

           MOVE SPACES TO violation-record
           WRITE violation-record
           IF violation-count = 0
             MOVE "  (NO ELF RECEIVED A FORBIDDEN CATEGORY)"
                 TO violation-record
           ELSE
             MOVE SPACES TO violation-record
             STRING "VIOLATIONS: " violation-count
                 DELIMITED BY SIZE INTO violation-record
           END-IF
           WRITE violation-record

           CLOSE violation-file
           CLOSE roster-master
           CLOSE category-file

           DISPLAY "elves screened=" elves-screened
           DISPLAY "elves with restrictions=" restricted-elves
           DISPLAY "dietary violations=" violation-count
           IF violation-count > 0
             PERFORM WRITE-DIET-ALERT
           END-IF
           PERFORM WRITE-RUN-CONTROL-LOG
           IF violation-count > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       SCREEN-ONE-ELF.
           COMPUTE elves-screened = elves-screened + 1
           MOVE FUNCTION NUMVAL(ctd-elf-no) TO rst-elf-no
           READ roster-master
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF rst-diet-forbidden NOT = SPACES
               AND rst-diet-effective <= run-date
                 COMPUTE restricted-elves = restricted-elves + 1
                 PERFORM VARYING cat-idx FROM 1 BY 1
                         UNTIL cat-idx > 4
                   PERFORM SCREEN-ONE-CATEGORY
                 END-PERFORM
               END-IF
           END-READ
           .

       SCREEN-ONE-CATEGORY.
           MOVE 0 TO forbidden-hits
           INSPECT rst-diet-forbidden
               TALLYING forbidden-hits FOR ALL rcn-code(cat-idx)
           IF forbidden-hits > 0
           AND FUNCTION TRIM(ctd-cat-amt(cat-idx)) IS NUMERIC
             MOVE FUNCTION NUMVAL(ctd-cat-amt(cat-idx))
                 TO cat-calories
             IF cat-calories > 0
               PERFORM REPORT-VIOLATION
             END-IF
           END-IF
           .

       REPORT-VIOLATION.
           COMPUTE violation-count = violation-count + 1
           MOVE SPACES TO violation-line
           MOVE rst-elf-no TO vll-elf-no
           MOVE rst-elf-name TO vll-name
           MOVE rst-crew TO vll-crew
           MOVE rcn-code(cat-idx) TO vll-category
           MOVE rcn-name(cat-idx) TO vll-cat-name
           MOVE cat-calories TO vll-calories
           WRITE violation-record FROM violation-line

           MOVE SPACES TO xcl-text
           STRING "ELF " rst-elf-no " ISSUED FORBIDDEN "
               FUNCTION TRIM(rcn-name(cat-idx)) " "
               FUNCTION TRIM(vll-calories) " CALORIES"
               DELIMITED BY SIZE INTO xcl-text
           MOVE "DIET-SCREEN" TO xcl-program
           MOVE line-count TO xcl-line-no
           CALL "EXCLOG" USING exception-log-request
           .

       WRITE-DIET-ALERT.
           ACCEPT run-time FROM TIME
           OPEN EXTEND alert-file
           IF NOT alert-is-ok
             OPEN OUTPUT alert-file
           END-IF
           IF alert-is-ok
             MOVE SPACES TO alert-record
             MOVE "DIET-SCREEN" TO alt-program
             MOVE run-date TO alt-date
             MOVE run-time TO alt-time
             MOVE "WARN" TO alt-severity
             MOVE "DIET" TO alt-category
             STRING FUNCTION TRIM(violation-count)
                 " DIETARY VIOLATION(S) FOR THE KITCHEN"
                 DELIMITED BY SIZE INTO alt-text
             WRITE alert-record
             CLOSE alert-file
           END-IF
           .

       WRITE-RUN-CONTROL-LOG.
           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME
           OPEN EXTEND run-control-file
           IF NOT run-ctl-is-ok
             OPEN OUTPUT run-control-file
           END-IF
           MOVE "DIET-SCREEN" TO rcl-program
           CALL "CAMPID" USING camp-id-request
           MOVE cmp-camp TO rcl-camp
           MOVE run-date TO rcl-date
           MOVE run-time TO rcl-time
           MOVE start-time TO rcl-start-time
           PERFORM COMPUTE-ELAPSED-SECONDS
           MOVE elapsed-seconds TO rcl-elapsed
           MOVE line-count TO rcl-lines
           MOVE violation-count TO rcl-exceptions
           IF violation-count > 0
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
