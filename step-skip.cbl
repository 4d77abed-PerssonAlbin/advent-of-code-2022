       IDENTIFICATION DIVISION.
       PROGRAM-ID. STEP-SKIP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT step-definition-file ASSIGN TO "step-deps.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS step-def-status.
           SELECT lock-file ASSIGN TO "batch-run.lock"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS lock-file-status.
           SELECT run-control-file ASSIGN TO "run-control.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS run-ctl-file-status.
           SELECT alert-file ASSIGN TO "alerts.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS alert-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  step-definition-file.
       COPY stprec.

       FD  lock-file.
       COPY lckrec.

       FD  run-control-file.
       COPY rctlrec.

       FD  alert-file.
       COPY altrec.

       WORKING-STORAGE SECTION.
       COPY cmpreq.

       COPY filsts REPLACING
                   ==:STATUS-NAME:== BY ==step-def-status==
                   ==:OK-NAME:==     BY ==step-def-is-ok==
                   ==:EOF-NAME:==    BY ==step-def-eof==.

       01  lock-file-status    PIC 99.
           88  lock-is-ok      VALUE 0.

       COPY filsts REPLACING
                   ==:STATUS-NAME:== BY ==run-ctl-file-status==
                   ==:OK-NAME:==     BY ==run-ctl-is-ok==
                   ==:EOF-NAME:==    BY ==run-ctl-eof==.

       01  alert-file-status   PIC 99.
           88  alert-is-ok     VALUE 0.

       01  run-date            PIC 9(8).
       01  run-time            PIC 9(8).
       01  batch-start-date    PIC 9(8) VALUE 0.
       01  batch-start-time    PIC 9(8) VALUE 0.

       01  skip-step           PIC X(8).
       01  skip-program        PIC X(20).
       01  skip-branch         PIC X(8).
       01  step-found          PIC X(1) VALUE "N".

       01  definition-table.
           03  definition-entry OCCURS 150 TIMES.
               05  dft-step        PIC X(8).
               05  dft-program     PIC X(20).
       01  definition-count    PIC 9(3) VALUE 0.
       01  definition-idx      PIC 9(3).

       01  pred-table.
           03  pred-entry OCCURS 8 TIMES.
               05  prd-step        PIC X(8).
               05  prd-program     PIC X(20).
       01  pred-count          PIC 9(1) VALUE 0.
       01  pred-idx            PIC 9(2).

       01  upstream-step       PIC X(8) VALUE SPACES.
       01  upstream-status     PIC X(9) VALUE SPACES.
       01  skip-reason         PIC X(40).

       LINKAGE SECTION.
       01  step-parm.
           03  step-parm-length PIC S9(4) COMP.
           03  step-parm-text  PIC X(8).
       PROCEDURE DIVISION USING step-parm.
       MAIN.
           MOVE SPACES TO skip-step
           IF step-parm-length > 8
             MOVE step-parm-text TO skip-step
           ELSE
             IF step-parm-length > 0
               MOVE step-parm-text(1:step-parm-length) TO skip-step
             END-IF
           END-IF
           MOVE FUNCTION UPPER-CASE(skip-step) TO skip-step
           IF skip-step = SPACES
             DISPLAY "No step name was passed; no skip was recorded."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME

           PERFORM LOAD-STEP-DEFINITIONS
           IF step-found = "N"
             DISPLAY "Step " FUNCTION TRIM(skip-step) " is not in the "
                 "step definitions; it is recorded under its step "
                 "name."
             MOVE skip-step TO skip-program
             MOVE SPACES TO skip-branch
           END-IF
           PERFORM NAME-PREDECESSOR-PROGRAMS
           PERFORM LOAD-BATCH-START
           PERFORM FIND-UPSTREAM-CAUSE

           MOVE SPACES TO skip-reason
           IF upstream-step = SPACES
             MOVE "UPSTREAM STEP DID NOT COMPLETE" TO skip-reason
           ELSE
             STRING "UPSTREAM " FUNCTION TRIM(upstream-step) " "
                 FUNCTION TRIM(upstream-status)
                 DELIMITED BY SIZE INTO skip-reason
           END-IF

           PERFORM WRITE-RUN-CONTROL-LOG
           PERFORM WRITE-SKIP-ALERT

           DISPLAY "step " FUNCTION TRIM(skip-step) " ("
               FUNCTION TRIM(skip-program) ") SKIPPED - "
               FUNCTION TRIM(skip-reason)
           MOVE 0 TO RETURN-CODE
           GOBACK.

       LOAD-STEP-DEFINITIONS.
           OPEN INPUT step-definition-file
           IF NOT step-def-is-ok
             DISPLAY "The step definition file could not be opened."
           ELSE
             PERFORM UNTIL step-def-eof
               READ step-definition-file
                 AT END
                   CONTINUE
                 NOT AT END
                   PERFORM NOTE-STEP-DEFINITION
               END-READ
             END-PERFORM
             CLOSE step-definition-file
           END-IF
           .

       NOTE-STEP-DEFINITION.
           IF sdf-step NOT = SPACES
           AND sdf-step(1:1) NOT = "*"
             IF definition-count < 150
               COMPUTE definition-count = definition-count + 1
               MOVE sdf-step TO dft-step(definition-count)
               MOVE sdf-program TO dft-program(definition-count)
             END-IF
             IF sdf-step = skip-step
               MOVE "Y" TO step-found
               MOVE sdf-program TO skip-program
               MOVE sdf-branch TO skip-branch
               MOVE 0 TO pred-count
               PERFORM VARYING pred-idx FROM 1 BY 1
                       UNTIL pred-idx > 8
                 IF sdf-pred(pred-idx) NOT = SPACES
                   COMPUTE pred-count = pred-count + 1
                   MOVE sdf-pred(pred-idx) TO prd-step(pred-count)
                   MOVE SPACES TO prd-program(pred-count)
                 END-IF
               END-PERFORM
             END-IF
           END-IF
           .

       NAME-PREDECESSOR-PROGRAMS.
           PERFORM VARYING pred-idx FROM 1 BY 1
                   UNTIL pred-idx > pred-count
             PERFORM VARYING definition-idx FROM 1 BY 1
                     UNTIL definition-idx > definition-count
               IF dft-step(definition-idx) = prd-step(pred-idx)
                 MOVE dft-program(definition-idx)
                     TO prd-program(pred-idx)
               END-IF
             END-PERFORM
           END-PERFORM
           .

       LOAD-BATCH-START.
           MOVE run-date TO batch-start-date
           MOVE 0 TO batch-start-time
           OPEN INPUT lock-file
           IF lock-is-ok
             READ lock-file
               AT END
                 CONTINUE
               NOT AT END
                 IF blk-state = "HELD"
                   MOVE blk-date TO batch-start-date
                   MOVE blk-time TO batch-start-time
                 END-IF
             END-READ
             CLOSE lock-file
           END-IF
           .

       FIND-UPSTREAM-CAUSE.
           OPEN INPUT run-control-file
           IF run-ctl-is-ok
             PERFORM UNTIL run-ctl-eof
               READ run-control-file
                 AT END
                   CONTINUE
                 NOT AT END
                   IF rcl-date > batch-start-date
                   OR (rcl-date = batch-start-date
                   AND rcl-time >= batch-start-time)
                     PERFORM CHECK-UPSTREAM-ENTRY
                   END-IF
               END-READ
             END-PERFORM
             CLOSE run-control-file
           END-IF
           .

       CHECK-UPSTREAM-ENTRY.
           IF rcl-status = "FAILED" OR rcl-status = "SKIPPED"
             PERFORM VARYING pred-idx FROM 1 BY 1
                     UNTIL pred-idx > pred-count
               IF prd-program(pred-idx) = rcl-program
               AND upstream-status NOT = "FAILED"
                 MOVE prd-step(pred-idx) TO upstream-step
                 MOVE rcl-status TO upstream-status
               END-IF
             END-PERFORM
           END-IF
           .

       WRITE-RUN-CONTROL-LOG.
           OPEN EXTEND run-control-file
           IF NOT run-ctl-is-ok
             OPEN OUTPUT run-control-file
           END-IF
           MOVE skip-program TO rcl-program
           CALL "CAMPID" USING camp-id-request
           MOVE cmp-camp TO rcl-camp
           MOVE run-date TO rcl-date
           MOVE run-time TO rcl-time
           MOVE run-time TO rcl-start-time
           MOVE 0 TO rcl-elapsed
           MOVE 0 TO rcl-lines
           MOVE 0 TO rcl-exceptions
           MOVE "SKIPPED" TO rcl-status
           WRITE run-control-record
           CALL "RUNCTL" USING run-control-record
           CLOSE run-control-file
           .

       WRITE-SKIP-ALERT.
           OPEN EXTEND alert-file
           IF NOT alert-is-ok
             OPEN OUTPUT alert-file
           END-IF
           IF alert-is-ok
             MOVE SPACES TO alert-record
             MOVE "STEP-SKIP" TO alt-program
             MOVE run-date TO alt-date
             MOVE run-time TO alt-time
             MOVE "WARN" TO alt-severity
             MOVE "SCHEDULE" TO alt-category
             MOVE SPACES TO alt-text
             STRING FUNCTION TRIM(skip-step) " SKIPPED - "
                 FUNCTION TRIM(skip-reason)
                 DELIMITED BY SIZE INTO alt-text
             WRITE alert-record
             CLOSE alert-file
           END-IF
           .
