       IDENTIFICATION DIVISION.
       PROGRAM-ID. LINEAGE-INQUIRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT lineage-file ASSIGN TO "lineage.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS lineage-file-status.
           SELECT step-file ASSIGN TO "step-deps.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS step-file-status.
           SELECT report-file ASSIGN TO "lineage-report.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS report-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  lineage-file.
       COPY lngrec.

       FD  step-file.
       COPY stprec.

       FD  report-file.
       01  report-record       PIC X(132).

       WORKING-STORAGE SECTION.
       COPY filsts REPLACING
                   ==:STATUS-NAME:== BY ==lineage-file-status==
                   ==:OK-NAME:==     BY ==lineage-is-ok==
                   ==:EOF-NAME:==    BY ==lineage-eof==.

       COPY filsts REPLACING
                   ==:STATUS-NAME:== BY ==step-file-status==
                   ==:OK-NAME:==     BY ==step-is-ok==
                   ==:EOF-NAME:==    BY ==step-eof==.

       01  report-file-status  PIC 99.
           88  report-is-ok    VALUE 0.

       01  run-date            PIC 9(8).
       01  trace-direction     PIC X(1) VALUE SPACES.
           88  tracing-back    VALUE "B".
           88  tracing-forward VALUE "F".
       01  wanted-name         PIC X(44).
       01  wanted-date         PIC 9(8) VALUE 0.
       01  date-answer         PIC X(10).

       01  step-table.
           03  step-entry OCCURS 100 TIMES.
               05  stp-step        PIC X(8).
               05  stp-program     PIC X(20).
               05  stp-pred        PIC X(8) OCCURS 8 TIMES.
       01  step-count          PIC 9(3) VALUE 0.
       01  step-idx            PIC 9(3).
       01  other-idx           PIC 9(3).
       01  pred-idx            PIC 9(1).

       01  trace-table.
           03  trace-node OCCURS 200 TIMES.
               05  trc-step        PIC X(8).
               05  trc-program     PIC X(20).
               05  trc-date        PIC 9(8).
               05  trc-level       PIC 9(2).
       01  trace-count         PIC 9(3) VALUE 0.
       01  trace-idx           PIC 9(3).
       01  node-idx            PIC 9(3).

       01  add-step            PIC X(8).
       01  add-program         PIC X(20).
       01  add-date            PIC 9(8).
       01  add-level           PIC 9(2).
       01  node-found          PIC X(1).
       01  step-found          PIC X(1).
       01  program-shown       PIC X(1).

       01  generation-found    PIC X(1) VALUE "N".
       01  generation-detail   PIC X(40).
       01  feed-reads          PIC 9(4) VALUE 0.
       01  runs-traced         PIC 9(4) VALUE 0.
       01  outputs-found       PIC 9(4) VALUE 0.
       01  rows-for-run        PIC 9(4).
       01  level-display       PIC Z9.

       01  detail-line.
           03  FILLER          PIC X(4) VALUE SPACES.
           03  dtl-label       PIC X(8).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  dtl-name        PIC X(44).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  dtl-detail      PIC X(40).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  dtl-camp        PIC X(4).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  dtl-time        PIC 9(8).
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT run-date FROM DATE YYYYMMDD

           PERFORM UNTIL tracing-back OR tracing-forward
             DISPLAY "Trace B(ackward) from an output generation or "
                 "F(orward) from a feed: " WITH NO ADVANCING
             ACCEPT trace-direction
             MOVE FUNCTION UPPER-CASE(trace-direction)
                 TO trace-direction
           END-PERFORM

           MOVE SPACES TO wanted-name
           PERFORM UNTIL wanted-name NOT = SPACES
             IF tracing-back
               DISPLAY "Output generation (as catalogued, e.g. "
                   "ops-report.txt.Dyyyymmdd): " WITH NO ADVANCING
             ELSE
               DISPLAY "Feed file (as named by the INPUT parameter): "
                   WITH NO ADVANCING
             END-IF
             ACCEPT wanted-name
           END-PERFORM

           IF tracing-forward
             MOVE SPACES TO date-answer
             DISPLAY "Run date (YYYYMMDD, blank = all): "
                 WITH NO ADVANCING
             ACCEPT date-answer
             IF FUNCTION TRIM(date-answer) NOT = SPACES
             AND FUNCTION TRIM(date-answer) IS NUMERIC
               MOVE FUNCTION NUMVAL(date-answer) TO wanted-date
             END-IF
           END-IF

           OPEN INPUT lineage-file
           IF NOT lineage-is-ok
             DISPLAY "The lineage file could not be opened; "
                 "has a run been recorded yet?"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           CLOSE lineage-file

           PERFORM LOAD-STEP-DEPENDENCIES

           OPEN OUTPUT report-file
           IF NOT report-is-ok
             DISPLAY "The lineage report could not be opened."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           MOVE SPACES TO report-record
           IF tracing-back
             STRING "DATA LINEAGE OF OUTPUT GENERATION "
                 FUNCTION TRIM(wanted-name)
                 " - TRACED " run-date
                 DELIMITED BY SIZE INTO report-record
           ELSE
             STRING "OUTPUTS AFFECTED BY FEED "
                 FUNCTION TRIM(wanted-name)
                 DELIMITED BY SIZE INTO report-record
             IF wanted-date > 0
               STRING FUNCTION TRIM(report-record)
                   " READ ON " wanted-date
                   DELIMITED BY SIZE INTO report-record
             END-IF
             STRING FUNCTION TRIM(report-record)
                 " - TRACED " run-date
                 DELIMITED BY SIZE INTO report-record
           END-IF
           WRITE report-record
           MOVE ALL "=" TO report-record
           WRITE report-record

           IF tracing-back
             PERFORM TRACE-BACKWARD
           ELSE
             PERFORM TRACE-FORWARD
           END-IF

           MOVE SPACES TO report-record
           WRITE report-record
           MOVE "*** END OF LINEAGE REPORT ***" TO report-record
           WRITE report-record
           CLOSE report-file

           IF tracing-back
             DISPLAY "generation found=" generation-found
           ELSE
             DISPLAY "feed reads found=" feed-reads
             DISPLAY "output generations affected=" outputs-found
           END-IF
           DISPLAY "runs traced=" runs-traced
           DISPLAY "report written to lineage-report.txt"
           IF runs-traced = 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-STEP-DEPENDENCIES.
           OPEN INPUT step-file
           IF step-is-ok
             PERFORM UNTIL step-eof
               READ step-file
                 AT END
                   CONTINUE
                 NOT AT END
                   IF sdf-step NOT = SPACES AND step-count < 100
                     COMPUTE step-count = step-count + 1
                     MOVE sdf-step TO stp-step(step-count)
                     MOVE sdf-program TO stp-program(step-count)
                     PERFORM VARYING pred-idx FROM 1 BY 1
                             UNTIL pred-idx > 8
                       MOVE sdf-pred(pred-idx)
                           TO stp-pred(step-count, pred-idx)
                     END-PERFORM
                   END-IF
               END-READ
             END-PERFORM
             CLOSE step-file
           ELSE
             DISPLAY "step-deps.dat could not be read; only the "
                 "named run itself is traced."
           END-IF
           .

       TRACE-BACKWARD.
           OPEN INPUT lineage-file
           PERFORM UNTIL lineage-eof
             READ lineage-file
               AT END
                 CONTINUE
               NOT AT END
                 IF lng-output AND lng-name = wanted-name
                   MOVE "Y" TO generation-found
                   MOVE lng-program TO add-program
                   MOVE lng-date TO add-date
                   MOVE lng-detail TO generation-detail
                 END-IF
             END-READ
           END-PERFORM
           CLOSE lineage-file

           MOVE SPACES TO report-record
           IF generation-found = "N"
             MOVE "NO LINEAGE IS RECORDED FOR THIS GENERATION."
                 TO report-record
             WRITE report-record
           ELSE
             STRING "WRITTEN " add-date " BY "
                 FUNCTION TRIM(add-program) " - "
                 FUNCTION TRIM(generation-detail)
                 DELIMITED BY SIZE INTO report-record
             WRITE report-record
             MOVE 0 TO add-level
             PERFORM ADD-PROGRAM-NODES
             PERFORM VARYING trace-idx FROM 1 BY 1
                     UNTIL trace-idx > trace-count
               PERFORM ADD-PREDECESSOR-NODES
             END-PERFORM
             PERFORM VARYING trace-idx FROM 1 BY 1
                     UNTIL trace-idx > trace-count
               PERFORM LIST-RUN-LINEAGE
             END-PERFORM
           END-IF
           .

       TRACE-FORWARD.
           MOVE SPACES TO report-record
           WRITE report-record
           MOVE "FEED READS:" TO report-record
           WRITE report-record
           OPEN INPUT lineage-file
           PERFORM UNTIL lineage-eof
             READ lineage-file
               AT END
                 CONTINUE
               NOT AT END
                 IF lng-input AND lng-name = wanted-name
                 AND (wanted-date = 0 OR lng-date = wanted-date)
                   COMPUTE feed-reads = feed-reads + 1
                   MOVE lng-program TO add-program
                   MOVE lng-date TO add-date
                   MOVE 0 TO add-level
                   PERFORM ADD-PROGRAM-NODES
                   MOVE "FEED" TO dtl-label
                   PERFORM WRITE-DETAIL-LINE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE lineage-file

           IF feed-reads = 0
             MOVE "    NO RUN IS RECORDED AS READING THIS FEED."
                 TO report-record
             WRITE report-record
           ELSE
             PERFORM VARYING trace-idx FROM 1 BY 1
                     UNTIL trace-idx > trace-count
               PERFORM ADD-SUCCESSOR-NODES
             END-PERFORM
             PERFORM VARYING trace-idx FROM 1 BY 1
                     UNTIL trace-idx > trace-count
               PERFORM LIST-RUN-OUTPUTS
             END-PERFORM
           END-IF
           .

       ADD-PROGRAM-NODES.
           MOVE "N" TO step-found
           PERFORM VARYING step-idx FROM 1 BY 1
                   UNTIL step-idx > step-count
             IF stp-program(step-idx) = add-program
               MOVE "Y" TO step-found
               MOVE stp-step(step-idx) TO add-step
               PERFORM ADD-TRACE-NODE
             END-IF
           END-PERFORM
           IF step-found = "N"
             MOVE SPACES TO add-step
             PERFORM ADD-TRACE-NODE
           END-IF
           .

       ADD-PREDECESSOR-NODES.
           IF trc-step(trace-idx) NOT = SPACES
             PERFORM VARYING step-idx FROM 1 BY 1
                     UNTIL step-idx > step-count
               IF stp-step(step-idx) = trc-step(trace-idx)
                 PERFORM VARYING pred-idx FROM 1 BY 1
                         UNTIL pred-idx > 8
                   IF stp-pred(step-idx, pred-idx) NOT = SPACES
                     MOVE stp-pred(step-idx, pred-idx) TO add-step
                     PERFORM ADD-PREDECESSOR-STEP
                   END-IF
                 END-PERFORM
               END-IF
             END-PERFORM
           END-IF
           .

       ADD-PREDECESSOR-STEP.
           PERFORM VARYING other-idx FROM 1 BY 1
                   UNTIL other-idx > step-count
             IF stp-step(other-idx) = add-step
               MOVE stp-program(other-idx) TO add-program
               MOVE trc-date(trace-idx) TO add-date
               COMPUTE add-level = trc-level(trace-idx) + 1
               PERFORM ADD-TRACE-NODE
             END-IF
           END-PERFORM
           .

       ADD-SUCCESSOR-NODES.
           IF trc-step(trace-idx) NOT = SPACES
             PERFORM VARYING step-idx FROM 1 BY 1
                     UNTIL step-idx > step-count
               PERFORM VARYING pred-idx FROM 1 BY 1
                       UNTIL pred-idx > 8
                 IF stp-pred(step-idx, pred-idx) = trc-step(trace-idx)
                   MOVE stp-step(step-idx) TO add-step
                   MOVE stp-program(step-idx) TO add-program
                   MOVE trc-date(trace-idx) TO add-date
                   COMPUTE add-level = trc-level(trace-idx) + 1
                   PERFORM ADD-TRACE-NODE
                 END-IF
               END-PERFORM
             END-PERFORM
           END-IF
           .

       ADD-TRACE-NODE.
           MOVE "N" TO node-found
           PERFORM VARYING node-idx FROM 1 BY 1
                   UNTIL node-idx > trace-count
             IF trc-step(node-idx) = add-step
             AND trc-program(node-idx) = add-program
             AND trc-date(node-idx) = add-date
               MOVE "Y" TO node-found
             END-IF
           END-PERFORM
           IF node-found = "N" AND trace-count < 200
             COMPUTE trace-count = trace-count + 1
             MOVE add-step TO trc-step(trace-count)
             MOVE add-program TO trc-program(trace-count)
             MOVE add-date TO trc-date(trace-count)
             MOVE add-level TO trc-level(trace-count)
           END-IF
           .

       CHECK-PROGRAM-SHOWN.
           MOVE "N" TO program-shown
           IF trc-program(trace-idx) = "IEFBR14"
           OR trc-program(trace-idx) = "STEPSKIP"
             MOVE "Y" TO program-shown
           END-IF
           PERFORM VARYING node-idx FROM 1 BY 1
                   UNTIL node-idx >= trace-idx
             IF trc-program(node-idx) = trc-program(trace-idx)
             AND trc-date(node-idx) = trc-date(trace-idx)
               MOVE "Y" TO program-shown
             END-IF
           END-PERFORM
           .

       WRITE-RUN-HEADING.
           MOVE SPACES TO report-record
           WRITE report-record
           MOVE trc-level(trace-idx) TO level-display
           MOVE SPACES TO report-record
           STRING "RUN OF " FUNCTION TRIM(trc-program(trace-idx))
               " ON " trc-date(trace-idx)
               DELIMITED BY SIZE INTO report-record
           EVALUATE TRUE
             WHEN trc-level(trace-idx) > 0 AND tracing-back
               STRING FUNCTION TRIM(report-record)
                   " - UPSTREAM, LEVEL " FUNCTION TRIM(level-display)
                   DELIMITED BY SIZE INTO report-record
             WHEN trc-level(trace-idx) > 0
               STRING FUNCTION TRIM(report-record)
                   " - DOWNSTREAM, LEVEL "
                   FUNCTION TRIM(level-display)
                   DELIMITED BY SIZE INTO report-record
             WHEN tracing-back
               STRING FUNCTION TRIM(report-record)
                   " - PRODUCED THE GENERATION"
                   DELIMITED BY SIZE INTO report-record
             WHEN OTHER
               STRING FUNCTION TRIM(report-record)
                   " - READ THE FEED"
                   DELIMITED BY SIZE INTO report-record
           END-EVALUATE
           IF trc-step(trace-idx) NOT = SPACES
             STRING FUNCTION TRIM(report-record)
                 " (STEP " FUNCTION TRIM(trc-step(trace-idx)) ")"
                 DELIMITED BY SIZE INTO report-record
           END-IF
           WRITE report-record
           COMPUTE runs-traced = runs-traced + 1
           .

       LIST-RUN-LINEAGE.
           PERFORM CHECK-PROGRAM-SHOWN
           IF program-shown = "N"
             PERFORM WRITE-RUN-HEADING
             MOVE 0 TO rows-for-run
             OPEN INPUT lineage-file
             PERFORM UNTIL lineage-eof
               READ lineage-file
                 AT END
                   CONTINUE
                 NOT AT END
                   IF lng-program = trc-program(trace-idx)
                   AND lng-date = trc-date(trace-idx)
                   AND NOT lng-output
                     EVALUATE TRUE
                       WHEN lng-run
                         MOVE "RUN" TO dtl-label
                       WHEN lng-input
                         MOVE "FEED" TO dtl-label
                       WHEN lng-parameter
                         MOVE "PARM" TO dtl-label
                       WHEN lng-master
                         MOVE "MASTER" TO dtl-label
                       WHEN OTHER
                         MOVE lng-kind TO dtl-label
                     END-EVALUATE
                     PERFORM WRITE-DETAIL-LINE
                     COMPUTE rows-for-run = rows-for-run + 1
                   END-IF
               END-READ
             END-PERFORM
             CLOSE lineage-file
             IF rows-for-run = 0
               MOVE "    NO LINEAGE IS RECORDED FOR THIS RUN."
                   TO report-record
               WRITE report-record
             END-IF
           END-IF
           .

       LIST-RUN-OUTPUTS.
           PERFORM CHECK-PROGRAM-SHOWN
           IF program-shown = "N"
             PERFORM WRITE-RUN-HEADING
             MOVE 0 TO rows-for-run
             OPEN INPUT lineage-file
             PERFORM UNTIL lineage-eof
               READ lineage-file
                 AT END
                   CONTINUE
                 NOT AT END
                   IF lng-program = trc-program(trace-idx)
                   AND lng-date = trc-date(trace-idx)
                     EVALUATE TRUE
                       WHEN lng-run
                         MOVE "RUN" TO dtl-label
                         PERFORM WRITE-DETAIL-LINE
                       WHEN lng-output
                         MOVE "OUTPUT" TO dtl-label
                         PERFORM WRITE-DETAIL-LINE
                         COMPUTE rows-for-run = rows-for-run + 1
                         COMPUTE outputs-found = outputs-found + 1
                     END-EVALUATE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE lineage-file
             IF rows-for-run = 0
               MOVE "    NO OUTPUT GENERATION IS CATALOGUED FOR IT."
                   TO report-record
               WRITE report-record
             END-IF
           END-IF
           .

       WRITE-DETAIL-LINE.
           MOVE lng-name TO dtl-name
           MOVE lng-detail TO dtl-detail
           MOVE lng-camp TO dtl-camp
           MOVE lng-time TO dtl-time
           MOVE detail-line TO report-record
           WRITE report-record
           .
