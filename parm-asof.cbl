       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARM-ASOF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT parameter-file ASSIGN TO "aocparms.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS parameter-file-status.
           SELECT history-file ASSIGN TO "aocparms-history.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS history-file-status.
           SELECT report-file ASSIGN TO "parm-asof.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS report-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  parameter-file.
       COPY prmrec.

       FD  history-file.
       COPY phsrec.

       FD  report-file.
       01  report-record       PIC X(100).

       WORKING-STORAGE SECTION.
       COPY filsts REPLACING
                   ==:STATUS-NAME:== BY ==parameter-file-status==
                   ==:OK-NAME:==     BY ==parameter-is-ok==
                   ==:EOF-NAME:==    BY ==parameter-eof==.

       COPY filsts REPLACING
                   ==:STATUS-NAME:== BY ==history-file-status==
                   ==:OK-NAME:==     BY ==history-is-ok==
                   ==:EOF-NAME:==    BY ==history-eof==.

       COPY filsts REPLACING
                   ==:STATUS-NAME:== BY ==report-file-status==
                   ==:OK-NAME:==     BY ==report-is-ok==
                   ==:EOF-NAME:==    BY ==report-fs-spare==.

       01  run-date            PIC 9(8).
       01  asof-date           PIC 9(8).
       01  date-answer         PIC X(10).

       01  parameter-table.
           03  parameter-entry OCCURS 400 TIMES.
               05  pmt-program     PIC X(20).
               05  pmt-keyword     PIC X(10).
               05  pmt-value       PIC X(40).
               05  pmt-since       PIC 9(8).
       01  parameter-count     PIC 9(3) VALUE 0.
       01  parameter-idx       PIC 9(3).
       01  parameter-hit       PIC 9(3).
       01  next-idx            PIC 9(3).

       01  history-table.
           03  history-entry OCCURS 3000 TIMES.
               05  hst-date        PIC 9(8).
               05  hst-action      PIC X(1).
               05  hst-program     PIC X(20).
               05  hst-keyword     PIC X(10).
               05  hst-before      PIC X(40).
               05  hst-after       PIC X(40).
       01  history-count       PIC 9(4) VALUE 0.
       01  history-idx         PIC 9(4).
       01  history-next        PIC 9(4).
       01  history-dropped     PIC 9(6) VALUE 0.
       01  undone-count        PIC 9(4) VALUE 0.

       01  work-program        PIC X(20).
       01  work-keyword        PIC X(10).

       01  report-line.
           03  rpl-program     PIC X(20).
           03  FILLER          PIC X(1) VALUE SPACES.
           03  rpl-keyword     PIC X(10).
           03  FILLER          PIC X(1) VALUE SPACES.
           03  rpl-value       PIC X(40).
           03  FILLER          PIC X(1) VALUE SPACES.
           03  rpl-since       PIC X(14).
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT run-date FROM DATE YYYYMMDD
           MOVE 0 TO asof-date
           PERFORM UNTIL asof-date > 0
             MOVE SPACES TO date-answer
             DISPLAY "Run date to explain (YYYYMMDD, blank = today): "
                 WITH NO ADVANCING
             ACCEPT date-answer
             IF date-answer = SPACES
               MOVE run-date TO asof-date
             ELSE
               IF FUNCTION TRIM(date-answer) IS NUMERIC
                 MOVE FUNCTION NUMVAL(date-answer) TO asof-date
                 IF FUNCTION TEST-DATE-YYYYMMDD(asof-date) NOT = 0
                   DISPLAY "Not a valid date, try again."
                   MOVE 0 TO asof-date
                 END-IF
               END-IF
             END-IF
           END-PERFORM

           PERFORM LOAD-PARAMETERS
           PERFORM LOAD-HISTORY
           IF history-dropped > 0
           AND asof-date < hst-date(1)
             DISPLAY "*** " history-dropped " OLDER HISTORY ENTRIES "
                 "DID NOT FIT ***"
             DISPLAY "The history kept starts on " hst-date(1)
                 "; no report was produced for " asof-date "."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM VARYING history-idx FROM history-count BY -1
                   UNTIL history-idx < 1
             IF hst-date(history-idx) > asof-date
               PERFORM UNDO-HISTORY-ENTRY
             END-IF
           END-PERFORM
           PERFORM VARYING history-idx FROM 1 BY 1
                   UNTIL history-idx > history-count
             IF hst-date(history-idx) <= asof-date
             AND hst-action(history-idx) NOT = "D"
               PERFORM NOTE-EFFECTIVE-DATE
             END-IF
           END-PERFORM

           OPEN OUTPUT report-file
           IF NOT report-is-ok
             DISPLAY "The parameter report could not be opened."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE SPACES TO report-record
           STRING "PARAMETERS IN FORCE AT THE END OF " asof-date
               "  (PRINTED " run-date ")"
               DELIMITED BY SIZE INTO report-record
           WRITE report-record
           MOVE SPACES TO report-record
           WRITE report-record
           MOVE SPACES TO report-record
           STRING "PROGRAM              KEYWORD    VALUE"
               "                                    IN FORCE SINCE"
               DELIMITED BY SIZE INTO report-record
           WRITE report-record
           PERFORM VARYING parameter-idx FROM 1 BY 1
                   UNTIL parameter-idx > parameter-count
             MOVE pmt-program(parameter-idx) TO rpl-program
             MOVE pmt-keyword(parameter-idx) TO rpl-keyword
             MOVE pmt-value(parameter-idx) TO rpl-value
             IF pmt-since(parameter-idx) = 0
               MOVE "BEFORE HISTORY" TO rpl-since
             ELSE
               MOVE pmt-since(parameter-idx) TO rpl-since
             END-IF
             MOVE report-line TO report-record
             WRITE report-record
           END-PERFORM
           MOVE SPACES TO report-record
           WRITE report-record
           MOVE SPACES TO report-record
           STRING "PARAMETER RECORDS " parameter-count
               "   LATER CHANGES BACKED OUT " undone-count
               DELIMITED BY SIZE INTO report-record
           WRITE report-record
           MOVE SPACES TO report-record
           STRING "KEYWORDS WITH NO RECORD USE THE PROGRAM DEFAULT."
               DELIMITED BY SIZE INTO report-record
           WRITE report-record
           CLOSE report-file

           DISPLAY "parameters in force on " asof-date "="
               parameter-count
           DISPLAY "later changes backed out=" undone-count
           IF history-dropped > 0
             DISPLAY "*** " history-dropped " OLDER HISTORY ENTRIES "
                 "DID NOT FIT; DATES BEFORE " hst-date(1)
                 " SHOW AS BEFORE HISTORY ***"
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-PARAMETERS.
           OPEN INPUT parameter-file
           IF parameter-is-ok
             PERFORM UNTIL parameter-eof
               READ parameter-file
                 AT END
                   CONTINUE
                 NOT AT END
                   IF parameter-record NOT = SPACES
                   AND parameter-count < 400
                     COMPUTE parameter-count = parameter-count + 1
                     MOVE prm-program TO pmt-program(parameter-count)
                     MOVE prm-keyword TO pmt-keyword(parameter-count)
                     MOVE prm-value TO pmt-value(parameter-count)
                     MOVE 0 TO pmt-since(parameter-count)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE parameter-file
           END-IF
           .

       LOAD-HISTORY.
           OPEN INPUT history-file
           IF history-is-ok
             PERFORM UNTIL history-eof
               READ history-file
                 AT END
                   CONTINUE
                 NOT AT END
                   IF history-count < 3000
                     COMPUTE history-count = history-count + 1
                   ELSE
                     PERFORM DROP-OLDEST-HISTORY
                   END-IF
                   MOVE phs-date TO hst-date(history-count)
                   MOVE phs-action TO hst-action(history-count)
                   MOVE phs-program TO hst-program(history-count)
                   MOVE phs-keyword TO hst-keyword(history-count)
                   MOVE phs-before TO hst-before(history-count)
                   MOVE phs-after TO hst-after(history-count)
               END-READ
             END-PERFORM
             CLOSE history-file
           END-IF
           .

       DROP-OLDEST-HISTORY.
           COMPUTE history-dropped = history-dropped + 1
           PERFORM VARYING history-idx FROM 1 BY 1
                   UNTIL history-idx >= history-count
             COMPUTE history-next = history-idx + 1
             MOVE history-entry(history-next)
                 TO history-entry(history-idx)
           END-PERFORM
           .

       FIND-PARAMETER.
           MOVE 0 TO parameter-hit
           PERFORM VARYING parameter-idx FROM 1 BY 1
                   UNTIL parameter-idx > parameter-count
             IF pmt-program(parameter-idx) = work-program
             AND pmt-keyword(parameter-idx) = work-keyword
               MOVE parameter-idx TO parameter-hit
             END-IF
           END-PERFORM
           .

       UNDO-HISTORY-ENTRY.
           COMPUTE undone-count = undone-count + 1
           MOVE hst-program(history-idx) TO work-program
           MOVE hst-keyword(history-idx) TO work-keyword
           PERFORM FIND-PARAMETER
           EVALUATE hst-action(history-idx)
             WHEN "A"
               IF parameter-hit > 0
                 PERFORM REMOVE-PARAMETER
               END-IF
             WHEN "C"
               IF parameter-hit > 0
                 MOVE hst-before(history-idx)
                     TO pmt-value(parameter-hit)
               END-IF
             WHEN "D"
               IF parameter-hit = 0
               AND parameter-count < 400
                 COMPUTE parameter-count = parameter-count + 1
                 MOVE work-program TO pmt-program(parameter-count)
                 MOVE work-keyword TO pmt-keyword(parameter-count)
                 MOVE hst-before(history-idx)
                     TO pmt-value(parameter-count)
                 MOVE 0 TO pmt-since(parameter-count)
               END-IF
           END-EVALUATE
           .

       REMOVE-PARAMETER.
           PERFORM VARYING parameter-idx FROM parameter-hit BY 1
                   UNTIL parameter-idx >= parameter-count
             COMPUTE next-idx = parameter-idx + 1
             MOVE parameter-entry(next-idx)
                 TO parameter-entry(parameter-idx)
           END-PERFORM
           COMPUTE parameter-count = parameter-count - 1
           .

       NOTE-EFFECTIVE-DATE.
           MOVE hst-program(history-idx) TO work-program
           MOVE hst-keyword(history-idx) TO work-keyword
           PERFORM FIND-PARAMETER
           IF parameter-hit > 0
             MOVE hst-date(history-idx) TO pmt-since(parameter-hit)
           END-IF
           .
