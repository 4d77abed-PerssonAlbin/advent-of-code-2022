       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAUSE-PARETO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT exception-repo ASSIGN TO "exception-repo.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS xrp-key
               FILE STATUS repo-file-status.
           SELECT pareto-file ASSIGN TO "cause-pareto.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS pareto-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  exception-repo.
       COPY xcprec.

       FD  pareto-file.
       01  pareto-record       PIC X(110).

       WORKING-STORAGE SECTION.
       COPY prmreq.

       COPY causnm.

       01  repo-file-status    PIC 99.
           88  repo-is-ok      VALUE 0.
       01  repo-eof-flag       PIC X(1).
           88  repo-eof        VALUE "Y".

       COPY filsts REPLACING
                   ==:STATUS-NAME:== BY ==pareto-file-status==
                   ==:OK-NAME:==     BY ==pareto-is-ok==
                   ==:EOF-NAME:==    BY ==pareto-fs-spare==.

       01  run-date            PIC 9(8).
       01  from-date           PIC 9(8).
       01  to-date             PIC 9(8).
       01  current-month       PIC 9(6).
       01  prior-month         PIC 9(6).
       01  month-work.
           03  month-year      PIC 9(4).
           03  month-month     PIC 9(2).
       01  month-work-n REDEFINES month-work PIC 9(6).
       01  exception-month     PIC 9(6).
       01  range-flag          PIC X(1).
           88  exception-in-range VALUE "Y".

       01  tally-table.
           03  tally-entry OCCURS 200 TIMES.
               05  tly-dimension   PIC X(1).
               05  tly-key         PIC X(20).
               05  tly-count       PIC 9(7).
               05  tly-this-month  PIC 9(7).
               05  tly-prior-month PIC 9(7).
       01  tally-count         PIC 9(3) VALUE 0.
       01  tally-idx           PIC 9(3).
       01  tally-hit           PIC 9(3).
       01  tally-dimension     PIC X(1).
       01  tally-key           PIC X(20).
       01  tally-full-count    PIC 9(5) VALUE 0.

       01  pareto-table.
           03  pareto-entry OCCURS 200 TIMES.
               05  pto-dimension   PIC X(1).
               05  pto-key         PIC X(20).
               05  pto-count       PIC 9(7).
               05  pto-this-month  PIC 9(7).
               05  pto-prior-month PIC 9(7).
       01  pareto-count        PIC 9(3).
       01  pareto-idx          PIC 9(3).
       01  compare-idx         PIC 9(3).
       01  hold-entry.
           03  FILLER          PIC X(1).
           03  FILLER          PIC X(20).
           03  FILLER          PIC 9(7).
           03  FILLER          PIC 9(7).
           03  FILLER          PIC 9(7).

       01  section-title       PIC X(30).
       01  section-total       PIC 9(7).
       01  section-this-month  PIC 9(7).
       01  section-prior-month PIC 9(7).
       01  running-count       PIC 9(7).
       01  exceptions-in-range PIC 9(7) VALUE 0.
       01  uncoded-count       PIC 9(7) VALUE 0.
       01  cause-idx           PIC 9(2).

       01  pareto-line.
           03  prl-rank        PIC ZZ9.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  prl-key         PIC X(20).
           03  FILLER          PIC X(1) VALUE SPACES.
           03  prl-name        PIC X(26).
           03  prl-count       PIC Z(6)9.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  prl-pct         PIC ZZ9.9.
           03  FILLER          PIC X(4) VALUE SPACES.
           03  prl-cum-pct     PIC ZZ9.9.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  prl-this-month  PIC Z(6)9.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  prl-prior-month PIC Z(6)9.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  prl-change      PIC +(6)9.
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT run-date FROM DATE YYYYMMDD
           MOVE run-date TO to-date
           MOVE "CAUSE-PARETO" TO preq-program
           MOVE "TODATE" TO preq-keyword
           CALL "PARMREAD" USING parm-request
           IF parm-found
           AND FUNCTION TRIM(preq-value) IS NUMERIC
             MOVE FUNCTION NUMVAL(preq-value) TO to-date
           END-IF
           MOVE to-date(1:6) TO current-month
           MOVE current-month TO month-work-n
           IF month-month = 1
             MOVE 12 TO month-month
             COMPUTE month-year = month-year - 1
           ELSE
             COMPUTE month-month = month-month - 1
           END-IF
           MOVE month-work-n TO prior-month

           MOVE prior-month TO month-work-n
           IF month-month = 1
             MOVE 12 TO month-month
             COMPUTE month-year = month-year - 1
           ELSE
             COMPUTE month-month = month-month - 1
           END-IF
           COMPUTE from-date = month-work-n * 100 + 1
           MOVE "FROMDATE" TO preq-keyword
           CALL "PARMREAD" USING parm-request
           IF parm-found
           AND FUNCTION TRIM(preq-value) IS NUMERIC
             MOVE FUNCTION NUMVAL(preq-value) TO from-date
           END-IF
           DISPLAY "PARAMETERS IN EFFECT FOR CAUSE-PARETO:"
           DISPLAY "  FROMDATE=" from-date
           DISPLAY "  TODATE=" to-date
           IF from-date > to-date
             DISPLAY "FROMDATE is after TODATE; no report was "
                 "produced."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           OPEN INPUT exception-repo
           IF NOT repo-is-ok
             DISPLAY "The exception repository could not be opened "
                 "(status " repo-file-status ")."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE LOW-VALUES TO xrp-key
           MOVE "N" TO repo-eof-flag
           START exception-repo KEY >= xrp-key
             INVALID KEY
               MOVE "Y" TO repo-eof-flag
           END-START
           PERFORM UNTIL repo-eof
             READ exception-repo NEXT
               AT END
                 MOVE "Y" TO repo-eof-flag
               NOT AT END
                 MOVE "N" TO range-flag
                 IF xrp-date >= from-date
                 AND xrp-date <= to-date
                   MOVE "Y" TO range-flag
                 END-IF
                 MOVE xrp-date(1:6) TO exception-month
                 IF exception-in-range
                 OR exception-month = current-month
                 OR exception-month = prior-month
                   PERFORM TALLY-EXCEPTION
                 END-IF
             END-READ
           END-PERFORM
           CLOSE exception-repo

           OPEN OUTPUT pareto-file
           IF NOT pareto-is-ok
             DISPLAY "The Pareto report could not be opened."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE SPACES TO pareto-record
           STRING "ROOT-CAUSE PARETO OF EXCEPTIONS  " from-date
               " TO " to-date "  MONTH " current-month " AGAINST "
               prior-month
               DELIMITED BY SIZE INTO pareto-record
           WRITE pareto-record

           MOVE "C" TO tally-dimension
           MOVE "BY ROOT CAUSE" TO section-title
           PERFORM WRITE-PARETO-SECTION
           MOVE "P" TO tally-dimension
           MOVE "BY PROGRAM" TO section-title
           PERFORM WRITE-PARETO-SECTION
           MOVE "K" TO tally-dimension
           MOVE "BY CAMP" TO section-title
           PERFORM WRITE-PARETO-SECTION
           CLOSE pareto-file

           DISPLAY "exceptions in range=" exceptions-in-range
           DISPLAY "exceptions without a cause code=" uncoded-count
           IF tally-full-count > 0
             DISPLAY "*** " tally-full-count " TALLY ENTRIES DID NOT "
                 "FIT; THE REPORT IS INCOMPLETE ***"
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       TALLY-EXCEPTION.
           IF exception-in-range
             COMPUTE exceptions-in-range = exceptions-in-range + 1
           END-IF
           MOVE "C" TO tally-dimension
           IF xrp-cause-code = SPACES
           OR xrp-cause-code = LOW-VALUES
             IF exception-in-range
               COMPUTE uncoded-count = uncoded-count + 1
             END-IF
             MOVE "NONE" TO tally-key
           ELSE
             MOVE xrp-cause-code TO tally-key
           END-IF
           PERFORM TALLY-ONE-KEY
           MOVE "P" TO tally-dimension
           MOVE xrp-program TO tally-key
           PERFORM TALLY-ONE-KEY
           MOVE "K" TO tally-dimension
           MOVE xrp-camp TO tally-key
           PERFORM TALLY-ONE-KEY
           .

       TALLY-ONE-KEY.
           MOVE 0 TO tally-hit
           PERFORM VARYING tally-idx FROM 1 BY 1
                   UNTIL tally-idx > tally-count
             IF tly-dimension(tally-idx) = tally-dimension
             AND tly-key(tally-idx) = tally-key
               MOVE tally-idx TO tally-hit
             END-IF
           END-PERFORM
           IF tally-hit = 0
             IF tally-count < 200
               COMPUTE tally-count = tally-count + 1
               MOVE tally-count TO tally-hit
               MOVE tally-dimension TO tly-dimension(tally-hit)
               MOVE tally-key TO tly-key(tally-hit)
               MOVE 0 TO tly-count(tally-hit)
               MOVE 0 TO tly-this-month(tally-hit)
               MOVE 0 TO tly-prior-month(tally-hit)
             ELSE
               COMPUTE tally-full-count = tally-full-count + 1
             END-IF
           END-IF
           IF tally-hit > 0
           AND exception-in-range
             COMPUTE tly-count(tally-hit) = tly-count(tally-hit) + 1
           END-IF
           IF tally-hit > 0
             IF exception-month = current-month
               COMPUTE tly-this-month(tally-hit)
                   = tly-this-month(tally-hit) + 1
             END-IF
             IF exception-month = prior-month
               COMPUTE tly-prior-month(tally-hit)
                   = tly-prior-month(tally-hit) + 1
             END-IF
           END-IF
           .

       WRITE-PARETO-SECTION.
           MOVE 0 TO pareto-count
           MOVE 0 TO section-total
           MOVE 0 TO section-this-month
           MOVE 0 TO section-prior-month
           PERFORM VARYING tally-idx FROM 1 BY 1
                   UNTIL tally-idx > tally-count
             IF tly-dimension(tally-idx) = tally-dimension
               COMPUTE pareto-count = pareto-count + 1
               MOVE tally-entry(tally-idx) TO pareto-entry(pareto-count)
               COMPUTE section-total = section-total
                   + tly-count(tally-idx)
               COMPUTE section-this-month = section-this-month
                   + tly-this-month(tally-idx)
               COMPUTE section-prior-month = section-prior-month
                   + tly-prior-month(tally-idx)
             END-IF
           END-PERFORM
           PERFORM RANK-PARETO-ENTRIES

           MOVE SPACES TO pareto-record
           WRITE pareto-record
           MOVE section-title TO pareto-record
           WRITE pareto-record
           MOVE SPACES TO pareto-record
           STRING "RNK  KEY                  NAME "
               "                       COUNT   "
               " PCT  CUM-PCT  THIS-MO  LAST-MO   CHANGE"
               DELIMITED BY SIZE INTO pareto-record
           WRITE pareto-record

           MOVE 0 TO running-count
           PERFORM VARYING pareto-idx FROM 1 BY 1
                   UNTIL pareto-idx > pareto-count
             PERFORM WRITE-PARETO-LINE
           END-PERFORM

           MOVE SPACES TO pareto-line
           MOVE "TOTAL" TO prl-key
           MOVE section-total TO prl-count
           IF section-total > 0
             MOVE 100 TO prl-pct
             MOVE 100 TO prl-cum-pct
           ELSE
             MOVE 0 TO prl-pct
             MOVE 0 TO prl-cum-pct
           END-IF
           MOVE section-this-month TO prl-this-month
           MOVE section-prior-month TO prl-prior-month
           COMPUTE prl-change = section-this-month
               - section-prior-month
           MOVE pareto-line TO pareto-record
           WRITE pareto-record
           .

       RANK-PARETO-ENTRIES.
           PERFORM VARYING pareto-idx FROM 1 BY 1
                   UNTIL pareto-idx >= pareto-count
             PERFORM VARYING compare-idx FROM pareto-idx BY 1
                     UNTIL compare-idx > pareto-count
               IF pto-count(compare-idx) > pto-count(pareto-idx)
               OR (pto-count(compare-idx) = pto-count(pareto-idx)
               AND pto-key(compare-idx) < pto-key(pareto-idx))
                 MOVE pareto-entry(pareto-idx) TO hold-entry
                 MOVE pareto-entry(compare-idx)
                     TO pareto-entry(pareto-idx)
                 MOVE hold-entry TO pareto-entry(compare-idx)
               END-IF
             END-PERFORM
           END-PERFORM
           .

       WRITE-PARETO-LINE.
           MOVE SPACES TO pareto-line
           MOVE pareto-idx TO prl-rank
           MOVE pto-key(pareto-idx) TO prl-key
           MOVE SPACES TO prl-name
           IF tally-dimension = "C"
             IF pto-key(pareto-idx) = "NONE"
               MOVE "NOT YET CODED" TO prl-name
             END-IF
             PERFORM VARYING cause-idx FROM 1 BY 1
                     UNTIL cause-idx > 10
               IF rcc-code(cause-idx) = pto-key(pareto-idx)
                 MOVE rcc-name(cause-idx) TO prl-name
               END-IF
             END-PERFORM
           END-IF
           COMPUTE running-count = running-count + pto-count(pareto-idx)
           MOVE pto-count(pareto-idx) TO prl-count
           IF section-total > 0
             COMPUTE prl-pct ROUNDED = pto-count(pareto-idx) * 100
                 / section-total
             COMPUTE prl-cum-pct ROUNDED = running-count * 100
                 / section-total
           ELSE
             MOVE 0 TO prl-pct
             MOVE 0 TO prl-cum-pct
           END-IF
           MOVE pto-this-month(pareto-idx) TO prl-this-month
           MOVE pto-prior-month(pareto-idx) TO prl-prior-month
           COMPUTE prl-change = pto-this-month(pareto-idx)
               - pto-prior-month(pareto-idx)
           MOVE pareto-line TO pareto-record
           WRITE pareto-record
           .
