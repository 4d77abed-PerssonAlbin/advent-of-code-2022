       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARGEBACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT rate-file ASSIGN TO "chargeback-rates.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS rate-file-status.
           SELECT run-control-master
               ASSIGN TO "run-control.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rcm-key
               FILE STATUS master-file-status.
           SELECT history-master
               ASSIGN TO "history-archive.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS hix-key
               FILE STATUS history-file-status.
           SELECT statement-file ASSIGN TO "chargeback.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS statement-file-status.
           SELECT run-control-file ASSIGN TO "run-control.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS run-ctl-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  rate-file.
       COPY cbrrec.

       FD  run-control-master.
       COPY rcmrec.

       FD  history-master.
       COPY histix.

       FD  statement-file.
       01  statement-record    PIC X(132).

       FD  run-control-file.
       COPY rctlrec.

       WORKING-STORAGE SECTION.
       COPY cmpreq.

       COPY filsts REPLACING
                   ==:STATUS-NAME:== BY ==rate-file-status==
                   ==:OK-NAME:==     BY ==rate-is-ok==
                   ==:EOF-NAME:==    BY ==rate-eof==.

       01  master-file-status  PIC 99.
           88  master-is-ok    VALUE 0.
       01  master-eof-flag     PIC X(1) VALUE "N".
           88  master-eof      VALUE "Y".

       01  history-file-status PIC 99.
           88  history-is-ok   VALUE 0.
       01  history-eof-flag    PIC X(1) VALUE "N".
           88  history-eof     VALUE "Y".

       COPY filsts REPLACING
                   ==:STATUS-NAME:== BY ==statement-file-status==
                   ==:OK-NAME:==     BY ==statement-is-ok==
                   ==:EOF-NAME:==    BY ==statement-fs-spare==.

       01  run-ctl-file-status PIC 99.
           88  run-ctl-is-ok   VALUE 0.

       01  run-date            PIC 9(8).
       01  run-date-r REDEFINES run-date.
           03  run-year        PIC 9(4).
           03  run-month       PIC 9(2).
           03  FILLER          PIC 9(2).
       01  run-time            PIC 9(8).
       01  run-time-r REDEFINES run-time.
           03  et-hh           PIC 9(2).
           03  et-mm           PIC 9(2).
           03  et-ss           PIC 9(2).
           03  FILLER          PIC 9(2).
       01  start-time          PIC 9(8) VALUE 0.
       01  start-time-r REDEFINES start-time.
           03  st-hh           PIC 9(2).
           03  st-mm           PIC 9(2).
           03  st-ss           PIC 9(2).
           03  FILLER          PIC 9(2).
       01  elapsed-seconds     PIC S9(7).
       01  local-camp          PIC X(4).

       01  run-parm            PIC X(8).
       01  charge-period       PIC 9(6).
       01  charge-period-r REDEFINES charge-period.
           03  period-year     PIC 9(4).
           03  period-month    PIC 9(2).
       01  period-start        PIC 9(8).
       01  next-period         PIC 9(6).
       01  next-period-r REDEFINES next-period.
           03  next-year       PIC 9(4).
           03  next-month      PIC 9(2).
       01  period-end          PIC 9(8).

       01  rate-table.
           03  rate-entry OCCURS 50 TIMES.
               05  rtt-effective   PIC 9(6).
               05  rtt-program     PIC X(20).
               05  rtt-per-thousand PIC 9(5)V99.
               05  rtt-per-second  PIC 9(3)V9(4).
               05  rtt-per-history PIC 9(3)V9(4).
       01  rate-count          PIC 9(2) VALUE 0.
       01  rate-idx            PIC 9(2).
       01  rate-hit            PIC 9(2).
       01  default-hit         PIC 9(2).
       01  rate-wanted         PIC X(20).
       01  rejected-rates      PIC 9(4) VALUE 0.
       01  unrated-items       PIC 9(4) VALUE 0.
       01  apply-per-thousand  PIC 9(5)V99.
       01  apply-per-second    PIC 9(3)V9(4).
       01  apply-per-history   PIC 9(3)V9(4).

       01  usage-table.
           03  usage-entry OCCURS 300 TIMES.
               05  usg-key.
                   07  usg-camp        PIC X(4).
                   07  usg-program     PIC X(20).
               05  usg-runs        PIC 9(6).
               05  usg-lines       PIC 9(9).
               05  usg-elapsed     PIC 9(9).
               05  usg-history     PIC 9(9).
               05  usg-record-cost PIC 9(9)V99.
               05  usg-time-cost   PIC 9(9)V99.
               05  usg-store-cost  PIC 9(9)V99.
               05  usg-total-cost  PIC 9(9)V99.
               05  usg-override    PIC X(1).
       01  usage-count         PIC 9(3) VALUE 0.
       01  usage-idx           PIC 9(3).
       01  usage-hit           PIC 9(3).
       01  shift-idx           PIC 9(3).
       01  lookup-key.
           03  lookup-camp     PIC X(4).
           03  lookup-program  PIC X(20).
       01  dropped-rows        PIC 9(6) VALUE 0.

       01  read-runs           PIC 9(9) VALUE 0.
       01  read-lines          PIC 9(11) VALUE 0.
       01  read-elapsed        PIC 9(11) VALUE 0.
       01  read-history        PIC 9(11) VALUE 0.

       01  current-camp        PIC X(4).
       01  camp-count          PIC 9(3) VALUE 0.
       01  camp-totals.
           03  camp-runs           PIC 9(9).
           03  camp-lines          PIC 9(11).
           03  camp-elapsed        PIC 9(11).
           03  camp-history        PIC 9(11).
           03  camp-record-cost    PIC 9(11)V99.
           03  camp-time-cost      PIC 9(11)V99.
           03  camp-store-cost     PIC 9(11)V99.
           03  camp-total-cost     PIC 9(11)V99.
       01  billed-totals.
           03  bld-runs            PIC 9(9).
           03  bld-lines           PIC 9(11).
           03  bld-elapsed         PIC 9(11).
           03  bld-history         PIC 9(11).
           03  bld-record-cost     PIC 9(11)V99.
           03  bld-time-cost       PIC 9(11)V99.
           03  bld-store-cost      PIC 9(11)V99.
           03  bld-total-cost      PIC 9(11)V99.
       01  unattributed-totals.
           03  unt-runs            PIC 9(9).
           03  unt-lines           PIC 9(11).
           03  unt-elapsed         PIC 9(11).
           03  unt-history         PIC 9(11).
           03  unt-record-cost     PIC 9(11)V99.
           03  unt-time-cost       PIC 9(11)V99.
           03  unt-store-cost      PIC 9(11)V99.
           03  unt-total-cost      PIC 9(11)V99.
       01  balance-flag        PIC X(1) VALUE "Y".
           88  usage-balances  VALUE "Y".

       01  rate-thousand-display PIC Z(4)9.99.
       01  rate-second-display PIC ZZ9.9999.
       01  rate-history-display PIC ZZ9.9999.
       01  count-display       PIC Z(5)9.

       01  column-heading.
           03  FILLER          PIC X(40) VALUE
               "PROGRAM                 RUNS     RECORDS".
           03  FILLER          PIC X(40) VALUE
               "     ELAPSED     HISTORY   RECORD COST  ".
           03  FILLER          PIC X(41) VALUE
               "   TIME COST  STORAGE COST   TOTAL CHARGE".

       01  item-line.
           03  itm-program     PIC X(20).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  itm-runs        PIC Z(5)9.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  itm-records     PIC Z(9)9.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  itm-elapsed     PIC Z(9)9.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  itm-history     PIC Z(9)9.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  itm-record-cost PIC Z(8)9.99.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  itm-time-cost   PIC Z(8)9.99.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  itm-store-cost  PIC Z(8)9.99.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  itm-total       PIC Z(9)9.99.
           03  FILLER          PIC X(1) VALUE SPACES.
           03  itm-flag        PIC X(1).

       01  balance-line.
           03  bal-label       PIC X(20).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  bal-runs        PIC Z(8)9.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  bal-records     PIC Z(10)9.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  bal-elapsed     PIC Z(10)9.
           03  FILLER          PIC X(2) VALUE SPACES.
           03  bal-history     PIC Z(10)9.

       LINKAGE SECTION.
       01  step-parm.
           03  step-parm-length PIC S9(4) COMP.
           03  step-parm-text  PIC X(8).
       PROCEDURE DIVISION USING step-parm.
       MAIN.
           ACCEPT start-time FROM TIME
           ACCEPT run-date FROM DATE YYYYMMDD
           CALL "CAMPID" USING camp-id-request
           MOVE cmp-camp TO local-camp

           MOVE SPACES TO run-parm
           IF step-parm-length > 8
             MOVE step-parm-text TO run-parm
           ELSE
             IF step-parm-length > 0
               MOVE step-parm-text(1:step-parm-length) TO run-parm
             END-IF
           END-IF
           IF run-parm = SPACES
             MOVE run-year TO period-year
             MOVE run-month TO period-month
             IF period-month = 1
               MOVE 12 TO period-month
               COMPUTE period-year = period-year - 1
             ELSE
               COMPUTE period-month = period-month - 1
             END-IF
           ELSE
             IF run-parm(1:6) IS NOT NUMERIC
             OR run-parm(7:2) NOT = SPACES
               DISPLAY "Pass the period to charge as YYYYMM; '"
                   FUNCTION TRIM(run-parm) "' is not a period."
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
             MOVE run-parm(1:6) TO charge-period
             IF period-month < 1 OR period-month > 12
               DISPLAY "Pass the period to charge as YYYYMM; '"
                   FUNCTION TRIM(run-parm) "' is not a period."
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF
           COMPUTE period-start = charge-period * 100 + 1
           MOVE charge-period TO next-period
           IF next-month = 12
             MOVE 1 TO next-month
             COMPUTE next-year = next-year + 1
           ELSE
             COMPUTE next-month = next-month + 1
           END-IF
           COMPUTE period-end = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(next-period * 100 + 1) - 1)

           PERFORM LOAD-RATE-TABLE

           OPEN INPUT run-control-master
           IF NOT master-is-ok
             DISPLAY "The run-control master could not be opened; "
                 "has a run mirrored into it yet?"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM ACCUMULATE-RUN-USAGE
           CLOSE run-control-master

           OPEN INPUT history-master
           IF NOT history-is-ok
             DISPLAY "The history archive could not be opened; "
                 "no storage is charged."
           ELSE
             PERFORM ACCUMULATE-HISTORY-USAGE
             CLOSE history-master
           END-IF

           PERFORM VARYING usage-idx FROM 1 BY 1
                   UNTIL usage-idx > usage-count
             PERFORM COST-USAGE-ENTRY
           END-PERFORM

           OPEN OUTPUT statement-file
           IF NOT statement-is-ok
             DISPLAY "The chargeback statement could not be opened."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM WRITE-STATEMENT-HEADING
           PERFORM WRITE-CAMP-STATEMENTS
           PERFORM WRITE-UNATTRIBUTED-RUNS
           PERFORM WRITE-SUMMARY
           CLOSE statement-file

           DISPLAY "chargeback period=" charge-period
           DISPLAY "runs costed=" read-runs
           DISPLAY "camps charged=" camp-count
           DISPLAY "unattributed runs=" unt-runs
           IF usage-balances
             DISPLAY "statement reconciles to total usage"
           ELSE
             DISPLAY "*** STATEMENT DOES NOT RECONCILE TO TOTAL "
                 "USAGE ***"
           END-IF

           PERFORM WRITE-RUN-CONTROL-LOG
           EVALUATE TRUE
             WHEN NOT usage-balances
               MOVE 8 TO RETURN-CODE
             WHEN rate-count = 0
             OR rejected-rates > 0
             OR unrated-items > 0
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       LOAD-RATE-TABLE.
           OPEN INPUT rate-file
           IF NOT rate-is-ok
             DISPLAY "The chargeback rate table could not be opened; "
                 "all usage is costed at zero."
           ELSE
             PERFORM UNTIL rate-eof
               READ rate-file
                 AT END
                   CONTINUE
                 NOT AT END
                   PERFORM STORE-RATE-ROW
               END-READ
             END-PERFORM
             CLOSE rate-file
           END-IF
           .

       STORE-RATE-ROW.
           IF chargeback-rate-record = SPACES
             CONTINUE
           ELSE
             IF cbr-effective IS NOT NUMERIC
             OR cbr-per-thousand IS NOT NUMERIC
             OR cbr-per-second IS NOT NUMERIC
             OR cbr-per-history IS NOT NUMERIC
             OR rate-count = 50
               COMPUTE rejected-rates = rejected-rates + 1
               DISPLAY "REJECTED RATE ROW: "
                   FUNCTION TRIM(chargeback-rate-record)
             ELSE
               COMPUTE rate-count = rate-count + 1
               MOVE cbr-effective TO rtt-effective(rate-count)
               IF cbr-program = "*"
                 MOVE SPACES TO rtt-program(rate-count)
               ELSE
                 MOVE cbr-program TO rtt-program(rate-count)
               END-IF
               MOVE cbr-per-thousand TO rtt-per-thousand(rate-count)
               MOVE cbr-per-second TO rtt-per-second(rate-count)
               MOVE cbr-per-history TO rtt-per-history(rate-count)
             END-IF
           END-IF
           .

       ACCUMULATE-RUN-USAGE.
           MOVE LOW-VALUES TO rcm-key
           START run-control-master KEY >= rcm-key
             INVALID KEY
               MOVE "Y" TO master-eof-flag
           END-START
           PERFORM UNTIL master-eof
             READ run-control-master NEXT
               AT END
                 MOVE "Y" TO master-eof-flag
               NOT AT END
                 IF rcm-date >= period-start
                 AND rcm-date <= period-end
                   PERFORM NOTE-RUN-USAGE
                 END-IF
             END-READ
           END-PERFORM
           .

       NOTE-RUN-USAGE.
           COMPUTE read-runs = read-runs + 1
           COMPUTE read-lines = read-lines + rcm-lines
           COMPUTE read-elapsed = read-elapsed + rcm-elapsed
           IF rcm-camp = SPACES OR rcm-camp = LOW-VALUES
             MOVE SPACES TO lookup-camp
           ELSE
             MOVE rcm-camp TO lookup-camp
           END-IF
           MOVE rcm-program TO lookup-program
           PERFORM FIND-USAGE-ENTRY
           IF usage-hit > 0
             COMPUTE usg-runs(usage-hit) = usg-runs(usage-hit) + 1
             COMPUTE usg-lines(usage-hit) =
                 usg-lines(usage-hit) + rcm-lines
             COMPUTE usg-elapsed(usage-hit) =
                 usg-elapsed(usage-hit) + rcm-elapsed
           END-IF
           .

       ACCUMULATE-HISTORY-USAGE.
           MOVE LOW-VALUES TO hix-key
           START history-master KEY >= hix-key
             INVALID KEY
               MOVE "Y" TO history-eof-flag
           END-START
           PERFORM UNTIL history-eof
             READ history-master NEXT
               AT END
                 MOVE "Y" TO history-eof-flag
               NOT AT END
                 IF hix-date <= period-end
                   PERFORM NOTE-HISTORY-USAGE
                 END-IF
             END-READ
           END-PERFORM
           .

       NOTE-HISTORY-USAGE.
           COMPUTE read-history = read-history + 1
           IF hix-camp = SPACES OR hix-camp = LOW-VALUES
             MOVE SPACES TO lookup-camp
           ELSE
             MOVE hix-camp TO lookup-camp
           END-IF
           MOVE hix-program TO lookup-program
           PERFORM FIND-USAGE-ENTRY
           IF usage-hit > 0
             COMPUTE usg-history(usage-hit) =
                 usg-history(usage-hit) + 1
           END-IF
           .

       FIND-USAGE-ENTRY.
           MOVE 0 TO usage-hit
           PERFORM VARYING usage-idx FROM 1 BY 1
                   UNTIL usage-idx > usage-count
                   OR usage-hit > 0
             IF usg-key(usage-idx) = lookup-key
               MOVE usage-idx TO usage-hit
             END-IF
           END-PERFORM
           IF usage-hit = 0
             IF usage-count = 300
               COMPUTE dropped-rows = dropped-rows + 1
             ELSE
               PERFORM INSERT-USAGE-ENTRY
             END-IF
           END-IF
           .

       INSERT-USAGE-ENTRY.
           COMPUTE usage-hit = usage-count + 1
           PERFORM VARYING usage-idx FROM usage-count BY -1
                   UNTIL usage-idx < 1
             IF usg-key(usage-idx) > lookup-key
               MOVE usage-idx TO usage-hit
             END-IF
           END-PERFORM
           PERFORM VARYING shift-idx FROM usage-count BY -1
                   UNTIL shift-idx < usage-hit
             MOVE usage-entry(shift-idx) TO usage-entry(shift-idx + 1)
           END-PERFORM
           COMPUTE usage-count = usage-count + 1
           MOVE lookup-camp TO usg-camp(usage-hit)
           MOVE lookup-program TO usg-program(usage-hit)
           MOVE 0 TO usg-runs(usage-hit)
           MOVE 0 TO usg-lines(usage-hit)
           MOVE 0 TO usg-elapsed(usage-hit)
           MOVE 0 TO usg-history(usage-hit)
           MOVE SPACE TO usg-override(usage-hit)
           .

       FIND-RATE.
           MOVE 0 TO rate-hit
           MOVE 0 TO default-hit
           PERFORM VARYING rate-idx FROM 1 BY 1
                   UNTIL rate-idx > rate-count
             IF rtt-effective(rate-idx) <= charge-period
               IF rtt-program(rate-idx) = SPACES
                 IF default-hit = 0
                   MOVE rate-idx TO default-hit
                 ELSE
                   IF rtt-effective(rate-idx) >=
                      rtt-effective(default-hit)
                     MOVE rate-idx TO default-hit
                   END-IF
                 END-IF
               END-IF
               IF rtt-program(rate-idx) = rate-wanted
               AND rate-wanted NOT = SPACES
                 IF rate-hit = 0
                   MOVE rate-idx TO rate-hit
                 ELSE
                   IF rtt-effective(rate-idx) >=
                      rtt-effective(rate-hit)
                     MOVE rate-idx TO rate-hit
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           IF rate-hit = 0
             MOVE default-hit TO rate-hit
           END-IF
           IF rate-hit = 0
             MOVE 0 TO apply-per-thousand
             MOVE 0 TO apply-per-second
             MOVE 0 TO apply-per-history
           ELSE
             MOVE rtt-per-thousand(rate-hit) TO apply-per-thousand
             MOVE rtt-per-second(rate-hit) TO apply-per-second
             MOVE rtt-per-history(rate-hit) TO apply-per-history
           END-IF
           .

       COST-USAGE-ENTRY.
           MOVE usg-program(usage-idx) TO rate-wanted
           PERFORM FIND-RATE
           IF rate-hit = 0
             COMPUTE unrated-items = unrated-items + 1
             MOVE "?" TO usg-override(usage-idx)
           ELSE
             IF rate-hit NOT = default-hit
               MOVE "*" TO usg-override(usage-idx)
             END-IF
           END-IF
           COMPUTE usg-record-cost(usage-idx) ROUNDED =
               usg-lines(usage-idx) * apply-per-thousand / 1000
           COMPUTE usg-time-cost(usage-idx) ROUNDED =
               usg-elapsed(usage-idx) * apply-per-second
           COMPUTE usg-store-cost(usage-idx) ROUNDED =
               usg-history(usage-idx) * apply-per-history
           COMPUTE usg-total-cost(usage-idx) =
               usg-record-cost(usage-idx) + usg-time-cost(usage-idx)
               + usg-store-cost(usage-idx)
           .

       WRITE-STATEMENT-HEADING.
           MOVE SPACES TO statement-record
           STRING "PROCESSING CHARGEBACK STATEMENT FOR PERIOD "
               charge-period " - PRODUCED " run-date
               DELIMITED BY SIZE INTO statement-record
           WRITE statement-record
           MOVE ALL "=" TO statement-record
           WRITE statement-record
           MOVE SPACES TO rate-wanted
           PERFORM FIND-RATE
           MOVE SPACES TO statement-record
           IF default-hit = 0
             MOVE "NO DEFAULT RATE IS IN FORCE FOR THIS PERIOD."
                 TO statement-record
           ELSE
             MOVE apply-per-thousand TO rate-thousand-display
             MOVE apply-per-second TO rate-second-display
             MOVE apply-per-history TO rate-history-display
             STRING "DEFAULT RATES (EFFECTIVE "
                 rtt-effective(default-hit) "): "
                 FUNCTION TRIM(rate-thousand-display)
                 " PER 1000 RECORDS, "
                 FUNCTION TRIM(rate-second-display)
                 " PER ELAPSED SECOND, "
                 FUNCTION TRIM(rate-history-display)
                 " PER HISTORY RECORD HELD"
                 DELIMITED BY SIZE INTO statement-record
           END-IF
           WRITE statement-record
           MOVE SPACES TO statement-record
           STRING "ITEMS MARKED * ARE COSTED AT A PROGRAM RATE; ITEMS "
               "MARKED ? HAVE NO RATE IN FORCE AND ARE COSTED AT ZERO."
               DELIMITED BY SIZE INTO statement-record
           WRITE statement-record
           MOVE SPACES TO statement-record
           STRING "HISTORY IS THE ARCHIVE RECORDS HELD AT PERIOD END "
               "(DATED ON OR BEFORE " period-end ")."
               DELIMITED BY SIZE INTO statement-record
           WRITE statement-record
           .

       WRITE-CAMP-STATEMENTS.
           MOVE SPACES TO current-camp
           PERFORM VARYING usage-idx FROM 1 BY 1
                   UNTIL usage-idx > usage-count
             IF usg-camp(usage-idx) NOT = SPACES
               IF usg-camp(usage-idx) NOT = current-camp
                 IF current-camp NOT = SPACES
                   PERFORM WRITE-CAMP-TOTAL
                 END-IF
                 MOVE usg-camp(usage-idx) TO current-camp
                 PERFORM START-CAMP-STATEMENT
               END-IF
               PERFORM WRITE-ITEM-LINE
             END-IF
           END-PERFORM
           IF current-camp NOT = SPACES
             PERFORM WRITE-CAMP-TOTAL
           END-IF
           .

       START-CAMP-STATEMENT.
           COMPUTE camp-count = camp-count + 1
           MOVE SPACES TO statement-record
           WRITE statement-record
           STRING "STATEMENT FOR CAMP " current-camp
               " - PERIOD " charge-period
               DELIMITED BY SIZE INTO statement-record
           WRITE statement-record
           MOVE column-heading TO statement-record
           WRITE statement-record
           PERFORM CLEAR-CAMP-TOTALS
           .

       CLEAR-CAMP-TOTALS.
           MOVE 0 TO camp-runs
           MOVE 0 TO camp-lines
           MOVE 0 TO camp-elapsed
           MOVE 0 TO camp-history
           MOVE 0 TO camp-record-cost
           MOVE 0 TO camp-time-cost
           MOVE 0 TO camp-store-cost
           MOVE 0 TO camp-total-cost
           .

       WRITE-ITEM-LINE.
           MOVE usg-program(usage-idx) TO itm-program
           MOVE usg-runs(usage-idx) TO itm-runs
           MOVE usg-lines(usage-idx) TO itm-records
           MOVE usg-elapsed(usage-idx) TO itm-elapsed
           MOVE usg-history(usage-idx) TO itm-history
           MOVE usg-record-cost(usage-idx) TO itm-record-cost
           MOVE usg-time-cost(usage-idx) TO itm-time-cost
           MOVE usg-store-cost(usage-idx) TO itm-store-cost
           MOVE usg-total-cost(usage-idx) TO itm-total
           MOVE usg-override(usage-idx) TO itm-flag
           MOVE item-line TO statement-record
           WRITE statement-record

           COMPUTE camp-runs = camp-runs + usg-runs(usage-idx)
           COMPUTE camp-lines = camp-lines + usg-lines(usage-idx)
           COMPUTE camp-elapsed = camp-elapsed + usg-elapsed(usage-idx)
           COMPUTE camp-history = camp-history + usg-history(usage-idx)
           COMPUTE camp-record-cost =
               camp-record-cost + usg-record-cost(usage-idx)
           COMPUTE camp-time-cost =
               camp-time-cost + usg-time-cost(usage-idx)
           COMPUTE camp-store-cost =
               camp-store-cost + usg-store-cost(usage-idx)
           COMPUTE camp-total-cost =
               camp-total-cost + usg-total-cost(usage-idx)
           .

       LOAD-CAMP-TOTAL-LINE.
           MOVE camp-runs TO itm-runs
           MOVE camp-lines TO itm-records
           MOVE camp-elapsed TO itm-elapsed
           MOVE camp-history TO itm-history
           MOVE camp-record-cost TO itm-record-cost
           MOVE camp-time-cost TO itm-time-cost
           MOVE camp-store-cost TO itm-store-cost
           MOVE camp-total-cost TO itm-total
           MOVE SPACE TO itm-flag
           .

       WRITE-CAMP-TOTAL.
           MOVE SPACES TO itm-program
           STRING "CAMP " current-camp " TOTAL"
               DELIMITED BY SIZE INTO itm-program
           PERFORM LOAD-CAMP-TOTAL-LINE
           MOVE item-line TO statement-record
           WRITE statement-record
           .

       WRITE-UNATTRIBUTED-RUNS.
           MOVE SPACES TO statement-record
           WRITE statement-record
           STRING "UNATTRIBUTED USAGE - NO CAMP RECORDED, NOT BILLED"
               " - PERIOD " charge-period
               DELIMITED BY SIZE INTO statement-record
           WRITE statement-record
           MOVE column-heading TO statement-record
           WRITE statement-record
           PERFORM CLEAR-CAMP-TOTALS
           PERFORM VARYING usage-idx FROM 1 BY 1
                   UNTIL usage-idx > usage-count
             IF usg-camp(usage-idx) = SPACES
               PERFORM WRITE-ITEM-LINE
             END-IF
           END-PERFORM
           IF camp-runs = 0 AND camp-history = 0
             MOVE "    NONE" TO statement-record
             WRITE statement-record
           END-IF
           MOVE "UNATTRIBUTED TOTAL" TO itm-program
           PERFORM LOAD-CAMP-TOTAL-LINE
           MOVE item-line TO statement-record
           WRITE statement-record
           MOVE camp-totals TO unattributed-totals
           .

       WRITE-SUMMARY.
           MOVE SPACES TO statement-record
           WRITE statement-record
           STRING "CHARGEBACK SUMMARY - PERIOD " charge-period
               DELIMITED BY SIZE INTO statement-record
           WRITE statement-record
           MOVE column-heading TO statement-record
           MOVE "CAMP" TO statement-record(1:20)
           WRITE statement-record
           PERFORM CLEAR-CAMP-TOTALS
           MOVE camp-totals TO billed-totals
           MOVE SPACES TO current-camp
           PERFORM VARYING usage-idx FROM 1 BY 1
                   UNTIL usage-idx > usage-count
             IF usg-camp(usage-idx) NOT = SPACES
               IF usg-camp(usage-idx) NOT = current-camp
                 IF current-camp NOT = SPACES
                   PERFORM WRITE-SUMMARY-CAMP
                 END-IF
                 MOVE usg-camp(usage-idx) TO current-camp
                 PERFORM CLEAR-CAMP-TOTALS
               END-IF
               PERFORM ADD-ITEM-TO-CAMP
             END-IF
           END-PERFORM
           IF current-camp NOT = SPACES
             PERFORM WRITE-SUMMARY-CAMP
           END-IF

           MOVE billed-totals TO camp-totals
           MOVE "TOTAL BILLED" TO itm-program
           PERFORM LOAD-CAMP-TOTAL-LINE
           MOVE item-line TO statement-record
           WRITE statement-record
           MOVE unattributed-totals TO camp-totals
           MOVE "UNATTRIBUTED" TO itm-program
           PERFORM LOAD-CAMP-TOTAL-LINE
           MOVE item-line TO statement-record
           WRITE statement-record
           MOVE billed-totals TO camp-totals
           COMPUTE camp-runs = camp-runs + unt-runs
           COMPUTE camp-lines = camp-lines + unt-lines
           COMPUTE camp-elapsed = camp-elapsed + unt-elapsed
           COMPUTE camp-history = camp-history + unt-history
           COMPUTE camp-record-cost = camp-record-cost + unt-record-cost
           COMPUTE camp-time-cost = camp-time-cost + unt-time-cost
           COMPUTE camp-store-cost = camp-store-cost + unt-store-cost
           COMPUTE camp-total-cost = camp-total-cost + unt-total-cost
           MOVE "TOTAL USAGE" TO itm-program
           PERFORM LOAD-CAMP-TOTAL-LINE
           MOVE item-line TO statement-record
           WRITE statement-record

           MOVE SPACES TO statement-record
           WRITE statement-record
           MOVE "RECONCILIATION TO TOTAL USAGE" TO statement-record
           WRITE statement-record
           MOVE "USAGE READ" TO bal-label
           MOVE read-runs TO bal-runs
           MOVE read-lines TO bal-records
           MOVE read-elapsed TO bal-elapsed
           MOVE read-history TO bal-history
           MOVE balance-line TO statement-record
           WRITE statement-record
           MOVE "USAGE ITEMISED" TO bal-label
           MOVE camp-runs TO bal-runs
           MOVE camp-lines TO bal-records
           MOVE camp-elapsed TO bal-elapsed
           MOVE camp-history TO bal-history
           MOVE balance-line TO statement-record
           WRITE statement-record
           IF camp-runs NOT = read-runs
           OR camp-lines NOT = read-lines
           OR camp-elapsed NOT = read-elapsed
           OR camp-history NOT = read-history
           OR dropped-rows > 0
             MOVE "N" TO balance-flag
           END-IF
           MOVE SPACES TO statement-record
           IF usage-balances
             MOVE "RECONCILED - EVERY RUN AND HISTORY RECORD IS COSTED."
                 TO statement-record
           ELSE
             MOVE dropped-rows TO count-display
             STRING "*** OUT OF BALANCE - "
                 FUNCTION TRIM(count-display)
                 " USAGE ROW(S) COULD NOT BE ITEMISED ***"
                 DELIMITED BY SIZE INTO statement-record
           END-IF
           WRITE statement-record
           .

       ADD-ITEM-TO-CAMP.
           COMPUTE camp-runs = camp-runs + usg-runs(usage-idx)
           COMPUTE camp-lines = camp-lines + usg-lines(usage-idx)
           COMPUTE camp-elapsed = camp-elapsed + usg-elapsed(usage-idx)
           COMPUTE camp-history = camp-history + usg-history(usage-idx)
           COMPUTE camp-record-cost =
               camp-record-cost + usg-record-cost(usage-idx)
           COMPUTE camp-time-cost =
               camp-time-cost + usg-time-cost(usage-idx)
           COMPUTE camp-store-cost =
               camp-store-cost + usg-store-cost(usage-idx)
           COMPUTE camp-total-cost =
               camp-total-cost + usg-total-cost(usage-idx)
           .

       WRITE-SUMMARY-CAMP.
           MOVE SPACES TO itm-program
           STRING "CAMP " current-camp
               DELIMITED BY SIZE INTO itm-program
           PERFORM LOAD-CAMP-TOTAL-LINE
           MOVE item-line TO statement-record
           WRITE statement-record
           COMPUTE bld-runs = bld-runs + camp-runs
           COMPUTE bld-lines = bld-lines + camp-lines
           COMPUTE bld-elapsed = bld-elapsed + camp-elapsed
           COMPUTE bld-history = bld-history + camp-history
           COMPUTE bld-record-cost = bld-record-cost + camp-record-cost
           COMPUTE bld-time-cost = bld-time-cost + camp-time-cost
           COMPUTE bld-store-cost = bld-store-cost + camp-store-cost
           COMPUTE bld-total-cost = bld-total-cost + camp-total-cost
           .

       WRITE-RUN-CONTROL-LOG.
           ACCEPT run-time FROM TIME
           COMPUTE elapsed-seconds =
               (et-hh * 3600 + et-mm * 60 + et-ss)
               - (st-hh * 3600 + st-mm * 60 + st-ss)
           IF elapsed-seconds < 0
             COMPUTE elapsed-seconds = elapsed-seconds + 86400
           END-IF
           OPEN EXTEND run-control-file
           IF NOT run-ctl-is-ok
             OPEN OUTPUT run-control-file
           END-IF
           MOVE "CHARGEBACK" TO rcl-program
           MOVE local-camp TO rcl-camp
           MOVE run-date TO rcl-date
           MOVE run-time TO rcl-time
           MOVE start-time TO rcl-start-time
           MOVE elapsed-seconds TO rcl-elapsed
           MOVE read-runs TO rcl-lines
           IF usage-balances
             MOVE 0 TO rcl-exceptions
             MOVE "COMPLETE" TO rcl-status
           ELSE
             MOVE dropped-rows TO rcl-exceptions
             MOVE "MISMATCH" TO rcl-status
           END-IF
           IF run-ctl-is-ok
             WRITE run-control-record
             CLOSE run-control-file
           END-IF
           CALL "RUNCTL" USING run-control-record
           .
