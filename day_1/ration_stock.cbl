       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATION-STOCK.

       ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                  SELECT stock-master ASSIGN TO "ration-stock.dat"
                      ORGANIZATION INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS rsm-category
                      FILE STATUS stock-file-status.
                  SELECT position-file
                      ASSIGN TO "ration-stock.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS position-file-status.
                  SELECT reorder-file
                      ASSIGN TO "ration-reorder.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS reorder-file-status.
                  SELECT alert-file ASSIGN TO "alerts.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS alert-file-status.
                  SELECT run-control-file ASSIGN TO "run-control.log"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS run-ctl-file-status.

              DATA DIVISION.
              FILE SECTION.
              FD  stock-master.
              COPY rsmrec.

              FD  position-file.
              01  position-record     PIC X(100).

              FD  reorder-file.
              COPY rorrec.

              FD  alert-file.
              COPY altrec.

              FD  run-control-file.
              COPY rctlrec.

              WORKING-STORAGE SECTION.
              COPY cmpreq.

              01  stock-file-status   PIC 99.
                  88  stock-is-ok     VALUE 0.
              01  stock-eof-flag      PIC X(1) VALUE "N".
                  88  stock-eof       VALUE "Y".

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==position-file-status==
                          ==:OK-NAME:==     BY ==position-is-ok==
                          ==:EOF-NAME:==    BY ==position-fs-spare==.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==reorder-file-status==
                          ==:OK-NAME:==     BY ==reorder-is-ok==
                          ==:EOF-NAME:==    BY ==reorder-fs-spare==.

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

              01  day-opening         PIC S9(9).
              01  day-receipts        PIC 9(9).
              01  day-issues          PIC 9(9).
              01  order-qty           PIC S9(10).
              01  categories-read     PIC 9(4) VALUE 0.
              01  reorder-count       PIC 9(4) VALUE 0.

              01  total-opening       PIC S9(10) VALUE 0.
              01  total-receipts      PIC 9(10) VALUE 0.
              01  total-issues        PIC 9(10) VALUE 0.
              01  total-closing       PIC S9(10) VALUE 0.

              01  position-heading.
                  03  FILLER          PIC X(11) VALUE "CATEGORY".
                  03  FILLER          PIC X(12) VALUE "    OPENING ".
                  03  FILLER          PIC X(12) VALUE "   RECEIPTS ".
                  03  FILLER          PIC X(12) VALUE "     ISSUES ".
                  03  FILLER          PIC X(12) VALUE "    CLOSING ".
                  03  FILLER          PIC X(12) VALUE " REORDER AT ".

              01  position-line.
                  03  pos-category    PIC X(1).
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  pos-name        PIC X(7).
                  03  FILLER          PIC X(1) VALUE SPACES.
                  03  pos-opening     PIC -(10)9.
                  03  FILLER          PIC X(1) VALUE SPACES.
                  03  pos-receipts    PIC Z(10)9.
                  03  FILLER          PIC X(1) VALUE SPACES.
                  03  pos-issues      PIC Z(10)9.
                  03  FILLER          PIC X(1) VALUE SPACES.
                  03  pos-closing     PIC -(10)9.
                  03  FILLER          PIC X(1) VALUE SPACES.
                  03  pos-reorder     PIC Z(10)9.
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  pos-flag        PIC X(9).
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT start-time FROM TIME
           ACCEPT run-date FROM DATE YYYYMMDD

           OPEN INPUT stock-master
           IF NOT stock-is-ok
             DISPLAY "The ration stock master is not available (status "
                 stock-file-status ")."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           OPEN OUTPUT position-file
           IF NOT position-is-ok
             DISPLAY "The stock position report could not be opened."
             CLOSE stock-master
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           OPEN OUTPUT reorder-file
           IF NOT reorder-is-ok
             DISPLAY "The reorder flag file could not be opened."
             CLOSE position-file
             CLOSE stock-master
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           MOVE "RATION STOCK POSITION" TO position-record
           WRITE position-record
           MOVE SPACES TO position-record
           STRING "FOR " run-date DELIMITED BY SIZE
               INTO position-record
           WRITE position-record
           MOVE SPACES TO position-record
           WRITE position-record
           WRITE position-record FROM position-heading

           MOVE LOW-VALUES TO rsm-category
           START stock-master KEY >= rsm-category
             INVALID KEY
               MOVE "Y" TO stock-eof-flag
           END-START
           PERFORM UNTIL stock-eof
             READ stock-master NEXT
               AT END
                 MOVE "Y" TO stock-eof-flag
               NOT AT END
                 PERFORM REPORT-ONE-CATEGORY
             END-READ
           END-PERFORM

           MOVE SPACES TO position-line
           MOVE "TOTAL" TO pos-name
           MOVE total-opening TO pos-opening
           MOVE total-receipts TO pos-receipts
           MOVE total-issues TO pos-issues
           MOVE total-closing TO pos-closing
           MOVE 0 TO pos-reorder
           MOVE SPACES TO pos-flag
           MOVE SPACES TO position-record
           WRITE position-record
           WRITE position-record FROM position-line
           MOVE SPACES TO position-record
           WRITE position-record
           IF reorder-count = 0
             MOVE "  (NO CATEGORY IS BELOW ITS REORDER POINT)"
                 TO position-record
           ELSE
             MOVE SPACES TO position-record
             STRING "  CATEGORIES FLAGGED FOR REORDER: " reorder-count
                 DELIMITED BY SIZE INTO position-record
           END-IF
           WRITE position-record

           CLOSE reorder-file
           CLOSE position-file
           CLOSE stock-master

           DISPLAY "stock categories reported=" categories-read
           DISPLAY "categories flagged for reorder=" reorder-count
           IF reorder-count > 0
             PERFORM WRITE-REORDER-ALERT
           END-IF
           PERFORM WRITE-RUN-CONTROL-LOG
           IF reorder-count > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       REPORT-ONE-CATEGORY.
           COMPUTE categories-read = categories-read + 1
           IF rsm-day-date = run-date
             MOVE rsm-day-opening TO day-opening
             MOVE rsm-day-receipts TO day-receipts
             MOVE rsm-day-issues TO day-issues
           ELSE
             MOVE rsm-on-hand TO day-opening
             MOVE 0 TO day-receipts
             MOVE 0 TO day-issues
           END-IF
           COMPUTE total-opening = total-opening + day-opening
           COMPUTE total-receipts = total-receipts + day-receipts
           COMPUTE total-issues = total-issues + day-issues
           COMPUTE total-closing = total-closing + rsm-on-hand

           MOVE rsm-category TO pos-category
           MOVE rsm-name TO pos-name
           MOVE day-opening TO pos-opening
           MOVE day-receipts TO pos-receipts
           MOVE day-issues TO pos-issues
           MOVE rsm-on-hand TO pos-closing
           MOVE rsm-reorder-point TO pos-reorder
           MOVE SPACES TO pos-flag
           IF rsm-reorder-point > 0
           AND rsm-on-hand < rsm-reorder-point
             MOVE "*REORDER*" TO pos-flag
             PERFORM WRITE-REORDER-FLAG
           END-IF
           WRITE position-record FROM position-line
           .

       WRITE-REORDER-FLAG.
           IF rsm-reorder-qty > 0
             MOVE rsm-reorder-qty TO order-qty
           ELSE
             COMPUTE order-qty = rsm-reorder-point - rsm-on-hand
           END-IF
           IF order-qty > 99999999
             MOVE 99999999 TO order-qty
           END-IF
           MOVE SPACES TO reorder-flag-record
           MOVE rsm-category TO ror-category
           MOVE rsm-name TO ror-name
           MOVE rsm-on-hand TO ror-on-hand
           MOVE rsm-reorder-point TO ror-reorder-point
           MOVE order-qty TO ror-order-qty
           WRITE reorder-flag-record
           COMPUTE reorder-count = reorder-count + 1
           .

       WRITE-REORDER-ALERT.
           ACCEPT run-time FROM TIME
           OPEN EXTEND alert-file
           IF NOT alert-is-ok
             OPEN OUTPUT alert-file
           END-IF
           IF alert-is-ok
             MOVE SPACES TO alert-record
             MOVE "RATION-STOCK" TO alt-program
             MOVE run-date TO alt-date
             MOVE run-time TO alt-time
             MOVE "WARN" TO alt-severity
             MOVE "STOCK" TO alt-category
             STRING FUNCTION TRIM(reorder-count)
                 " RATION CATEGORY(IES) BELOW REORDER POINT"
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
           MOVE "RATION-STOCK" TO rcl-program
           CALL "CAMPID" USING camp-id-request
           MOVE cmp-camp TO rcl-camp
           MOVE run-date TO rcl-date
           MOVE run-time TO rcl-time
           MOVE start-time TO rcl-start-time
           PERFORM COMPUTE-ELAPSED-SECONDS
           MOVE elapsed-seconds TO rcl-elapsed
           MOVE categories-read TO rcl-lines
           MOVE 0 TO rcl-exceptions
           MOVE "COMPLETE" TO rcl-status
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
