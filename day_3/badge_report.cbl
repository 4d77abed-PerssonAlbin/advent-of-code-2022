       IDENTIFICATION DIVISION.
       PROGRAM-ID. BADGE-REPORT.

       ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                  SELECT badge-register ASSIGN TO "badge-register.dat"
                      ORGANIZATION INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS bdg-key
                      FILE STATUS register-file-status.
                  SELECT report-file ASSIGN TO "badge-changes.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS report-file-status.
                  SELECT run-control-file ASSIGN TO "run-control.log"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS run-ctl-file-status.

              DATA DIVISION.
              FILE SECTION.
              FD  badge-register.
              COPY bdgrec.

              FD  report-file.
              01  report-record       PIC X(100).

              FD  run-control-file.
              COPY rctlrec.

              WORKING-STORAGE SECTION.
              COPY cmpreq.

              01  register-file-status PIC 99.
                  88  register-is-ok  VALUE 0.
              01  register-eof-flag   PIC X(1) VALUE "N".
                  88  register-eof    VALUE "Y".

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==report-file-status==
                          ==:OK-NAME:==     BY ==report-is-ok==
                          ==:EOF-NAME:==    BY ==report-fs-spare==.

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

              01  held-badge.
                  03  hld-group-no    PIC 9(6) VALUE 0.
                  03  hld-run-date    PIC 9(8).
                  03  hld-letter      PIC X(1).
                  03  hld-prior-letter PIC X(1).
                  03  hld-issue-date  PIC 9(8).
                  03  hld-status      PIC X(1).
                      88  hld-issued      VALUE "I".
                      88  hld-lost        VALUE "L".
                  03  hld-members     PIC 9(2).
                  03  hld-changed-date PIC 9(8).
                  03  hld-elf-no      PIC 9(6) OCCURS 10 TIMES.

              01  group-count         PIC 9(6) VALUE 0.
              01  changed-count       PIC 9(6) VALUE 0.
              01  new-group-count     PIC 9(6) VALUE 0.
              01  lost-count          PIC 9(6) VALUE 0.
              01  stock-total         PIC 9(6) VALUE 0.

              01  lost-table.
                  03  lost-entry OCCURS 500 TIMES.
                      05  lst-group-no    PIC 9(6).
                      05  lst-letter      PIC X(1).
                      05  lst-lost-date   PIC 9(8).
              01  lost-idx            PIC 9(3).

              01  stock-table.
                  03  stock-entry OCCURS 52 TIMES.
                      05  stk-letter      PIC X(1).
                      05  stk-new         PIC 9(6).
                      05  stk-lost        PIC 9(6).
              01  stock-count         PIC 9(2) VALUE 0.
              01  stock-idx           PIC 9(2).
              01  stock-hit           PIC 9(2).
              01  stock-letter        PIC X(1).
              01  stock-reason        PIC X(1).

              01  elf-idx             PIC 9(2).
              01  elf-pointer         PIC 9(3).
              01  elf-display         PIC Z(5)9.

              01  title-line.
                  03  FILLER          PIC X(28) VALUE
                      "BADGE CHANGES AND STOCK FOR ".
                  03  ttl-date        PIC 9(8).

              01  change-heading.
                  03  FILLER          PIC X(8) VALUE " GROUP".
                  03  FILLER          PIC X(7) VALUE "BADGE".
                  03  FILLER          PIC X(12) VALUE "PREVIOUS".
                  03  FILLER          PIC X(5) VALUE "ELVES".

              01  change-line.
                  03  chl-group-no    PIC Z(5)9.
                  03  FILLER          PIC X(4) VALUE SPACES.
                  03  chl-letter      PIC X(1).
                  03  FILLER          PIC X(4) VALUE SPACES.
                  03  chl-previous    PIC X(10).
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  chl-elves       PIC X(70).

              01  lost-line.
                  03  lsl-group-no    PIC Z(5)9.
                  03  FILLER          PIC X(4) VALUE SPACES.
                  03  lsl-letter      PIC X(1).
                  03  FILLER          PIC X(15) VALUE
                      "    LOST SINCE ".
                  03  lsl-lost-date   PIC 9(8).

              01  stock-line.
                  03  FILLER          PIC X(4) VALUE SPACES.
                  03  skl-letter      PIC X(1).
                  03  FILLER          PIC X(4) VALUE SPACES.
                  03  skl-new         PIC Z(5)9.
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  skl-lost        PIC Z(5)9.
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  skl-total       PIC Z(5)9.

              01  stock-heading.
                  03  FILLER          PIC X(9) VALUE "  LETTER".
                  03  FILLER          PIC X(8) VALUE "   NEW".
                  03  FILLER          PIC X(8) VALUE "  LOST".
                  03  FILLER          PIC X(8) VALUE " TOTAL".

              01  count-line.
                  03  cnt-label       PIC X(24).
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  cnt-value       PIC Z(9)9.
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT start-time FROM TIME
           ACCEPT run-date FROM DATE YYYYMMDD

           OPEN INPUT badge-register
           IF NOT register-is-ok
             DISPLAY "The badge register could not be opened (status "
                 register-file-status ")."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           OPEN OUTPUT report-file
           IF NOT report-is-ok
             DISPLAY "The badge change report could not be opened."
             CLOSE badge-register
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           MOVE run-date TO ttl-date
           WRITE report-record FROM title-line
           MOVE SPACES TO report-record
           WRITE report-record
           MOVE "GROUPS NEEDING A NEW BADGE" TO report-record
           WRITE report-record
           WRITE report-record FROM change-heading

           MOVE LOW-VALUES TO bdg-key
           START badge-register KEY >= bdg-key
             INVALID KEY
               MOVE "Y" TO register-eof-flag
           END-START
           PERFORM UNTIL register-eof
             READ badge-register NEXT
               AT END
                 MOVE "Y" TO register-eof-flag
               NOT AT END
                 IF bdg-group-no NOT = hld-group-no
                   PERFORM CLOSE-HELD-GROUP
                   COMPUTE group-count = group-count + 1
                 END-IF
                 PERFORM HOLD-BADGE
             END-READ
           END-PERFORM
           PERFORM CLOSE-HELD-GROUP
           CLOSE badge-register

           IF changed-count = 0
             MOVE "  (NO GROUP NEEDS A NEW BADGE)" TO report-record
             WRITE report-record
           END-IF
           PERFORM WRITE-LOST-SECTION
           PERFORM WRITE-STOCK-SECTION
           PERFORM WRITE-REPORT-TOTALS
           CLOSE report-file

           DISPLAY "badge groups on register=" group-count
           DISPLAY "groups needing a new badge=" changed-count
           DISPLAY "lost badges awaiting reissue=" lost-count
           DISPLAY "badge stock needed=" stock-total
           PERFORM WRITE-RUN-CONTROL-LOG
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       HOLD-BADGE.
           MOVE bdg-group-no TO hld-group-no
           MOVE bdg-run-date TO hld-run-date
           MOVE bdg-letter TO hld-letter
           MOVE bdg-prior-letter TO hld-prior-letter
           MOVE bdg-issue-date TO hld-issue-date
           MOVE bdg-status TO hld-status
           MOVE bdg-members TO hld-members
           MOVE bdg-changed-date TO hld-changed-date
           PERFORM VARYING elf-idx FROM 1 BY 1 UNTIL elf-idx > 10
             MOVE bdg-elf-no(elf-idx) TO hld-elf-no(elf-idx)
           END-PERFORM
           .

       CLOSE-HELD-GROUP.
           IF hld-group-no > 0
           AND hld-issued
           AND hld-run-date = run-date
           AND hld-issue-date = run-date
             PERFORM WRITE-CHANGE-LINE
             MOVE hld-letter TO stock-letter
             MOVE "N" TO stock-reason
             PERFORM ADD-STOCK-NEED
           END-IF
           IF hld-group-no > 0 AND hld-lost
             COMPUTE lost-count = lost-count + 1
             IF lost-count <= 500
               MOVE hld-group-no TO lst-group-no(lost-count)
               MOVE hld-letter TO lst-letter(lost-count)
               MOVE hld-changed-date TO lst-lost-date(lost-count)
             END-IF
             MOVE hld-letter TO stock-letter
             MOVE "L" TO stock-reason
             PERFORM ADD-STOCK-NEED
           END-IF
           MOVE 0 TO hld-group-no
           .

       WRITE-CHANGE-LINE.
           COMPUTE changed-count = changed-count + 1
           MOVE hld-group-no TO chl-group-no
           MOVE hld-letter TO chl-letter
           IF hld-prior-letter = SPACES
             MOVE "NEW GROUP" TO chl-previous
             COMPUTE new-group-count = new-group-count + 1
           ELSE
             MOVE SPACES TO chl-previous
             STRING "WAS " hld-prior-letter
                 DELIMITED BY SIZE INTO chl-previous
           END-IF
           MOVE SPACES TO chl-elves
           MOVE 1 TO elf-pointer
           PERFORM VARYING elf-idx FROM 1 BY 1
                   UNTIL elf-idx > hld-members OR elf-idx > 10
             MOVE hld-elf-no(elf-idx) TO elf-display
             STRING FUNCTION TRIM(elf-display) " "
                 DELIMITED BY SIZE INTO chl-elves
                 WITH POINTER elf-pointer
             END-STRING
           END-PERFORM
           WRITE report-record FROM change-line
           .

       ADD-STOCK-NEED.
           MOVE 0 TO stock-hit
           PERFORM VARYING stock-idx FROM 1 BY 1
                   UNTIL stock-idx > stock-count
             IF stk-letter(stock-idx) = stock-letter
               MOVE stock-idx TO stock-hit
             END-IF
           END-PERFORM
           IF stock-hit = 0 AND stock-count < 52
             COMPUTE stock-count = stock-count + 1
             MOVE stock-count TO stock-hit
             MOVE stock-letter TO stk-letter(stock-hit)
             MOVE 0 TO stk-new(stock-hit)
             MOVE 0 TO stk-lost(stock-hit)
           END-IF
           IF stock-hit > 0
             IF stock-reason = "L"
               COMPUTE stk-lost(stock-hit) = stk-lost(stock-hit) + 1
             ELSE
               COMPUTE stk-new(stock-hit) = stk-new(stock-hit) + 1
             END-IF
             COMPUTE stock-total = stock-total + 1
           END-IF
           .

       WRITE-LOST-SECTION.
           MOVE SPACES TO report-record
           WRITE report-record
           MOVE "LOST BADGES AWAITING REISSUE" TO report-record
           WRITE report-record
           IF lost-count = 0
             MOVE "  (NO BADGE IS OUTSTANDING AS LOST)"
                 TO report-record
             WRITE report-record
           ELSE
             PERFORM VARYING lost-idx FROM 1 BY 1
                     UNTIL lost-idx > lost-count
                     OR lost-idx > 500
               MOVE lst-group-no(lost-idx) TO lsl-group-no
               MOVE lst-letter(lost-idx) TO lsl-letter
               MOVE lst-lost-date(lost-idx) TO lsl-lost-date
               WRITE report-record FROM lost-line
             END-PERFORM
           END-IF
           .

       WRITE-STOCK-SECTION.
           MOVE SPACES TO report-record
           WRITE report-record
           MOVE "BADGE STOCK NEEDED BY LETTER" TO report-record
           WRITE report-record
           IF stock-count = 0
             MOVE "  (NO BADGE STOCK IS NEEDED)" TO report-record
             WRITE report-record
           ELSE
             WRITE report-record FROM stock-heading
             PERFORM VARYING stock-idx FROM 1 BY 1
                     UNTIL stock-idx > stock-count
               MOVE stk-letter(stock-idx) TO skl-letter
               MOVE stk-new(stock-idx) TO skl-new
               MOVE stk-lost(stock-idx) TO skl-lost
               COMPUTE skl-total = stk-new(stock-idx)
                   + stk-lost(stock-idx)
               WRITE report-record FROM stock-line
             END-PERFORM
           END-IF
           .

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO report-record
           WRITE report-record
           MOVE "GROUPS ON REGISTER" TO cnt-label
           MOVE group-count TO cnt-value
           WRITE report-record FROM count-line
           MOVE "BADGE LETTER CHANGED" TO cnt-label
           COMPUTE cnt-value = changed-count - new-group-count
           WRITE report-record FROM count-line
           MOVE "NEW GROUPS" TO cnt-label
           MOVE new-group-count TO cnt-value
           WRITE report-record FROM count-line
           MOVE "LOST AWAITING REISSUE" TO cnt-label
           MOVE lost-count TO cnt-value
           WRITE report-record FROM count-line
           MOVE "BADGE STOCK NEEDED" TO cnt-label
           MOVE stock-total TO cnt-value
           WRITE report-record FROM count-line
           .

       WRITE-RUN-CONTROL-LOG.
           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME
           OPEN EXTEND run-control-file
           IF NOT run-ctl-is-ok
             OPEN OUTPUT run-control-file
           END-IF
           MOVE "BADGE-REPORT" TO rcl-program
           CALL "CAMPID" USING camp-id-request
           MOVE cmp-camp TO rcl-camp
           MOVE run-date TO rcl-date
           MOVE run-time TO rcl-time
           MOVE start-time TO rcl-start-time
           PERFORM COMPUTE-ELAPSED-SECONDS
           MOVE elapsed-seconds TO rcl-elapsed
           MOVE group-count TO rcl-lines
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
