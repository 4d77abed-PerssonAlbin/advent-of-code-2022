       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-SYNC-IMPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT sync-file ASSIGN TO sync-file-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS sync-file-status.
           SELECT priority-master ASSIGN TO "item-priority.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS mst-letter
               FILE STATUS master-file-status.
           SELECT roster-master ASSIGN TO "elf-roster.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rst-elf-no
               FILE STATUS roster-file-status.
           SELECT pending-master
               ASSIGN TO "priority-pending.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pnd-id
               FILE STATUS pending-file-status.
           SELECT roster-pending
               ASSIGN TO "roster-pending.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rpn-id
               FILE STATUS roster-pend-status.
           SELECT received-master
               ASSIGN TO "master-sync-received.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS srv-key
               FILE STATUS received-file-status.
           SELECT change-audit-file
               ASSIGN TO "priority-change-audit.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS change-audit-status.
           SELECT run-control-file ASSIGN TO "run-control.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS run-ctl-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  sync-file.
       COPY snyrec.

       FD  priority-master.
       COPY mstpri.

       FD  roster-master.
       COPY rstrec.

       FD  pending-master.
       COPY pndrec.

       FD  roster-pending.
       COPY rpnrec.

       FD  received-master.
       COPY snrrec.

       FD  change-audit-file.
       01  change-audit-record PIC X(80).

       FD  run-control-file.
       COPY rctlrec.

       WORKING-STORAGE SECTION.
       COPY cmpreq.

       COPY prmreq.

       COPY xclreq.

       COPY filsts REPLACING
                   ==:STATUS-NAME:== BY ==sync-file-status==
                   ==:OK-NAME:==     BY ==sync-is-ok==
                   ==:EOF-NAME:==    BY ==sync-eof==.

       01  master-file-status  PIC 99.
           88  master-is-ok    VALUE 0.

       01  roster-file-status  PIC 99.
           88  roster-is-ok    VALUE 0.

       01  pending-file-status PIC 99.
           88  pending-is-ok   VALUE 0.
       01  pending-eof-flag    PIC X(1).
           88  pending-eof     VALUE "Y".

       01  roster-pend-status  PIC 99.
           88  roster-pend-is-ok VALUE 0.
       01  roster-pend-eof-flag PIC X(1).
           88  roster-pend-eof VALUE "Y".

       01  received-file-status PIC 99.
           88  received-is-ok  VALUE 0.
       01  received-eof-flag   PIC X(1).
           88  received-eof    VALUE "Y".

       01  change-audit-status PIC 99.
           88  change-audit-is-ok VALUE 0.

       01  run-ctl-file-status PIC 99.
           88  run-ctl-is-ok   VALUE 0.

       01  change-audit-line.
           03  chg-operator    PIC X(8).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  chg-date        PIC 9(8).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  chg-time        PIC 9(8).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  chg-action      PIC X(7).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  chg-letter      PIC A(1).
           03  FILLER          PIC X(2) VALUE SPACES.
           03  chg-old-value   PIC Z9.
           03  FILLER          PIC X(4) VALUE " -> ".
           03  chg-new-value   PIC Z9.

       01  sync-file-name      PIC X(60).
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
       01  local-camp          PIC X(4).
       01  source-camp         PIC X(4).
       01  source-date         PIC 9(8).
       01  requester-id        PIC X(8).
       01  reject-reason       PIC X(60).
       01  run-status          PIC X(9).
       01  masters-open        PIC X(1) VALUE "N".

       01  record-count        PIC 9(6) VALUE 0.
       01  priority-count      PIC 9(6) VALUE 0.
       01  roster-count        PIC 9(6) VALUE 0.
       01  trailer-seen        PIC X(1) VALUE "N".
       01  trailer-priority    PIC 9(6) VALUE 0.
       01  trailer-roster      PIC 9(6) VALUE 0.
       01  trailer-records     PIC 9(6) VALUE 0.

       01  next-pending-id     PIC 9(6) VALUE 0.
       01  next-roster-id      PIC 9(6) VALUE 0.
       01  priorities-queued   PIC 9(6) VALUE 0.
       01  roster-queued       PIC 9(6) VALUE 0.
       01  already-queued      PIC 9(6) VALUE 0.
       01  in-step-count       PIC 9(6) VALUE 0.
       01  snapshot-removed    PIC 9(6) VALUE 0.

       01  open-priority-table.
           03  opq-entry OCCURS 200 TIMES.
               05  opq-letter      PIC X(1).
               05  opq-value       PIC 9(2).
       01  opq-count           PIC 9(3) VALUE 0.
       01  opq-idx             PIC 9(3).

       01  open-roster-table.
           03  orq-entry OCCURS 500 TIMES.
               05  orq-elf-no      PIC 9(6).
               05  orq-elf-name    PIC X(20).
               05  orq-crew        PIC X(10).
               05  orq-diet-forbidden PIC X(5).
       01  orq-count           PIC 9(3) VALUE 0.
       01  orq-idx             PIC 9(3).

       01  queued-action       PIC X(1).
       01  old-value           PIC 9(2).
       01  found-queued        PIC X(1).
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT start-time FROM TIME
           ACCEPT run-date FROM DATE YYYYMMDD
           CALL "CAMPID" USING camp-id-request
           MOVE cmp-camp TO local-camp

           MOVE "MASTER-SYNC-IMPORT" TO preq-program
           MOVE "SYNCFILE" TO preq-keyword
           CALL "PARMREAD" USING parm-request
           IF parm-found
             MOVE FUNCTION TRIM(preq-value) TO sync-file-name
           ELSE
             MOVE SPACES TO sync-file-name
             ACCEPT sync-file-name FROM ENVIRONMENT "SYNCFILE"
           END-IF
           DISPLAY "PARAMETERS IN EFFECT FOR MASTER-SYNC-IMPORT:"
           DISPLAY "  SYNCFILE=" FUNCTION TRIM(sync-file-name)
           IF sync-file-name = SPACES
             DISPLAY "No interchange file was named; nothing imported."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM VALIDATE-SYNC-FILE THRU VALIDATE-SYNC-FILE-EXIT
           IF reject-reason NOT = SPACES
             DISPLAY "Interchange file rejected: "
                 FUNCTION TRIM(reject-reason)
             MOVE "MASTER-SYNC-IMPORT" TO xcl-program
             MOVE record-count TO xcl-line-no
             MOVE reject-reason TO xcl-text
             CALL "EXCLOG" USING exception-log-request
             MOVE "REJECTED" TO run-status
             PERFORM WRITE-RUN-CONTROL-LOG
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM OPEN-MASTER-FILES THRU OPEN-MASTER-FILES-EXIT
           IF masters-open = "N"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           MOVE "SYNC" TO requester-id
           MOVE source-camp TO requester-id(5:4)
           PERFORM LOAD-OPEN-PRIORITY-CHANGES
           PERFORM LOAD-OPEN-ROSTER-CHANGES
           PERFORM REMOVE-PRIOR-SNAPSHOT

           MOVE 0 TO record-count
           OPEN INPUT sync-file
           PERFORM UNTIL sync-eof
             READ sync-file
               AT END
                 CONTINUE
               NOT AT END
                 COMPUTE record-count = record-count + 1
                 EVALUATE TRUE
                   WHEN syn-priority
                     PERFORM STORE-RECEIVED-RECORD
                     PERFORM COMPARE-PRIORITY THRU COMPARE-PRIORITY-EXIT
                   WHEN syn-roster
                     PERFORM STORE-RECEIVED-RECORD
                     PERFORM COMPARE-ROSTER THRU COMPARE-ROSTER-EXIT
                   WHEN OTHER
                     CONTINUE
                 END-EVALUATE
             END-READ
           END-PERFORM
           CLOSE sync-file

           CLOSE priority-master
           CLOSE roster-master
           CLOSE pending-master
           CLOSE roster-pending
           CLOSE received-master
           CLOSE change-audit-file

           DISPLAY "interchange file from camp " source-camp
               " dated " source-date
           DISPLAY "priority records received=" priority-count
           DISPLAY "roster records received=" roster-count
           DISPLAY "already in step with local masters=" in-step-count
           DISPLAY "priority changes queued=" priorities-queued
           DISPLAY "roster changes queued=" roster-queued
           DISPLAY "already awaiting approval=" already-queued
           MOVE "COMPLETE" TO run-status
           PERFORM WRITE-RUN-CONTROL-LOG
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       VALIDATE-SYNC-FILE.
           MOVE SPACES TO reject-reason
           OPEN INPUT sync-file
           IF NOT sync-is-ok
             MOVE "THE INTERCHANGE FILE COULD NOT BE OPENED"
                 TO reject-reason
             GO TO VALIDATE-SYNC-FILE-EXIT
           END-IF
           PERFORM UNTIL sync-eof
             READ sync-file
               AT END
                 CONTINUE
               NOT AT END
                 COMPUTE record-count = record-count + 1
                 PERFORM CHECK-ONE-SYNC-RECORD
             END-READ
           END-PERFORM
           CLOSE sync-file
           IF reject-reason = SPACES
             EVALUATE TRUE
               WHEN record-count = 0
                 MOVE "THE INTERCHANGE FILE IS EMPTY" TO reject-reason
               WHEN trailer-seen = "N"
                 MOVE "NO TRAILER RECORD; FILE IS INCOMPLETE"
                     TO reject-reason
               WHEN source-camp = local-camp
                 MOVE "FILE WAS EXPORTED BY THIS CAMP" TO reject-reason
               WHEN trailer-priority NOT = priority-count
               OR trailer-roster NOT = roster-count
               OR trailer-records NOT = priority-count + roster-count
                 MOVE "TRAILER CONTROL COUNTS DO NOT MATCH THE DETAIL"
                     TO reject-reason
             END-EVALUATE
           END-IF
           .

       VALIDATE-SYNC-FILE-EXIT.
           EXIT.

       CHECK-ONE-SYNC-RECORD.
           IF record-count = 1
             IF syn-header
               MOVE syn-camp TO source-camp
               MOVE syn-date TO source-date
             ELSE
               MOVE "FIRST RECORD IS NOT A HEADER" TO reject-reason
             END-IF
           ELSE
             IF trailer-seen = "Y"
               MOVE "RECORDS FOLLOW THE TRAILER" TO reject-reason
             END-IF
             IF syn-camp NOT = source-camp
               MOVE "CAMP CODE CHANGES WITHIN THE FILE"
                   TO reject-reason
             END-IF
             EVALUATE TRUE
               WHEN syn-priority
                 COMPUTE priority-count = priority-count + 1
               WHEN syn-roster
                 COMPUTE roster-count = roster-count + 1
               WHEN syn-trailer
                 MOVE "Y" TO trailer-seen
                 MOVE syn-priority-count TO trailer-priority
                 MOVE syn-roster-count TO trailer-roster
                 MOVE syn-record-count TO trailer-records
               WHEN OTHER
                 MOVE "UNKNOWN RECORD TYPE IN THE FILE"
                     TO reject-reason
             END-EVALUATE
           END-IF
           .

       OPEN-MASTER-FILES.
           MOVE "N" TO masters-open
           OPEN INPUT priority-master
           IF NOT master-is-ok
             DISPLAY "The priority master file could not be opened "
                 "(status " master-file-status ")."
             GO TO OPEN-MASTER-FILES-EXIT
           END-IF
           OPEN INPUT roster-master
           IF NOT roster-is-ok
             DISPLAY "The roster master could not be opened (status "
                 roster-file-status ")."
             CLOSE priority-master
             GO TO OPEN-MASTER-FILES-EXIT
           END-IF
           OPEN I-O pending-master
           IF NOT pending-is-ok
             OPEN OUTPUT pending-master
             IF pending-is-ok
               CLOSE pending-master
               OPEN I-O pending-master
             END-IF
           END-IF
           OPEN I-O roster-pending
           IF NOT roster-pend-is-ok
             OPEN OUTPUT roster-pending
             IF roster-pend-is-ok
               CLOSE roster-pending
               OPEN I-O roster-pending
             END-IF
           END-IF
           OPEN I-O received-master
           IF NOT received-is-ok
             OPEN OUTPUT received-master
             IF received-is-ok
               CLOSE received-master
               OPEN I-O received-master
             END-IF
           END-IF
           OPEN EXTEND change-audit-file
           IF NOT change-audit-is-ok
             OPEN OUTPUT change-audit-file
           END-IF
           IF NOT pending-is-ok OR NOT roster-pend-is-ok
           OR NOT received-is-ok OR NOT change-audit-is-ok
             DISPLAY "The pending-change, received or audit files "
                 "could not be opened."
             CLOSE priority-master
             CLOSE roster-master
             GO TO OPEN-MASTER-FILES-EXIT
           END-IF
           MOVE "Y" TO masters-open
           .

       OPEN-MASTER-FILES-EXIT.
           EXIT.

       LOAD-OPEN-PRIORITY-CHANGES.
           MOVE 0 TO next-pending-id
           MOVE LOW-VALUES TO pnd-id
           MOVE "N" TO pending-eof-flag
           START pending-master KEY >= pnd-id
             INVALID KEY
               MOVE "Y" TO pending-eof-flag
           END-START
           PERFORM UNTIL pending-eof
             READ pending-master NEXT
               AT END
                 MOVE "Y" TO pending-eof-flag
               NOT AT END
                 IF pnd-id > next-pending-id
                   MOVE pnd-id TO next-pending-id
                 END-IF
                 IF pnd-status = "P"
                 AND pnd-requested-by = requester-id
                 AND opq-count < 200
                   COMPUTE opq-count = opq-count + 1
                   MOVE pnd-letter TO opq-letter(opq-count)
                   MOVE pnd-value TO opq-value(opq-count)
                 END-IF
             END-READ
           END-PERFORM
           .

       LOAD-OPEN-ROSTER-CHANGES.
           MOVE 0 TO next-roster-id
           MOVE LOW-VALUES TO rpn-id
           MOVE "N" TO roster-pend-eof-flag
           START roster-pending KEY >= rpn-id
             INVALID KEY
               MOVE "Y" TO roster-pend-eof-flag
           END-START
           PERFORM UNTIL roster-pend-eof
             READ roster-pending NEXT
               AT END
                 MOVE "Y" TO roster-pend-eof-flag
               NOT AT END
                 IF rpn-id > next-roster-id
                   MOVE rpn-id TO next-roster-id
                 END-IF
                 IF rpn-status = "P"
                 AND rpn-requested-by = requester-id
                 AND orq-count < 500
                   COMPUTE orq-count = orq-count + 1
                   MOVE rpn-elf-no TO orq-elf-no(orq-count)
                   MOVE rpn-elf-name TO orq-elf-name(orq-count)
                   MOVE rpn-crew TO orq-crew(orq-count)
                   MOVE rpn-diet-forbidden
                       TO orq-diet-forbidden(orq-count)
                 END-IF
             END-READ
           END-PERFORM
           .

       REMOVE-PRIOR-SNAPSHOT.
           MOVE source-camp TO srv-camp
           MOVE LOW-VALUES TO srv-type
           MOVE LOW-VALUES TO srv-item
           MOVE "N" TO received-eof-flag
           START received-master KEY >= srv-key
             INVALID KEY
               MOVE "Y" TO received-eof-flag
           END-START
           PERFORM UNTIL received-eof
             READ received-master NEXT
               AT END
                 MOVE "Y" TO received-eof-flag
               NOT AT END
                 IF srv-camp NOT = source-camp
                   MOVE "Y" TO received-eof-flag
                 ELSE
                   DELETE received-master
                   COMPUTE snapshot-removed = snapshot-removed + 1
                 END-IF
             END-READ
           END-PERFORM
           .

       STORE-RECEIVED-RECORD.
           MOVE SPACES TO sync-received-record
           MOVE source-camp TO srv-camp
           MOVE syn-type TO srv-type
           IF syn-priority
             MOVE syn-letter TO srv-item
           ELSE
             MOVE syn-elf-no TO srv-item
           END-IF
           MOVE source-date TO srv-file-date
           MOVE run-date TO srv-received-date
           MOVE syn-body TO srv-body
           WRITE sync-received-record
             INVALID KEY
               REWRITE sync-received-record
           END-WRITE
           .

       COMPARE-PRIORITY.
           MOVE 0 TO old-value
           MOVE syn-letter TO mst-letter
           READ priority-master
             INVALID KEY
               MOVE "A" TO queued-action
             NOT INVALID KEY
               MOVE mst-value TO old-value
               IF mst-value = syn-value
                 MOVE SPACES TO queued-action
               ELSE
                 MOVE "C" TO queued-action
               END-IF
           END-READ
           IF queued-action = SPACES
             COMPUTE in-step-count = in-step-count + 1
             GO TO COMPARE-PRIORITY-EXIT
           END-IF
           MOVE "N" TO found-queued
           PERFORM VARYING opq-idx FROM 1 BY 1
                   UNTIL opq-idx > opq-count
             IF opq-letter(opq-idx) = syn-letter
             AND opq-value(opq-idx) = syn-value
               MOVE "Y" TO found-queued
             END-IF
           END-PERFORM
           IF found-queued = "Y"
             COMPUTE already-queued = already-queued + 1
             GO TO COMPARE-PRIORITY-EXIT
           END-IF
           COMPUTE next-pending-id = next-pending-id + 1
           MOVE next-pending-id TO pnd-id
           MOVE queued-action TO pnd-action
           MOVE syn-letter TO pnd-letter
           MOVE syn-value TO pnd-value
           MOVE 0 TO pnd-eff-date
           MOVE old-value TO pnd-old-value
           MOVE requester-id TO pnd-requested-by
           MOVE run-date TO pnd-req-date
           MOVE "P" TO pnd-status
           MOVE SPACES TO pnd-reviewed-by
           MOVE 0 TO pnd-review-date
           WRITE pending-change-record
             INVALID KEY
               DISPLAY "Pending change for letter " syn-letter
                   " could not be recorded (status "
                   pending-file-status ")."
             NOT INVALID KEY
               COMPUTE priorities-queued = priorities-queued + 1
               PERFORM WRITE-CHANGE-AUDIT
           END-WRITE
           .

       COMPARE-PRIORITY-EXIT.
           EXIT.

       COMPARE-ROSTER.
           MOVE syn-elf-no TO rst-elf-no
           READ roster-master
             INVALID KEY
               MOVE "A" TO queued-action
               MOVE SPACES TO rst-elf-name
               MOVE SPACES TO rst-crew
             NOT INVALID KEY
               IF rst-elf-name = syn-elf-name
               AND rst-crew = syn-crew
               AND rst-diet-forbidden = syn-diet-forbidden
               AND rst-diet-effective = syn-diet-effective
                 MOVE SPACES TO queued-action
               ELSE
                 MOVE "C" TO queued-action
               END-IF
           END-READ
           IF queued-action = SPACES
             COMPUTE in-step-count = in-step-count + 1
             GO TO COMPARE-ROSTER-EXIT
           END-IF
           MOVE "N" TO found-queued
           PERFORM VARYING orq-idx FROM 1 BY 1
                   UNTIL orq-idx > orq-count
             IF orq-elf-no(orq-idx) = syn-elf-no
             AND orq-elf-name(orq-idx) = syn-elf-name
             AND orq-crew(orq-idx) = syn-crew
             AND orq-diet-forbidden(orq-idx) = syn-diet-forbidden
               MOVE "Y" TO found-queued
             END-IF
           END-PERFORM
           IF found-queued = "Y"
             COMPUTE already-queued = already-queued + 1
             GO TO COMPARE-ROSTER-EXIT
           END-IF
           COMPUTE next-roster-id = next-roster-id + 1
           MOVE next-roster-id TO rpn-id
           MOVE queued-action TO rpn-action
           MOVE syn-elf-no TO rpn-elf-no
           MOVE syn-elf-name TO rpn-elf-name
           MOVE syn-crew TO rpn-crew
           MOVE syn-diet-forbidden TO rpn-diet-forbidden
           MOVE syn-diet-effective TO rpn-diet-effective
           MOVE rst-elf-name TO rpn-old-name
           MOVE rst-crew TO rpn-old-crew
           MOVE requester-id TO rpn-requested-by
           MOVE run-date TO rpn-req-date
           MOVE "P" TO rpn-status
           MOVE SPACES TO rpn-reviewed-by
           MOVE 0 TO rpn-review-date
           WRITE roster-pending-record
             INVALID KEY
               DISPLAY "Pending change for elf " syn-elf-no
                   " could not be recorded (status "
                   roster-pend-status ")."
             NOT INVALID KEY
               COMPUTE roster-queued = roster-queued + 1
           END-WRITE
           .

       COMPARE-ROSTER-EXIT.
           EXIT.

       WRITE-CHANGE-AUDIT.
           ACCEPT run-time FROM TIME
           MOVE requester-id TO chg-operator
           MOVE run-date TO chg-date
           MOVE run-time TO chg-time
           MOVE "QUEUED" TO chg-action
           MOVE syn-letter TO chg-letter
           MOVE old-value TO chg-old-value
           MOVE syn-value TO chg-new-value
           WRITE change-audit-record FROM change-audit-line
           .

       WRITE-RUN-CONTROL-LOG.
           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME
           OPEN EXTEND run-control-file
           IF NOT run-ctl-is-ok
             OPEN OUTPUT run-control-file
           END-IF
           MOVE "MASTER-SYNC-IMPORT" TO rcl-program
           MOVE local-camp TO rcl-camp
           MOVE run-date TO rcl-date
           MOVE run-time TO rcl-time
           MOVE start-time TO rcl-start-time
           PERFORM COMPUTE-ELAPSED-SECONDS
           MOVE elapsed-seconds TO rcl-elapsed
           MOVE record-count TO rcl-lines
           COMPUTE rcl-exceptions = priorities-queued + roster-queued
           MOVE run-status TO rcl-status
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
