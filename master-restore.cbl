       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-RESTORE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT alert-master ASSIGN TO "alert-status.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ast-alert-id
               FILE STATUS master-file-status.
           SELECT badge-master ASSIGN TO "badge-register.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS bdg-key
               FILE STATUS master-file-status.
           SELECT crane-ticket-master ASSIGN TO "crane-tickets.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ctk-ticket
               FILE STATUS master-file-status.
           SELECT crate-master ASSIGN TO "crate-master.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS crm-label
               FILE STATUS master-file-status.
           SELECT membership-master ASSIGN TO "crew-membership.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cmb-key
               FILE STATUS master-file-status.
           SELECT notes-master ASSIGN TO "deviation-notes.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dvn-key
               FILE STATUS master-file-status.
           SELECT device-master ASSIGN TO "device-master.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dvc-device-id
               FILE STATUS master-file-status.
           SELECT activity-master ASSIGN TO "elf-activity-profile.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS eap-date
               FILE STATUS master-file-status.
           SELECT avail-master ASSIGN TO "elf-availability.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS avl-key
               FILE STATUS master-file-status.
           SELECT cert-master ASSIGN TO "elf-certs.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ctf-key
               FILE STATUS master-file-status.
           SELECT roster-master ASSIGN TO "elf-roster.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rst-elf-no
               FILE STATUS master-file-status.
           SELECT exception-repo ASSIGN TO "exception-repo.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS xrp-key
               FILE STATUS master-file-status.
           SELECT history-master ASSIGN TO "history-archive.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS hix-key
               FILE STATUS master-file-status.
           SELECT incident-master ASSIGN TO "incident-master.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS inc-id
               FILE STATUS master-file-status.
           SELECT invoice-register ASSIGN TO "invoice-register.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS inv-key
               FILE STATUS master-file-status.
           SELECT target-master ASSIGN TO "kpi-targets.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS kpt-key
               FILE STATUS master-file-status.
           SELECT attribute-master ASSIGN TO "item-attrib.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS atr-letter
               FILE STATUS master-file-status.
           SELECT override-master ASSIGN TO "item-priority-ovr.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ovr-key
               FILE STATUS master-file-status.
           SELECT priority-master ASSIGN TO "item-priority.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS mst-letter
               FILE STATUS master-file-status.
           SELECT received-master ASSIGN TO "master-sync-received.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS srv-key
               FILE STATUS master-file-status.
           SELECT security-master ASSIGN TO "operator-security.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ops-operator
               FILE STATUS master-file-status.
           SELECT pending-master ASSIGN TO "priority-pending.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pnd-id
               FILE STATUS master-file-status.
           SELECT prize-master ASSIGN TO "prize-structure.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS prz-tournament
               FILE STATUS master-file-status.
           SELECT lot-master ASSIGN TO "ration-lots.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rlt-lot
               FILE STATUS master-file-status.
           SELECT stock-master ASSIGN TO "ration-stock.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rsm-category
               FILE STATUS master-file-status.
           SELECT rerun-queue ASSIGN TO "rerun-queue.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rrq-id
               FILE STATUS master-file-status.
           SELECT roster-pending ASSIGN TO "roster-pending.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rpn-id
               FILE STATUS master-file-status.
           SELECT opponent-master ASSIGN TO "rps-opponent-profile.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS opf-bucket
               FILE STATUS master-file-status.
           SELECT rating-master ASSIGN TO "rps-ratings.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rtg-elf-name
               FILE STATUS master-file-status.
           SELECT run-control-master ASSIGN TO "run-control.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rcm-key
               FILE STATUS master-file-status.
           SELECT section-history ASSIGN TO "section-history.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS shs-section
               FILE STATUS master-file-status.
           SELECT supplier-master ASSIGN TO "suppliers.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sup-code
               FILE STATUS master-file-status.
           SELECT order-master ASSIGN TO "supply-orders.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ord-order-no
               FILE STATUS master-file-status.
           SELECT attrib-pending ASSIGN TO "attrib-pending.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS apn-id
               FILE STATUS master-file-status.
           SELECT backup-file ASSIGN TO backup-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS backup-file-status.
           SELECT catalog-file ASSIGN TO "output-catalog.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS catalog-file-status.
           SELECT lock-file ASSIGN TO "batch-run.lock"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS lock-file-status.
           SELECT run-control-file ASSIGN TO "run-control.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS run-ctl-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  alert-master.
       COPY astrec.

       FD  badge-master.
       COPY bdgrec.

       FD  crane-ticket-master.
       COPY ctkrec.

       FD  crate-master.
       COPY crmrec.

       FD  membership-master.
       COPY cmbrec.

       FD  notes-master.
       COPY dvnrec.

       FD  device-master.
       COPY dvcrec.

       FD  activity-master.
       01  activity-profile-record.
           03  eap-date          PIC 9(8).
           03  eap-cal-pt1       PIC 9(10).
           03  eap-cal-pt2       PIC 9(10).
           03  eap-rps-pt1       PIC 9(10).
           03  eap-rps-pt2       PIC 9(10).
           03  eap-ruck-pt1      PIC 9(10).
           03  eap-ruck-pt2      PIC 9(10).
           03  eap-overlaps      PIC 9(10).

       FD  avail-master.
       COPY avlrec.

       FD  cert-master.
       COPY ctfrec.

       FD  roster-master.
       COPY rstrec.

       FD  exception-repo.
       COPY xcprec.

       FD  history-master.
       COPY histix.

       FD  incident-master.
       COPY increc.

       FD  invoice-register.
       COPY invrec.

       FD  target-master.
       COPY kpirec.

       FD  attribute-master.
       COPY atrrec.

       FD  override-master.
       COPY mstovr.

       FD  priority-master.
       COPY mstpri.

       FD  received-master.
       COPY snrrec.

       FD  security-master.
       COPY opsrec.

       FD  pending-master.
       COPY pndrec.

       FD  prize-master.
       COPY przrec.

       FD  lot-master.
       COPY rltrec.

       FD  stock-master.
       COPY rsmrec.

       FD  rerun-queue.
       COPY rqrec.

       FD  roster-pending.
       COPY rpnrec.

       FD  opponent-master.
       01  opponent-profile-record.
           03  opf-bucket      PIC X(8).
           03  opf-days        PIC 9(4).
           03  opf-last-date   PIC 9(8).
           03  opf-rock        PIC 9(8).
           03  opf-paper       PIC 9(8).
           03  opf-scissors    PIC 9(8).

       FD  rating-master.
       COPY rtgrec.

       FD  run-control-master.
       COPY rcmrec.

       FD  section-history.
       COPY shsrec.

       FD  supplier-master.
       COPY suprec.

       FD  order-master.
       COPY ordrec.

       FD  attrib-pending.
       COPY apnrec.

       FD  backup-file.
       COPY bkprec.

       FD  catalog-file.
       COPY octrec.

       FD  lock-file.
       COPY lckrec.

       FD  run-control-file.
       COPY rctlrec.

       WORKING-STORAGE SECTION.
       COPY cmpreq.

       COPY oscreq.

       COPY mbkfil.

       COPY filsts REPLACING
                   ==:STATUS-NAME:== BY ==master-file-status==
                   ==:OK-NAME:==     BY ==master-is-ok==
                   ==:EOF-NAME:==    BY ==master-fs-spare==.

       COPY filsts REPLACING
                   ==:STATUS-NAME:== BY ==backup-file-status==
                   ==:OK-NAME:==     BY ==backup-is-ok==
                   ==:EOF-NAME:==    BY ==backup-eof==.

       COPY filsts REPLACING
                   ==:STATUS-NAME:== BY ==catalog-file-status==
                   ==:OK-NAME:==     BY ==catalog-is-ok==
                   ==:EOF-NAME:==    BY ==catalog-eof==.

       01  lock-file-status    PIC 99.
           88  lock-is-ok      VALUE 0.

       01  run-ctl-file-status PIC 99.
           88  run-ctl-is-ok   VALUE 0.

       01  backup-name         PIC X(44).
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
       01  operator-id         PIC X(8).
       01  lock-held           PIC X(1) VALUE "N".

       01  generation-table.
           03  generation-entry OCCURS 30 TIMES.
               05  gen-name        PIC X(44).
               05  gen-date        PIC 9(8).
               05  gen-records     PIC 9(6).
       01  generation-count    PIC 9(2) VALUE 0.
       01  generation-idx      PIC 9(2).
       01  generation-hit      PIC 9(2).
       01  next-idx            PIC 9(2).
       01  generation-answer   PIC X(44).
       01  generation-choice   PIC 9(2).

       01  master-answer       PIC X(30).
       01  restore-all         PIC X(1) VALUE "N".
       01  chosen-idx          PIC 9(2) VALUE 0.
       01  confirm-answer      PIC X(1).

       01  verify-table.
           03  verify-entry OCCURS 34 TIMES.
               05  vfy-seen        PIC X(1).
               05  vfy-closed      PIC X(1).
               05  vfy-ok          PIC X(1).
               05  vfy-state       PIC X(7).
               05  vfy-count       PIC 9(9).
               05  vfy-hash        PIC 9(9).
       01  master-idx          PIC 9(2).
       01  section-idx         PIC 9(2).
       01  structure-errors    PIC 9(4) VALUE 0.
       01  end-seen            PIC X(1) VALUE "N".
       01  files-seen          PIC 9(3).
       01  records-seen        PIC 9(9).
       01  restore-refused     PIC X(1) VALUE "N".
       01  selected-count      PIC 9(2) VALUE 0.

       01  master-image        PIC X(160).
       01  char-idx            PIC 9(3).
       01  writing-master      PIC X(1) VALUE "N".
       01  written-count       PIC 9(9).
       01  write-errors        PIC 9(9).
       01  files-restored      PIC 9(2) VALUE 0.
       01  files-failed        PIC 9(2) VALUE 0.
       01  records-restored    PIC 9(9) VALUE 0.
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT start-time FROM TIME
           ACCEPT run-date FROM DATE YYYYMMDD
           CALL "CAMPID" USING camp-id-request
           MOVE cmp-camp TO local-camp

           PERFORM CHECK-BATCH-LOCK
           IF lock-held = "Y"
             DISPLAY "The batch run lock is held by "
                 FUNCTION TRIM(blk-holder) " since " blk-date " "
                 blk-time "."
             DISPLAY "Masters cannot be restored while a run is in "
                 "flight."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           MOVE SPACES TO operator-id
           PERFORM UNTIL operator-id NOT = SPACES
             DISPLAY "Operator id: " WITH NO ADVANCING
             ACCEPT operator-id
           END-PERFORM
           MOVE "S" TO osc-function
           MOVE operator-id TO osc-operator
           MOVE "MASTER-RESTORE" TO osc-program
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
           MOVE "RESTORE MASTERS" TO osc-action
           MOVE 2 TO osc-level-need
           CALL "OPERSEC" USING operator-security-request
           IF NOT osc-allowed
             DISPLAY "Operator " operator-id " is not authorized "
                 "to restore master files."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM LOAD-BACKUP-GENERATIONS
           PERFORM ASK-GENERATION
           PERFORM ASK-MASTER

           PERFORM VERIFY-BACKUP THRU VERIFY-BACKUP-EXIT
           PERFORM CHECK-VERIFICATION
           IF restore-refused = "Y"
             DISPLAY "*** RESTORE FROM " FUNCTION TRIM(backup-name)
                 " REFUSED; NOTHING WAS CHANGED ***"
             MOVE "REFUSED" TO osc-result
             PERFORM WRITE-RESTORE-EVENT
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF

           IF restore-all = "Y"
             DISPLAY "All " selected-count " masters will be replaced "
                 "from " FUNCTION TRIM(backup-name) "."
           ELSE
             DISPLAY FUNCTION TRIM(mft-file(chosen-idx))
                 " will be replaced from " FUNCTION TRIM(backup-name)
                 "."
           END-IF
           DISPLAY "Proceed? (Y/N): " WITH NO ADVANCING
           ACCEPT confirm-answer
           IF confirm-answer NOT = "Y" AND confirm-answer NOT = "y"
             DISPLAY "Restore cancelled."
             MOVE 0 TO RETURN-CODE
             STOP RUN
           END-IF

           PERFORM RESTORE-FROM-BACKUP THRU RESTORE-FROM-BACKUP-EXIT
           IF files-failed > 0
             MOVE "FAILED" TO osc-result
           ELSE
             MOVE "RESTORED" TO osc-result
           END-IF
           PERFORM WRITE-RESTORE-EVENT
           PERFORM WRITE-RUN-CONTROL-LOG

           DISPLAY "backup generation=" FUNCTION TRIM(backup-name)
           DISPLAY "masters restored=" files-restored
               " failed=" files-failed
           DISPLAY "records restored=" records-restored
           IF files-failed > 0
             DISPLAY "*** " files-failed " MASTER(S) DID NOT RESTORE "
                 "CLEANLY; RESTORE THEM AGAIN BEFORE THE NEXT RUN ***"
             MOVE 8 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       CHECK-BATCH-LOCK.
           OPEN INPUT lock-file
           IF lock-is-ok
             READ lock-file
               AT END
                 CONTINUE
               NOT AT END
                 IF blk-state = "HELD"
                   MOVE "Y" TO lock-held
                 END-IF
             END-READ
             CLOSE lock-file
           END-IF
           .

       LOAD-BACKUP-GENERATIONS.
           OPEN INPUT catalog-file
           IF catalog-is-ok
             PERFORM UNTIL catalog-eof
               READ catalog-file
                 AT END
                   CONTINUE
                 NOT AT END
                   IF ocl-program = "MASTER-BACKUP"
                     PERFORM NOTE-BACKUP-GENERATION
                   END-IF
               END-READ
             END-PERFORM
             CLOSE catalog-file
           END-IF
           .

       NOTE-BACKUP-GENERATION.
           MOVE 0 TO generation-hit
           PERFORM VARYING generation-idx FROM 1 BY 1
                   UNTIL generation-idx > generation-count
             IF gen-name(generation-idx) = ocl-generation
               MOVE generation-idx TO generation-hit
             END-IF
           END-PERFORM
           IF generation-hit = 0
             IF generation-count < 30
               COMPUTE generation-count = generation-count + 1
             ELSE
               PERFORM VARYING generation-idx FROM 1 BY 1
                       UNTIL generation-idx >= generation-count
                 COMPUTE next-idx = generation-idx + 1
                 MOVE generation-entry(next-idx)
                     TO generation-entry(generation-idx)
               END-PERFORM
             END-IF
             MOVE generation-count TO generation-hit
           END-IF
           MOVE ocl-generation TO gen-name(generation-hit)
           MOVE ocl-date TO gen-date(generation-hit)
           MOVE ocl-records TO gen-records(generation-hit)
           .

       ASK-GENERATION.
           IF generation-count = 0
             DISPLAY "No master backups are catalogued."
           ELSE
             DISPLAY "Catalogued master backups (1 = latest):"
             MOVE 0 TO generation-choice
             PERFORM VARYING generation-idx FROM generation-count
                     BY -1 UNTIL generation-idx < 1
               COMPUTE generation-choice = generation-choice + 1
               DISPLAY "  " generation-choice ". "
                   gen-name(generation-idx) " " gen-date(generation-idx)
                   " " gen-records(generation-idx) " records"
             END-PERFORM
           END-IF
           MOVE SPACES TO backup-name
           PERFORM UNTIL backup-name NOT = SPACES
             MOVE SPACES TO generation-answer
             DISPLAY "Backup to restore from (number or file name, "
                 "blank = latest): " WITH NO ADVANCING
             ACCEPT generation-answer
             EVALUATE TRUE
               WHEN generation-answer = SPACES
                 IF generation-count > 0
                   MOVE gen-name(generation-count) TO backup-name
                 END-IF
               WHEN FUNCTION TRIM(generation-answer) IS NUMERIC
                 MOVE FUNCTION NUMVAL(generation-answer)
                     TO generation-choice
                 IF generation-choice > 0
                 AND generation-choice <= generation-count
                   COMPUTE generation-idx = generation-count
                       - generation-choice + 1
                   MOVE gen-name(generation-idx) TO backup-name
                 ELSE
                   DISPLAY "There is no backup numbered "
                       generation-choice "."
                 END-IF
               WHEN OTHER
                 MOVE generation-answer TO backup-name
             END-EVALUATE
           END-PERFORM
           .

       ASK-MASTER.
           MOVE 0 TO chosen-idx
           PERFORM UNTIL restore-all = "Y" OR chosen-idx > 0
             MOVE SPACES TO master-answer
             DISPLAY "Master to restore (file name, or ALL): "
                 WITH NO ADVANCING
             ACCEPT master-answer
             IF FUNCTION UPPER-CASE(master-answer) = "ALL"
               MOVE "Y" TO restore-all
             ELSE
               MOVE FUNCTION LOWER-CASE(master-answer) TO master-answer
               PERFORM VARYING master-idx FROM 1 BY 1
                       UNTIL master-idx > 34
                 IF mft-file(master-idx) = master-answer
                   MOVE master-idx TO chosen-idx
                 END-IF
               END-PERFORM
               IF chosen-idx = 0
                 DISPLAY "That is not a backed-up master. The masters "
                     "are:"
                 PERFORM VARYING master-idx FROM 1 BY 1
                         UNTIL master-idx > 34
                   DISPLAY "  " mft-file(master-idx)
                 END-PERFORM
               END-IF
             END-IF
           END-PERFORM
           .

       VERIFY-BACKUP.
           PERFORM VARYING master-idx FROM 1 BY 1 UNTIL master-idx > 34
             MOVE "N" TO vfy-seen(master-idx)
             MOVE "N" TO vfy-closed(master-idx)
             MOVE "Y" TO vfy-ok(master-idx)
             MOVE SPACES TO vfy-state(master-idx)
             MOVE 0 TO vfy-count(master-idx)
             MOVE 0 TO vfy-hash(master-idx)
           END-PERFORM
           MOVE 0 TO section-idx
           MOVE 0 TO files-seen
           MOVE 0 TO records-seen

           OPEN INPUT backup-file
           IF NOT backup-is-ok
             DISPLAY "The backup " FUNCTION TRIM(backup-name)
                 " could not be opened (status " backup-file-status
                 ")."
             COMPUTE structure-errors = structure-errors + 1
             GO TO VERIFY-BACKUP-EXIT
           END-IF
           PERFORM UNTIL backup-eof
             READ backup-file
               AT END
                 CONTINUE
               NOT AT END
                 PERFORM VERIFY-ONE-RECORD
             END-READ
           END-PERFORM
           CLOSE backup-file

           IF section-idx > 0
             DISPLAY "The backup ends inside "
                 FUNCTION TRIM(mft-file(section-idx))
                 "; it has no trailer."
             MOVE "N" TO vfy-ok(section-idx)
           END-IF
           IF end-seen = "N"
             DISPLAY "The backup has no end record; it is incomplete."
             COMPUTE structure-errors = structure-errors + 1
           END-IF
           .

       VERIFY-BACKUP-EXIT.
           EXIT.

       VERIFY-ONE-RECORD.
           EVALUATE TRUE
             WHEN bkp-header
               IF section-idx > 0
                 DISPLAY FUNCTION TRIM(mft-file(section-idx))
                     " has no trailer on the backup."
                 MOVE "N" TO vfy-ok(section-idx)
               END-IF
               MOVE 0 TO section-idx
               PERFORM VARYING master-idx FROM 1 BY 1
                       UNTIL master-idx > 34
                 IF mft-file(master-idx) = bkp-file
                   MOVE master-idx TO section-idx
                 END-IF
               END-PERFORM
               IF section-idx = 0
                 DISPLAY "The backup holds an unknown master: "
                     FUNCTION TRIM(bkp-file)
                 COMPUTE structure-errors = structure-errors + 1
               ELSE
                 COMPUTE files-seen = files-seen + 1
                 MOVE "Y" TO vfy-seen(section-idx)
                 MOVE bkh-state TO vfy-state(section-idx)
                 IF bkh-length NOT = mft-length(section-idx)
                   DISPLAY FUNCTION TRIM(mft-file(section-idx))
                       " was backed up with record length " bkh-length
                       ", not " mft-length(section-idx) "."
                   MOVE "N" TO vfy-ok(section-idx)
                 END-IF
               END-IF
             WHEN bkp-detail
               IF section-idx = 0
                 COMPUTE structure-errors = structure-errors + 1
               ELSE
                 IF bkp-file NOT = mft-file(section-idx)
                   MOVE "N" TO vfy-ok(section-idx)
                 ELSE
                   MOVE bkp-body TO master-image
                   COMPUTE vfy-count(section-idx)
                       = vfy-count(section-idx) + 1
                   PERFORM VARYING char-idx FROM 1 BY 1
                           UNTIL char-idx > mft-length(section-idx)
                     COMPUTE vfy-hash(section-idx) = FUNCTION MOD(
                         vfy-hash(section-idx)
                         + FUNCTION ORD(master-image(char-idx:1))
                         * char-idx, 1000000000)
                   END-PERFORM
                 END-IF
               END-IF
             WHEN bkp-trailer
               IF section-idx = 0
                 COMPUTE structure-errors = structure-errors + 1
               ELSE
                 IF bkp-file NOT = mft-file(section-idx)
                   DISPLAY FUNCTION TRIM(mft-file(section-idx))
                       " has no trailer on the backup."
                   MOVE "N" TO vfy-ok(section-idx)
                 ELSE
                   MOVE "Y" TO vfy-closed(section-idx)
                   COMPUTE records-seen = records-seen
                       + vfy-count(section-idx)
                   IF bkt-count NOT = vfy-count(section-idx)
                     DISPLAY FUNCTION TRIM(mft-file(section-idx))
                         " holds " vfy-count(section-idx)
                         " records; the trailer says " bkt-count "."
                     MOVE "N" TO vfy-ok(section-idx)
                   END-IF
                   IF bkt-hash NOT = vfy-hash(section-idx)
                     DISPLAY FUNCTION TRIM(mft-file(section-idx))
                         " hash total " vfy-hash(section-idx)
                         " does not match the trailer " bkt-hash "."
                     MOVE "N" TO vfy-ok(section-idx)
                   END-IF
                 END-IF
               END-IF
               MOVE 0 TO section-idx
             WHEN bkp-end
               MOVE "Y" TO end-seen
               IF bke-files NOT = files-seen
               OR bke-records NOT = records-seen
                 DISPLAY "The backup end record counts " bke-files
                     " masters and " bke-records " records; found "
                     files-seen " and " records-seen "."
                 COMPUTE structure-errors = structure-errors + 1
               END-IF
             WHEN OTHER
               COMPUTE structure-errors = structure-errors + 1
           END-EVALUATE
           .

       CHECK-VERIFICATION.
           IF structure-errors > 0
             MOVE "Y" TO restore-refused
           END-IF
           MOVE 0 TO selected-count
           PERFORM VARYING master-idx FROM 1 BY 1 UNTIL master-idx > 34
             IF restore-all = "Y" OR master-idx = chosen-idx
               COMPUTE selected-count = selected-count + 1
               PERFORM CHECK-ONE-MASTER
             END-IF
           END-PERFORM
           .

       CHECK-ONE-MASTER.
           IF vfy-seen(master-idx) = "N"
             DISPLAY "  " mft-file(master-idx) " NOT ON THE BACKUP"
             MOVE "Y" TO restore-refused
           ELSE
             IF vfy-closed(master-idx) = "N"
             OR vfy-ok(master-idx) = "N"
               DISPLAY "  " mft-file(master-idx) " "
                   vfy-count(master-idx) " records  FAILED"
               MOVE "Y" TO restore-refused
             ELSE
               IF vfy-state(master-idx) = "MISSING"
                 IF restore-all = "Y"
                   DISPLAY "  " mft-file(master-idx)
                       " NOT PRESENT AT BACKUP - WILL BE EMPTIED"
                 ELSE
                   DISPLAY "  " mft-file(master-idx)
                       " WAS NOT PRESENT WHEN THE BACKUP WAS TAKEN"
                   MOVE "Y" TO restore-refused
                 END-IF
               ELSE
                 DISPLAY "  " mft-file(master-idx) " "
                     vfy-count(master-idx) " records  VERIFIED"
               END-IF
             END-IF
           END-IF
           .

       RESTORE-FROM-BACKUP.
           OPEN INPUT backup-file
           IF NOT backup-is-ok
             DISPLAY "The backup " FUNCTION TRIM(backup-name)
                 " could not be reopened (status " backup-file-status
                 ")."
             MOVE selected-count TO files-failed
             GO TO RESTORE-FROM-BACKUP-EXIT
           END-IF
           MOVE 0 TO section-idx
           PERFORM UNTIL backup-eof
             READ backup-file
               AT END
                 CONTINUE
               NOT AT END
                 PERFORM RESTORE-ONE-RECORD
             END-READ
           END-PERFORM
           CLOSE backup-file
           .

       RESTORE-FROM-BACKUP-EXIT.
           EXIT.

       RESTORE-ONE-RECORD.
           EVALUATE TRUE
             WHEN bkp-header
               MOVE 0 TO section-idx
               PERFORM VARYING master-idx FROM 1 BY 1
                       UNTIL master-idx > 34
                 IF mft-file(master-idx) = bkp-file
                   MOVE master-idx TO section-idx
                 END-IF
               END-PERFORM
               IF section-idx > 0
               AND (restore-all = "Y" OR section-idx = chosen-idx)
                 MOVE section-idx TO master-idx
                 MOVE 0 TO written-count
                 MOVE 0 TO write-errors
                 MOVE 0 TO master-file-status
                 PERFORM OPEN-MASTER
                 IF master-is-ok
                   MOVE "Y" TO writing-master
                 ELSE
                   DISPLAY "The master " FUNCTION TRIM(bkp-file)
                       " could not be rebuilt (status "
                       master-file-status ")."
                   COMPUTE files-failed = files-failed + 1
                 END-IF
               END-IF
             WHEN bkp-detail
               IF writing-master = "Y"
                 MOVE bkp-body TO master-image
                 PERFORM WRITE-MASTER
                 IF master-is-ok
                   COMPUTE written-count = written-count + 1
                 ELSE
                   COMPUTE write-errors = write-errors + 1
                 END-IF
               END-IF
             WHEN bkp-trailer
               IF writing-master = "Y"
                 PERFORM CLOSE-MASTER
                 MOVE "N" TO writing-master
                 COMPUTE records-restored = records-restored
                     + written-count
                 IF written-count NOT = bkt-count
                 OR write-errors > 0
                   DISPLAY FUNCTION TRIM(bkp-file) " rebuilt with "
                       written-count " of " bkt-count " records ("
                       write-errors " rejected)."
                   COMPUTE files-failed = files-failed + 1
                 ELSE
                   COMPUTE files-restored = files-restored + 1
                 END-IF
               END-IF
           END-EVALUATE
           .

       OPEN-MASTER.
           EVALUATE master-idx
             WHEN 1
               OPEN OUTPUT alert-master
             WHEN 2
               OPEN OUTPUT badge-master
             WHEN 3
               OPEN OUTPUT crane-ticket-master
             WHEN 4
               OPEN OUTPUT crate-master
             WHEN 5
               OPEN OUTPUT membership-master
             WHEN 6
               OPEN OUTPUT notes-master
             WHEN 7
               OPEN OUTPUT device-master
             WHEN 8
               OPEN OUTPUT activity-master
             WHEN 9
               OPEN OUTPUT avail-master
             WHEN 10
               OPEN OUTPUT cert-master
             WHEN 11
               OPEN OUTPUT roster-master
             WHEN 12
               OPEN OUTPUT exception-repo
             WHEN 13
               OPEN OUTPUT history-master
             WHEN 14
               OPEN OUTPUT incident-master
             WHEN 15
               OPEN OUTPUT invoice-register
             WHEN 16
               OPEN OUTPUT target-master
             WHEN 17
               OPEN OUTPUT attribute-master
             WHEN 18
               OPEN OUTPUT override-master
             WHEN 19
               OPEN OUTPUT priority-master
             WHEN 20
               OPEN OUTPUT received-master
             WHEN 21
               OPEN OUTPUT security-master
             WHEN 22
               OPEN OUTPUT pending-master
             WHEN 23
               OPEN OUTPUT prize-master
             WHEN 24
               OPEN OUTPUT lot-master
             WHEN 25
               OPEN OUTPUT stock-master
             WHEN 26
               OPEN OUTPUT rerun-queue
             WHEN 27
               OPEN OUTPUT roster-pending
             WHEN 28
               OPEN OUTPUT opponent-master
             WHEN 29
               OPEN OUTPUT rating-master
             WHEN 30
               OPEN OUTPUT run-control-master
             WHEN 31
               OPEN OUTPUT section-history
             WHEN 32
               OPEN OUTPUT supplier-master
             WHEN 33
               OPEN OUTPUT order-master
             WHEN 34
               OPEN OUTPUT attrib-pending
           END-EVALUATE
           .

       WRITE-MASTER.
           EVALUATE master-idx
             WHEN 1
               WRITE alert-status-record FROM master-image
             WHEN 2
               WRITE badge-register-record FROM master-image
             WHEN 3
               WRITE crane-ticket-record FROM master-image
             WHEN 4
               WRITE crate-master-record FROM master-image
             WHEN 5
               WRITE crew-membership-record FROM master-image
             WHEN 6
               WRITE deviation-note-record FROM master-image
             WHEN 7
               WRITE device-master-record FROM master-image
             WHEN 8
               WRITE activity-profile-record FROM master-image
             WHEN 9
               WRITE elf-avail-record FROM master-image
             WHEN 10
               WRITE elf-cert-record FROM master-image
             WHEN 11
               WRITE roster-master-record FROM master-image
             WHEN 12
               WRITE exception-repo-record FROM master-image
             WHEN 13
               WRITE history-master-record FROM master-image
             WHEN 14
               WRITE incident-master-record FROM master-image
             WHEN 15
               WRITE invoice-register-record FROM master-image
             WHEN 16
               WRITE kpi-target-record FROM master-image
             WHEN 17
               WRITE item-attribute-record FROM master-image
             WHEN 18
               WRITE override-priority-record FROM master-image
             WHEN 19
               WRITE master-priority-record FROM master-image
             WHEN 20
               WRITE sync-received-record FROM master-image
             WHEN 21
               WRITE operator-security-record FROM master-image
             WHEN 22
               WRITE pending-change-record FROM master-image
             WHEN 23
               WRITE prize-structure-record FROM master-image
             WHEN 24
               WRITE ration-lot-record FROM master-image
             WHEN 25
               WRITE ration-stock-record FROM master-image
             WHEN 26
               WRITE rerun-queue-record FROM master-image
             WHEN 27
               WRITE roster-pending-record FROM master-image
             WHEN 28
               WRITE opponent-profile-record FROM master-image
             WHEN 29
               WRITE rating-master-record FROM master-image
             WHEN 30
               WRITE run-control-master-record FROM master-image
             WHEN 31
               WRITE section-history-record FROM master-image
             WHEN 32
               WRITE supplier-record FROM master-image
             WHEN 33
               WRITE supply-order-record FROM master-image
             WHEN 34
               WRITE attrib-pending-record FROM master-image
           END-EVALUATE
           .

       CLOSE-MASTER.
           EVALUATE master-idx
             WHEN 1
               CLOSE alert-master
             WHEN 2
               CLOSE badge-master
             WHEN 3
               CLOSE crane-ticket-master
             WHEN 4
               CLOSE crate-master
             WHEN 5
               CLOSE membership-master
             WHEN 6
               CLOSE notes-master
             WHEN 7
               CLOSE device-master
             WHEN 8
               CLOSE activity-master
             WHEN 9
               CLOSE avail-master
             WHEN 10
               CLOSE cert-master
             WHEN 11
               CLOSE roster-master
             WHEN 12
               CLOSE exception-repo
             WHEN 13
               CLOSE history-master
             WHEN 14
               CLOSE incident-master
             WHEN 15
               CLOSE invoice-register
             WHEN 16
               CLOSE target-master
             WHEN 17
               CLOSE attribute-master
             WHEN 18
               CLOSE override-master
             WHEN 19
               CLOSE priority-master
             WHEN 20
               CLOSE received-master
             WHEN 21
               CLOSE security-master
             WHEN 22
               CLOSE pending-master
             WHEN 23
               CLOSE prize-master
             WHEN 24
               CLOSE lot-master
             WHEN 25
               CLOSE stock-master
             WHEN 26
               CLOSE rerun-queue
             WHEN 27
               CLOSE roster-pending
             WHEN 28
               CLOSE opponent-master
             WHEN 29
               CLOSE rating-master
             WHEN 30
               CLOSE run-control-master
             WHEN 31
               CLOSE section-history
             WHEN 32
               CLOSE supplier-master
             WHEN 33
               CLOSE order-master
             WHEN 34
               CLOSE attrib-pending
           END-EVALUATE
           .

       WRITE-RESTORE-EVENT.
           MOVE "E" TO osc-function
           MOVE operator-id TO osc-operator
           MOVE "MASTER-RESTORE" TO osc-program
           IF restore-all = "Y"
             MOVE "ALL MASTERS" TO osc-action
           ELSE
             MOVE mft-file(chosen-idx) TO osc-action
           END-IF
           CALL "OPERSEC" USING operator-security-request
           .

       WRITE-RUN-CONTROL-LOG.
           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME
           OPEN EXTEND run-control-file
           IF NOT run-ctl-is-ok
             OPEN OUTPUT run-control-file
           END-IF
           MOVE "MASTER-RESTORE" TO rcl-program
           MOVE local-camp TO rcl-camp
           MOVE run-date TO rcl-date
           MOVE run-time TO rcl-time
           MOVE start-time TO rcl-start-time
           PERFORM COMPUTE-ELAPSED-SECONDS
           MOVE elapsed-seconds TO rcl-elapsed
           MOVE records-restored TO rcl-lines
           MOVE files-failed TO rcl-exceptions
           IF files-failed > 0
             MOVE "FAILED" TO rcl-status
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
