       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-BACKUP.

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

       FD  run-control-file.
       COPY rctlrec.

       WORKING-STORAGE SECTION.
       COPY cmpreq.

       COPY mbkfil.

       COPY filsts REPLACING
                   ==:STATUS-NAME:== BY ==master-file-status==
                   ==:OK-NAME:==     BY ==master-is-ok==
                   ==:EOF-NAME:==    BY ==master-eof==.

       01  backup-file-status  PIC 99.
           88  backup-is-ok    VALUE 0.

       01  catalog-file-status PIC 99.
           88  catalog-is-ok   VALUE 0.

       COPY lngreq.

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

       01  master-idx          PIC 9(2).
       01  master-image        PIC X(160).
       01  char-idx            PIC 9(3).
       01  file-count          PIC 9(9).
       01  file-hash           PIC 9(9).
       01  total-records       PIC 9(9) VALUE 0.
       01  total-hash          PIC 9(9) VALUE 0.
       01  files-unloaded      PIC 9(3) VALUE 0.
       01  files-missing       PIC 9(3) VALUE 0.
       01  files-failed        PIC 9(3) VALUE 0.
       01  open-status         PIC 99.
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT start-time FROM TIME
           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME
           CALL "CAMPID" USING camp-id-request
           MOVE cmp-camp TO local-camp

           MOVE SPACES TO backup-name
           STRING "master-backup.D" run-date
               DELIMITED BY SIZE INTO backup-name
           OPEN OUTPUT backup-file
           IF NOT backup-is-ok
             DISPLAY "The backup file " FUNCTION TRIM(backup-name)
                 " could not be opened."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM VARYING master-idx FROM 1 BY 1 UNTIL master-idx > 34
             PERFORM UNLOAD-ONE-MASTER
           END-PERFORM

           MOVE SPACES TO master-backup-record
           SET bkp-end TO TRUE
           MOVE "END OF BACKUP" TO bkp-file
           MOVE 34 TO bke-files
           MOVE total-records TO bke-records
           MOVE total-hash TO bke-hash
           WRITE master-backup-record
           CLOSE backup-file

           PERFORM CATALOG-THE-BACKUP
           PERFORM WRITE-RUN-CONTROL-LOG

           DISPLAY "backup generation=" FUNCTION TRIM(backup-name)
           DISPLAY "masters unloaded=" files-unloaded
               " not present=" files-missing
               " unreadable=" files-failed
           DISPLAY "records=" total-records " hash total=" total-hash
           IF files-failed > 0
             DISPLAY "*** " files-failed " MASTER(S) COULD NOT BE "
                 "READ; THIS BACKUP IS NOT COMPLETE ***"
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       UNLOAD-ONE-MASTER.
           MOVE 0 TO file-count
           MOVE 0 TO file-hash
           MOVE 0 TO master-file-status
           PERFORM OPEN-MASTER
           MOVE master-file-status TO open-status

           MOVE SPACES TO master-backup-record
           SET bkp-header TO TRUE
           MOVE mft-file(master-idx) TO bkp-file
           MOVE run-date TO bkh-date
           MOVE run-time TO bkh-time
           MOVE local-camp TO bkh-camp
           MOVE mft-length(master-idx) TO bkh-length
           IF master-is-ok
             SET bkh-present TO TRUE
           ELSE
             SET bkh-missing TO TRUE
           END-IF
           WRITE master-backup-record

           IF master-is-ok
             PERFORM UNTIL NOT master-is-ok
               MOVE SPACES TO master-image
               PERFORM READ-MASTER
               IF master-is-ok
                 PERFORM WRITE-DETAIL-RECORD
               END-IF
             END-PERFORM
             IF NOT master-eof
               DISPLAY "Read of " FUNCTION TRIM(mft-file(master-idx))
                   " stopped with status " master-file-status
                   " after " file-count " record(s)."
               COMPUTE files-failed = files-failed + 1
             ELSE
               COMPUTE files-unloaded = files-unloaded + 1
             END-IF
             PERFORM CLOSE-MASTER
           ELSE
             IF open-status = 35
               COMPUTE files-missing = files-missing + 1
             ELSE
               DISPLAY "The master " FUNCTION TRIM(mft-file(master-idx))
                   " could not be opened (status " open-status ")."
               COMPUTE files-failed = files-failed + 1
             END-IF
           END-IF

           MOVE SPACES TO master-backup-record
           SET bkp-trailer TO TRUE
           MOVE mft-file(master-idx) TO bkp-file
           MOVE file-count TO bkt-count
           MOVE file-hash TO bkt-hash
           WRITE master-backup-record
           COMPUTE total-records = total-records + file-count
           COMPUTE total-hash = FUNCTION MOD(total-hash * 31
               + file-hash, 1000000000)
           .

       WRITE-DETAIL-RECORD.
           MOVE SPACES TO master-backup-record
           SET bkp-detail TO TRUE
           MOVE mft-file(master-idx) TO bkp-file
           MOVE master-image TO bkp-body
           WRITE master-backup-record
           COMPUTE file-count = file-count + 1
           PERFORM VARYING char-idx FROM 1 BY 1
                   UNTIL char-idx > mft-length(master-idx)
             COMPUTE file-hash = FUNCTION MOD(file-hash
                 + FUNCTION ORD(master-image(char-idx:1))
                 * char-idx, 1000000000)
           END-PERFORM
           .

       OPEN-MASTER.
           EVALUATE master-idx
             WHEN 1
               OPEN INPUT alert-master
             WHEN 2
               OPEN INPUT badge-master
             WHEN 3
               OPEN INPUT crane-ticket-master
             WHEN 4
               OPEN INPUT crate-master
             WHEN 5
               OPEN INPUT membership-master
             WHEN 6
               OPEN INPUT notes-master
             WHEN 7
               OPEN INPUT device-master
             WHEN 8
               OPEN INPUT activity-master
             WHEN 9
               OPEN INPUT avail-master
             WHEN 10
               OPEN INPUT cert-master
             WHEN 11
               OPEN INPUT roster-master
             WHEN 12
               OPEN INPUT exception-repo
             WHEN 13
               OPEN INPUT history-master
             WHEN 14
               OPEN INPUT incident-master
             WHEN 15
               OPEN INPUT invoice-register
             WHEN 16
               OPEN INPUT target-master
             WHEN 17
               OPEN INPUT attribute-master
             WHEN 18
               OPEN INPUT override-master
             WHEN 19
               OPEN INPUT priority-master
             WHEN 20
               OPEN INPUT received-master
             WHEN 21
               OPEN INPUT security-master
             WHEN 22
               OPEN INPUT pending-master
             WHEN 23
               OPEN INPUT prize-master
             WHEN 24
               OPEN INPUT lot-master
             WHEN 25
               OPEN INPUT stock-master
             WHEN 26
               OPEN INPUT rerun-queue
             WHEN 27
               OPEN INPUT roster-pending
             WHEN 28
               OPEN INPUT opponent-master
             WHEN 29
               OPEN INPUT rating-master
             WHEN 30
               OPEN INPUT run-control-master
             WHEN 31
               OPEN INPUT section-history
             WHEN 32
               OPEN INPUT supplier-master
             WHEN 33
               OPEN INPUT order-master
             WHEN 34
               OPEN INPUT attrib-pending
           END-EVALUATE
           .

       READ-MASTER.
           EVALUATE master-idx
             WHEN 1
               READ alert-master NEXT INTO master-image
             WHEN 2
               READ badge-master NEXT INTO master-image
             WHEN 3
               READ crane-ticket-master NEXT INTO master-image
             WHEN 4
               READ crate-master NEXT INTO master-image
             WHEN 5
               READ membership-master NEXT INTO master-image
             WHEN 6
               READ notes-master NEXT INTO master-image
             WHEN 7
               READ device-master NEXT INTO master-image
             WHEN 8
               READ activity-master NEXT INTO master-image
             WHEN 9
               READ avail-master NEXT INTO master-image
             WHEN 10
               READ cert-master NEXT INTO master-image
             WHEN 11
               READ roster-master NEXT INTO master-image
             WHEN 12
               READ exception-repo NEXT INTO master-image
             WHEN 13
               READ history-master NEXT INTO master-image
             WHEN 14
               READ incident-master NEXT INTO master-image
             WHEN 15
               READ invoice-register NEXT INTO master-image
             WHEN 16
               READ target-master NEXT INTO master-image
             WHEN 17
               READ attribute-master NEXT INTO master-image
             WHEN 18
               READ override-master NEXT INTO master-image
             WHEN 19
               READ priority-master NEXT INTO master-image
             WHEN 20
               READ received-master NEXT INTO master-image
             WHEN 21
               READ security-master NEXT INTO master-image
             WHEN 22
               READ pending-master NEXT INTO master-image
             WHEN 23
               READ prize-master NEXT INTO master-image
             WHEN 24
               READ lot-master NEXT INTO master-image
             WHEN 25
               READ stock-master NEXT INTO master-image
             WHEN 26
               READ rerun-queue NEXT INTO master-image
             WHEN 27
               READ roster-pending NEXT INTO master-image
             WHEN 28
               READ opponent-master NEXT INTO master-image
             WHEN 29
               READ rating-master NEXT INTO master-image
             WHEN 30
               READ run-control-master NEXT INTO master-image
             WHEN 31
               READ section-history NEXT INTO master-image
             WHEN 32
               READ supplier-master NEXT INTO master-image
             WHEN 33
               READ order-master NEXT INTO master-image
             WHEN 34
               READ attrib-pending NEXT INTO master-image
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

       CATALOG-THE-BACKUP.
           OPEN EXTEND catalog-file
           IF NOT catalog-is-ok
             OPEN OUTPUT catalog-file
           END-IF
           IF catalog-is-ok
             MOVE SPACES TO output-catalog-record
             MOVE backup-name TO ocl-file
             MOVE "MASTER-BACKUP" TO ocl-program
             MOVE run-date TO ocl-date
             MOVE total-records TO ocl-records
             MOVE backup-name TO ocl-generation
             WRITE output-catalog-record
             CLOSE catalog-file
             MOVE SPACES TO lineage-request
             SET lrq-output TO TRUE
             MOVE "MASTER-BACKUP" TO lrq-program
             MOVE backup-name TO lrq-name
             STRING "RECORDS " ocl-records
                 DELIMITED BY SIZE INTO lrq-detail
             MOVE run-date TO lrq-date
             CALL "LINEAGE" USING lineage-request
           ELSE
             DISPLAY "The output catalog could not be opened; the "
                 "backup generation was not catalogued."
           END-IF
           .

       WRITE-RUN-CONTROL-LOG.
           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME
           OPEN EXTEND run-control-file
           IF NOT run-ctl-is-ok
             OPEN OUTPUT run-control-file
           END-IF
           MOVE "MASTER-BACKUP" TO rcl-program
           MOVE local-camp TO rcl-camp
           MOVE run-date TO rcl-date
           MOVE run-time TO rcl-time
           MOVE start-time TO rcl-start-time
           PERFORM COMPUTE-ELAPSED-SECONDS
           MOVE elapsed-seconds TO rcl-elapsed
           MOVE total-records TO rcl-lines
           MOVE files-failed TO rcl-exceptions
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
