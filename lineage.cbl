       IDENTIFICATION DIVISION.
       PROGRAM-ID. LINEAGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT lineage-file ASSIGN TO "lineage.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS lineage-file-status.
           SELECT feed-register ASSIGN TO "feed-register.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS register-file-status.
           SELECT catalog-file ASSIGN TO "output-catalog.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS catalog-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  lineage-file.
       COPY lngrec.

       FD  feed-register.
       01  feed-register-record.
           03  fdr-date        PIC 9(8).
           03  FILLER          PIC X(2).
           03  fdr-file        PIC X(60).
           03  FILLER          PIC X(2).
           03  fdr-count       PIC 9(6).
           03  FILLER          PIC X(2).
           03  fdr-sum         PIC 9(9).

       FD  catalog-file.
       COPY octrec.

       WORKING-STORAGE SECTION.
       01  lineage-file-status PIC 99.
           88  lineage-is-ok   VALUE 0.

       COPY filsts REPLACING
                   ==:STATUS-NAME:== BY ==register-file-status==
                   ==:OK-NAME:==     BY ==register-is-ok==
                   ==:EOF-NAME:==    BY ==register-eof==.

       COPY filsts REPLACING
                   ==:STATUS-NAME:== BY ==catalog-file-status==
                   ==:OK-NAME:==     BY ==catalog-is-ok==
                   ==:EOF-NAME:==    BY ==catalog-eof==.

       COPY cmpreq.

       01  run-date            PIC 9(8).
       01  run-time            PIC 9(8).
       01  record-date         PIC 9(8).
       01  record-camp         PIC X(4).
       01  entry-detail        PIC X(40).

       01  register-hit        PIC X(1).
       01  hit-date            PIC 9(8).
       01  hit-count           PIC 9(6).
       01  hit-sum             PIC 9(9).

       01  backup-loaded       PIC X(1) VALUE "N".
       01  backup-date         PIC 9(8) VALUE 0.
       01  backup-generation   PIC X(44) VALUE SPACES.

       01  seen-table.
           03  seen-entry OCCURS 300 TIMES.
               05  seen-kind       PIC X(1).
               05  seen-program    PIC X(20).
               05  seen-name       PIC X(44).
       01  seen-count          PIC 9(3) VALUE 0.
       01  seen-idx            PIC 9(3).
       01  check-kind          PIC X(1).
       01  check-name          PIC X(44).
       01  already-seen        PIC X(1).

       01  master-usage-table.
           03  FILLER PIC X(50) VALUE
               "ACCESS-RECERT       operator-security.dat".
           03  FILLER PIC X(50) VALUE
               "BADGE-REPORT        badge-register.dat".
           03  FILLER PIC X(50) VALUE
               "CALORIE-COUNTER-1   history-archive.dat".
           03  FILLER PIC X(50) VALUE
               "CALORIE-COUNTER-2   history-archive.dat".
           03  FILLER PIC X(50) VALUE
               "CALORIE-COUNTER-2   ration-lots.dat".
           03  FILLER PIC X(50) VALUE
               "CALORIE-COUNTER-2   ration-stock.dat".
           03  FILLER PIC X(50) VALUE
               "CAMP-CLEANUP        history-archive.dat".
           03  FILLER PIC X(50) VALUE
               "CAMP-COMPLETION     section-history.dat".
           03  FILLER PIC X(50) VALUE
               "CAMP-ROTA           elf-availability.dat".
           03  FILLER PIC X(50) VALUE
               "CAMP-ROTA           elf-certs.dat".
           03  FILLER PIC X(50) VALUE
               "CAMP-ROTA           elf-roster.dat".
           03  FILLER PIC X(50) VALUE
               "CAUSE-PARETO        exception-repo.dat".
           03  FILLER PIC X(50) VALUE
               "CHARGEBACK          history-archive.dat".
           03  FILLER PIC X(50) VALUE
               "CHARGEBACK          run-control.dat".
           03  FILLER PIC X(50) VALUE
               "CRANE-CONFIRM       crane-tickets.dat".
           03  FILLER PIC X(50) VALUE
               "CRATE-DOCK          crate-master.dat".
           03  FILLER PIC X(50) VALUE
               "DATASTREAM-MARKERS  device-master.dat".
           03  FILLER PIC X(50) VALUE
               "DATASTREAM-MARKERS  history-archive.dat".
           03  FILLER PIC X(50) VALUE
               "DEVICE-HEALTH       device-master.dat".
           03  FILLER PIC X(50) VALUE
               "DEVICE-HEALTH       history-archive.dat".
           03  FILLER PIC X(50) VALUE
               "DIET-SCREEN         elf-roster.dat".
           03  FILLER PIC X(50) VALUE
               "DIRECTORY-SIZES     history-archive.dat".
           03  FILLER PIC X(50) VALUE
               "ELF-ACTIVITY-PROFILEelf-activity-profile.dat".
           03  FILLER PIC X(50) VALUE
               "ELF-ACTIVITY-PROFILEhistory-archive.dat".
           03  FILLER PIC X(50) VALUE
               "EXCEPTION-INQUIRY   exception-repo.dat".
           03  FILLER PIC X(50) VALUE
               "INVOICE-MATCH       invoice-register.dat".
           03  FILLER PIC X(50) VALUE
               "INVOICE-MATCH       supply-orders.dat".
           03  FILLER PIC X(50) VALUE
               "ITEM-PRIORITY-MASTERitem-priority-ovr.dat".
           03  FILLER PIC X(50) VALUE
               "ITEM-PRIORITY-MASTERitem-priority.dat".
           03  FILLER PIC X(50) VALUE
               "KPI-SCORECARD       history-archive.dat".
           03  FILLER PIC X(50) VALUE
               "KPI-SCORECARD       kpi-targets.dat".
           03  FILLER PIC X(50) VALUE
               "MASTER-DRIFT        elf-roster.dat".
           03  FILLER PIC X(50) VALUE
               "MASTER-DRIFT        item-priority.dat".
           03  FILLER PIC X(50) VALUE
               "MASTER-DRIFT        master-sync-received.dat".
           03  FILLER PIC X(50) VALUE
               "MASTER-SYNC-EXPORT  elf-roster.dat".
           03  FILLER PIC X(50) VALUE
               "MASTER-SYNC-EXPORT  item-priority.dat".
           03  FILLER PIC X(50) VALUE
               "MASTER-SYNC-IMPORT  elf-roster.dat".
           03  FILLER PIC X(50) VALUE
               "MASTER-SYNC-IMPORT  item-priority.dat".
           03  FILLER PIC X(50) VALUE
               "MASTER-SYNC-IMPORT  master-sync-received.dat".
           03  FILLER PIC X(50) VALUE
               "MASTER-SYNC-IMPORT  priority-pending.dat".
           03  FILLER PIC X(50) VALUE
               "MASTER-SYNC-IMPORT  roster-pending.dat".
           03  FILLER PIC X(50) VALUE
               "METRIC-DEVIATION    deviation-notes.dat".
           03  FILLER PIC X(50) VALUE
               "METRIC-DEVIATION    history-archive.dat".
           03  FILLER PIC X(50) VALUE
               "OPS-REPORT          history-archive.dat".
           03  FILLER PIC X(50) VALUE
               "ORDER-AGING         supply-orders.dat".
           03  FILLER PIC X(50) VALUE
               "ORDER-RECEIPTS      ration-lots.dat".
           03  FILLER PIC X(50) VALUE
               "ORDER-RECEIPTS      ration-stock.dat".
           03  FILLER PIC X(50) VALUE
               "ORDER-RECEIPTS      suppliers.dat".
           03  FILLER PIC X(50) VALUE
               "ORDER-RECEIPTS      supply-orders.dat".
           03  FILLER PIC X(50) VALUE
               "PARALLEL-COMPARE    history-archive.dat".
           03  FILLER PIC X(50) VALUE
               "PROVISION-ORDERS    elf-roster.dat".
           03  FILLER PIC X(50) VALUE
               "PROVISION-ORDERS    suppliers.dat".
           03  FILLER PIC X(50) VALUE
               "PROVISION-ORDERS    supply-orders.dat".
           03  FILLER PIC X(50) VALUE
               "RATION-FORECAST     history-archive.dat".
           03  FILLER PIC X(50) VALUE
               "RATION-LOTS         ration-lots.dat".
           03  FILLER PIC X(50) VALUE
               "RATION-STOCK        ration-stock.dat".
           03  FILLER PIC X(50) VALUE
               "RATION-WATCHLIST    elf-roster.dat".
           03  FILLER PIC X(50) VALUE
               "REF-INTEGRITY       elf-roster.dat".
           03  FILLER PIC X(50) VALUE
               "REF-INTEGRITY       item-priority.dat".
           03  FILLER PIC X(50) VALUE
               "RPS-FIXTURES        elf-roster.dat".
           03  FILLER PIC X(50) VALUE
               "RPS-INTEGRITY       incident-master.dat".
           03  FILLER PIC X(50) VALUE
               "RPS-INTEGRITY       rps-opponent-profile.dat".
           03  FILLER PIC X(50) VALUE
               "RPS-PT1             history-archive.dat".
           03  FILLER PIC X(50) VALUE
               "RPS-PT2             history-archive.dat".
           03  FILLER PIC X(50) VALUE
               "RPS-SETTLEMENT      prize-structure.dat".
           03  FILLER PIC X(50) VALUE
               "RPS-TOURNAMENT      rps-ratings.dat".
           03  FILLER PIC X(50) VALUE
               "RUCKSACK-COMPLIANCE item-priority.dat".
           03  FILLER PIC X(50) VALUE
               "RUCKSACK-LIST       history-archive.dat".
           03  FILLER PIC X(50) VALUE
               "RUCKSACK-LOAD       item-attrib.dat".
           03  FILLER PIC X(50) VALUE
               "RUCKSACK-PT1        history-archive.dat".
           03  FILLER PIC X(50) VALUE
               "RUCKSACK-PT1        item-priority-ovr.dat".
           03  FILLER PIC X(50) VALUE
               "RUCKSACK-PT1        item-priority.dat".
           03  FILLER PIC X(50) VALUE
               "RUCKSACK-PT2        badge-register.dat".
           03  FILLER PIC X(50) VALUE
               "RUCKSACK-PT2        history-archive.dat".
           03  FILLER PIC X(50) VALUE
               "RUCKSACK-PT2        item-priority-ovr.dat".
           03  FILLER PIC X(50) VALUE
               "RUCKSACK-PT2        item-priority.dat".
           03  FILLER PIC X(50) VALUE
               "RUCKSACK-REPACK     elf-roster.dat".
           03  FILLER PIC X(50) VALUE
               "RUCKSACK-VALUATION  item-priority-ovr.dat".
           03  FILLER PIC X(50) VALUE
               "RUCKSACK-VALUATION  item-priority.dat".
           03  FILLER PIC X(50) VALUE
               "SECTION-OVERDUE     section-history.dat".
           03  FILLER PIC X(50) VALUE
               "SUPPLY-STACKS       crane-tickets.dat".
           03  FILLER PIC X(50) VALUE
               "SUPPLY-STACKS       crate-master.dat".
           03  FILLER PIC X(50) VALUE
               "SUPPLY-STACKS       history-archive.dat".
       01  master-usage-table-r REDEFINES master-usage-table.
           03  master-usage OCCURS 83 TIMES.
               05  mus-program     PIC X(20).
               05  mus-master      PIC X(30).
       01  usage-idx           PIC 9(3).

       LINKAGE SECTION.
       COPY lngreq.
       PROCEDURE DIVISION USING lineage-request.
       MAIN.
           IF lrq-program = SPACES
             GOBACK
           END-IF

           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME
           IF lrq-date > 0
             MOVE lrq-date TO record-date
           ELSE
             MOVE run-date TO record-date
           END-IF
           IF lrq-camp NOT = SPACES
             MOVE lrq-camp TO record-camp
           ELSE
             CALL "CAMPID" USING camp-id-request
             MOVE cmp-camp TO record-camp
           END-IF

           EVALUATE TRUE
             WHEN lrq-input
               PERFORM RECORD-INPUT-FEED
               PERFORM RECORD-MASTERS-USED
             WHEN lrq-parameter
               PERFORM RECORD-PARAMETER
               PERFORM RECORD-MASTERS-USED
             WHEN lrq-run
               PERFORM RECORD-RUN-END
               IF lrq-name NOT = "SKIPPED"
                 PERFORM RECORD-MASTERS-USED
               END-IF
             WHEN lrq-output
               PERFORM RECORD-OUTPUT
           END-EVALUATE
           GOBACK.

       RECORD-INPUT-FEED.
           MOVE "I" TO check-kind
           MOVE lrq-name TO check-name
           PERFORM CHECK-ALREADY-SEEN
           IF already-seen = "N"
             PERFORM FIND-REGISTER-ENTRY
             MOVE SPACES TO entry-detail
             IF register-hit = "Y"
               STRING "REG " hit-date " N=" hit-count
                   " S=" hit-sum " " lrq-detail
                   DELIMITED BY SIZE INTO entry-detail
             ELSE
               STRING "NOT IN FEED REGISTER " lrq-detail
                   DELIMITED BY SIZE INTO entry-detail
             END-IF
             MOVE SPACES TO lineage-record
             MOVE "I" TO lng-kind
             MOVE lrq-name TO lng-name
             MOVE entry-detail TO lng-detail
             PERFORM WRITE-LINEAGE-RECORD
           END-IF
           .

       FIND-REGISTER-ENTRY.
           MOVE "N" TO register-hit
           OPEN INPUT feed-register
           IF register-is-ok
             PERFORM UNTIL register-eof
               READ feed-register
                 AT END
                   CONTINUE
                 NOT AT END
                   IF fdr-file = lrq-name
                   AND fdr-date <= record-date
                     MOVE "Y" TO register-hit
                     MOVE fdr-date TO hit-date
                     MOVE fdr-count TO hit-count
                     MOVE fdr-sum TO hit-sum
                   END-IF
               END-READ
             END-PERFORM
             CLOSE feed-register
           END-IF
           .

       RECORD-PARAMETER.
           MOVE "P" TO check-kind
           MOVE lrq-name TO check-name
           PERFORM CHECK-ALREADY-SEEN
           IF already-seen = "N"
             MOVE SPACES TO lineage-record
             MOVE "P" TO lng-kind
             MOVE lrq-name TO lng-name
             MOVE lrq-detail TO lng-detail
             PERFORM WRITE-LINEAGE-RECORD
           END-IF
           .

       RECORD-MASTERS-USED.
           PERFORM VARYING usage-idx FROM 1 BY 1
                   UNTIL usage-idx > 83
             IF mus-program(usage-idx) = lrq-program
               MOVE "M" TO check-kind
               MOVE mus-master(usage-idx) TO check-name
               PERFORM CHECK-ALREADY-SEEN
               IF already-seen = "N"
                 PERFORM LOAD-BACKUP-VERSION
                 MOVE SPACES TO lineage-record
                 MOVE "M" TO lng-kind
                 MOVE mus-master(usage-idx) TO lng-name
                 IF backup-generation = SPACES
                   MOVE "NO BACKUP GENERATION CATALOGUED"
                       TO lng-detail
                 ELSE
                   STRING "AS OF " FUNCTION TRIM(backup-generation)
                       DELIMITED BY SIZE INTO lng-detail
                 END-IF
                 PERFORM WRITE-LINEAGE-RECORD
               END-IF
             END-IF
           END-PERFORM
           .

       LOAD-BACKUP-VERSION.
           IF backup-loaded = "N"
             MOVE "Y" TO backup-loaded
             OPEN INPUT catalog-file
             IF catalog-is-ok
               PERFORM UNTIL catalog-eof
                 READ catalog-file
                   AT END
                     CONTINUE
                   NOT AT END
                     IF ocl-program = "MASTER-BACKUP"
                     AND ocl-date <= record-date
                     AND ocl-date >= backup-date
                       MOVE ocl-date TO backup-date
                       MOVE ocl-generation TO backup-generation
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE catalog-file
             END-IF
           END-IF
           .

       RECORD-RUN-END.
           MOVE SPACES TO lineage-record
           MOVE "R" TO lng-kind
           MOVE lrq-name TO lng-name
           MOVE lrq-detail TO lng-detail
           PERFORM WRITE-LINEAGE-RECORD
           .

       RECORD-OUTPUT.
           MOVE SPACES TO lineage-record
           MOVE "O" TO lng-kind
           MOVE lrq-name TO lng-name
           MOVE lrq-detail TO lng-detail
           PERFORM WRITE-LINEAGE-RECORD
           .

       CHECK-ALREADY-SEEN.
           MOVE "N" TO already-seen
           PERFORM VARYING seen-idx FROM 1 BY 1
                   UNTIL seen-idx > seen-count
             IF seen-kind(seen-idx) = check-kind
             AND seen-program(seen-idx) = lrq-program
             AND seen-name(seen-idx) = check-name
               MOVE "Y" TO already-seen
             END-IF
           END-PERFORM
           IF already-seen = "N" AND seen-count < 300
             COMPUTE seen-count = seen-count + 1
             MOVE check-kind TO seen-kind(seen-count)
             MOVE lrq-program TO seen-program(seen-count)
             MOVE check-name TO seen-name(seen-count)
           END-IF
           .

       WRITE-LINEAGE-RECORD.
           MOVE record-date TO lng-date
           MOVE run-time TO lng-time
           MOVE record-camp TO lng-camp
           MOVE lrq-program TO lng-program
           OPEN EXTEND lineage-file
           IF NOT lineage-is-ok
             OPEN OUTPUT lineage-file
           END-IF
           IF lineage-is-ok
             WRITE lineage-record
             CLOSE lineage-file
           END-IF
           .
