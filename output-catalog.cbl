              01  catalog-file-status PIC 99.
                  88  catalog-is-ok   VALUE 0.

              COPY lngreq.

              01  output-name-table.
                  03  FILLER PIC X(50) VALUE
                      "elf-ledger.txt                CALORIE-COUNTER-2".
                      "supply-moves-audit.txt        SUPPLY-STACKS".
                  03  FILLER PIC X(50) VALUE
                      "supply-stacks-result.txt      SUPPLY-STACKS".
                  03  FILLER PIC X(50) VALUE
                      "manifest-reversal.txt         MANIFEST-REVERSAL".
                  03  FILLER PIC X(50) VALUE
                      "crate-dock.txt                CRATE-DOCK".
                  03  FILLER PIC X(50) VALUE
                      "crane-tickets.txt             SUPPLY-STACKS".
                  03  FILLER PIC X(50) VALUE
                      "crane-unconfirmed.txt         CRANE-CONFIRM".
                  03  FILLER PIC X(50) VALUE
                      "ration-stock.txt              RATION-STOCK".
                  03  FILLER PIC X(50) VALUE
                      "ration-reorder.txt            RATION-STOCK".
                  03  FILLER PIC X(50) VALUE
                      "ration-lots.txt               RATION-LOTS".
                  03  FILLER PIC X(50) VALUE
                      "supplier-performance.txt      ORDER-RECEIPTS".
                  03  FILLER PIC X(50) VALUE
                      "invoices-approved.txt         INVOICE-MATCH".
                  03  FILLER PIC X(50) VALUE
                      "invoices-held.txt             INVOICE-MATCH".
                  03  FILLER PIC X(50) VALUE
                      "diet-violations.txt           DIET-SCREEN".
                  03  FILLER PIC X(50) VALUE
                      "rps-bracket.txt               RPS-TOURNAMENT".
                  03  FILLER PIC X(50) VALUE
                      "rps-integrity.txt             RPS-INTEGRITY".
                  03  FILLER PIC X(50) VALUE
                      "rps-settlement.txt            RPS-SETTLEMENT".
                  03  FILLER PIC X(50) VALUE
                      "rps-fixture-clashes.txt       RPS-FIXTURES".
                  03  FILLER PIC X(50) VALUE
                      "rucksack-load.txt             RUCKSACK-LOAD".
                  03  FILLER PIC X(50) VALUE
                      "rucksack-repack.txt           RUCKSACK-REPACK".
                  03  FILLER PIC X(50) VALUE
                      "badge-changes.txt             BADGE-REPORT".
                  03  FILLER PIC X(50) VALUE
                      "master-drift.txt              MASTER-DRIFT".
                  03  FILLER PIC X(50) VALUE
                      "section-overdue.txt           SECTION-OVERDUE".
                  03  FILLER PIC X(30) VALUE
                      "camp-cert-exceptions.txt".
                  03  FILLER PIC X(20) VALUE
                      "CAMP-ROTA".
                  03  FILLER PIC X(30) VALUE
                      "cleaning-picklist.txt".
                  03  FILLER PIC X(20) VALUE
                      "CLEAN-REQUISITION".
                  03  FILLER PIC X(30) VALUE
                      "camp-understaffing.txt".
                  03  FILLER PIC X(20) VALUE
                      "CAMP-ROTA".
                  03  FILLER PIC X(30) VALUE
                      "elf-activity-profile.txt".
                  03  FILLER PIC X(20) VALUE
                      "datastream-audit.txt".
                  03  FILLER PIC X(20) VALUE
                      "DATASTREAM-MARKERS".
                  03  FILLER PIC X(30) VALUE
                      "datastream-packets.txt".
                  03  FILLER PIC X(20) VALUE
                      "DATASTREAM-MARKERS".
                  03  FILLER PIC X(50) VALUE
                      "device-health.txt             DEVICE-HEALTH".
                  03  FILLER PIC X(50) VALUE
                      "handover-report.txt           SHIFT-HANDOVER".
                  03  FILLER PIC X(50) VALUE
                      "crew-transfer-history.txt".
                  03  FILLER PIC X(20) VALUE
                      "CREW-TRANSFER-HISTOR".
                  03  FILLER PIC X(30) VALUE
                      "directory-sizes-result.txt".
                  03  FILLER PIC X(20) VALUE
                      "DIRECTORY-SIZES".
                  03  FILLER PIC X(50) VALUE
                      "directory-audit.txt           DIRECTORY-SIZES".
                  03  FILLER PIC X(50) VALUE
                      "access-recert.txt             ACCESS-RECERT".
                  03  FILLER PIC X(50) VALUE
                      "cause-pareto.txt              CAUSE-PARETO".
                  03  FILLER PIC X(50) VALUE
                      "canary-check.txt              CANARY-CHECK".
                  03  FILLER PIC X(50) VALUE
                      "kpi-scorecard.txt             KPI-SCORECARD".
                  03  FILLER PIC X(50) VALUE
                      "ops-report.txt                OPS-REPORT".
              01  output-name-table-r REDEFINES output-name-table.
                  03  output-name-entry OCCURS 73 TIMES.
                      05  ont-file        PIC X(30).
                      05  ont-program     PIC X(20).

             GOBACK
           END-IF

           PERFORM VARYING tbl-idx FROM 1 BY 1 UNTIL tbl-idx > 73
             PERFORM CATALOG-ONE-OUTPUT
           END-PERFORM

               MOVE generation-name TO ocl-generation
               WRITE output-catalog-record
               COMPUTE generations-made = generations-made + 1
               MOVE SPACES TO lineage-request
               SET lrq-output TO TRUE
               MOVE ont-program(tbl-idx) TO lrq-program
               MOVE generation-name TO lrq-name
               STRING "RECORDS " ocl-records
                   DELIMITED BY SIZE INTO lrq-detail
               MOVE run-date TO lrq-date
               CALL "LINEAGE" USING lineage-request
             END-IF
           END-IF
           .
