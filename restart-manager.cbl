                      "campt1.ckpt         CAMP-CLEANUP".
                  03  FILLER PIC X(40) VALUE
                      "day5.ckpt           SUPPLY-STACKS".
                  03  FILLER PIC X(40) VALUE
                      "day7.ckpt           DIRECTORY-SIZES".
              01  checkpoint-table-r REDEFINES checkpoint-table.
                  03  checkpoint-entry OCCURS 10 TIMES.
                      05  ckt-file        PIC X(20).
                      05  ckt-program     PIC X(20).

               TO worklist-record
           WRITE worklist-record

           PERFORM VARYING tbl-idx FROM 1 BY 1 UNTIL tbl-idx > 10
             PERFORM SCAN-ONE-CHECKPOINT
           END-PERFORM

