                      "campt1.ckpt         CAMP-CLEANUP".
                  03  FILLER PIC X(40) VALUE
                      "day5.ckpt           SUPPLY-STACKS".
                  03  FILLER PIC X(40) VALUE
                      "day7.ckpt           DIRECTORY-SIZES".
              01  checkpoint-table-r REDEFINES checkpoint-table.
                  03  checkpoint-entry OCCURS 10 TIMES.
                      05  ckt-file        PIC X(20).
                      05  ckt-program     PIC X(20).

              01  missing-today-count PIC 9(2) VALUE 0.
              01  bad-status-count    PIC 9(2) VALUE 0.
              01  warn-status-count   PIC 9(2) VALUE 0.
              01  skipped-status-count PIC 9(2) VALUE 0.
              01  unacked-count       PIC 9(6) VALUE 0.
              01  verdict             PIC X(5).
       PROCEDURE DIVISION.
               missing-today-count
           DISPLAY "failed statuses: " bad-status-count
           DISPLAY "exception statuses: " warn-status-count
           DISPLAY "skipped statuses: " skipped-status-count

           EVALUATE TRUE
             WHEN midflight-count > 0
             OR missing-today-count > 0
             OR bad-status-count > 0
             OR skipped-status-count > 0
               MOVE "RED" TO verdict
               MOVE 8 TO RETURN-CODE
             WHEN unacked-count > 0 OR warn-status-count > 0
             EVALUATE lrt-status(tbl-idx)
               WHEN "FAILED"
                 COMPUTE bad-status-count = bad-status-count + 1
               WHEN "SKIPPED"
                 COMPUTE skipped-status-count = skipped-status-count + 1
               WHEN "EXCEPTNS"
               WHEN "BADGEFAIL"
                 COMPUTE warn-status-count = warn-status-count + 1
       CHECK-CHECKPOINTS.
           DISPLAY " "
           DISPLAY "CHECKPOINTS"
           PERFORM VARYING tbl-idx FROM 1 BY 1 UNTIL tbl-idx > 10
             MOVE FUNCTION TRIM(ckt-file(tbl-idx))
                 TO checkpoint-name
             MOVE 0 TO resume-line
