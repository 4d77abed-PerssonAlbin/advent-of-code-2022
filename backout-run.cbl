       01  confirm-answer      PIC X(1).

       01  restore-table.
           03  restore-entry OCCURS 200 TIMES.
               05  rtb-file        PIC X(30).
               05  rtb-best-date   PIC 9(8).
               05  rtb-generation  PIC X(44).
               05  rtb-touched     PIC X(1).
       01  restore-count       PIC 9(3) VALUE 0.
       01  restore-idx         PIC 9(3).
       01  restore-hit         PIC 9(3).
       01  entries-dropped     PIC 9(4) VALUE 0.

       01  files-restored      PIC 9(3) VALUE 0.
       01  files-emptied       PIC 9(3) VALUE 0.
       01  history-deleted     PIC 9(4) VALUE 0.
       01  repo-deleted        PIC 9(4) VALUE 0.
       01  lines-removed       PIC 9(6) VALUE 0.
           DISPLAY "flat-file rows removed="lines-removed
           DISPLAY "intraday day-states cleared="
               day-states-cleared
           IF entries-dropped > 0
             DISPLAY "*** catalog entries not considered (restore "
                 "table full)=" entries-dropped " ***"
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       BUILD-RESTORE-TABLE.
                 AT END
                   CONTINUE
                 NOT AT END
                   IF ocl-program NOT = "MASTER-BACKUP"
                     PERFORM NOTE-CATALOG-ENTRY
                   END-IF
               END-READ
             END-PERFORM
             CLOSE catalog-file
               MOVE restore-idx TO restore-hit
             END-IF
           END-PERFORM
           IF restore-hit = 0
             IF restore-count < 200
               COMPUTE restore-count = restore-count + 1
               MOVE restore-count TO restore-hit
               MOVE ocl-file TO rtb-file(restore-hit)
               MOVE 0 TO rtb-best-date(restore-hit)
               MOVE SPACES TO rtb-generation(restore-hit)
               MOVE "N" TO rtb-touched(restore-hit)
             ELSE
               COMPUTE entries-dropped = entries-dropped + 1
               DISPLAY "Restore table full; catalog entry for "
                   FUNCTION TRIM(ocl-file) " dated " ocl-date
                   " was not considered."
             END-IF
           END-IF
           IF restore-hit > 0
             IF ocl-date = backout-date
                   CONTINUE
                 NOT AT END
                   IF ocl-date = backout-date
                   AND ocl-program NOT = "MASTER-BACKUP"
                     COMPUTE lines-removed = lines-removed + 1
                   ELSE
                     MOVE output-catalog-record TO scratch-record
