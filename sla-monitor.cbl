               05  rns-done-secs   PIC 9(6).
               05  rns-elap-total  PIC 9(9).
               05  rns-elap-count  PIC 9(4).
               05  rns-skipped     PIC X(1).
       01  runstat-count       PIC 9(2) VALUE 0.
       01  runstat-idx         PIC 9(2).
       01  runstat-hit         PIC 9(2).

       01  missed-count        PIC 9(2) VALUE 0.
       01  at-risk-count       PIC 9(2) VALUE 0.
       01  skipped-count       PIC 9(2) VALUE 0.

       01  sla-line.
           03  sll-program     PIC X(20).
           DISPLAY "SLA steps checked="sla-count
           DISPLAY "deadlines missed="missed-count
           DISPLAY "steps at risk="at-risk-count
           DISPLAY "steps skipped="skipped-count
           IF missed-count > 0 OR at-risk-count > 0
           OR skipped-count > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
             MOVE 0 TO rns-done-secs(runstat-hit)
             MOVE 0 TO rns-elap-total(runstat-hit)
             MOVE 0 TO rns-elap-count(runstat-hit)
             MOVE "N" TO rns-skipped(runstat-hit)
           END-IF
           IF runstat-hit > 0
           AND rcl-status = "SKIPPED"
             IF rcl-date = run-date
               MOVE "Y" TO rns-skipped(runstat-hit)
             END-IF
             MOVE 0 TO runstat-hit
           END-IF
           IF runstat-hit > 0
             MOVE FUNCTION NUMVAL(rcl-elapsed) TO elapsed-work
                 rns-elap-count(runstat-hit) + 1
             IF rcl-date = run-date
               MOVE "Y" TO rns-ran-today(runstat-hit)
               MOVE "N" TO rns-skipped(runstat-hit)
               MOVE rcl-start-time TO start-work
               COMPUTE done-seconds =
                   sw-hh * 3600 + sw-mm * 60 + sw-ss

           EVALUATE TRUE
             WHEN runstat-hit > 0
             AND rns-skipped(runstat-hit) = "Y"
               COMPUTE skipped-count = skipped-count + 1
               MOVE "SKIPPED" TO sll-verdict
               MOVE "UPSTREAM FAILURE" TO sll-detail
             WHEN runstat-hit > 0
             AND rns-ran-today(runstat-hit) = "Y"
               IF rns-done-secs(runstat-hit) > deadline-seconds
                 COMPUTE missed-count = missed-count + 1
