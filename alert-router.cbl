              01  routed-record       PIC X(120).

              WORKING-STORAGE SECTION.
              COPY lngreq.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==alert-file-status==
                          ==:OK-NAME:==     BY ==alert-is-ok==
           DISPLAY "alerts routed="alerts-routed
           DISPLAY "duplicates suppressed="alerts-suppressed
           DISPLAY "storms escalated="storms-escalated
           PERFORM RECORD-RUN-LINEAGE
           PERFORM VARYING team-idx FROM 1 BY 1 UNTIL team-idx > 4
             DISPLAY FUNCTION TRIM(tmt-file(team-idx)) ": "
                 tmt-count(team-idx) " routed, "
                 tmt-count(route-idx) + 1
           END-IF
           .

       RECORD-RUN-LINEAGE.
           MOVE SPACES TO lineage-request
           SET lrq-run TO TRUE
           MOVE "ALERT-ROUTER" TO lrq-program
           MOVE "COMPLETE" TO lrq-name
           STRING "READ " alerts-read " ROUTED " alerts-routed
               DELIMITED BY SIZE INTO lrq-detail
           MOVE 0 TO lrq-date
           CALL "LINEAGE" USING lineage-request
           .
