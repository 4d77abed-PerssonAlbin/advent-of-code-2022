              01  report-record       PIC X(132).

              WORKING-STORAGE SECTION.
              COPY lngreq.

              COPY cmpreq.

              COPY filsts REPLACING

           DISPLAY "programs reported="step-count
           DISPLAY "pages written="page-number
           PERFORM RECORD-RUN-LINEAGE
           MOVE 0 TO RETURN-CODE
           STOP RUN.

           MOVE metric-lines TO trl-value
           WRITE report-record FROM trailer-line
           .

       RECORD-RUN-LINEAGE.
           MOVE SPACES TO lineage-request
           SET lrq-run TO TRUE
           MOVE "OPS-REPORT" TO lrq-program
           MOVE "COMPLETE" TO lrq-name
           STRING "PROGRAMS " step-count " PAGES " page-number
               DELIMITED BY SIZE INTO lrq-detail
           MOVE run-date TO lrq-date
           CALL "LINEAGE" USING lineage-request
           .
