       01  summary-record      PIC X(80).

       WORKING-STORAGE SECTION.
       COPY lngreq.

       COPY xclreq.

       COPY filsts REPLACING
           DISPLAY "lines with unknown item letters="unknown-letters
           DISPLAY "completion rows checked="completion-rows
           DISPLAY "unknown crews="orphan-crews
           PERFORM RECORD-RUN-LINEAGE

           IF orphan-elves > 0 OR unknown-letters > 0
           OR orphan-crews > 0
           MOVE total-line TO summary-record
           WRITE summary-record
           .

       RECORD-RUN-LINEAGE.
           MOVE SPACES TO lineage-request
           SET lrq-run TO TRUE
           MOVE "REF-INTEGRITY" TO lrq-program
           MOVE "COMPLETE" TO lrq-name
           STRING "LEDGER " ledger-rows " LISTING " listing-rows
               DELIMITED BY SIZE INTO lrq-detail
           MOVE 0 TO lrq-date
           CALL "LINEAGE" USING lineage-request
           .
