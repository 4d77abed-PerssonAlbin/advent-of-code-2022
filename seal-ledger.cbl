           03  sel-seal        PIC 9(9).

       WORKING-STORAGE SECTION.
       COPY lngreq.

       COPY filsts REPLACING
                   ==:STATUS-NAME:== BY ==catalog-file-status==
                   ==:OK-NAME:==     BY ==catalog-is-ok==

           DISPLAY "outputs sealed="entries-sealed
           DISPLAY "closing seal="previous-seal
           PERFORM RECORD-RUN-LINEAGE
           MOVE 0 TO RETURN-CODE
           STOP RUN.

                 * char-idx, 1000000000)
           END-PERFORM
           .

       RECORD-RUN-LINEAGE.
           MOVE SPACES TO lineage-request
           SET lrq-run TO TRUE
           MOVE "SEAL-LEDGER" TO lrq-program
           MOVE "COMPLETE" TO lrq-name
           STRING "SEALED " entries-sealed
               DELIMITED BY SIZE INTO lrq-detail
           MOVE run-date TO lrq-date
           CALL "LINEAGE" USING lineage-request
           .
