              COPY mstovr.

              WORKING-STORAGE SECTION.
              COPY lngreq.

              COPY itmpri.

              01  master-file-status PIC 99.
             GOBACK
           END-IF
           CLOSE override-master
           PERFORM RECORD-RUN-LINEAGE

           MOVE 0 TO RETURN-CODE
           STOP RUN.
             COMPUTE ITEM-PRIORITY-VALUE(tbl-idx) = ord-val - 39
           END-PERFORM
           .

       RECORD-RUN-LINEAGE.
           MOVE SPACES TO lineage-request
           SET lrq-run TO TRUE
           MOVE "ITEM-PRIORITY-MASTER" TO lrq-program
           MOVE "COMPLETE" TO lrq-name
           STRING "PRIORITY MASTER RELOADED"
               DELIMITED BY SIZE INTO lrq-detail
           MOVE 0 TO lrq-date
           CALL "LINEAGE" USING lineage-request
           .
