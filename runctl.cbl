       01  master-file-status  PIC 99.
           88  master-is-ok    VALUE 0.

       COPY lngreq.

       LINKAGE SECTION.
       COPY rctlrec.
       PROCEDURE DIVISION USING run-control-record.
       MAIN.
           PERFORM RECORD-RUN-LINEAGE

           OPEN I-O run-control-master
           IF NOT master-is-ok
             OPEN OUTPUT run-control-master
           END-WRITE
           CLOSE run-control-master
           GOBACK.

       RECORD-RUN-LINEAGE.
           MOVE SPACES TO lineage-request
           SET lrq-run TO TRUE
           MOVE rcl-program TO lrq-program
           MOVE rcl-status TO lrq-name
           STRING "START " rcl-start-time " LINES " rcl-lines
               " EXCPT " rcl-exceptions
               DELIMITED BY SIZE INTO lrq-detail
           MOVE rcl-date TO lrq-date
           MOVE rcl-camp TO lrq-camp
           CALL "LINEAGE" USING lineage-request
           .
