       01  catalog-file-status PIC 99.
           88  catalog-is-ok   VALUE 0 THRU 9.

       COPY lngreq.

       01  report-file-name    PIC X(30).
       01  bundle-file-name    PIC X(30).

             MOVE bundle-file-name TO ocl-generation
             WRITE output-catalog-record
             CLOSE catalog-file
             MOVE SPACES TO lineage-request
             SET lrq-output TO TRUE
             MOVE "REPORT-DISTRIBUTION" TO lrq-program
             MOVE bundle-file-name TO lrq-name
             STRING "RECORDS " ocl-records
                 DELIMITED BY SIZE INTO lrq-detail
             MOVE run-date TO lrq-date
             CALL "LINEAGE" USING lineage-request
           END-IF
           .
