                  SELECT export-file ASSIGN TO export-file-name
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS export-file-status.
                  SELECT catalog-file ASSIGN TO "output-catalog.dat"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS catalog-file-status.

              DATA DIVISION.
              FILE SECTION.
              FD  export-file.
              01  export-record       PIC X(200).

              FD  catalog-file.
              COPY octrec.

              WORKING-STORAGE SECTION.
              COPY lngreq.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==profile-file-status==
                          ==:OK-NAME:==     BY ==profile-is-ok==
                          ==:OK-NAME:==     BY ==export-is-ok==
                          ==:EOF-NAME:==    BY ==export-fs-spare==.

              01  catalog-file-status PIC 99.
                  88  catalog-is-ok   VALUE 0 THRU 9.

              01  export-file-name    PIC X(40).
              01  export-rows         PIC 9(6).
              01  run-date            PIC 9(8).

              01  csv-work            PIC X(200).

           DISPLAY "profile rows exported="profile-rows
           DISPLAY "summary rows exported="summary-rows
           PERFORM RECORD-RUN-LINEAGE
           MOVE 0 TO RETURN-CODE
           STOP RUN.

             END-PERFORM
             CLOSE profile-file
             CLOSE export-file
             COMPUTE export-rows = profile-rows + 1
             PERFORM CATALOG-EXPORT
           END-IF
           .

             END-PERFORM
             CLOSE summary-file
             CLOSE export-file
             COMPUTE export-rows = summary-rows + 1
             PERFORM CATALOG-EXPORT
           END-IF
           .

           WRITE export-record
           COMPUTE summary-rows = summary-rows + 1
           .

       RECORD-RUN-LINEAGE.
           MOVE SPACES TO lineage-request
           SET lrq-run TO TRUE
           MOVE "CSV-EXPORT" TO lrq-program
           MOVE "COMPLETE" TO lrq-name
           STRING "PROFILE " profile-rows " SUMMARY " summary-rows
               DELIMITED BY SIZE INTO lrq-detail
           MOVE run-date TO lrq-date
           CALL "LINEAGE" USING lineage-request
           .

       CATALOG-EXPORT.
           OPEN EXTEND catalog-file
           IF NOT catalog-is-ok
             OPEN OUTPUT catalog-file
           END-IF
           IF catalog-is-ok
             MOVE SPACES TO output-catalog-record
             MOVE export-file-name TO ocl-file
             MOVE "CSV-EXPORT" TO ocl-program
             MOVE run-date TO ocl-date
             MOVE export-rows TO ocl-records
             MOVE export-file-name TO ocl-generation
             WRITE output-catalog-record
             CLOSE catalog-file
             MOVE SPACES TO lineage-request
             SET lrq-output TO TRUE
             MOVE "CSV-EXPORT" TO lrq-program
             MOVE export-file-name TO lrq-name
             STRING "RECORDS " ocl-records
                 DELIMITED BY SIZE INTO lrq-detail
             MOVE run-date TO lrq-date
             CALL "LINEAGE" USING lineage-request
           END-IF
           .
