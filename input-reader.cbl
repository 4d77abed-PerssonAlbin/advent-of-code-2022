
       COPY prmreq.

       COPY lngreq.

       01  file-open-flag      PIC X(1) VALUE "N".
           88  file-is-open    VALUE "Y".

           EVALUATE TRUE
             WHEN ird-fn-open
               PERFORM OPEN-INPUT-FILE
             WHEN ird-fn-open-named
               PERFORM OPEN-NAMED-FILE
             WHEN ird-fn-read
               PERFORM READ-INPUT-FILE
             WHEN ird-fn-close
           GOBACK.

       OPEN-INPUT-FILE.
           MOVE "test.txt" TO raw-input-name
           MOVE ird-program TO preq-program
           MOVE "INPUT" TO preq-keyword
               CLOSE control-file
             END-IF
           END-IF
           PERFORM OPEN-RESOLVED-FILE
           .

       OPEN-NAMED-FILE.
           MOVE ird-file-name TO raw-input-name
           PERFORM OPEN-RESOLVED-FILE
           .

       OPEN-RESOLVED-FILE.
           IF file-is-open
             CLOSE input-file
             MOVE "N" TO file-open-flag
           END-IF

           MOVE 0 TO ird-line-count
           MOVE 0 TO ird-data-records
               DISPLAY "  READING STAGED COPY "
                   FUNCTION TRIM(input-file-name)
             END-IF
             PERFORM RECORD-FEED-LINEAGE
           ELSE
             SET ird-failed TO TRUE
           END-IF
           .

       RECORD-FEED-LINEAGE.
           MOVE SPACES TO lineage-request
           SET lrq-input TO TRUE
           MOVE ird-program TO lrq-program
           MOVE raw-input-name TO lrq-name
           IF input-file-name NOT = raw-input-name
             MOVE "STAGED" TO lrq-detail
           ELSE
             MOVE "RAW" TO lrq-detail
           END-IF
           MOVE 0 TO lrq-date
           CALL "LINEAGE" USING lineage-request
           .

       READ-INPUT-FILE.
           IF NOT file-is-open
             SET ird-failed TO TRUE
