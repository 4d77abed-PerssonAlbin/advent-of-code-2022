              01  aging-record        PIC X(80).

              WORKING-STORAGE SECTION.
              COPY lngreq.

              01  order-file-status   PIC 99.
                  88  order-is-ok     VALUE 0.
              01  order-eof-flag      PIC X(1).
              01  run-date            PIC 9(8).
              01  run-integer         PIC 9(8).
              01  age-days            PIC S9(5).
              01  late-days           PIC S9(5).
              01  past-expected       PIC 9(6) VALUE 0.

              01  open-count          PIC 9(6) VALUE 0.
              01  bucket-0-2          PIC 9(6) VALUE 0.
                  03  FILLER          PIC X(10) VALUE "     QTY".
                  03  FILLER          PIC X(10) VALUE "ORDERED".
                  03  FILLER          PIC X(5) VALUE " AGE".
                  03  FILLER          PIC X(9) VALUE " SUPPLIER".
                  03  FILLER          PIC X(10) VALUE "  EXPECTED".
                  03  FILLER          PIC X(5) VALUE " LATE".

              01  aging-line.
                  03  agl-order-no    PIC Z(5)9.
                  03  agl-date        PIC 9(8).
                  03  FILLER          PIC X(1) VALUE SPACES.
                  03  agl-age         PIC Z(3)9.
                  03  FILLER          PIC X(3) VALUE SPACES.
                  03  agl-supplier    PIC X(6).
                  03  FILLER          PIC X(4) VALUE SPACES.
                  03  agl-expected    PIC 9(8).
                  03  FILLER          PIC X(1) VALUE SPACES.
                  03  agl-late        PIC Z(3)9.

              01  bucket-line.
                  03  bkl-label       PIC X(20).
           MOVE "AGE 6+ DAYS" TO bkl-label
           MOVE bucket-6-up TO bkl-count
           PERFORM WRITE-BUCKET-LINE
           MOVE "PAST EXPECTED DATE" TO bkl-label
           MOVE past-expected TO bkl-count
           PERFORM WRITE-BUCKET-LINE
           MOVE "TOTAL OPEN" TO bkl-label
           MOVE open-count TO bkl-count
           PERFORM WRITE-BUCKET-LINE

           DISPLAY "open orders="open-count
           DISPLAY "aged 6 days or more="bucket-6-up
           DISPLAY "past expected delivery date="past-expected
           PERFORM RECORD-RUN-LINEAGE
           IF bucket-6-up > 0
             MOVE 4 TO RETURN-CODE
           ELSE
           MOVE ord-qty TO agl-qty
           MOVE ord-date TO agl-date
           MOVE age-days TO agl-age
           MOVE 0 TO late-days
           IF ord-expected-date > 0
             COMPUTE late-days = run-integer
                 - FUNCTION INTEGER-OF-DATE(ord-expected-date)
           END-IF
           IF late-days > 0
             COMPUTE past-expected = past-expected + 1
           ELSE
             MOVE 0 TO late-days
           END-IF
           MOVE ord-supplier TO agl-supplier
           MOVE ord-expected-date TO agl-expected
           MOVE late-days TO agl-late
           MOVE SPACES TO aging-record
           MOVE aging-line TO aging-record
           WRITE aging-record
           MOVE bucket-line TO aging-record
           WRITE aging-record
           .

       RECORD-RUN-LINEAGE.
           MOVE SPACES TO lineage-request
           SET lrq-run TO TRUE
           MOVE "ORDER-AGING" TO lrq-program
           MOVE "COMPLETE" TO lrq-name
           STRING "OPEN ORDERS " open-count
               DELIMITED BY SIZE INTO lrq-detail
           MOVE run-date TO lrq-date
           CALL "LINEAGE" USING lineage-request
           .
