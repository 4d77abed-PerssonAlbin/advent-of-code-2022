                  SELECT alert-file ASSIGN TO "alerts.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS alert-file-status.
                  SELECT section-history
                      ASSIGN TO "section-history.dat"
                      ORGANIZATION INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS shs-section
                      FILE STATUS history-file-status.

              DATA DIVISION.
              FILE SECTION.
              FD  alert-file.
              COPY altrec.

              FD  section-history.
              COPY shsrec.

              WORKING-STORAGE SECTION.
              COPY prmreq.

              01  alert-file-status PIC 99.
                  88  alert-is-ok      VALUE 0.

              01  history-file-status PIC 99.
                  88  history-is-ok    VALUE 0.
              01  history-open-flag   PIC X(1) VALUE "N".
                  88  history-open     VALUE "Y".

              01  run-date            PIC 9(8).
              01  run-time            PIC 9(8).
              01  run-integer         PIC 9(8).
              01  work-from           PIC 9(5).
              01  work-to             PIC 9(5).
              01  work-since          PIC 9(8).
              01  clean-date          PIC 9(8).
              01  history-section     PIC 9(6).
              01  history-updates     PIC 9(6) VALUE 0.

              01  plan-ranges-read    PIC 9(4) VALUE 0.
              01  completions-read    PIC 9(4) VALUE 0.
           DISPLAY "completions read="completions-read
           DISPLAY "ranges still outstanding="carried-count
           DISPLAY "ranges older than limit="stale-count
           DISPLAY "section history updates="history-updates
           IF stale-count > 0
             PERFORM WRITE-STALE-ALERT
             MOVE 4 TO RETURN-CODE
           IF NOT completion-is-ok
             DISPLAY "No completion feed was presented today."
           ELSE
             PERFORM OPEN-SECTION-HISTORY
             PERFORM UNTIL completion-eof
               READ completion-file
                 AT END
                     MOVE cmf-from TO comp-from
                     MOVE cmf-to TO comp-to
                     PERFORM SUBTRACT-COMPLETION
                     IF history-open
                       PERFORM RECORD-SECTION-HISTORY
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE completion-file
             IF history-open
               CLOSE section-history
             END-IF
           END-IF
           .

       OPEN-SECTION-HISTORY.
           OPEN I-O section-history
           IF NOT history-is-ok
             OPEN OUTPUT section-history
             CLOSE section-history
             OPEN I-O section-history
           END-IF
           IF history-is-ok
             MOVE "Y" TO history-open-flag
           ELSE
             DISPLAY "The section history could not be opened (status "
                 history-file-status ")."
           END-IF
           .

       RECORD-SECTION-HISTORY.
           IF cmf-date IS NUMERIC
           AND cmf-date > 19000000
           AND cmf-date <= run-date
             MOVE cmf-date TO clean-date
           ELSE
             MOVE run-date TO clean-date
           END-IF
           PERFORM VARYING history-section FROM comp-from BY 1
                   UNTIL history-section > comp-to
             PERFORM UPDATE-SECTION-HISTORY
           END-PERFORM
           .

       UPDATE-SECTION-HISTORY.
           MOVE history-section TO shs-section
           READ section-history
             INVALID KEY
               MOVE history-section TO shs-section
               MOVE clean-date TO shs-last-cleaned
               MOVE cmf-crew TO shs-last-crew
               MOVE 1 TO shs-clean-count
               MOVE clean-date TO shs-first-cleaned
               MOVE run-date TO shs-updated
               WRITE section-history-record
               COMPUTE history-updates = history-updates + 1
             NOT INVALID KEY
               IF shs-last-cleaned = clean-date
               AND shs-last-crew = cmf-crew
                 CONTINUE
               ELSE
                 COMPUTE shs-clean-count = shs-clean-count + 1
                 IF clean-date >= shs-last-cleaned
                   MOVE clean-date TO shs-last-cleaned
                   MOVE cmf-crew TO shs-last-crew
                 END-IF
                 IF clean-date < shs-first-cleaned
                   MOVE clean-date TO shs-first-cleaned
                 END-IF
                 MOVE run-date TO shs-updated
                 REWRITE section-history-record
                 COMPUTE history-updates = history-updates + 1
               END-IF
           END-READ
           .

       SUBTRACT-COMPLETION.
