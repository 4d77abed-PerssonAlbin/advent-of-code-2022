                  03  crr-line        PIC 9(6).
                  03  FILLER          PIC X(1).
                  03  crr-text        PIC X(60).
                  03  FILLER          PIC X(1).
                  03  crr-date        PIC X(8).

              FD  replay-audit-file.
              01  replay-audit-record PIC X(120).

              COPY rpspts.

              COPY pckreq.

              01  desired-move-table.
                  03  dm-row OCCURS 3 TIMES.
                      05  dm-col OCCURS 3 TIMES PIC 9(1).

              01  detail-file-name    PIC X(40).
              01  run-date            PIC 9(8).
              01  posting-date        PIC 9(8).

              01  corrections-read    PIC 9(4) VALUE 0.
              01  applied-count       PIC 9(4) VALUE 0.
              01  rejected-count      PIC 9(4) VALUE 0.
              01  unsupported-count   PIC 9(4) VALUE 0.
              01  closed-count        PIC 9(4) VALUE 0.

              01  disposition         PIC X(14).
              01  metric-name         PIC X(20).
           DISPLAY "applied="applied-count
           DISPLAY "rejected="rejected-count
           DISPLAY "not replayable="unsupported-count
           DISPLAY "rejected, period closed="closed-count

           IF rejected-count > 0 OR closed-count > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           MOVE SPACES TO disposition
           MOVE 0 TO metric-delta
           MOVE "N" TO replace-metric
           MOVE run-date TO posting-date
           IF crr-date IS NUMERIC
             MOVE crr-date TO posting-date
             IF FUNCTION TEST-DATE-YYYYMMDD(posting-date) NOT = 0
               MOVE run-date TO posting-date
             END-IF
           END-IF
           MOVE posting-date TO pck-date
           CALL "PERIODCK" USING period-check-request
           IF pck-closed
             MOVE "PERIOD CLOSED" TO disposition
             COMPUTE closed-count = closed-count + 1
             MOVE 0 TO metric-before
             MOVE 0 TO metric-after
           ELSE
             PERFORM REPLAY-BY-PROGRAM
           END-IF

           IF disposition = "APPLIED"
             PERFORM ADJUST-HISTORY-METRIC
           WRITE replay-audit-record FROM audit-line
           .

       REPLAY-BY-PROGRAM.
           EVALUATE crr-program
             WHEN "CALORIE-COUNTER-1"
               PERFORM REPLAY-CALORIE
             WHEN "RPS-PT1"
               PERFORM REPLAY-RPS-PT1
             WHEN "RPS-PT2"
               PERFORM REPLAY-RPS-PT2
             WHEN "RUCKSACK-PT1"
               PERFORM REPLAY-RUCKSACK
             WHEN "CAMP-CLEANUP"
               PERFORM REPLAY-CAMP
             WHEN OTHER
               MOVE "NOT REPLAYABLE" TO disposition
               COMPUTE unsupported-count = unsupported-count + 1
           END-EVALUATE
           .

       REPLAY-CALORIE.
           IF FUNCTION TRIM(crr-text) IS NUMERIC
           AND FUNCTION TRIM(crr-text) NOT = SPACES
             MOVE crr-program TO hix-program
             CALL "CAMPID" USING camp-id-request
             MOVE cmp-camp TO hix-camp
             MOVE posting-date TO hix-date
             MOVE metric-name TO hix-metric-name
             READ history-master
               INVALID KEY
             MOVE crr-program TO hix-program
             CALL "CAMPID" USING camp-id-request
             MOVE cmp-camp TO hix-camp
             MOVE posting-date TO hix-date
             MOVE metric-name TO hix-metric-name
             MOVE metric-after TO hix-metric-val
             IF metric-found = "Y"
             CALL "CAMPID" USING camp-id-request
             MOVE cmp-camp TO xrp-camp
             MOVE crr-program TO xrp-program
             MOVE posting-date TO xrp-date
             MOVE crr-line TO xrp-line-no
             READ exception-repo
               INVALID KEY
