                  SELECT source-map-file ASSIGN TO map-file-name
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS source-map-status.
                  SELECT feed-ack-file ASSIGN TO "feed-ack.dat"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS feed-ack-status.

              DATA DIVISION.
              FILE SECTION.
                  03  FILLER          PIC X(2).
                  03  smp-file        PIC X(60).

              FD  feed-ack-file.
              COPY fakrec.

              WORKING-STORAGE SECTION.
              COPY cmpreq.

                  03  trl-count       PIC 9(6).
                  03  FILLER          PIC X(1) VALUE SPACES.
                  03  trl-sum         PIC 9(9).

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==feed-ack-status==
                          ==:OK-NAME:==     BY ==feed-ack-is-ok==
                          ==:EOF-NAME:==    BY ==feed-ack-fs-spare==.

              01  ack-table.
                  03  ack-entry OCCURS 2 TIMES.
                      05  ack-file        PIC X(60).
                      05  ack-opened      PIC X(1).
                      05  ack-received    PIC 9(6).
                      05  ack-trailer-seen PIC X(1).
                      05  ack-trailer     PIC 9(6).
                      05  ack-reason-count PIC 9(1).
                      05  ack-reason      PIC X(3) OCCURS 4 TIMES.
              01  ack-idx           PIC 9(1).
              01  ack-sources       PIC 9(1).
              01  ack-wanted        PIC X(1).
              01  ack-program       PIC X(20).
              01  feed-staged       PIC X(1).
              01  new-reason        PIC X(3).
              01  reason-idx        PIC 9(1).
              01  reason-held       PIC X(1).
              01  acks-written      PIC 9(3) VALUE 0.
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT start-time FROM TIME
           DISPLAY "feeds staged="feed-count
           DISPLAY "records staged="total-staged
           DISPLAY "multi-source feeds merged="merged-feeds
           DISPLAY "feed acknowledgments recorded="acks-written
           IF duplicates-found > 0
             DISPLAY "duplicate submissions rejected="
                 duplicates-found
                       TO second-source-name
                 END-IF
               END-PERFORM
               MOVE prw-program TO ack-program
               PERFORM STAGE-ONE-FEED THRU STAGE-ONE-FEED-EXIT
               IF ack-wanted = "Y"
                 PERFORM WRITE-FEED-ACKS
               END-IF
             END-IF
           END-PERFORM
           .
           END-IF

           MOVE SPACES TO second-source-name
           MOVE "CONTROL CARD" TO ack-program
           PERFORM STAGE-ONE-FEED THRU STAGE-ONE-FEED-EXIT
           IF ack-wanted = "Y"
             PERFORM WRITE-FEED-ACKS
           END-IF
           .

       STAGE-ONE-FEED.
           MOVE "N" TO feed-failed
           MOVE "N" TO ack-wanted
           MOVE "N" TO feed-staged

           MOVE FUNCTION LENGTH(FUNCTION TRIM(raw-input-name))
               TO name-length
           STRING FUNCTION TRIM(raw-input-name) ".stg"
               DELIMITED BY SIZE INTO staged-file-name

           MOVE "Y" TO ack-wanted
           INITIALIZE ack-table
           MOVE raw-input-name TO ack-file(1)
           MOVE "N" TO ack-opened(1)
           MOVE "N" TO ack-trailer-seen(1)
           MOVE 1 TO ack-sources
           IF second-source-name NOT = SPACES
             MOVE second-source-name TO ack-file(2)
             MOVE "N" TO ack-opened(2)
             MOVE "N" TO ack-trailer-seen(2)
             MOVE 2 TO ack-sources
           END-IF
           MOVE 1 TO ack-idx

           OPEN INPUT raw-input-file
           IF NOT raw-is-ok
             DISPLAY "The raw input file could not be opened: "
                 FUNCTION TRIM(raw-input-name)
             MOVE "Y" TO feed-failed
             MOVE "Y" TO stage-failed
             MOVE "MIS" TO new-reason
             PERFORM ADD-ACK-REASON
             PERFORM WRITE-STAGE-ALERT
             GO TO STAGE-ONE-FEED-EXIT
           END-IF
           MOVE "Y" TO ack-opened(1)

           OPEN OUTPUT staged-file
           IF NOT staged-is-ok
             CLOSE raw-input-file
             MOVE "Y" TO feed-failed
             MOVE "Y" TO stage-failed
             MOVE "STG" TO new-reason
             PERFORM ADD-ACK-REASON
             GO TO STAGE-ONE-FEED-EXIT
           END-IF

                   FUNCTION TRIM(second-source-name)
               MOVE "Y" TO feed-failed
               MOVE "Y" TO stage-failed
               MOVE 2 TO ack-idx
               MOVE "MIS" TO new-reason
               PERFORM ADD-ACK-REASON
               PERFORM WRITE-STAGE-ALERT
             ELSE
               MOVE "Y" TO ack-opened(2)
               MOVE 2 TO current-source
               MOVE 0 TO source-records
               MOVE 0 TO source-trailer-ct
                 FUNCTION TRIM(raw-input-name)
             MOVE "Y" TO feed-failed
             MOVE "Y" TO stage-failed
             MOVE "EMP" TO new-reason
             PERFORM ADD-REASON-TO-OPENED
             PERFORM WRITE-STAGE-ALERT
             GO TO STAGE-ONE-FEED-EXIT
           END-IF
             COMPUTE duplicates-found = duplicates-found + 1
             MOVE "Y" TO feed-failed
             MOVE "Y" TO stage-failed
             MOVE "DUP" TO new-reason
             PERFORM ADD-REASON-TO-OPENED
             PERFORM WRITE-DUPLICATE-ALERT
             GO TO STAGE-ONE-FEED-EXIT
           END-IF
           MOVE trailer-line TO staged-record
           WRITE staged-record
           CLOSE staged-file
           MOVE "Y" TO feed-staged
           PERFORM REGISTER-STAGED-FEED

           COMPUTE feed-count = feed-count + 1

       STAGE-RECORD.
           IF raw-record(1:5) = "*TRL*"
             MOVE current-source TO ack-idx
             IF FUNCTION TRIM(raw-record(7:6)) IS NUMERIC
               MOVE FUNCTION NUMVAL(raw-record(7:6))
                   TO source-trailer-ct
               MOVE "Y" TO ack-trailer-seen(ack-idx)
               MOVE source-trailer-ct TO ack-trailer(ack-idx)
             ELSE
               MOVE "Y" TO trailer-bad
               MOVE "TRB" TO new-reason
               PERFORM ADD-ACK-REASON
             END-IF
           ELSE
             COMPUTE record-count = record-count + 1
           .

       CHECK-SOURCE-TRAILER.
           MOVE current-source TO ack-idx
           MOVE source-records TO ack-received(ack-idx)
           IF source-trailer-ct > 0
           AND source-trailer-ct NOT = source-records
             MOVE "Y" TO trailer-bad
             MOVE "TRL" TO new-reason
             PERFORM ADD-ACK-REASON
             DISPLAY "SOURCE TRAILER OUT OF BALANCE for "
                 FUNCTION TRIM(raw-input-name) " expected="
                 source-trailer-ct " read=" source-records
           WRITE alert-record
           CLOSE alert-file
           .

       ADD-ACK-REASON.
           MOVE "N" TO reason-held
           PERFORM VARYING reason-idx FROM 1 BY 1
                   UNTIL reason-idx > 4
             IF ack-reason(ack-idx, reason-idx) = new-reason
               MOVE "Y" TO reason-held
             END-IF
           END-PERFORM
           IF reason-held = "N"
           AND ack-reason-count(ack-idx) < 4
             COMPUTE ack-reason-count(ack-idx) =
                 ack-reason-count(ack-idx) + 1
             MOVE new-reason
                 TO ack-reason(ack-idx, ack-reason-count(ack-idx))
           END-IF
           .

       ADD-REASON-TO-OPENED.
           PERFORM VARYING ack-idx FROM 1 BY 1
                   UNTIL ack-idx > ack-sources
             IF ack-opened(ack-idx) = "Y"
               PERFORM ADD-ACK-REASON
             END-IF
           END-PERFORM
           .

       WRITE-FEED-ACKS.
           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME
           OPEN EXTEND feed-ack-file
           IF NOT feed-ack-is-ok
             OPEN OUTPUT feed-ack-file
           END-IF
           IF NOT feed-ack-is-ok
             DISPLAY "The feed acknowledgment register could not be "
                 "opened."
           ELSE
             PERFORM VARYING ack-idx FROM 1 BY 1
                     UNTIL ack-idx > ack-sources
               PERFORM WRITE-ONE-FEED-ACK
             END-PERFORM
             CLOSE feed-ack-file
           END-IF
           .

       WRITE-ONE-FEED-ACK.
           MOVE SPACES TO feed-ack-record
           MOVE stage-date TO fak-date
           MOVE run-time TO fak-time
           MOVE ack-program TO fak-program
           MOVE ack-idx TO fak-source
           MOVE ack-sources TO fak-sources
           MOVE ack-file(ack-idx) TO fak-file
           MOVE ack-received(ack-idx) TO fak-received
           MOVE ack-trailer-seen(ack-idx) TO fak-trailer-seen
           MOVE ack-trailer(ack-idx) TO fak-trailer
           EVALUATE TRUE
             WHEN ack-opened(ack-idx) NOT = "Y"
               SET fak-not-received TO TRUE
             WHEN feed-staged = "Y"
               SET fak-accepted TO TRUE
               IF feed-failed = "Y"
                 MOVE "PRT" TO new-reason
                 PERFORM ADD-ACK-REASON
               END-IF
             WHEN OTHER
               SET fak-rejected TO TRUE
               IF ack-reason-count(ack-idx) = 0
                 MOVE "SRC" TO new-reason
                 PERFORM ADD-ACK-REASON
               END-IF
           END-EVALUATE
           PERFORM VARYING reason-idx FROM 1 BY 1
                   UNTIL reason-idx > 4
             MOVE ack-reason(ack-idx, reason-idx)
                 TO fak-reason(reason-idx)
           END-PERFORM
           WRITE feed-ack-record
           COMPUTE acks-written = acks-written + 1
           .
