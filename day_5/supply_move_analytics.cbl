              01  move-audit-record   PIC X(80).

              FD  crate-ledger-file.
              COPY clgrec.

              FD  analytics-file.
              01  analytics-record    PIC X(80).
              01  move-table.
                  03  move-entry OCCURS 5000 TIMES.
                      05  mvt-count   PIC 9(3).
                      05  mvt-source  PIC 9(2).
                      05  mvt-dest    PIC 9(2).
              01  move-total          PIC 9(4) VALUE 0.
              01  move-idx            PIC 9(4).
              01  dropped-moves       PIC 9(4) VALUE 0.
              01  round-trip-lifts    PIC 9(8) VALUE 0.

              01  touch-table.
                  03  touch-entry OCCURS 2000 TIMES.
                      05  tch-crate   PIC X(3).
                      05  tch-count   PIC 9(6).
              01  touch-kinds         PIC 9(4) VALUE 0.
              01  touch-idx           PIC 9(4).
              01  touch-hit           PIC 9(4).
              01  over-touched        PIC 9(4) VALUE 0.
              01  upgrade-crate       PIC X(3).
              01  upgrade-from        PIC 9(2).
              01  upgrade-to          PIC 9(2).
              01  upgrade-line        PIC 9(6).
              01  minimum-lifts       PIC 9(8) VALUE 0.
              01  ledger-lifts        PIC 9(8) VALUE 0.
              01  redundancy-pct      PIC 9(3).

              01  touch-line.
                  03  FILLER          PIC X(6) VALUE "CRATE ".
                  03  tcl-crate       PIC X(3).
                  03  FILLER          PIC X(9) VALUE " TOUCHED ".
                  03  tcl-count       PIC Z(5)9.
                  03  FILLER          PIC X(6) VALUE " TIMES".
               COMPUTE move-total = move-total + 1
               MOVE FUNCTION NUMVAL(move-audit-record(13:3))
                   TO mvt-count(move-total)
               IF move-audit-record(23:4) = " TO "
                 MOVE FUNCTION NUMVAL(move-audit-record(22:1))
                     TO mvt-source(move-total)
                 MOVE FUNCTION NUMVAL(move-audit-record(27:1))
                     TO mvt-dest(move-total)
               ELSE
                 MOVE FUNCTION NUMVAL(move-audit-record(22:2))
                     TO mvt-source(move-total)
                 MOVE FUNCTION NUMVAL(move-audit-record(28:2))
                     TO mvt-dest(move-total)
               END-IF
             ELSE
               COMPUTE dropped-moves = dropped-moves + 1
             END-IF
                 AT END
                   CONTINUE
                 NOT AT END
                   PERFORM UPGRADE-LEDGER-ROW
                   IF clg-kind = "MOVE"
                   AND clg-from NOT = 0 AND clg-to NOT = 0
                     PERFORM TALLY-ONE-TOUCH
                   END-IF
               END-READ
             END-PERFORM
             CLOSE crate-ledger-file
               MOVE touch-idx TO touch-hit
             END-IF
           END-PERFORM
           IF touch-hit = 0 AND touch-kinds < 2000
             COMPUTE touch-kinds = touch-kinds + 1
             MOVE touch-kinds TO touch-hit
             MOVE clg-crate TO tch-crate(touch-hit)
           MOVE stat-line TO analytics-record
           WRITE analytics-record
           .

       UPGRADE-LEDGER-ROW.
           IF clv-spare = SPACES
             MOVE clv-crate TO upgrade-crate
             MOVE clv-from TO upgrade-from
             MOVE clv-to TO upgrade-to
             MOVE clv-line TO upgrade-line
             MOVE upgrade-crate TO clg-crate
             MOVE upgrade-from TO clg-from
             MOVE upgrade-to TO clg-to
             MOVE upgrade-line TO clg-line
           END-IF
           IF clg-kind = SPACES
             MOVE 0 TO clg-manifest
             MOVE "MOVE" TO clg-kind
           END-IF
           .
