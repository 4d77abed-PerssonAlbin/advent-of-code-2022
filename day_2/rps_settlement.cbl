       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPS-SETTLEMENT.

       ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                  SELECT leaderboard-file
                      ASSIGN TO "rps-leaderboard.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS leaderboard-file-status.
                  SELECT prize-master ASSIGN TO "prize-structure.dat"
                      ORGANIZATION INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS prz-tournament
                      FILE STATUS prize-file-status.
                  SELECT settlement-ledger
                      ASSIGN TO "rps-settlement-ledger.dat"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS ledger-file-status.
                  SELECT statement-file
                      ASSIGN TO "rps-settlement.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS statement-file-status.

              DATA DIVISION.
              FILE SECTION.
              FD  leaderboard-file.
              01  leaderboard-record  PIC X(80).

              FD  prize-master.
              COPY przrec.

              FD  settlement-ledger.
              01  settlement-ledger-record.
                  03  stl-date        PIC 9(8).
                  03  FILLER          PIC X(2).
                  03  stl-tournament  PIC X(10).
                  03  FILLER          PIC X(2).
                  03  stl-elf-name    PIC X(20).
                  03  FILLER          PIC X(2).
                  03  stl-type        PIC X(5).
                  03  FILLER          PIC X(2).
                  03  stl-amount      PIC -(8)9.99.
                  03  FILLER          PIC X(2).
                  03  stl-balance     PIC -(8)9.99.

              FD  statement-file.
              01  statement-record    PIC X(80).

              WORKING-STORAGE SECTION.
              COPY prmreq.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY
                          ==leaderboard-file-status==
                          ==:OK-NAME:==     BY ==leaderboard-is-ok==
                          ==:EOF-NAME:==    BY ==leaderboard-eof==.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==ledger-file-status==
                          ==:OK-NAME:==     BY ==ledger-is-ok==
                          ==:EOF-NAME:==    BY ==ledger-eof==.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==statement-file-status==
                          ==:OK-NAME:==     BY ==statement-is-ok==
                          ==:EOF-NAME:==    BY ==statement-fs-spare==.

              01  prize-file-status   PIC 99.
                  88  prize-is-ok     VALUE 0.

              01  run-date            PIC 9(8).
              01  tournament-id       PIC X(10).

              01  entrant-table.
                  03  entrant-entry OCCURS 50 TIMES.
                      05  ent-rank        PIC 9(3).
                      05  ent-elf-name    PIC X(20).
                      05  ent-place       PIC 9(3).
                      05  ent-tied        PIC 9(3).
                      05  ent-payout      PIC 9(9)V99.
                      05  ent-balance-bf  PIC S9(9)V99.
                      05  ent-balance-cf  PIC S9(9)V99.
              01  entrant-count       PIC 9(3) VALUE 0.
              01  lines-skipped       PIC 9(5) VALUE 0.

              01  ent-idx             PIC 9(3).
              01  group-start         PIC 9(3).
              01  group-end           PIC 9(3).
              01  group-size          PIC 9(3).
              01  place-idx           PIC 9(3).
              01  group-pct           PIC 9(4)V99.
              01  group-amount        PIC 9(9)V99.
              01  share-amount        PIC 9(9)V99.
              01  split-total         PIC 9(4)V99.
              01  unfilled-pct        PIC 9(4)V99.

              01  pool-amount         PIC 9(9)V99 VALUE 0.
              01  fees-collected      PIC 9(9)V99 VALUE 0.
              01  payout-total        PIC 9(9)V99 VALUE 0.
              01  unallocated-amount  PIC 9(9)V99 VALUE 0.
              01  rounding-residue    PIC S9(9)V99 VALUE 0.
              01  control-difference  PIC S9(9)V99 VALUE 0.
              01  settlement-state    PIC X(1) VALUE "R".
                  88  settlement-released VALUE "R".
                  88  settlement-held     VALUE "H".
              01  hold-reason         PIC X(40) VALUE SPACES.

              01  ledger-lines        PIC 9(7) VALUE 0.
              01  ledger-posted       PIC 9(5) VALUE 0.
              01  edit-money          PIC -(8)9.99.
              01  edit-rank           PIC ZZ9.
              01  tied-note           PIC X(20).

              01  statement-line.
                  03  FILLER          PIC X(4) VALUE SPACES.
                  03  stm-label       PIC X(32).
                  03  stm-amount      PIC -(8)9.99.

              01  control-line.
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  ctl-label       PIC X(34).
                  03  ctl-amount      PIC -(8)9.99.
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT run-date FROM DATE YYYYMMDD

           MOVE "RPS-SETTLEMENT" TO preq-program
           MOVE "TOURNID" TO preq-keyword
           CALL "PARMREAD" USING parm-request
           IF parm-found
             MOVE FUNCTION UPPER-CASE(preq-value) TO tournament-id
           ELSE
             MOVE SPACES TO tournament-id
           END-IF
           DISPLAY "PARAMETERS IN EFFECT FOR RPS-SETTLEMENT:"
           DISPLAY "  TOURNID=" tournament-id
           IF tournament-id = SPACES
             DISPLAY "No tournament was named for settlement."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           OPEN I-O prize-master
           IF NOT prize-is-ok
             DISPLAY "The prize structure master could not be opened "
                 "(status " prize-file-status ")."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE tournament-id TO prz-tournament
           READ prize-master
             INVALID KEY
               DISPLAY "Tournament " tournament-id " has no prize "
                   "structure."
               CLOSE prize-master
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-READ
           IF prz-settled-date NOT = 0
             DISPLAY "Tournament " tournament-id " was already "
                 "settled on " prz-settled-date "."
             CLOSE prize-master
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           OPEN INPUT leaderboard-file
           IF NOT leaderboard-is-ok
             DISPLAY "The leaderboard could not be opened."
             CLOSE prize-master
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM UNTIL leaderboard-eof
             READ leaderboard-file
               AT END
                 CONTINUE
               NOT AT END
                 PERFORM STORE-FINISHER
             END-READ
           END-PERFORM
           CLOSE leaderboard-file

           IF entrant-count = 0
             DISPLAY "The leaderboard held no finishers."
             CLOSE prize-master
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM WORK-OUT-PAYOUTS
           PERFORM CHECK-CONTROL-TOTAL
           PERFORM LOAD-BALANCES

           OPEN OUTPUT statement-file
           IF NOT statement-is-ok
             DISPLAY "The settlement report could not be opened."
             CLOSE prize-master
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           IF settlement-released
             PERFORM POST-SETTLEMENT
           END-IF
           PERFORM WRITE-STATEMENTS
           PERFORM WRITE-CONTROL-TOTAL
           CLOSE statement-file
           CLOSE prize-master

           DISPLAY "finishers settled=" entrant-count
           MOVE pool-amount TO edit-money
           DISPLAY "prize pool=" edit-money
           MOVE payout-total TO edit-money
           DISPLAY "paid out=" edit-money
           DISPLAY "ledger lines posted=" ledger-posted
           IF settlement-released
             DISPLAY "settlement RELEASED"
             MOVE 0 TO RETURN-CODE
           ELSE
             DISPLAY "settlement HELD: " FUNCTION TRIM(hold-reason)
             MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       STORE-FINISHER.
           IF FUNCTION TRIM(leaderboard-record(1:3)) = SPACES
           OR FUNCTION TRIM(leaderboard-record(1:3)) IS NOT NUMERIC
           OR leaderboard-record(6:20) = SPACES
             COMPUTE lines-skipped = lines-skipped + 1
           ELSE
             IF entrant-count = 50
               COMPUTE lines-skipped = lines-skipped + 1
             ELSE
               COMPUTE entrant-count = entrant-count + 1
               MOVE FUNCTION NUMVAL(leaderboard-record(1:3))
                   TO ent-rank(entrant-count)
               MOVE leaderboard-record(6:20)
                   TO ent-elf-name(entrant-count)
               MOVE 0 TO ent-payout(entrant-count)
               MOVE 0 TO ent-balance-bf(entrant-count)
             END-IF
           END-IF
           .

       WORK-OUT-PAYOUTS.
           COMPUTE pool-amount = prz-entry-fee * entrant-count
           MOVE 0 TO split-total
           MOVE 0 TO unfilled-pct
           PERFORM VARYING place-idx FROM 1 BY 1
                   UNTIL place-idx > prz-places
             COMPUTE split-total = split-total
                 + prz-split-pct(place-idx)
             IF place-idx > entrant-count
               COMPUTE unfilled-pct = unfilled-pct
                   + prz-split-pct(place-idx)
             END-IF
           END-PERFORM
           COMPUTE unallocated-amount = pool-amount * unfilled-pct / 100

           MOVE 1 TO group-start
           PERFORM UNTIL group-start > entrant-count
             MOVE group-start TO group-end
             PERFORM UNTIL group-end = entrant-count
             OR ent-rank(group-end + 1) NOT = ent-rank(group-start)
               COMPUTE group-end = group-end + 1
             END-PERFORM
             PERFORM PAY-ONE-GROUP
             COMPUTE group-start = group-end + 1
           END-PERFORM

           IF split-total = 100
             COMPUTE rounding-residue = pool-amount
                 - unallocated-amount - payout-total
             IF rounding-residue > 0 AND ent-payout(1) > 0
               COMPUTE ent-payout(1) = ent-payout(1)
                   + rounding-residue
               COMPUTE payout-total = payout-total + rounding-residue
             END-IF
           END-IF
           .

       PAY-ONE-GROUP.
           COMPUTE group-size = group-end - group-start + 1
           MOVE 0 TO group-pct
           PERFORM VARYING place-idx FROM group-start BY 1
                   UNTIL place-idx > group-end
             IF place-idx <= prz-places
               COMPUTE group-pct = group-pct
                   + prz-split-pct(place-idx)
             END-IF
           END-PERFORM
           COMPUTE group-amount = pool-amount * group-pct / 100
           COMPUTE share-amount = group-amount / group-size
           PERFORM VARYING ent-idx FROM group-start BY 1
                   UNTIL ent-idx > group-end
             MOVE group-start TO ent-place(ent-idx)
             MOVE group-size TO ent-tied(ent-idx)
             MOVE share-amount TO ent-payout(ent-idx)
           END-PERFORM
           COMPUTE ent-payout(group-start) = ent-payout(group-start)
               + group-amount - share-amount * group-size
           COMPUTE payout-total = payout-total + group-amount
           .

       CHECK-CONTROL-TOTAL.
           MOVE 0 TO fees-collected
           PERFORM VARYING ent-idx FROM 1 BY 1
                   UNTIL ent-idx > entrant-count
             COMPUTE fees-collected = fees-collected + prz-entry-fee
           END-PERFORM
           COMPUTE control-difference = fees-collected
               - payout-total - unallocated-amount
           EVALUATE TRUE
             WHEN split-total NOT = 100
               SET settlement-held TO TRUE
               MOVE "PRIZE SPLIT DOES NOT TOTAL 100 PERCENT"
                   TO hold-reason
             WHEN fees-collected NOT = pool-amount
               SET settlement-held TO TRUE
               MOVE "FEES COLLECTED DO NOT MATCH THE POOL"
                   TO hold-reason
             WHEN control-difference NOT = 0
               SET settlement-held TO TRUE
               MOVE "PAYOUTS DO NOT BALANCE TO THE POOL"
                   TO hold-reason
             WHEN lines-skipped > 0
               SET settlement-held TO TRUE
               MOVE "LEADERBOARD LINES COULD NOT BE READ"
                   TO hold-reason
           END-EVALUATE
           .

       LOAD-BALANCES.
           OPEN INPUT settlement-ledger
           IF ledger-is-ok
             PERFORM UNTIL ledger-eof
               READ settlement-ledger
                 AT END
                   CONTINUE
                 NOT AT END
                   COMPUTE ledger-lines = ledger-lines + 1
                   PERFORM VARYING ent-idx FROM 1 BY 1
                           UNTIL ent-idx > entrant-count
                     IF ent-elf-name(ent-idx) = stl-elf-name
                       MOVE FUNCTION NUMVAL(stl-balance)
                           TO ent-balance-bf(ent-idx)
                     END-IF
                   END-PERFORM
               END-READ
             END-PERFORM
             CLOSE settlement-ledger
           END-IF
           PERFORM VARYING ent-idx FROM 1 BY 1
                   UNTIL ent-idx > entrant-count
             COMPUTE ent-balance-cf(ent-idx) = ent-balance-bf(ent-idx)
                 - prz-entry-fee + ent-payout(ent-idx)
           END-PERFORM
           .

       POST-SETTLEMENT.
           OPEN EXTEND settlement-ledger
           IF NOT ledger-is-ok
             OPEN OUTPUT settlement-ledger
           END-IF
           IF NOT ledger-is-ok
             SET settlement-held TO TRUE
             MOVE "SETTLEMENT LEDGER COULD NOT BE OPENED"
                 TO hold-reason
           ELSE
             PERFORM VARYING ent-idx FROM 1 BY 1
                     UNTIL ent-idx > entrant-count
               PERFORM POST-ONE-ELF
             END-PERFORM
             CLOSE settlement-ledger
             MOVE run-date TO prz-settled-date
             MOVE entrant-count TO prz-entrants
             MOVE pool-amount TO prz-pool
             REWRITE prize-structure-record
               INVALID KEY
                 DISPLAY "The prize structure could not be marked "
                     "settled (status " prize-file-status ")."
             END-REWRITE
           END-IF
           .

       POST-ONE-ELF.
           MOVE SPACES TO settlement-ledger-record
           MOVE run-date TO stl-date
           MOVE tournament-id TO stl-tournament
           MOVE ent-elf-name(ent-idx) TO stl-elf-name
           MOVE "FEE" TO stl-type
           COMPUTE stl-amount = 0 - prz-entry-fee
           COMPUTE stl-balance = ent-balance-bf(ent-idx)
               - prz-entry-fee
           WRITE settlement-ledger-record
           COMPUTE ledger-posted = ledger-posted + 1
           IF ent-payout(ent-idx) > 0
             MOVE SPACES TO settlement-ledger-record
             MOVE run-date TO stl-date
             MOVE tournament-id TO stl-tournament
             MOVE ent-elf-name(ent-idx) TO stl-elf-name
             MOVE "PRIZE" TO stl-type
             MOVE ent-payout(ent-idx) TO stl-amount
             MOVE ent-balance-cf(ent-idx) TO stl-balance
             WRITE settlement-ledger-record
             COMPUTE ledger-posted = ledger-posted + 1
           END-IF
           .

       WRITE-STATEMENTS.
           MOVE SPACES TO statement-record
           STRING "TOURNAMENT SETTLEMENT " tournament-id "  "
               FUNCTION TRIM(prz-name) "  " run-date
               DELIMITED BY SIZE INTO statement-record
           WRITE statement-record
           MOVE SPACES TO statement-record
           IF settlement-released
             MOVE "STATUS: RELEASED AND POSTED TO THE LEDGER"
                 TO statement-record
           ELSE
             STRING "STATUS: HELD - " hold-reason
                 DELIMITED BY SIZE INTO statement-record
           END-IF
           WRITE statement-record

           PERFORM VARYING ent-idx FROM 1 BY 1
                   UNTIL ent-idx > entrant-count
             MOVE SPACES TO statement-record
             WRITE statement-record
             MOVE "PAYOUT STATEMENT" TO statement-record
             WRITE statement-record
             MOVE ent-place(ent-idx) TO edit-rank
             MOVE SPACES TO tied-note
             IF ent-tied(ent-idx) > 1
               STRING "  (TIED, " ent-tied(ent-idx) " ELVES)"
                   DELIMITED BY SIZE INTO tied-note
             END-IF
             MOVE SPACES TO statement-record
             STRING "  ELF " ent-elf-name(ent-idx) "  PLACE "
                 edit-rank tied-note
                 DELIMITED BY SIZE INTO statement-record
             WRITE statement-record
             MOVE "BALANCE BROUGHT FORWARD" TO stm-label
             MOVE ent-balance-bf(ent-idx) TO stm-amount
             WRITE statement-record FROM statement-line
             MOVE "ENTRY FEE" TO stm-label
             COMPUTE stm-amount = 0 - prz-entry-fee
             WRITE statement-record FROM statement-line
             MOVE "PRIZE" TO stm-label
             MOVE ent-payout(ent-idx) TO stm-amount
             WRITE statement-record FROM statement-line
             MOVE "BALANCE CARRIED FORWARD" TO stm-label
             MOVE ent-balance-cf(ent-idx) TO stm-amount
             WRITE statement-record FROM statement-line
           END-PERFORM
           .

       WRITE-CONTROL-TOTAL.
           MOVE SPACES TO statement-record
           WRITE statement-record
           MOVE "SETTLEMENT CONTROL TOTAL" TO statement-record
           WRITE statement-record
           MOVE SPACES TO statement-record
           STRING "  FINISHERS " entrant-count "  PAID PLACES "
               prz-places
               DELIMITED BY SIZE INTO statement-record
           WRITE statement-record
           MOVE "ENTRY FEE" TO ctl-label
           MOVE prz-entry-fee TO ctl-amount
           WRITE statement-record FROM control-line
           MOVE "PRIZE POOL" TO ctl-label
           MOVE pool-amount TO ctl-amount
           WRITE statement-record FROM control-line
           MOVE "FEES COLLECTED" TO ctl-label
           MOVE fees-collected TO ctl-amount
           WRITE statement-record FROM control-line
           MOVE "PAID OUT" TO ctl-label
           MOVE payout-total TO ctl-amount
           WRITE statement-record FROM control-line
           MOVE "UNALLOCATED (PLACES NOT FILLED)" TO ctl-label
           MOVE unallocated-amount TO ctl-amount
           WRITE statement-record FROM control-line
           MOVE "DIFFERENCE" TO ctl-label
           MOVE control-difference TO ctl-amount
           WRITE statement-record FROM control-line
           MOVE SPACES TO statement-record
           IF settlement-released
             MOVE "  CONTROL TOTAL BALANCES; POOL RELEASED"
                 TO statement-record
           ELSE
             MOVE "  CONTROL TOTAL DOES NOT CLEAR; POOL NOT RELEASED"
                 TO statement-record
           END-IF
           WRITE statement-record
           .
