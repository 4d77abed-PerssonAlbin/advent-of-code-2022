       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUCKSACK-REPACK.

       ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                  SELECT dup-file ASSIGN TO "rucksack-duplicates.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS dup-file-status.
                  SELECT quarantine-file
                      ASSIGN TO "rucksack-quarantine.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS quarantine-file-status.
                  SELECT roster-master ASSIGN TO "elf-roster.dat"
                      ORGANIZATION INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS rst-elf-no
                      FILE STATUS roster-file-status.
                  SELECT repack-file ASSIGN TO "rucksack-repack.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS repack-file-status.
                  SELECT run-control-file ASSIGN TO "run-control.log"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS run-ctl-file-status.

              DATA DIVISION.
              FILE SECTION.
              FD  dup-file.
              01  dup-record.
                  03  dup-line-no     PIC X(6).
                  03  FILLER          PIC X(3).
                  03  dup-item        PIC A(1).

              FD  quarantine-file.
              01  quarantine-record.
                  03  qtn-line-no     PIC X(6).
                  03  FILLER          PIC X(2).
                  03  qtn-items       PIC X(26).
                  03  FILLER          PIC X(2).
                  03  qtn-contents    PIC X(60).

              FD  roster-master.
              COPY rstrec.

              FD  repack-file.
              01  repack-record       PIC X(80).

              FD  run-control-file.
              COPY rctlrec.

              WORKING-STORAGE SECTION.
              COPY cmpreq.

              COPY irdreq.

              COPY inprec REPLACING ==:REC-NAME:== BY ==input-record==.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==input-file-status==
                          ==:OK-NAME:==     BY ==file-is-ok==
                          ==:EOF-NAME:==    BY ==end-of-file==.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==dup-file-status==
                          ==:OK-NAME:==     BY ==dup-is-ok==
                          ==:EOF-NAME:==    BY ==dup-eof==.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY
                          ==quarantine-file-status==
                          ==:OK-NAME:==     BY ==quarantine-is-ok==
                          ==:EOF-NAME:==    BY ==quarantine-eof==.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==repack-file-status==
                          ==:OK-NAME:==     BY ==repack-is-ok==
                          ==:EOF-NAME:==    BY ==repack-fs-spare==.

              01  roster-file-status  PIC 99.
                  88  roster-is-ok    VALUE 0.
              01  roster-open         PIC X(1) VALUE "N".

              01  run-ctl-file-status PIC 99.
                  88  run-ctl-is-ok   VALUE 0.

              01  letter-set-values.
                  03  FILLER          PIC X(26) VALUE
                      "abcdefghijklmnopqrstuvwxyz".
                  03  FILLER          PIC X(26) VALUE
                      "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
              01  letter-set REDEFINES letter-set-values PIC X(52).

              01  count-table.
                  03  letter-entry OCCURS 52 TIMES.
                      05  cnt-comp    PIC 9(2) OCCURS 2 TIMES.
              01  letter-idx          PIC 9(2).
              01  letter-hit          PIC 9(2).
              01  comp-idx            PIC 9(1).
              01  comp-load           PIC S9(3) OCCURS 2 TIMES.
              01  move-qty            PIC 9(2).
              01  diff-one-to-two     PIC S9(3).
              01  diff-two-to-one     PIC S9(3).

              01  quarantine-table.
                  03  quarantine-entry OCCURS 1000 TIMES.
                      05  qrt-line-no     PIC 9(6).
                      05  qrt-items       PIC X(26).
              01  quarantine-count    PIC 9(4) VALUE 0.
              01  qrt-idx             PIC 9(4).
              01  restricted-items    PIC X(26).

              01  dup-table.
                  03  dup-entry OCCURS 3000 TIMES.
                      05  dpl-line-no     PIC 9(6).
                      05  dpl-count       PIC 9(2).
                      05  dpl-seen        PIC X(1).
              01  dup-entry-count     PIC 9(4) VALUE 0.
              01  dpl-idx             PIC 9(4).
              01  dpl-hit             PIC 9(4).
              01  dup-line-value      PIC 9(6).

              01  start-time          PIC 9(8).
              01  start-time-r REDEFINES start-time.
                  03  st-hh           PIC 9(2).
                  03  st-mm           PIC 9(2).
                  03  st-ss           PIC 9(2).
                  03  FILLER          PIC 9(2).
              01  elapsed-seconds     PIC S9(7).
              01  run-date            PIC 9(8).
              01  run-time            PIC 9(8).
              01  run-time-r REDEFINES run-time.
                  03  et-hh           PIC 9(2).
                  03  et-mm           PIC 9(2).
                  03  et-ss           PIC 9(2).
                  03  FILLER          PIC 9(2).
              01  line-count          PIC 9(6).
              01  strlen              PIC 9(3).
              01  half-length         PIC 9(3).
              01  char-idx            PIC 9(3).
              01  sack-dups           PIC 9(2).
              01  sack-instructions   PIC 9(3).
              01  owner-elf-no        PIC 9(6).
              01  owner-name          PIC X(20).

              01  file-dup-total      PIC 9(6) VALUE 0.
              01  sack-dup-total      PIC 9(6) VALUE 0.
              01  moved-dup-total     PIC 9(6) VALUE 0.
              01  removed-dup-total   PIC 9(6) VALUE 0.
              01  items-moved         PIC 9(6) VALUE 0.
              01  items-removed       PIC 9(6) VALUE 0.
              01  sacks-to-repack     PIC 9(6) VALUE 0.
              01  mismatch-count      PIC 9(6) VALUE 0.

              01  mismatch-table.
                  03  mismatch-entry OCCURS 200 TIMES.
                      05  mmt-line-no     PIC 9(6).
                      05  mmt-file-count  PIC 9(2).
                      05  mmt-sack-count  PIC 9(2).
              01  mismatch-stored     PIC 9(3) VALUE 0.
              01  mmt-idx             PIC 9(3).

              01  repack-heading.
                  03  FILLER          PIC X(8) VALUE "  LINE".
                  03  FILLER          PIC X(8) VALUE "   ELF".
                  03  FILLER          PIC X(22) VALUE "OWNER".
                  03  FILLER          PIC X(3) VALUE "IT".
                  03  FILLER          PIC X(10) VALUE "ACTION".
                  03  FILLER          PIC X(12) VALUE "FROM".
                  03  FILLER          PIC X(11) VALUE "TO".

              01  instruction-line.
                  03  inl-line-no     PIC Z(5)9.
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  inl-elf-no      PIC Z(5)9.
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  inl-owner       PIC X(20).
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  inl-item        PIC X(1).
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  inl-action      PIC X(6).
                  03  FILLER          PIC X(1) VALUE SPACES.
                  03  inl-qty         PIC Z9.
                  03  FILLER          PIC X(1) VALUE SPACES.
                  03  inl-from        PIC X(11).
                  03  FILLER          PIC X(1) VALUE SPACES.
                  03  inl-to          PIC X(11).

              01  balance-line.
                  03  FILLER          PIC X(16) VALUE SPACES.
                  03  FILLER          PIC X(22) VALUE
                      "LOAD AFTER REPACK:".
                  03  FILLER          PIC X(8) VALUE "COMP 1 ".
                  03  bll-comp-1      PIC ZZ9.
                  03  FILLER          PIC X(10) VALUE "   COMP 2 ".
                  03  bll-comp-2      PIC ZZ9.

              01  mismatch-line.
                  03  FILLER          PIC X(7) VALUE "  LINE ".
                  03  mml-line-no     PIC Z(5)9.
                  03  FILLER          PIC X(18) VALUE
                      "  DUPLICATE FILE ".
                  03  mml-file-count  PIC Z9.
                  03  FILLER          PIC X(12) VALUE "  WORKLIST ".
                  03  mml-sack-count  PIC Z9.

              01  total-line.
                  03  ttl-label       PIC X(34).
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  ttl-value       PIC Z(5)9.
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT start-time FROM TIME
           ACCEPT run-date FROM DATE YYYYMMDD
           PERFORM LOAD-DUPLICATE-COUNTS
           PERFORM LOAD-QUARANTINE-ITEMS

           MOVE "O" TO ird-function
           MOVE "RUCKSACK-REPACK" TO ird-program
           CALL "INPUTRDR" USING input-reader-request
           IF ird-failed
             DISPLAY "The file could not be opened."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           OPEN INPUT roster-master
           IF roster-is-ok
             MOVE "Y" TO roster-open
           ELSE
             DISPLAY "The roster master could not be opened; owners "
                 "will show as unknown."
           END-IF

           OPEN OUTPUT repack-file
           IF NOT repack-is-ok
             DISPLAY "The repack worklist could not be opened."
             PERFORM CLOSE-INPUT-READER
             IF roster-open = "Y"
               CLOSE roster-master
             END-IF
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           MOVE SPACES TO repack-record
           STRING "RUCKSACK REPACK WORKLIST FOR " run-date
               DELIMITED BY SIZE INTO repack-record
           WRITE repack-record
           MOVE SPACES TO repack-record
           WRITE repack-record
           WRITE repack-record FROM repack-heading

           PERFORM VARYING line-count FROM 1 BY 1 UNTIL end-of-file
             MOVE "R" TO ird-function
             CALL "INPUTRDR" USING input-reader-request
             IF ird-eof
               MOVE 10 TO input-file-status
             ELSE
               MOVE 0 TO input-file-status
               MOVE ird-record TO input-record
               MOVE FUNCTION LENGTH(FUNCTION TRIM(input-record))
                   TO strlen
               IF input-record NOT = SPACES AND strlen <= 60
                 PERFORM REPACK-ONE-RUCKSACK
               END-IF
             END-IF
           END-PERFORM

           PERFORM CLOSE-INPUT-READER
           IF roster-open = "Y"
             CLOSE roster-master
           END-IF

           PERFORM WRITE-RECONCILIATION
           CLOSE repack-file

           DISPLAY "rucksacks to repack=" sacks-to-repack
           DISPLAY "items moved=" items-moved
           DISPLAY "restricted items removed=" items-removed
           DISPLAY "reconciliation mismatches=" mismatch-count
           PERFORM WRITE-RUN-CONTROL-LOG
           IF mismatch-count > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-DUPLICATE-COUNTS.
           OPEN INPUT dup-file
           IF NOT dup-is-ok
             DISPLAY "No duplicate list was found; nothing will "
                 "reconcile."
           ELSE
             PERFORM UNTIL dup-eof
               READ dup-file
                 AT END
                   CONTINUE
                 NOT AT END
                   IF FUNCTION TRIM(dup-line-no) IS NUMERIC
                   AND dup-line-no NOT = SPACES
                     PERFORM STORE-DUPLICATE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE dup-file
           END-IF
           .

       STORE-DUPLICATE.
           COMPUTE file-dup-total = file-dup-total + 1
           MOVE FUNCTION NUMVAL(dup-line-no) TO dup-line-value
           IF dup-entry-count > 0
           AND dpl-line-no(dup-entry-count) = dup-line-value
             COMPUTE dpl-count(dup-entry-count) =
                 dpl-count(dup-entry-count) + 1
           ELSE
             IF dup-entry-count < 3000
               COMPUTE dup-entry-count = dup-entry-count + 1
               MOVE dup-line-value TO dpl-line-no(dup-entry-count)
               MOVE 1 TO dpl-count(dup-entry-count)
               MOVE "N" TO dpl-seen(dup-entry-count)
             END-IF
           END-IF
           .

       LOAD-QUARANTINE-ITEMS.
           OPEN INPUT quarantine-file
           IF quarantine-is-ok
             PERFORM UNTIL quarantine-eof
               READ quarantine-file
                 AT END
                   CONTINUE
                 NOT AT END
                   IF FUNCTION TRIM(qtn-line-no) IS NUMERIC
                   AND qtn-line-no NOT = SPACES
                   AND quarantine-count < 1000
                     COMPUTE quarantine-count = quarantine-count + 1
                     MOVE FUNCTION NUMVAL(qtn-line-no)
                         TO qrt-line-no(quarantine-count)
                     MOVE qtn-items TO qrt-items(quarantine-count)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE quarantine-file
           END-IF
           .

       REPACK-ONE-RUCKSACK.
           INITIALIZE count-table
           COMPUTE half-length = strlen / 2
           PERFORM VARYING char-idx FROM 1 BY 1
                   UNTIL char-idx > strlen
             IF char-idx > half-length
               MOVE 2 TO comp-idx
             ELSE
               MOVE 1 TO comp-idx
             END-IF
             PERFORM FIND-LETTER
             IF letter-hit > 0
               COMPUTE cnt-comp(letter-hit comp-idx) =
                   cnt-comp(letter-hit comp-idx) + 1
             END-IF
           END-PERFORM

           MOVE 0 TO sack-dups
           PERFORM VARYING letter-idx FROM 1 BY 1
                   UNTIL letter-idx > 52
             IF cnt-comp(letter-idx 1) > 0
             AND cnt-comp(letter-idx 2) > 0
               COMPUTE sack-dups = sack-dups + 1
             END-IF
           END-PERFORM
           COMPUTE sack-dup-total = sack-dup-total + sack-dups

           MOVE SPACES TO restricted-items
           PERFORM VARYING qrt-idx FROM 1 BY 1
                   UNTIL qrt-idx > quarantine-count
             IF qrt-line-no(qrt-idx) = line-count
               MOVE qrt-items(qrt-idx) TO restricted-items
             END-IF
           END-PERFORM

           PERFORM CHECK-DUPLICATE-COUNT

           IF sack-dups > 0 OR restricted-items NOT = SPACES
             PERFORM FIND-OWNER
             MOVE 0 TO sack-instructions
             PERFORM REMOVE-RESTRICTED-ITEMS
             MOVE 0 TO comp-load(1)
             MOVE 0 TO comp-load(2)
             PERFORM VARYING letter-idx FROM 1 BY 1
                     UNTIL letter-idx > 52
               COMPUTE comp-load(1) = comp-load(1)
                   + cnt-comp(letter-idx 1)
               COMPUTE comp-load(2) = comp-load(2)
                   + cnt-comp(letter-idx 2)
             END-PERFORM
             PERFORM VARYING letter-idx FROM 1 BY 1
                     UNTIL letter-idx > 52
               IF cnt-comp(letter-idx 1) > 0
               AND cnt-comp(letter-idx 2) > 0
                 PERFORM MOVE-DUPLICATE-ITEM
               END-IF
             END-PERFORM
             IF sack-instructions > 0
               COMPUTE sacks-to-repack = sacks-to-repack + 1
               MOVE comp-load(1) TO bll-comp-1
               MOVE comp-load(2) TO bll-comp-2
               WRITE repack-record FROM balance-line
             END-IF
           END-IF
           .

       FIND-LETTER.
           MOVE 0 TO letter-hit
           PERFORM VARYING letter-idx FROM 1 BY 1
                   UNTIL letter-idx > 52 OR letter-hit > 0
             IF letter-set(letter-idx:1) = input-record(char-idx:1)
               MOVE letter-idx TO letter-hit
             END-IF
           END-PERFORM
           .

       CHECK-DUPLICATE-COUNT.
           MOVE 0 TO dpl-hit
           PERFORM VARYING dpl-idx FROM 1 BY 1
                   UNTIL dpl-idx > dup-entry-count OR dpl-hit > 0
             IF dpl-line-no(dpl-idx) = line-count
               MOVE dpl-idx TO dpl-hit
             END-IF
           END-PERFORM
           IF dpl-hit > 0
             MOVE "Y" TO dpl-seen(dpl-hit)
             IF dpl-count(dpl-hit) NOT = sack-dups
               MOVE line-count TO dup-line-value
               MOVE dpl-count(dpl-hit) TO move-qty
               PERFORM NOTE-MISMATCH
             END-IF
           ELSE
             IF sack-dups > 0
               MOVE line-count TO dup-line-value
               MOVE 0 TO move-qty
               PERFORM NOTE-MISMATCH
             END-IF
           END-IF
           .

       NOTE-MISMATCH.
           COMPUTE mismatch-count = mismatch-count + 1
           IF mismatch-stored < 200
             COMPUTE mismatch-stored = mismatch-stored + 1
             MOVE dup-line-value TO mmt-line-no(mismatch-stored)
             MOVE move-qty TO mmt-file-count(mismatch-stored)
             MOVE sack-dups TO mmt-sack-count(mismatch-stored)
           END-IF
           .

       FIND-OWNER.
           MOVE line-count TO owner-elf-no
           MOVE "(NOT ON ROSTER)" TO owner-name
           IF roster-open = "Y"
             MOVE line-count TO rst-elf-no
             READ roster-master
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE rst-elf-name TO owner-name
             END-READ
           END-IF
           .

       REMOVE-RESTRICTED-ITEMS.
           PERFORM VARYING char-idx FROM 1 BY 1 UNTIL char-idx > 26
             IF restricted-items(char-idx:1) NOT = SPACES
               MOVE 0 TO letter-hit
               PERFORM VARYING letter-idx FROM 1 BY 1
                       UNTIL letter-idx > 52 OR letter-hit > 0
                 IF letter-set(letter-idx:1) =
                     restricted-items(char-idx:1)
                   MOVE letter-idx TO letter-hit
                 END-IF
               END-PERFORM
               IF letter-hit > 0
                 PERFORM REMOVE-ONE-LETTER
               END-IF
             END-IF
           END-PERFORM
           .

       REMOVE-ONE-LETTER.
           IF cnt-comp(letter-hit 1) > 0
           AND cnt-comp(letter-hit 2) > 0
             COMPUTE removed-dup-total = removed-dup-total + 1
           END-IF
           PERFORM VARYING comp-idx FROM 1 BY 1 UNTIL comp-idx > 2
             IF cnt-comp(letter-hit comp-idx) > 0
               MOVE SPACES TO inl-from
               STRING "COMP " comp-idx DELIMITED BY SIZE
                   INTO inl-from
               MOVE "STORES" TO inl-to
               MOVE "REMOVE" TO inl-action
               MOVE cnt-comp(letter-hit comp-idx) TO move-qty
               COMPUTE items-removed = items-removed + move-qty
               PERFORM WRITE-INSTRUCTION
               MOVE 0 TO cnt-comp(letter-hit comp-idx)
             END-IF
           END-PERFORM
           .

       MOVE-DUPLICATE-ITEM.
           MOVE letter-idx TO letter-hit
           COMPUTE diff-one-to-two = comp-load(1)
               - cnt-comp(letter-idx 1)
               - comp-load(2) - cnt-comp(letter-idx 1)
           COMPUTE diff-two-to-one = comp-load(1)
               + cnt-comp(letter-idx 2)
               - comp-load(2) + cnt-comp(letter-idx 2)
           IF diff-one-to-two < 0
             COMPUTE diff-one-to-two = 0 - diff-one-to-two
           END-IF
           IF diff-two-to-one < 0
             COMPUTE diff-two-to-one = 0 - diff-two-to-one
           END-IF
           MOVE "MOVE" TO inl-action
           IF diff-one-to-two <= diff-two-to-one
             MOVE "COMP 1" TO inl-from
             MOVE "COMP 2" TO inl-to
             MOVE cnt-comp(letter-idx 1) TO move-qty
             COMPUTE comp-load(1) = comp-load(1) - move-qty
             COMPUTE comp-load(2) = comp-load(2) + move-qty
             COMPUTE cnt-comp(letter-idx 2) =
                 cnt-comp(letter-idx 2) + move-qty
             MOVE 0 TO cnt-comp(letter-idx 1)
           ELSE
             MOVE "COMP 2" TO inl-from
             MOVE "COMP 1" TO inl-to
             MOVE cnt-comp(letter-idx 2) TO move-qty
             COMPUTE comp-load(2) = comp-load(2) - move-qty
             COMPUTE comp-load(1) = comp-load(1) + move-qty
             COMPUTE cnt-comp(letter-idx 1) =
                 cnt-comp(letter-idx 1) + move-qty
             MOVE 0 TO cnt-comp(letter-idx 2)
           END-IF
           COMPUTE moved-dup-total = moved-dup-total + 1
           COMPUTE items-moved = items-moved + move-qty
           PERFORM WRITE-INSTRUCTION
           .

       WRITE-INSTRUCTION.
           COMPUTE sack-instructions = sack-instructions + 1
           MOVE line-count TO inl-line-no
           MOVE owner-elf-no TO inl-elf-no
           MOVE owner-name TO inl-owner
           MOVE letter-set(letter-hit:1) TO inl-item
           MOVE move-qty TO inl-qty
           WRITE repack-record FROM instruction-line
           .

       WRITE-RECONCILIATION.
           PERFORM VARYING dpl-idx FROM 1 BY 1
                   UNTIL dpl-idx > dup-entry-count
             IF dpl-seen(dpl-idx) = "N"
               MOVE dpl-line-no(dpl-idx) TO dup-line-value
               MOVE dpl-count(dpl-idx) TO move-qty
               MOVE 0 TO sack-dups
               PERFORM NOTE-MISMATCH
             END-IF
           END-PERFORM

           MOVE SPACES TO repack-record
           WRITE repack-record
           MOVE "RECONCILIATION TO rucksack-duplicates.txt"
               TO repack-record
           WRITE repack-record
           MOVE "DUPLICATES IN DUPLICATE LIST" TO ttl-label
           MOVE file-dup-total TO ttl-value
           WRITE repack-record FROM total-line
           MOVE "DUPLICATES FOUND IN FEED" TO ttl-label
           MOVE sack-dup-total TO ttl-value
           WRITE repack-record FROM total-line
           MOVE "  RESOLVED BY MOVE" TO ttl-label
           MOVE moved-dup-total TO ttl-value
           WRITE repack-record FROM total-line
           MOVE "  RESOLVED BY RESTRICTED REMOVAL" TO ttl-label
           MOVE removed-dup-total TO ttl-value
           WRITE repack-record FROM total-line
           MOVE "ITEMS MOVED" TO ttl-label
           MOVE items-moved TO ttl-value
           WRITE repack-record FROM total-line
           MOVE "RESTRICTED ITEMS REMOVED" TO ttl-label
           MOVE items-removed TO ttl-value
           WRITE repack-record FROM total-line
           MOVE "RUCKSACKS TO REPACK" TO ttl-label
           MOVE sacks-to-repack TO ttl-value
           WRITE repack-record FROM total-line
           PERFORM VARYING mmt-idx FROM 1 BY 1
                   UNTIL mmt-idx > mismatch-stored
             MOVE mmt-line-no(mmt-idx) TO mml-line-no
             MOVE mmt-file-count(mmt-idx) TO mml-file-count
             MOVE mmt-sack-count(mmt-idx) TO mml-sack-count
             WRITE repack-record FROM mismatch-line
           END-PERFORM
           IF file-dup-total NOT = moved-dup-total + removed-dup-total
             COMPUTE mismatch-count = mismatch-count + 1
           END-IF
           IF mismatch-count = 0
             MOVE "WORKLIST RECONCILES TO THE DUPLICATE LIST"
                 TO repack-record
           ELSE
             MOVE SPACES TO repack-record
             STRING "WORKLIST DOES NOT RECONCILE - "
                 mismatch-count " DIFFERENCE(S)"
                 DELIMITED BY SIZE INTO repack-record
           END-IF
           WRITE repack-record
           .

       CLOSE-INPUT-READER.
           MOVE "C" TO ird-function
           CALL "INPUTRDR" USING input-reader-request
           .

       WRITE-RUN-CONTROL-LOG.
           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME
           OPEN EXTEND run-control-file
           IF NOT run-ctl-is-ok
             OPEN OUTPUT run-control-file
           END-IF
           MOVE "RUCKSACK-REPACK" TO rcl-program
           CALL "CAMPID" USING camp-id-request
           MOVE cmp-camp TO rcl-camp
           MOVE run-date TO rcl-date
           MOVE run-time TO rcl-time
           MOVE start-time TO rcl-start-time
           PERFORM COMPUTE-ELAPSED-SECONDS
           MOVE elapsed-seconds TO rcl-elapsed
           MOVE line-count TO rcl-lines
           MOVE mismatch-count TO rcl-exceptions
           IF mismatch-count > 0
             MOVE "EXCEPTNS" TO rcl-status
           ELSE
             MOVE "COMPLETE" TO rcl-status
           END-IF
           WRITE run-control-record
           CALL "RUNCTL" USING run-control-record
           CLOSE run-control-file
           .

       COMPUTE-ELAPSED-SECONDS.
           COMPUTE elapsed-seconds =
               (et-hh * 3600 + et-mm * 60 + et-ss)
               - (st-hh * 3600 + st-mm * 60 + st-ss)
           IF elapsed-seconds < 0
             COMPUTE elapsed-seconds = elapsed-seconds + 86400
           END-IF
           .
