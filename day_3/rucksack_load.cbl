       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUCKSACK-LOAD.

       ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                  SELECT control-file ASSIGN TO "calctl.dat"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS control-file-status.
                  SELECT input-file ASSIGN TO input-file-name
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS input-file-status.
                  SELECT load-file ASSIGN TO "rucksack-load.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS load-file-status.
                  SELECT attribute-master ASSIGN TO "item-attrib.dat"
                      ORGANIZATION INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS atr-letter
                      FILE STATUS master-file-status.
                  SELECT run-control-file ASSIGN TO "run-control.log"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS run-ctl-file-status.

              DATA DIVISION.
              FILE SECTION.
              FD  control-file.
              01  control-record PIC X(60).

              FD  input-file.
              COPY inprec REPLACING ==:REC-NAME:== BY ==input-record==.

              FD  load-file.
              01  load-record         PIC X(80).

              FD  attribute-master.
              COPY atrrec.

              FD  run-control-file.
              COPY rctlrec.

              WORKING-STORAGE SECTION.
              COPY cmpreq.

              COPY prmreq.

              COPY crwreq.

              01  control-file-status PIC 99.
                  88  control-is-ok   VALUE 0.

              01  input-file-name     PIC X(60) VALUE "test.txt".

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==input-file-status==
                          ==:OK-NAME:==     BY ==file-is-ok==
                          ==:EOF-NAME:==    BY ==end-of-file==.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==load-file-status==
                          ==:OK-NAME:==     BY ==load-is-ok==
                          ==:EOF-NAME:==    BY ==load-fs-spare==.

              01  master-file-status  PIC 99.
                  88  master-is-ok    VALUE 0.
              01  master-eof-flag     PIC X(1) VALUE "N".
                  88  master-eof      VALUE "Y".

              01  run-ctl-file-status PIC 99.
                  88  run-ctl-is-ok   VALUE 0.

              01  attribute-table.
                  03  attribute-entry OCCURS 52 TIMES.
                      05  att-letter      PIC A(1).
                      05  att-weight      PIC 9(3)V99.
                      05  att-volume      PIC 9(3)V99.
              01  attribute-count     PIC 9(2) VALUE 0.
              01  att-idx             PIC 9(2).
              01  att-hit             PIC 9(2).

              01  carry-limit         PIC 9(3)V99 VALUE 20.
              01  run-date            PIC 9(8).
              01  run-time            PIC 9(8).
              01  run-time-r REDEFINES run-time.
                  03  et-hh           PIC 9(2).
                  03  et-mm           PIC 9(2).
                  03  et-ss           PIC 9(2).
                  03  FILLER          PIC 9(2).
              01  start-time          PIC 9(8).
              01  start-time-r REDEFINES start-time.
                  03  st-hh           PIC 9(2).
                  03  st-mm           PIC 9(2).
                  03  st-ss           PIC 9(2).
                  03  FILLER          PIC 9(2).
              01  elapsed-seconds     PIC S9(7).

              01  line-count          PIC 9(6).
              01  strlen              PIC 9(3).
              01  half-length         PIC 9(3).
              01  char-idx            PIC 9(3).
              01  comp-idx            PIC 9(1).
              01  result-char         PIC A(1).
              01  sack-count          PIC 9(6) VALUE 0.
              01  item-count          PIC 9(7) VALUE 0.
              01  unweighed-count     PIC 9(7) VALUE 0.
              01  overweight-count    PIC 9(6) VALUE 0.

              01  sack-loads.
                  03  comp-weight     PIC 9(5)V99 OCCURS 2 TIMES.
                  03  comp-volume     PIC 9(5)V99 OCCURS 2 TIMES.
              01  sack-weight         PIC 9(5)V99.
              01  sack-volume         PIC 9(5)V99.
              01  camp-weight         PIC 9(7)V99 VALUE 0.
              01  camp-volume         PIC 9(7)V99 VALUE 0.
              01  sack-crew           PIC X(10).

              01  overweight-table.
                  03  overweight-entry OCCURS 500 TIMES.
                      05  ovw-line-no     PIC 9(6).
                      05  ovw-crew        PIC X(10).
                      05  ovw-weight      PIC 9(5)V99.
              01  ovw-idx             PIC 9(3).

              01  crew-table.
                  03  crew-entry OCCURS 50 TIMES.
                      05  cwl-crew        PIC X(10).
                      05  cwl-sacks       PIC 9(6).
                      05  cwl-weight      PIC 9(7)V99.
                      05  cwl-volume      PIC 9(7)V99.
              01  crew-count          PIC 9(2) VALUE 0.
              01  crew-idx            PIC 9(2).
              01  crew-hit            PIC 9(2).

              01  title-line.
                  03  FILLER          PIC X(25) VALUE
                      "RUCKSACK LOAD REPORT FOR ".
                  03  ttl-date        PIC 9(8).
                  03  FILLER          PIC X(15) VALUE
                      "  CARRY LIMIT ".
                  03  ttl-limit       PIC ZZ9.99.
                  03  FILLER          PIC X(3) VALUE " KG".

              01  sack-heading.
                  03  FILLER          PIC X(8) VALUE "  LINE".
                  03  FILLER          PIC X(5) VALUE "ITEM".
                  03  FILLER          PIC X(11) VALUE "CREW".
                  03  FILLER          PIC X(9) VALUE " COMP1 KG".
                  03  FILLER          PIC X(9) VALUE " COMP2 KG".
                  03  FILLER          PIC X(9) VALUE " TOTAL KG".
                  03  FILLER          PIC X(9) VALUE "  COMP1 L".
                  03  FILLER          PIC X(9) VALUE "  COMP2 L".
                  03  FILLER          PIC X(9) VALUE "  TOTAL L".

              01  sack-line.
                  03  skl-line-no     PIC Z(5)9.
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  skl-items       PIC ZZ9.
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  skl-crew        PIC X(10).
                  03  FILLER          PIC X(1) VALUE SPACES.
                  03  skl-comp1-kg    PIC ZZZZ9.99.
                  03  FILLER          PIC X(1) VALUE SPACES.
                  03  skl-comp2-kg    PIC ZZZZ9.99.
                  03  FILLER          PIC X(1) VALUE SPACES.
                  03  skl-total-kg    PIC ZZZZ9.99.
                  03  FILLER          PIC X(1) VALUE SPACES.
                  03  skl-comp1-l     PIC ZZZZ9.99.
                  03  FILLER          PIC X(1) VALUE SPACES.
                  03  skl-comp2-l     PIC ZZZZ9.99.
                  03  FILLER          PIC X(1) VALUE SPACES.
                  03  skl-total-l     PIC ZZZZ9.99.

              01  overweight-line.
                  03  owl-line-no     PIC Z(5)9.
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  owl-crew        PIC X(10).
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  owl-weight      PIC ZZZZ9.99.
                  03  FILLER          PIC X(4) VALUE " KG ".
                  03  owl-excess      PIC ZZZZ9.99.
                  03  FILLER          PIC X(9) VALUE " KG OVER".

              01  crew-line.
                  03  crl-crew        PIC X(10).
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  crl-sacks       PIC Z(5)9.
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  crl-avg-kg      PIC ZZZZ9.99.
                  03  FILLER          PIC X(4) VALUE " KG ".
                  03  crl-avg-l       PIC ZZZZ9.99.
                  03  FILLER          PIC X(4) VALUE " L  ".
                  03  crl-total-kg    PIC Z(6)9.99.
                  03  FILLER          PIC X(9) VALUE " KG TOTAL".

              01  total-line.
                  03  ttl-label       PIC X(24).
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  ttl-value       PIC Z(6)9.99.

              01  count-line.
                  03  cnt-label       PIC X(24).
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  cnt-value       PIC Z(9)9.
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT start-time FROM TIME
           ACCEPT run-date FROM DATE YYYYMMDD
           PERFORM READ-LOAD-PARMS

           OPEN INPUT input-file
           IF NOT file-is-ok
             DISPLAY "The file could not be opened."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM LOAD-ATTRIBUTE-TABLE
           IF attribute-count = 0
             DISPLAY "The item attribute master is empty or missing; "
                 "no loads can be weighed."
             CLOSE input-file
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           OPEN OUTPUT load-file
           IF NOT load-is-ok
             DISPLAY "The rucksack load report could not be opened."
             CLOSE input-file
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           MOVE run-date TO ttl-date
           MOVE carry-limit TO ttl-limit
           WRITE load-record FROM title-line
           MOVE SPACES TO load-record
           WRITE load-record
           WRITE load-record FROM sack-heading

           PERFORM VARYING line-count FROM 1 BY 1 UNTIL end-of-file
             READ input-file
             IF NOT end-of-file
               IF input-record NOT = SPACES
               AND input-record(1:5) NOT = "*TRL*"
                 PERFORM WEIGH-RUCKSACK
               END-IF
             END-IF
           END-PERFORM
           CLOSE input-file

           PERFORM WRITE-OVERWEIGHT-SECTION
           PERFORM WRITE-CREW-SECTION
           PERFORM WRITE-LOAD-TOTALS
           CLOSE load-file

           DISPLAY "rucksacks weighed=" sack-count
           DISPLAY "items weighed=" item-count
           DISPLAY "items not on attribute master=" unweighed-count
           DISPLAY "rucksacks overweight=" overweight-count
           PERFORM WRITE-RUN-CONTROL-LOG
           IF overweight-count > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-LOAD-PARMS.
           MOVE "RUCKSACK-LOAD" TO preq-program
           MOVE "CARRYMAX" TO preq-keyword
           CALL "PARMREAD" USING parm-request
           IF parm-found
           AND FUNCTION TRIM(preq-value) NOT = SPACES
           AND FUNCTION TEST-NUMVAL(preq-value) = 0
             MOVE FUNCTION NUMVAL(preq-value) TO carry-limit
           END-IF
           IF carry-limit = 0
             MOVE 20 TO carry-limit
           END-IF

           MOVE "RUCKSACK-LOAD" TO preq-program
           MOVE "INPUT" TO preq-keyword
           CALL "PARMREAD" USING parm-request
           IF parm-found
             MOVE FUNCTION TRIM(preq-value) TO input-file-name
           ELSE
             OPEN INPUT control-file
             IF control-is-ok
               READ control-file
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE FUNCTION TRIM(control-record)
                       TO input-file-name
               END-READ
               CLOSE control-file
             END-IF
           END-IF
           DISPLAY "PARAMETERS IN EFFECT FOR RUCKSACK-LOAD:"
           DISPLAY "  INPUT=" FUNCTION TRIM(input-file-name)
           DISPLAY "  CARRYMAX=" carry-limit
           .

       LOAD-ATTRIBUTE-TABLE.
           OPEN INPUT attribute-master
           IF master-is-ok
             MOVE LOW-VALUES TO atr-letter
             START attribute-master KEY >= atr-letter
               INVALID KEY
                 MOVE "Y" TO master-eof-flag
             END-START
             PERFORM UNTIL master-eof
               READ attribute-master NEXT
                 AT END
                   MOVE "Y" TO master-eof-flag
                 NOT AT END
                   IF attribute-count < 52
                     COMPUTE attribute-count = attribute-count + 1
                     MOVE atr-letter TO att-letter(attribute-count)
                     MOVE atr-weight TO att-weight(attribute-count)
                     MOVE atr-volume TO att-volume(attribute-count)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE attribute-master
           END-IF
           .

       WEIGH-RUCKSACK.
           COMPUTE sack-count = sack-count + 1
           MOVE FUNCTION LENGTH(FUNCTION TRIM(input-record)) TO strlen
           COMPUTE half-length = strlen / 2
           INITIALIZE sack-loads
           PERFORM VARYING char-idx FROM 1 BY 1
                   UNTIL char-idx > strlen
             IF input-record(char-idx:1) NOT = SPACES
               MOVE input-record(char-idx:1) TO result-char
               IF char-idx > half-length
                 MOVE 2 TO comp-idx
               ELSE
                 MOVE 1 TO comp-idx
               END-IF
               PERFORM WEIGH-ONE-ITEM
             END-IF
           END-PERFORM
           COMPUTE sack-weight = comp-weight(1) + comp-weight(2)
           COMPUTE sack-volume = comp-volume(1) + comp-volume(2)
           COMPUTE camp-weight = camp-weight + sack-weight
           COMPUTE camp-volume = camp-volume + sack-volume

           MOVE line-count TO crw-elf-no
           MOVE run-date TO crw-as-of
           CALL "CREWRES" USING crew-resolve-request
           IF crew-resolved AND crw-crew NOT = SPACES
             MOVE crw-crew TO sack-crew
           ELSE
             MOVE "UNKNOWN" TO sack-crew
           END-IF
           PERFORM ADD-CREW-LOAD

           MOVE SPACES TO sack-line
           MOVE line-count TO skl-line-no
           MOVE strlen TO skl-items
           MOVE sack-crew TO skl-crew
           MOVE comp-weight(1) TO skl-comp1-kg
           MOVE comp-weight(2) TO skl-comp2-kg
           MOVE sack-weight TO skl-total-kg
           MOVE comp-volume(1) TO skl-comp1-l
           MOVE comp-volume(2) TO skl-comp2-l
           MOVE sack-volume TO skl-total-l
           WRITE load-record FROM sack-line

           IF sack-weight > carry-limit
             COMPUTE overweight-count = overweight-count + 1
             IF overweight-count <= 500
               MOVE line-count TO ovw-line-no(overweight-count)
               MOVE sack-crew TO ovw-crew(overweight-count)
               MOVE sack-weight TO ovw-weight(overweight-count)
             END-IF
           END-IF
           .

       WEIGH-ONE-ITEM.
           COMPUTE item-count = item-count + 1
           MOVE 0 TO att-hit
           PERFORM VARYING att-idx FROM 1 BY 1
                   UNTIL att-idx > attribute-count
             IF att-letter(att-idx) = result-char
               MOVE att-idx TO att-hit
             END-IF
           END-PERFORM
           IF att-hit = 0
             COMPUTE unweighed-count = unweighed-count + 1
           ELSE
             COMPUTE comp-weight(comp-idx) = comp-weight(comp-idx)
                 + att-weight(att-hit)
             COMPUTE comp-volume(comp-idx) = comp-volume(comp-idx)
                 + att-volume(att-hit)
           END-IF
           .

       ADD-CREW-LOAD.
           MOVE 0 TO crew-hit
           PERFORM VARYING crew-idx FROM 1 BY 1
                   UNTIL crew-idx > crew-count
             IF cwl-crew(crew-idx) = sack-crew
               MOVE crew-idx TO crew-hit
             END-IF
           END-PERFORM
           IF crew-hit = 0 AND crew-count < 50
             COMPUTE crew-count = crew-count + 1
             MOVE crew-count TO crew-hit
             MOVE sack-crew TO cwl-crew(crew-hit)
             MOVE 0 TO cwl-sacks(crew-hit)
             MOVE 0 TO cwl-weight(crew-hit)
             MOVE 0 TO cwl-volume(crew-hit)
           END-IF
           IF crew-hit > 0
             COMPUTE cwl-sacks(crew-hit) = cwl-sacks(crew-hit) + 1
             COMPUTE cwl-weight(crew-hit) = cwl-weight(crew-hit)
                 + sack-weight
             COMPUTE cwl-volume(crew-hit) = cwl-volume(crew-hit)
                 + sack-volume
           END-IF
           .

       WRITE-OVERWEIGHT-SECTION.
           MOVE SPACES TO load-record
           WRITE load-record
           MOVE "OVERWEIGHT RUCKSACKS" TO load-record
           WRITE load-record
           IF overweight-count = 0
             MOVE "  (NO RUCKSACK IS OVER THE CARRY LIMIT)"
                 TO load-record
             WRITE load-record
           ELSE
             PERFORM VARYING ovw-idx FROM 1 BY 1
                     UNTIL ovw-idx > overweight-count
                     OR ovw-idx > 500
               MOVE ovw-line-no(ovw-idx) TO owl-line-no
               MOVE ovw-crew(ovw-idx) TO owl-crew
               MOVE ovw-weight(ovw-idx) TO owl-weight
               COMPUTE owl-excess = ovw-weight(ovw-idx) - carry-limit
               WRITE load-record FROM overweight-line
             END-PERFORM
           END-IF
           .

       WRITE-CREW-SECTION.
           MOVE SPACES TO load-record
           WRITE load-record
           MOVE "AVERAGE LOAD PER CREW" TO load-record
           WRITE load-record
           PERFORM VARYING crew-idx FROM 1 BY 1
                   UNTIL crew-idx > crew-count
             MOVE cwl-crew(crew-idx) TO crl-crew
             MOVE cwl-sacks(crew-idx) TO crl-sacks
             COMPUTE crl-avg-kg ROUNDED =
                 cwl-weight(crew-idx) / cwl-sacks(crew-idx)
             COMPUTE crl-avg-l ROUNDED =
                 cwl-volume(crew-idx) / cwl-sacks(crew-idx)
             MOVE cwl-weight(crew-idx) TO crl-total-kg
             WRITE load-record FROM crew-line
           END-PERFORM
           .

       WRITE-LOAD-TOTALS.
           MOVE SPACES TO load-record
           WRITE load-record
           MOVE "RUCKSACKS WEIGHED" TO cnt-label
           MOVE sack-count TO cnt-value
           WRITE load-record FROM count-line
           MOVE "ITEMS NOT ON MASTER" TO cnt-label
           MOVE unweighed-count TO cnt-value
           WRITE load-record FROM count-line
           MOVE "OVERWEIGHT RUCKSACKS" TO cnt-label
           MOVE overweight-count TO cnt-value
           WRITE load-record FROM count-line
           MOVE "CAMP-WIDE WEIGHT KG" TO ttl-label
           MOVE camp-weight TO ttl-value
           WRITE load-record FROM total-line
           MOVE "CAMP-WIDE VOLUME L" TO ttl-label
           MOVE camp-volume TO ttl-value
           WRITE load-record FROM total-line
           .

       WRITE-RUN-CONTROL-LOG.
           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME
           OPEN EXTEND run-control-file
           IF NOT run-ctl-is-ok
             OPEN OUTPUT run-control-file
           END-IF
           MOVE "RUCKSACK-LOAD" TO rcl-program
           CALL "CAMPID" USING camp-id-request
           MOVE cmp-camp TO rcl-camp
           MOVE run-date TO rcl-date
           MOVE run-time TO rcl-time
           MOVE start-time TO rcl-start-time
           PERFORM COMPUTE-ELAPSED-SECONDS
           MOVE elapsed-seconds TO rcl-elapsed
           MOVE sack-count TO rcl-lines
           MOVE overweight-count TO rcl-exceptions
           IF overweight-count > 0
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
