       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICE-MATCH.

       ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                  SELECT invoice-file ASSIGN TO "invoices.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS invoice-file-status.
                  SELECT order-master ASSIGN TO "supply-orders.dat"
                      ORGANIZATION INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS ord-order-no
                      FILE STATUS order-file-status.
                  SELECT invoice-register
                      ASSIGN TO "invoice-register.dat"
                      ORGANIZATION INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS inv-key
                      FILE STATUS register-file-status.
                  SELECT approved-file
                      ASSIGN TO "invoices-approved.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS approved-file-status.
                  SELECT held-file
                      ASSIGN TO "invoices-held.txt"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS held-file-status.
                  SELECT run-control-file ASSIGN TO "run-control.log"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS run-ctl-file-status.

              DATA DIVISION.
              FILE SECTION.
              FD  invoice-file.
              01  invoice-record      PIC X(60).

              FD  order-master.
              COPY ordrec.

              FD  invoice-register.
              COPY invrec.

              FD  approved-file.
              01  approved-record     PIC X(80).

              FD  held-file.
              01  held-record         PIC X(100).

              FD  run-control-file.
              COPY rctlrec.

              WORKING-STORAGE SECTION.
              COPY cmpreq.

              COPY xclreq.

              COPY prmreq.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==invoice-file-status==
                          ==:OK-NAME:==     BY ==invoice-is-ok==
                          ==:EOF-NAME:==    BY ==invoice-eof==.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==approved-file-status==
                          ==:OK-NAME:==     BY ==approved-is-ok==
                          ==:EOF-NAME:==    BY ==approved-fs-spare==.

              COPY filsts REPLACING
                          ==:STATUS-NAME:== BY ==held-file-status==
                          ==:OK-NAME:==     BY ==held-is-ok==
                          ==:EOF-NAME:==    BY ==held-fs-spare==.

              01  order-file-status   PIC 99.
                  88  order-is-ok     VALUE 0.

              01  register-file-status PIC 99.
                  88  register-is-ok  VALUE 0.

              01  run-ctl-file-status PIC 99.
                  88  run-ctl-is-ok   VALUE 0.

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
              01  line-count          PIC 9(6) VALUE 0.
              01  tolerance-pct       PIC 9(3) VALUE 2.

              01  work-invoice-no     PIC X(10).
              01  work-supplier       PIC X(6).
              01  work-order-no       PIC 9(6).
              01  work-qty            PIC 9(8).
              01  work-amount         PIC 9(9)V99.
              01  hold-reason         PIC X(20).
              01  register-found      PIC X(1).
              01  allowed-qty         PIC 9(10).
              01  feed-seen           PIC X(1) VALUE "N".

              01  lines-read          PIC 9(6) VALUE 0.
              01  approved-count      PIC 9(6) VALUE 0.
              01  held-count          PIC 9(6) VALUE 0.
              01  approved-amount     PIC 9(11)V99 VALUE 0.
              01  held-amount         PIC 9(11)V99 VALUE 0.
              01  edit-amount         PIC Z(10)9.99.

              01  approved-line.
                  03  apl-invoice-no  PIC X(10).
                  03  FILLER          PIC X(1) VALUE SPACES.
                  03  apl-supplier    PIC X(6).
                  03  FILLER          PIC X(1) VALUE SPACES.
                  03  apl-order-no    PIC 9(6).
                  03  FILLER          PIC X(1) VALUE SPACES.
                  03  apl-qty         PIC 9(8).
                  03  FILLER          PIC X(1) VALUE SPACES.
                  03  apl-amount      PIC 9(9).99.
                  03  FILLER          PIC X(1) VALUE SPACES.
                  03  apl-date        PIC 9(8).

              01  held-heading.
                  03  FILLER          PIC X(11) VALUE "INVOICE".
                  03  FILLER          PIC X(9) VALUE "SUPPLIER".
                  03  FILLER          PIC X(8) VALUE " ORDER".
                  03  FILLER          PIC X(10) VALUE "    BILLED".
                  03  FILLER          PIC X(10) VALUE "  RECEIVED".
                  03  FILLER          PIC X(15) VALUE "         AMOUNT".
                  03  FILLER          PIC X(20) VALUE "  REASON HELD".

              01  held-line.
                  03  hdl-invoice-no  PIC X(10).
                  03  FILLER          PIC X(1) VALUE SPACES.
                  03  hdl-supplier    PIC X(6).
                  03  FILLER          PIC X(3) VALUE SPACES.
                  03  hdl-order-no    PIC Z(5)9.
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  hdl-qty         PIC Z(7)9.
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  hdl-received    PIC Z(7)9.
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  hdl-amount      PIC Z(9)9.99.
                  03  FILLER          PIC X(2) VALUE SPACES.
                  03  hdl-reason      PIC X(20).
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT start-time FROM TIME
           ACCEPT run-date FROM DATE YYYYMMDD

           MOVE "INVOICE-MATCH" TO preq-program
           MOVE "TOLPCT" TO preq-keyword
           CALL "PARMREAD" USING parm-request
           IF parm-found
           AND FUNCTION TRIM(preq-value) NOT = SPACES
           AND FUNCTION TRIM(preq-value) IS NUMERIC
             IF FUNCTION NUMVAL(preq-value) <= 100
               MOVE FUNCTION NUMVAL(preq-value) TO tolerance-pct
             END-IF
           END-IF
           DISPLAY "PARAMETERS IN EFFECT FOR INVOICE-MATCH:"
           DISPLAY "  TOLPCT=" tolerance-pct

           OPEN INPUT invoice-file
           IF NOT invoice-is-ok
             DISPLAY "No supplier invoice feed was presented today."
             MOVE 0 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE "Y" TO feed-seen

           OPEN I-O order-master
           IF NOT order-is-ok
             DISPLAY "The order master could not be opened."
             CLOSE invoice-file
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           OPEN I-O invoice-register
           IF NOT register-is-ok
             OPEN OUTPUT invoice-register
             IF register-is-ok
               CLOSE invoice-register
               OPEN I-O invoice-register
             END-IF
           END-IF
           IF NOT register-is-ok
             DISPLAY "The invoice register could not be opened (status "
                 register-file-status ")."
             CLOSE order-master
             CLOSE invoice-file
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           OPEN OUTPUT approved-file
           OPEN OUTPUT held-file
           IF NOT approved-is-ok
           OR NOT held-is-ok
             DISPLAY "The invoice output files could not be opened."
             CLOSE invoice-register
             CLOSE order-master
             CLOSE invoice-file
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           MOVE "SUPPLIER INVOICES HELD FROM PAYMENT" TO held-record
           WRITE held-record
           MOVE SPACES TO held-record
           STRING "FOR " run-date DELIMITED BY SIZE INTO held-record
           WRITE held-record
           MOVE SPACES TO held-record
           WRITE held-record
           WRITE held-record FROM held-heading

           PERFORM UNTIL invoice-eof
             READ invoice-file
               AT END
                 CONTINUE
               NOT AT END
                 COMPUTE line-count = line-count + 1
                 IF invoice-record NOT = SPACES
                   PERFORM MATCH-ONE-INVOICE THRU MATCH-ONE-INVOICE-EXIT
                 END-IF
             END-READ
           END-PERFORM
           CLOSE invoice-file

           MOVE SPACES TO held-record
           WRITE held-record
           IF held-count = 0
             MOVE "  (NO INVOICE LINE WAS HELD)" TO held-record
             WRITE held-record
           ELSE
             MOVE held-amount TO edit-amount
             MOVE SPACES TO held-record
             STRING "LINES HELD: " held-count "  VALUE HELD: "
                 edit-amount DELIMITED BY SIZE INTO held-record
             WRITE held-record
           END-IF
           MOVE approved-amount TO edit-amount
           MOVE SPACES TO held-record
           STRING "LINES APPROVED: " approved-count
               "  VALUE APPROVED: " edit-amount
               DELIMITED BY SIZE INTO held-record
           WRITE held-record

           CLOSE held-file
           CLOSE approved-file
           CLOSE invoice-register
           CLOSE order-master

           IF feed-seen = "Y"
             OPEN OUTPUT invoice-file
             IF invoice-is-ok
               CLOSE invoice-file
             END-IF
           END-IF

           DISPLAY "invoice lines read=" lines-read
           DISPLAY "invoice lines approved=" approved-count
           DISPLAY "invoice lines held=" held-count
           PERFORM WRITE-RUN-CONTROL-LOG
           IF held-count > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       MATCH-ONE-INVOICE.
           COMPUTE lines-read = lines-read + 1
           MOVE invoice-record(1:10) TO work-invoice-no
           MOVE invoice-record(12:6) TO work-supplier
           MOVE 0 TO work-order-no
           MOVE 0 TO work-qty
           MOVE 0 TO work-amount
           MOVE 0 TO ord-received-qty
           IF work-invoice-no = SPACES
           OR FUNCTION TRIM(invoice-record(19:6)) NOT NUMERIC
           OR FUNCTION TRIM(invoice-record(26:8)) NOT NUMERIC
             MOVE "INVALID LINE" TO hold-reason
             PERFORM HOLD-INVOICE
             GO TO MATCH-ONE-INVOICE-EXIT
           END-IF
           MOVE FUNCTION NUMVAL(invoice-record(19:6)) TO work-order-no
           MOVE FUNCTION NUMVAL(invoice-record(26:8)) TO work-qty
           IF invoice-record(35:12) NOT = SPACES
             MOVE FUNCTION NUMVAL(invoice-record(35:12)) TO work-amount
           END-IF

           MOVE work-invoice-no TO inv-invoice-no
           MOVE work-order-no TO inv-order-no
           MOVE "Y" TO register-found
           READ invoice-register
             INVALID KEY
               MOVE "N" TO register-found
           END-READ
           IF register-found = "Y"
           AND inv-approved
             MOVE "DUPLICATE" TO hold-reason
             PERFORM HOLD-INVOICE
             GO TO MATCH-ONE-INVOICE-EXIT
           END-IF

           MOVE work-order-no TO ord-order-no
           READ order-master
             INVALID KEY
               MOVE 0 TO ord-received-qty
               MOVE "NO SUCH ORDER" TO hold-reason
               PERFORM HOLD-INVOICE
               PERFORM REGISTER-INVOICE
               GO TO MATCH-ONE-INVOICE-EXIT
           END-READ
           IF ord-supplier NOT = SPACES
           AND ord-supplier NOT = work-supplier
             MOVE "WRONG SUPPLIER" TO hold-reason
             PERFORM HOLD-INVOICE
             PERFORM REGISTER-INVOICE
             GO TO MATCH-ONE-INVOICE-EXIT
           END-IF
           IF ord-received-qty = 0
             MOVE "BILLED NOT RECEIVED" TO hold-reason
             PERFORM HOLD-INVOICE
             PERFORM REGISTER-INVOICE
             GO TO MATCH-ONE-INVOICE-EXIT
           END-IF
           COMPUTE allowed-qty =
               ord-received-qty * (100 + tolerance-pct) / 100
           IF ord-invoiced-qty + work-qty > allowed-qty
             MOVE "OVER-BILLED" TO hold-reason
             PERFORM HOLD-INVOICE
             PERFORM REGISTER-INVOICE
             GO TO MATCH-ONE-INVOICE-EXIT
           END-IF

           COMPUTE ord-invoiced-qty = ord-invoiced-qty + work-qty
           REWRITE supply-order-record
             INVALID KEY
               DISPLAY "The order could not be updated: "
                   work-order-no
           END-REWRITE
           MOVE SPACES TO hold-reason
           PERFORM APPROVE-INVOICE
           PERFORM REGISTER-INVOICE
           .

       MATCH-ONE-INVOICE-EXIT.
           EXIT.

       APPROVE-INVOICE.
           MOVE SPACES TO approved-line
           MOVE work-invoice-no TO apl-invoice-no
           MOVE work-supplier TO apl-supplier
           MOVE work-order-no TO apl-order-no
           MOVE work-qty TO apl-qty
           MOVE work-amount TO apl-amount
           MOVE run-date TO apl-date
           WRITE approved-record FROM approved-line
           COMPUTE approved-count = approved-count + 1
           COMPUTE approved-amount = approved-amount + work-amount
           .

       HOLD-INVOICE.
           MOVE SPACES TO held-line
           MOVE work-invoice-no TO hdl-invoice-no
           MOVE work-supplier TO hdl-supplier
           MOVE work-order-no TO hdl-order-no
           MOVE work-qty TO hdl-qty
           MOVE ord-received-qty TO hdl-received
           MOVE work-amount TO hdl-amount
           MOVE hold-reason TO hdl-reason
           WRITE held-record FROM held-line
           COMPUTE held-count = held-count + 1
           COMPUTE held-amount = held-amount + work-amount

           MOVE SPACES TO xcl-text
           STRING "INVOICE " FUNCTION TRIM(work-invoice-no)
               " ORDER " work-order-no " HELD: "
               hold-reason DELIMITED BY SIZE INTO xcl-text
           MOVE "INVOICE-MATCH" TO xcl-program
           MOVE line-count TO xcl-line-no
           CALL "EXCLOG" USING exception-log-request
           .

       REGISTER-INVOICE.
           MOVE SPACES TO invoice-register-record
           MOVE work-invoice-no TO inv-invoice-no
           MOVE work-order-no TO inv-order-no
           MOVE work-supplier TO inv-supplier
           MOVE work-qty TO inv-qty
           MOVE work-amount TO inv-amount
           IF hold-reason = SPACES
             SET inv-approved TO TRUE
           ELSE
             SET inv-held TO TRUE
           END-IF
           MOVE hold-reason TO inv-reason
           MOVE run-date TO inv-date
           IF register-found = "Y"
             REWRITE invoice-register-record
               INVALID KEY
                 DISPLAY "The invoice register could not be updated: "
                     work-invoice-no
             END-REWRITE
           ELSE
             WRITE invoice-register-record
               INVALID KEY
                 DISPLAY "The invoice register could not be updated: "
                     work-invoice-no
             END-WRITE
           END-IF
           .

       WRITE-RUN-CONTROL-LOG.
           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME
           OPEN EXTEND run-control-file
           IF NOT run-ctl-is-ok
             OPEN OUTPUT run-control-file
           END-IF
           MOVE "INVOICE-MATCH" TO rcl-program
           CALL "CAMPID" USING camp-id-request
           MOVE cmp-camp TO rcl-camp
           MOVE run-date TO rcl-date
           MOVE run-time TO rcl-time
           MOVE start-time TO rcl-start-time
           PERFORM COMPUTE-ELAPSED-SECONDS
           MOVE elapsed-seconds TO rcl-elapsed
           MOVE line-count TO rcl-lines
           MOVE held-count TO rcl-exceptions
           IF held-count > 0
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
