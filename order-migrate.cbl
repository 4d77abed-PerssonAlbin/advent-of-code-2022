       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDER-MIGRATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT old-orders ASSIGN TO "supply-orders.old"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS oro-order-no
               FILE STATUS old-orders-status.
           SELECT order-master ASSIGN TO "supply-orders.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ord-order-no
               FILE STATUS order-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  old-orders.
       01  old-order-record.
           03  oro-order-no    PIC 9(6).
           03  oro-elf-no      PIC 9(6).
           03  oro-crew        PIC X(10).
           03  oro-qty         PIC 9(8).
           03  oro-date        PIC 9(8).
           03  oro-status      PIC X(1).
           03  oro-closed-date PIC 9(8).

       FD  order-master.
       COPY ordrec.

       WORKING-STORAGE SECTION.
       01  old-orders-status   PIC 99.
           88  old-orders-is-ok VALUE 0.
       01  old-orders-eof-flag PIC X(1).
           88  old-orders-eof  VALUE "Y".

       01  order-file-status   PIC 99.
           88  order-is-ok     VALUE 0.

       01  migrated-count      PIC 9(6) VALUE 0.
       01  replaced-count      PIC 9(6) VALUE 0.
       01  open-count          PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
       MAIN.
           OPEN INPUT old-orders
           IF NOT old-orders-is-ok
             DISPLAY "The pre-upgrade order master could not be "
                 "opened; rename the old supply-orders.dat to "
                 "supply-orders.old first."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           OPEN I-O order-master
           IF NOT order-is-ok
             OPEN OUTPUT order-master
             IF order-is-ok
               CLOSE order-master
               OPEN I-O order-master
             END-IF
           END-IF
           IF NOT order-is-ok
             DISPLAY "The order master could not be opened "
                 "(status " order-file-status ")."
             CLOSE old-orders
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           MOVE LOW-VALUES TO oro-order-no
           MOVE "N" TO old-orders-eof-flag
           START old-orders KEY >= oro-order-no
             INVALID KEY
               MOVE "Y" TO old-orders-eof-flag
           END-START
           PERFORM UNTIL old-orders-eof
             READ old-orders NEXT
               AT END
                 MOVE "Y" TO old-orders-eof-flag
               NOT AT END
                 PERFORM MIGRATE-ONE-ORDER
             END-READ
           END-PERFORM
           CLOSE old-orders
           CLOSE order-master

           DISPLAY "orders migrated="migrated-count
           DISPLAY "orders replaced="replaced-count
           DISPLAY "open orders carried="open-count
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       MIGRATE-ONE-ORDER.
           MOVE oro-order-no TO ord-order-no
           MOVE oro-elf-no TO ord-elf-no
           MOVE oro-crew TO ord-crew
           MOVE oro-qty TO ord-qty
           MOVE oro-date TO ord-date
           MOVE oro-status TO ord-status
           MOVE oro-closed-date TO ord-closed-date
           MOVE SPACES TO ord-supplier
           MOVE 0 TO ord-expected-date
           MOVE oro-qty TO ord-ordered-qty
           MOVE 0 TO ord-received-qty
           MOVE 0 TO ord-invoiced-qty
           IF ord-status = "O"
             COMPUTE open-count = open-count + 1
           END-IF
           WRITE supply-order-record
             INVALID KEY
               REWRITE supply-order-record
               COMPUTE replaced-count = replaced-count + 1
             NOT INVALID KEY
               COMPUTE migrated-count = migrated-count + 1
           END-WRITE
           .
