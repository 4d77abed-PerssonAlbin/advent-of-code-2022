       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR-SEC-MIGRATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT old-security ASSIGN TO "operator-security.old"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS opo-operator
               FILE STATUS old-security-status.
           SELECT security-master
               ASSIGN TO "operator-security.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ops-operator
               FILE STATUS security-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  old-security.
       01  old-security-record.
           03  opo-operator    PIC X(8).
           03  opo-name        PIC X(20).
           03  opo-level       PIC 9(1).

       FD  security-master.
       COPY opsrec.

       WORKING-STORAGE SECTION.
       01  old-security-status PIC 99.
           88  old-security-is-ok VALUE 0.
       01  old-security-eof-flag PIC X(1).
           88  old-security-eof VALUE "Y".

       01  security-file-status PIC 99.
           88  security-is-ok  VALUE 0.

       01  migrated-count      PIC 9(6) VALUE 0.
       01  replaced-count      PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
       MAIN.
           OPEN INPUT old-security
           IF NOT old-security-is-ok
             DISPLAY "The pre-upgrade operator security file could "
                 "not be opened; rename the old operator-security.dat "
                 "to operator-security.old first."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           OPEN I-O security-master
           IF NOT security-is-ok
             OPEN OUTPUT security-master
             IF security-is-ok
               CLOSE security-master
               OPEN I-O security-master
             END-IF
           END-IF
           IF NOT security-is-ok
             DISPLAY "The operator security file could not be "
                 "opened (status " security-file-status ")."
             CLOSE old-security
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           MOVE LOW-VALUES TO opo-operator
           MOVE "N" TO old-security-eof-flag
           START old-security KEY >= opo-operator
             INVALID KEY
               MOVE "Y" TO old-security-eof-flag
           END-START
           PERFORM UNTIL old-security-eof
             READ old-security NEXT
               AT END
                 MOVE "Y" TO old-security-eof-flag
               NOT AT END
                 PERFORM MIGRATE-ONE-OPERATOR
             END-READ
           END-PERFORM
           CLOSE old-security
           CLOSE security-master

           DISPLAY "operators migrated="migrated-count
           DISPLAY "operators replaced="replaced-count
           DISPLAY "Every migrated operator has no PIN; a level-2 "
               "operator must reset each PIN before it is used."
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       MIGRATE-ONE-OPERATOR.
           MOVE opo-operator TO ops-operator
           MOVE opo-name TO ops-name
           MOVE opo-level TO ops-level
           MOVE 0 TO ops-pin-hash
           MOVE 0 TO ops-pin-changed
           MOVE 0 TO ops-failed-count
           MOVE "N" TO ops-locked
           WRITE operator-security-record
             INVALID KEY
               REWRITE operator-security-record
               COMPUTE replaced-count = replaced-count + 1
             NOT INVALID KEY
               COMPUTE migrated-count = migrated-count + 1
           END-WRITE
           .
