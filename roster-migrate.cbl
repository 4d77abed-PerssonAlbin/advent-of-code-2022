       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROSTER-MIGRATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT old-roster ASSIGN TO "elf-roster.old"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rso-elf-no
               FILE STATUS old-roster-status.
           SELECT roster-master ASSIGN TO "elf-roster.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rst-elf-no
               FILE STATUS roster-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  old-roster.
       01  old-roster-record.
           03  rso-elf-no      PIC 9(6).
           03  rso-elf-name    PIC X(20).
           03  rso-crew        PIC X(10).

       FD  roster-master.
       COPY rstrec.

       WORKING-STORAGE SECTION.
       01  old-roster-status   PIC 99.
           88  old-roster-is-ok VALUE 0.
       01  old-roster-eof-flag PIC X(1).
           88  old-roster-eof  VALUE "Y".

       01  roster-file-status  PIC 99.
           88  roster-is-ok    VALUE 0.

       01  migrated-count      PIC 9(6) VALUE 0.
       01  replaced-count      PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
       MAIN.
           OPEN INPUT old-roster
           IF NOT old-roster-is-ok
             DISPLAY "The pre-upgrade roster master could not be "
                 "opened; rename the old elf-roster.dat to "
                 "elf-roster.old first."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           OPEN I-O roster-master
           IF NOT roster-is-ok
             OPEN OUTPUT roster-master
             IF roster-is-ok
               CLOSE roster-master
               OPEN I-O roster-master
             END-IF
           END-IF
           IF NOT roster-is-ok
             DISPLAY "The roster master could not be opened "
                 "(status " roster-file-status ")."
             CLOSE old-roster
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           MOVE LOW-VALUES TO rso-elf-no
           MOVE "N" TO old-roster-eof-flag
           START old-roster KEY >= rso-elf-no
             INVALID KEY
               MOVE "Y" TO old-roster-eof-flag
           END-START
           PERFORM UNTIL old-roster-eof
             READ old-roster NEXT
               AT END
                 MOVE "Y" TO old-roster-eof-flag
               NOT AT END
                 PERFORM MIGRATE-ONE-ELF
             END-READ
           END-PERFORM
           CLOSE old-roster
           CLOSE roster-master

           DISPLAY "elves migrated="migrated-count
           DISPLAY "elves replaced="replaced-count
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       MIGRATE-ONE-ELF.
           MOVE rso-elf-no TO rst-elf-no
           MOVE rso-elf-name TO rst-elf-name
           MOVE rso-crew TO rst-crew
           MOVE SPACES TO rst-diet-forbidden
           MOVE 0 TO rst-diet-effective
           WRITE roster-master-record
             INVALID KEY
               REWRITE roster-master-record
               COMPUTE replaced-count = replaced-count + 1
             NOT INVALID KEY
               COMPUTE migrated-count = migrated-count + 1
           END-WRITE
           .
