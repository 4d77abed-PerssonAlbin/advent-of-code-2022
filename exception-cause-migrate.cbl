       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCEPTION-CAUSE-MIGRATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT old-repo ASSIGN TO "exception-repo.old"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS xro-key
               FILE STATUS old-repo-status.
           SELECT exception-repo ASSIGN TO "exception-repo.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS xrp-key
               FILE STATUS repo-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  old-repo.
       01  old-repo-record.
           03  xro-key.
               05  xro-camp        PIC X(4).
               05  xro-program     PIC X(20).
               05  xro-date        PIC 9(8).
               05  xro-line-no     PIC 9(6).
           03  xro-time            PIC 9(8).
           03  xro-text            PIC X(60).
           03  xro-status          PIC X(1).
           03  xro-resolved-date   PIC 9(8).
           03  xro-owner           PIC X(8).
           03  xro-assigned-date   PIC 9(8).

       FD  exception-repo.
       COPY xcprec.

       WORKING-STORAGE SECTION.
       01  old-repo-status     PIC 99.
           88  old-repo-is-ok  VALUE 0.
       01  old-repo-eof-flag   PIC X(1).
           88  old-repo-eof    VALUE "Y".

       01  repo-file-status    PIC 99.
           88  repo-is-ok      VALUE 0.

       01  migrated-count      PIC 9(6) VALUE 0.
       01  replaced-count      PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
       MAIN.
           OPEN INPUT old-repo
           IF NOT old-repo-is-ok
             DISPLAY "The repository without cause codes could not be "
                 "opened; rename the old exception-repo.dat to "
                 "exception-repo.old first."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           OPEN I-O exception-repo
           IF NOT repo-is-ok
             OPEN OUTPUT exception-repo
             IF repo-is-ok
               CLOSE exception-repo
               OPEN I-O exception-repo
             END-IF
           END-IF
           IF NOT repo-is-ok
             DISPLAY "The exception repository could not be opened "
                 "(status " repo-file-status ")."
             CLOSE old-repo
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           MOVE LOW-VALUES TO xro-key
           MOVE "N" TO old-repo-eof-flag
           START old-repo KEY >= xro-key
             INVALID KEY
               MOVE "Y" TO old-repo-eof-flag
           END-START
           PERFORM UNTIL old-repo-eof
             READ old-repo NEXT
               AT END
                 MOVE "Y" TO old-repo-eof-flag
               NOT AT END
                 PERFORM MIGRATE-ONE-EXCEPTION
             END-READ
           END-PERFORM
           CLOSE old-repo
           CLOSE exception-repo

           DISPLAY "exceptions migrated="migrated-count
           DISPLAY "exceptions replaced="replaced-count
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       MIGRATE-ONE-EXCEPTION.
           MOVE xro-camp TO xrp-camp
           MOVE xro-program TO xrp-program
           MOVE xro-date TO xrp-date
           MOVE xro-line-no TO xrp-line-no
           MOVE xro-time TO xrp-time
           MOVE xro-text TO xrp-text
           MOVE xro-status TO xrp-status
           MOVE xro-resolved-date TO xrp-resolved-date
           MOVE xro-owner TO xrp-owner
           MOVE xro-assigned-date TO xrp-assigned-date
           MOVE SPACES TO xrp-cause-code
           WRITE exception-repo-record
             INVALID KEY
               REWRITE exception-repo-record
               COMPUTE replaced-count = replaced-count + 1
             NOT INVALID KEY
               COMPUTE migrated-count = migrated-count + 1
           END-WRITE
           .
