       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELFDEPCK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT departure-file ASSIGN TO "elf-departures.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS departure-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  departure-file.
       COPY dprrec.

       WORKING-STORAGE SECTION.
       COPY filsts REPLACING
                   ==:STATUS-NAME:== BY ==departure-file-status==
                   ==:OK-NAME:==     BY ==departure-is-ok==
                   ==:EOF-NAME:==    BY ==departure-eof==.

       01  wanted-name         PIC X(20).

       LINKAGE SECTION.
       COPY dpkreq.
       PROCEDURE DIVISION USING departure-check-request.
       MAIN.
           SET dpk-present TO TRUE
           MOVE 0 TO dpk-leave-date
           MOVE FUNCTION UPPER-CASE(dpk-elf-name) TO wanted-name
           OPEN INPUT departure-file
           IF departure-is-ok
             PERFORM UNTIL departure-eof
               READ departure-file
                 AT END
                   CONTINUE
                 NOT AT END
                   IF FUNCTION UPPER-CASE(dpr-elf-name) = wanted-name
                     MOVE dpr-leave-date TO dpk-leave-date
                   END-IF
               END-READ
             END-PERFORM
             CLOSE departure-file
           END-IF
           IF dpk-leave-date > 0
           AND dpk-leave-date < dpk-as-of
             SET dpk-departed TO TRUE
           END-IF
           GOBACK.
