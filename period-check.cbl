       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIODCK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT period-file ASSIGN TO "period-close.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS period-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  period-file.
       COPY pcsrec.

       WORKING-STORAGE SECTION.
       COPY filsts REPLACING
                   ==:STATUS-NAME:== BY ==period-file-status==
                   ==:OK-NAME:==     BY ==period-is-ok==
                   ==:EOF-NAME:==    BY ==period-eof==.

       01  wanted-period       PIC 9(6).

       LINKAGE SECTION.
       COPY pckreq.
       PROCEDURE DIVISION USING period-check-request.
       MAIN.
           SET pck-open TO TRUE
           MOVE 0 TO pck-closed-on
           COMPUTE wanted-period = pck-date / 100
           OPEN INPUT period-file
           IF period-is-ok
             PERFORM UNTIL period-eof
               READ period-file
                 AT END
                   CONTINUE
                 NOT AT END
                   IF pcs-period = wanted-period
                     IF pcs-close
                       SET pck-closed TO TRUE
                       MOVE pcs-date TO pck-closed-on
                     ELSE
                       SET pck-open TO TRUE
                       MOVE 0 TO pck-closed-on
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE period-file
           END-IF
           GOBACK.
