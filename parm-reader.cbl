       01  keyword-idx         PIC 9(2).
       01  keyword-known       PIC X(1).

       COPY lngreq.

       01  valid-keywords.
           03  FILLER          PIC X(10) VALUE "INPUT".
           03  FILLER          PIC X(10) VALUE "TOPN".
           03  FILLER          PIC X(10) VALUE "PROFMODE".
           03  FILLER          PIC X(10) VALUE "PFXA".
           03  FILLER          PIC X(10) VALUE "PFXB".
           03  FILLER          PIC X(10) VALUE "THRESHOLD".
           03  FILLER          PIC X(10) VALUE "DISKSIZE".
           03  FILLER          PIC X(10) VALUE "NEEDSPACE".
           03  FILLER          PIC X(10) VALUE "FAILPCT".
           03  FILLER          PIC X(10) VALUE "ZONESTACKS".
           03  FILLER          PIC X(10) VALUE "SHELFDAYS".
           03  FILLER          PIC X(10) VALUE "EXPIRYDAYS".
           03  FILLER          PIC X(10) VALUE "LOTVALUE".
           03  FILLER          PIC X(10) VALUE "WRITEOFFMX".
           03  FILLER          PIC X(10) VALUE "TOURNMODE".
           03  FILLER          PIC X(10) VALUE "TIEBREAK".
           03  FILLER          PIC X(10) VALUE "FIXSCORE".
           03  FILLER          PIC X(10) VALUE "TOURNID".
           03  FILLER          PIC X(10) VALUE "FIXDAYS".
           03  FILLER          PIC X(10) VALUE "CARRYMAX".
           03  FILLER          PIC X(10) VALUE "SYNCFILE".
           03  FILLER          PIC X(10) VALUE "CERTDAYS".
           03  FILLER          PIC X(10) VALUE "ROTASTART".
           03  FILLER          PIC X(10) VALUE "ELFCAP".
           03  FILLER          PIC X(10) VALUE "PARTS".
           03  FILLER          PIC X(10) VALUE "PINTRIES".
           03  FILLER          PIC X(10) VALUE "PINDAYS".
           03  FILLER          PIC X(10) VALUE "DORMDAYS".
           03  FILLER          PIC X(10) VALUE "SUSPEND".
           03  FILLER          PIC X(10) VALUE "FROMDATE".
           03  FILLER          PIC X(10) VALUE "TODATE".
       01  valid-keywords-r REDEFINES valid-keywords.
           03  valid-keyword   PIC X(10) OCCURS 48 TIMES.

       LINKAGE SECTION.
       COPY prmreq.
           OPEN INPUT parameter-file
           IF NOT parameter-is-ok
             SET parm-no-file TO TRUE
             PERFORM RECORD-PARAMETER-LINEAGE
             GOBACK
           END-IF

             END-READ
           END-PERFORM
           CLOSE parameter-file
           PERFORM RECORD-PARAMETER-LINEAGE
           GOBACK.

       RECORD-PARAMETER-LINEAGE.
           MOVE SPACES TO lineage-request
           SET lrq-parameter TO TRUE
           MOVE preq-program TO lrq-program
           MOVE preq-keyword TO lrq-name
           EVALUATE TRUE
             WHEN parm-found
               MOVE preq-value TO lrq-detail
             WHEN parm-no-file
               MOVE "(DEFAULT - NO aocparms.dat)" TO lrq-detail
             WHEN OTHER
               MOVE "(DEFAULT - NOT IN aocparms.dat)" TO lrq-detail
           END-EVALUATE
           MOVE 0 TO lrq-date
           CALL "LINEAGE" USING lineage-request
           .

       VALIDATE-PARAMETER-FILE.
           OPEN INPUT parameter-file
           IF NOT parameter-is-ok
           ELSE
             MOVE "N" TO keyword-known
             PERFORM VARYING keyword-idx FROM 1 BY 1
                     UNTIL keyword-idx > 48
               IF prm-keyword = valid-keyword(keyword-idx)
                 MOVE "Y" TO keyword-known
               END-IF
