       MAIN.
           IF NOT repo-open
             OPEN I-O exception-repo
             IF repo-file-status = 35
               OPEN OUTPUT exception-repo
               IF repo-is-ok
                 CLOSE exception-repo
           MOVE 0 TO xrp-resolved-date
           MOVE SPACES TO xrp-owner
           MOVE 0 TO xrp-assigned-date
           MOVE SPACES TO xrp-cause-code
           WRITE exception-repo-record
             INVALID KEY
               REWRITE exception-repo-record
