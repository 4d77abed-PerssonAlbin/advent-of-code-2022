           MOVE xro-resolved-date TO xrp-resolved-date
           MOVE SPACES TO xrp-owner
           MOVE 0 TO xrp-assigned-date
           MOVE SPACES TO xrp-cause-code
           WRITE exception-repo-record
             INVALID KEY
               REWRITE exception-repo-record
