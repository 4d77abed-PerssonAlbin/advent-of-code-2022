             WHEN "FAILED"
               MOVE 4 TO status-rank
             WHEN "BADGEFAIL"
             WHEN "SKIPPED"
               MOVE 3 TO status-rank
             WHEN "EXCEPTNS"
               MOVE 2 TO status-rank
