             END-IF

             IF line-count > resume-point
             AND NOT end-of-file
               MOVE FUNCTION LENGTH(FUNCTION TRIM(input-record))
                   TO strlen
               PERFORM VALIDATE-ROW
