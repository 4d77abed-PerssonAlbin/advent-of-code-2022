             END-IF

             IF line-count > resume-point
             AND NOT end-of-file
               MOVE FUNCTION TRIM(input-record(1:1)) TO first-char
               MOVE FUNCTION TRIM(input-record(3:1)) TO second-char
               PERFORM VALIDATE-ROW
