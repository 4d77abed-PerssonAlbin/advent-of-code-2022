           MOVE "S" TO osc-function
           MOVE operator-id TO osc-operator
           MOVE "RERUN-MENU" TO osc-program
           MOVE SPACES TO osc-pin
           DISPLAY "PIN: " WITH NO ADVANCING
           ACCEPT osc-pin
           CALL "OPERSEC" USING operator-security-request
           IF NOT osc-allowed
             DISPLAY "Operator " operator-id " was not signed on; "
                 "sign-on refused."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
