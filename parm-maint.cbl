       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARM-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT parameter-file ASSIGN TO "aocparms.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS parameter-file-status.
           SELECT history-file ASSIGN TO "aocparms-history.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS history-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  parameter-file.
       COPY prmrec.

       FD  history-file.
       COPY phsrec.

       WORKING-STORAGE SECTION.
       COPY oscreq.

       COPY prmdef.

       COPY filsts REPLACING
                   ==:STATUS-NAME:== BY ==parameter-file-status==
                   ==:OK-NAME:==     BY ==parameter-is-ok==
                   ==:EOF-NAME:==    BY ==parameter-eof==.

       01  history-file-status PIC 99.
           88  history-is-ok   VALUE 0.

       01  run-date            PIC 9(8).
       01  run-time            PIC 9(8).
       01  operator-id         PIC X(8).
       01  menu-choice         PIC X(1).
       01  keep-going          PIC X(1) VALUE "Y".
           88  still-running   VALUE "Y".

       01  parameter-table.
           03  parameter-entry OCCURS 400 TIMES.
               05  pmt-program     PIC X(20).
               05  pmt-keyword     PIC X(10).
               05  pmt-value       PIC X(40).
       01  parameter-count     PIC 9(3) VALUE 0.
       01  parameter-idx       PIC 9(3).
       01  parameter-hit       PIC 9(3).
       01  next-idx            PIC 9(3).
       01  overflow-flag       PIC X(1) VALUE "N".
           88  parameters-overflow VALUE "Y".

       01  definition-idx      PIC 9(2).
       01  definition-hit      PIC 9(2).
       01  keyword-known       PIC X(1).
       01  choice-idx          PIC 9(1).

       01  work-program        PIC X(20).
       01  work-keyword        PIC X(10).
       01  work-value          PIC X(40).
       01  before-value        PIC X(40).
       01  history-action      PIC X(1).
       01  value-ok            PIC X(1).
       01  number-value        PIC 9(12).
       01  decimal-value       PIC 9(12)V9(4).
       01  hundredths-value    PIC 9(14).
       01  fraction-check      PIC 9(14)V9(4).
       PROCEDURE DIVISION.
       MAIN.
           MOVE SPACES TO operator-id
           PERFORM UNTIL operator-id NOT = SPACES
             DISPLAY "Operator id: " WITH NO ADVANCING
             ACCEPT operator-id
           END-PERFORM
           MOVE "S" TO osc-function
           MOVE operator-id TO osc-operator
           MOVE "PARM-MAINT" TO osc-program
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

           PERFORM LOAD-PARAMETERS
           IF parameters-overflow
             DISPLAY "*** aocparms.dat HOLDS MORE THAN 400 PARAMETER "
                 "RECORDS ***"
             DISPLAY "No change was allowed, so that the file is not "
                 "saved without the records that did not fit."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM UNTIL NOT still-running
             PERFORM DISPLAY-MENU
             ACCEPT menu-choice
             EVALUATE menu-choice
               WHEN "L" WHEN "l"
                 PERFORM LIST-PARAMETERS
               WHEN "A" WHEN "a"
                 PERFORM ADD-PARAMETER THRU ADD-PARAMETER-EXIT
               WHEN "C" WHEN "c"
                 PERFORM CHANGE-PARAMETER THRU CHANGE-PARAMETER-EXIT
               WHEN "D" WHEN "d"
                 PERFORM DELETE-PARAMETER THRU DELETE-PARAMETER-EXIT
               WHEN "K" WHEN "k"
                 PERFORM LIST-DEFINITIONS
               WHEN "X" WHEN "x" WHEN "0"
                 MOVE "N" TO keep-going
               WHEN OTHER
                 DISPLAY "Not a valid choice, try again."
             END-EVALUATE
           END-PERFORM

           MOVE 0 TO RETURN-CODE
           STOP RUN.

       DISPLAY-MENU.
           DISPLAY " "
           DISPLAY "===== RUN PARAMETER MAINTENANCE ====="
           DISPLAY "L. List parameters"
           DISPLAY "A. Add a parameter"
           DISPLAY "C. Change a parameter"
           DISPLAY "D. Delete a parameter"
           DISPLAY "K. List keyword definitions"
           DISPLAY "X. Exit"
           DISPLAY "Enter choice: " WITH NO ADVANCING
           .

       LOAD-PARAMETERS.
           MOVE 0 TO parameter-count
           OPEN INPUT parameter-file
           IF NOT parameter-is-ok
             DISPLAY "There is no parameter file yet; it will be "
                 "created on the first change."
           ELSE
             PERFORM UNTIL parameter-eof
               READ parameter-file
                 AT END
                   CONTINUE
                 NOT AT END
                   IF parameter-record NOT = SPACES
                     IF parameter-count < 400
                       COMPUTE parameter-count = parameter-count + 1
                       MOVE prm-program TO pmt-program(parameter-count)
                       MOVE prm-keyword TO pmt-keyword(parameter-count)
                       MOVE prm-value TO pmt-value(parameter-count)
                     ELSE
                       MOVE "Y" TO overflow-flag
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE parameter-file
           END-IF
           .

       SAVE-PARAMETERS.
           OPEN OUTPUT parameter-file
           IF NOT parameter-is-ok
             DISPLAY "*** THE PARAMETER FILE COULD NOT BE WRITTEN "
                 "(STATUS " parameter-file-status ") ***"
           ELSE
             PERFORM VARYING parameter-idx FROM 1 BY 1
                     UNTIL parameter-idx > parameter-count
               MOVE SPACES TO parameter-record
               MOVE pmt-program(parameter-idx) TO prm-program
               MOVE pmt-keyword(parameter-idx) TO prm-keyword
               MOVE pmt-value(parameter-idx) TO prm-value
               WRITE parameter-record
             END-PERFORM
             CLOSE parameter-file
           END-IF
           .

       WRITE-PARAMETER-HISTORY.
           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME
           OPEN EXTEND history-file
           IF NOT history-is-ok
             OPEN OUTPUT history-file
           END-IF
           IF NOT history-is-ok
             DISPLAY "*** THE PARAMETER HISTORY COULD NOT BE "
                 "WRITTEN (STATUS " history-file-status ") ***"
           ELSE
             MOVE SPACES TO parameter-history-record
             MOVE run-date TO phs-date
             MOVE run-time TO phs-time
             MOVE operator-id TO phs-operator
             MOVE history-action TO phs-action
             MOVE work-program TO phs-program
             MOVE work-keyword TO phs-keyword
             MOVE before-value TO phs-before
             MOVE work-value TO phs-after
             WRITE parameter-history-record
             CLOSE history-file
           END-IF
           .

       LIST-PARAMETERS.
           PERFORM VARYING parameter-idx FROM 1 BY 1
                   UNTIL parameter-idx > parameter-count
             DISPLAY pmt-program(parameter-idx) " "
                 pmt-keyword(parameter-idx) " "
                 FUNCTION TRIM(pmt-value(parameter-idx))
           END-PERFORM
           DISPLAY parameter-count " parameter record(s)."
           .

       LIST-DEFINITIONS.
           PERFORM VARYING definition-idx FROM 1 BY 1
                   UNTIL definition-idx > 51
             EVALUATE TRUE
               WHEN pdf-numeric(definition-idx)
                 DISPLAY pdf-keyword(definition-idx) " "
                     pdf-owner(definition-idx) " WHOLE NUMBER "
                     pdf-minimum(definition-idx) " TO "
                     pdf-maximum(definition-idx)
               WHEN pdf-decimal(definition-idx)
                 DISPLAY pdf-keyword(definition-idx) " "
                     pdf-owner(definition-idx) " AMOUNT IN HUNDREDTHS "
                     pdf-minimum(definition-idx) " TO "
                     pdf-maximum(definition-idx)
               WHEN pdf-flag(definition-idx)
                 DISPLAY pdf-keyword(definition-idx) " "
                     pdf-owner(definition-idx) " Y OR N"
               WHEN pdf-choice(definition-idx)
                 DISPLAY pdf-keyword(definition-idx) " "
                     pdf-owner(definition-idx) " ONE OF "
                     pdf-choices(definition-idx)
               WHEN pdf-date(definition-idx)
                 DISPLAY pdf-keyword(definition-idx) " "
                     pdf-owner(definition-idx) " DATE YYYYMMDD"
               WHEN OTHER
                 DISPLAY pdf-keyword(definition-idx) " "
                     pdf-owner(definition-idx) " TEXT"
             END-EVALUATE
           END-PERFORM
           .

       ASK-PROGRAM-AND-KEYWORD.
           MOVE SPACES TO work-program
           PERFORM UNTIL work-program NOT = SPACES
             DISPLAY "Program: " WITH NO ADVANCING
             ACCEPT work-program
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(work-program) TO work-program
           MOVE SPACES TO work-keyword
           PERFORM UNTIL work-keyword NOT = SPACES
             DISPLAY "Keyword: " WITH NO ADVANCING
             ACCEPT work-keyword
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(work-keyword) TO work-keyword
           .

       FIND-DEFINITION.
           MOVE 0 TO definition-hit
           MOVE "N" TO keyword-known
           PERFORM VARYING definition-idx FROM 1 BY 1
                   UNTIL definition-idx > 51
             IF pdf-keyword(definition-idx) = work-keyword
               MOVE "Y" TO keyword-known
               IF pdf-owner(definition-idx) = work-program
               OR pdf-owner(definition-idx) = "*"
                 MOVE definition-idx TO definition-hit
               END-IF
             END-IF
           END-PERFORM
           IF definition-hit = 0
             IF keyword-known = "N"
               DISPLAY FUNCTION TRIM(work-keyword) " is not a "
                   "defined parameter keyword."
             ELSE
               DISPLAY FUNCTION TRIM(work-keyword) " is not read by "
                   FUNCTION TRIM(work-program) "; it belongs to:"
               PERFORM VARYING definition-idx FROM 1 BY 1
                       UNTIL definition-idx > 51
                 IF pdf-keyword(definition-idx) = work-keyword
                   DISPLAY "  " pdf-owner(definition-idx)
                 END-IF
               END-PERFORM
             END-IF
           END-IF
           .

       FIND-PARAMETER.
           MOVE 0 TO parameter-hit
           PERFORM VARYING parameter-idx FROM 1 BY 1
                   UNTIL parameter-idx > parameter-count
             IF pmt-program(parameter-idx) = work-program
             AND pmt-keyword(parameter-idx) = work-keyword
               MOVE parameter-idx TO parameter-hit
             END-IF
           END-PERFORM
           .

       ASK-VALUE.
           MOVE "N" TO value-ok
           PERFORM UNTIL value-ok = "Y"
             MOVE SPACES TO work-value
             DISPLAY "Value: " WITH NO ADVANCING
             ACCEPT work-value
             MOVE FUNCTION TRIM(work-value) TO work-value
             PERFORM VALIDATE-VALUE THRU VALIDATE-VALUE-EXIT
           END-PERFORM
           .

       VALIDATE-VALUE.
           MOVE "N" TO value-ok
           IF work-value = SPACES
             DISPLAY "A value is required."
             GO TO VALIDATE-VALUE-EXIT
           END-IF
           EVALUATE TRUE
             WHEN pdf-numeric(definition-hit)
               IF FUNCTION TRIM(work-value) IS NOT NUMERIC
               OR FUNCTION LENGTH(FUNCTION TRIM(work-value)) > 12
                 DISPLAY "A whole number is required."
                 GO TO VALIDATE-VALUE-EXIT
               END-IF
               MOVE FUNCTION NUMVAL(work-value) TO number-value
               IF number-value < pdf-minimum(definition-hit)
               OR number-value > pdf-maximum(definition-hit)
                 DISPLAY "The value must be from "
                     pdf-minimum(definition-hit) " to "
                     pdf-maximum(definition-hit) "."
                 GO TO VALIDATE-VALUE-EXIT
               END-IF
             WHEN pdf-decimal(definition-hit)
               IF FUNCTION TEST-NUMVAL(work-value) NOT = 0
               OR FUNCTION LENGTH(FUNCTION TRIM(work-value)) > 15
                 DISPLAY "An amount such as 12.50 is required."
                 GO TO VALIDATE-VALUE-EXIT
               END-IF
               MOVE FUNCTION NUMVAL(work-value) TO decimal-value
               COMPUTE fraction-check = decimal-value * 100
               MOVE fraction-check TO hundredths-value
               IF hundredths-value NOT = fraction-check
                 DISPLAY "At most two decimal places are allowed."
                 GO TO VALIDATE-VALUE-EXIT
               END-IF
               IF hundredths-value < pdf-minimum(definition-hit)
               OR hundredths-value > pdf-maximum(definition-hit)
                 DISPLAY "The amount in hundredths must be from "
                     pdf-minimum(definition-hit) " to "
                     pdf-maximum(definition-hit) "."
                 GO TO VALIDATE-VALUE-EXIT
               END-IF
             WHEN pdf-flag(definition-hit)
               MOVE FUNCTION UPPER-CASE(work-value) TO work-value
               IF work-value NOT = "Y" AND work-value NOT = "N"
                 DISPLAY "The value must be Y or N."
                 GO TO VALIDATE-VALUE-EXIT
               END-IF
             WHEN pdf-choice(definition-hit)
               MOVE FUNCTION UPPER-CASE(work-value) TO work-value
               MOVE 0 TO choice-idx
               IF work-value(2:39) = SPACES
                 PERFORM VARYING definition-idx FROM 1 BY 1
                         UNTIL definition-idx > 4
                   IF pdf-choices(definition-hit)(definition-idx:1)
                       = work-value(1:1)
                   AND work-value(1:1) NOT = SPACE
                     MOVE 1 TO choice-idx
                   END-IF
                 END-PERFORM
               END-IF
               IF choice-idx = 0
                 DISPLAY "The value must be one of "
                     FUNCTION TRIM(pdf-choices(definition-hit)) "."
                 GO TO VALIDATE-VALUE-EXIT
               END-IF
             WHEN pdf-date(definition-hit)
               IF FUNCTION TRIM(work-value) IS NOT NUMERIC
               OR FUNCTION LENGTH(FUNCTION TRIM(work-value)) NOT = 8
                 DISPLAY "A date in YYYYMMDD form is required."
                 GO TO VALIDATE-VALUE-EXIT
               END-IF
               MOVE FUNCTION NUMVAL(work-value) TO number-value
               IF FUNCTION TEST-DATE-YYYYMMDD(number-value) NOT = 0
                 DISPLAY FUNCTION TRIM(work-value) " is not a valid "
                     "date."
                 GO TO VALIDATE-VALUE-EXIT
               END-IF
           END-EVALUATE
           MOVE "Y" TO value-ok
           .
       VALIDATE-VALUE-EXIT.
           EXIT.

       ADD-PARAMETER.
           PERFORM ASK-PROGRAM-AND-KEYWORD
           PERFORM FIND-DEFINITION
           IF definition-hit = 0
             GO TO ADD-PARAMETER-EXIT
           END-IF
           PERFORM FIND-PARAMETER
           IF parameter-hit > 0
             DISPLAY FUNCTION TRIM(work-program) " "
                 FUNCTION TRIM(work-keyword) " is already set to "
                 FUNCTION TRIM(pmt-value(parameter-hit))
                 "; use Change instead."
             GO TO ADD-PARAMETER-EXIT
           END-IF
           IF parameter-count >= 400
             DISPLAY "The parameter table is full."
             GO TO ADD-PARAMETER-EXIT
           END-IF
           PERFORM ASK-VALUE
           COMPUTE parameter-count = parameter-count + 1
           MOVE work-program TO pmt-program(parameter-count)
           MOVE work-keyword TO pmt-keyword(parameter-count)
           MOVE work-value TO pmt-value(parameter-count)
           PERFORM SAVE-PARAMETERS
           MOVE "A" TO history-action
           MOVE SPACES TO before-value
           PERFORM WRITE-PARAMETER-HISTORY
           DISPLAY "Added " FUNCTION TRIM(work-program) " "
               FUNCTION TRIM(work-keyword) "="
               FUNCTION TRIM(work-value) "."
           .
       ADD-PARAMETER-EXIT.
           EXIT.

       CHANGE-PARAMETER.
           PERFORM ASK-PROGRAM-AND-KEYWORD
           PERFORM FIND-PARAMETER
           IF parameter-hit = 0
             DISPLAY "No parameter record for "
                 FUNCTION TRIM(work-program) " "
                 FUNCTION TRIM(work-keyword) "."
             GO TO CHANGE-PARAMETER-EXIT
           END-IF
           PERFORM FIND-DEFINITION
           IF definition-hit = 0
             GO TO CHANGE-PARAMETER-EXIT
           END-IF
           DISPLAY "Current value: "
               FUNCTION TRIM(pmt-value(parameter-hit))
           MOVE pmt-value(parameter-hit) TO before-value
           PERFORM ASK-VALUE
           IF work-value = before-value
             DISPLAY "The value is unchanged."
             GO TO CHANGE-PARAMETER-EXIT
           END-IF
           MOVE work-value TO pmt-value(parameter-hit)
           PERFORM SAVE-PARAMETERS
           MOVE "C" TO history-action
           PERFORM WRITE-PARAMETER-HISTORY
           DISPLAY "Changed " FUNCTION TRIM(work-program) " "
               FUNCTION TRIM(work-keyword) " from "
               FUNCTION TRIM(before-value) " to "
               FUNCTION TRIM(work-value) "."
           .
       CHANGE-PARAMETER-EXIT.
           EXIT.

       DELETE-PARAMETER.
           MOVE "A" TO osc-function
           MOVE operator-id TO osc-operator
           MOVE "PARM-MAINT" TO osc-program
           MOVE "DELETE-PARAMETER" TO osc-action
           MOVE 2 TO osc-level-need
           CALL "OPERSEC" USING operator-security-request
           IF NOT osc-allowed
             DISPLAY "Deletes need a level-2 operator."
             GO TO DELETE-PARAMETER-EXIT
           END-IF
           PERFORM ASK-PROGRAM-AND-KEYWORD
           PERFORM FIND-PARAMETER
           IF parameter-hit = 0
             DISPLAY "No parameter record for "
                 FUNCTION TRIM(work-program) " "
                 FUNCTION TRIM(work-keyword) "."
             GO TO DELETE-PARAMETER-EXIT
           END-IF
           MOVE pmt-value(parameter-hit) TO before-value
           PERFORM VARYING parameter-idx FROM parameter-hit BY 1
                   UNTIL parameter-idx >= parameter-count
             COMPUTE next-idx = parameter-idx + 1
             MOVE parameter-entry(next-idx)
                 TO parameter-entry(parameter-idx)
           END-PERFORM
           COMPUTE parameter-count = parameter-count - 1
           PERFORM SAVE-PARAMETERS
           MOVE "D" TO history-action
           MOVE SPACES TO work-value
           PERFORM WRITE-PARAMETER-HISTORY
           DISPLAY "Deleted " FUNCTION TRIM(work-program) " "
               FUNCTION TRIM(work-keyword) "; the program default "
               "now applies."
           .
       DELETE-PARAMETER-EXIT.
           EXIT.
