       IDENTIFICATION DIVISION.
       PROGRAM-ID. KPI-TARGET-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT target-master ASSIGN TO "kpi-targets.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS kpt-key
               FILE STATUS target-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  target-master.
       COPY kpirec.

       WORKING-STORAGE SECTION.
       COPY oscreq.

       01  target-file-status  PIC 99.
           88  target-is-ok    VALUE 0.
       01  target-eof-flag     PIC X(1).
           88  target-eof      VALUE "Y".

       01  run-date            PIC 9(8).
       01  operator-id         PIC X(8).
       01  menu-choice         PIC X(1).
       01  keep-going          PIC X(1) VALUE "Y".
           88  still-running   VALUE "Y".

       01  work-program        PIC X(20).
       01  work-metric         PIC X(20).
       01  work-camp           PIC X(4).
       01  work-direction      PIC X(1).
           88  work-higher-better VALUE "H".
           88  work-lower-better  VALUE "L".
       01  work-target         PIC 9(10).
       01  work-amber          PIC 9(10).
       01  work-red            PIC 9(10).
       01  number-answer       PIC X(12).
       01  number-value        PIC 9(10).
       01  limits-ok           PIC X(1).
       01  listed-count        PIC 9(4).
       01  direction-text      PIC X(6).
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT run-date FROM DATE YYYYMMDD
           OPEN I-O target-master
           IF NOT target-is-ok
             OPEN OUTPUT target-master
             IF target-is-ok
               CLOSE target-master
               OPEN I-O target-master
             END-IF
           END-IF
           IF NOT target-is-ok
             DISPLAY "The KPI target master could not be opened "
                 "(status " target-file-status ")."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           MOVE SPACES TO operator-id
           PERFORM UNTIL operator-id NOT = SPACES
             DISPLAY "Operator id: " WITH NO ADVANCING
             ACCEPT operator-id
           END-PERFORM
           MOVE "S" TO osc-function
           MOVE operator-id TO osc-operator
           MOVE "KPI-TARGET-MAINT" TO osc-program
           MOVE SPACES TO osc-pin
           DISPLAY "PIN: " WITH NO ADVANCING
           ACCEPT osc-pin
           CALL "OPERSEC" USING operator-security-request
           IF NOT osc-allowed
             DISPLAY "Operator " operator-id " was not signed on; "
                 "sign-on refused."
             CLOSE target-master
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM UNTIL NOT still-running
             PERFORM DISPLAY-MENU
             ACCEPT menu-choice
             EVALUATE menu-choice
               WHEN "L" WHEN "l"
                 PERFORM LIST-TARGETS
               WHEN "I" WHEN "i"
                 PERFORM INQUIRE-TARGET
               WHEN "A" WHEN "a"
                 PERFORM ADD-TARGET THRU ADD-TARGET-EXIT
               WHEN "C" WHEN "c"
                 PERFORM CHANGE-TARGET THRU CHANGE-TARGET-EXIT
               WHEN "D" WHEN "d"
                 PERFORM DELETE-TARGET THRU DELETE-TARGET-EXIT
               WHEN "X" WHEN "x" WHEN "0"
                 MOVE "N" TO keep-going
               WHEN OTHER
                 DISPLAY "Not a valid choice, try again."
             END-EVALUATE
           END-PERFORM

           CLOSE target-master
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       DISPLAY-MENU.
           DISPLAY " "
           DISPLAY "===== KPI TARGET MAINTENANCE ====="
           DISPLAY "L. List targets"
           DISPLAY "I. Inquire on a target"
           DISPLAY "A. Add a target"
           DISPLAY "C. Change a target"
           DISPLAY "D. Delete a target"
           DISPLAY "X. Exit"
           DISPLAY "Enter choice: " WITH NO ADVANCING
           .

       LIST-TARGETS.
           MOVE 0 TO listed-count
           MOVE LOW-VALUES TO kpt-key
           MOVE "N" TO target-eof-flag
           START target-master KEY >= kpt-key
             INVALID KEY
               MOVE "Y" TO target-eof-flag
           END-START
           PERFORM UNTIL target-eof
             READ target-master NEXT
               AT END
                 MOVE "Y" TO target-eof-flag
               NOT AT END
                 COMPUTE listed-count = listed-count + 1
                 PERFORM SET-DIRECTION-TEXT
                 DISPLAY kpt-program " " kpt-metric " " kpt-camp " "
                     direction-text " TARGET " kpt-target
                     " AMBER " kpt-amber " RED " kpt-red
             END-READ
           END-PERFORM
           DISPLAY listed-count " target(s) on file."
           .

       SET-DIRECTION-TEXT.
           IF kpt-higher-better
             MOVE "HIGHER" TO direction-text
           ELSE
             MOVE "LOWER" TO direction-text
           END-IF
           .

       ASK-TARGET-KEY.
           MOVE SPACES TO work-program
           PERFORM UNTIL work-program NOT = SPACES
             DISPLAY "Program: " WITH NO ADVANCING
             ACCEPT work-program
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(work-program) TO work-program
           MOVE SPACES TO work-metric
           PERFORM UNTIL work-metric NOT = SPACES
             DISPLAY "Metric name: " WITH NO ADVANCING
             ACCEPT work-metric
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(work-metric) TO work-metric
           MOVE SPACES TO work-camp
           DISPLAY "Camp (blank for every camp): " WITH NO ADVANCING
           ACCEPT work-camp
           MOVE FUNCTION UPPER-CASE(work-camp) TO work-camp
           IF work-camp = SPACES
             MOVE "*" TO work-camp
           END-IF
           MOVE work-program TO kpt-program
           MOVE work-metric TO kpt-metric
           MOVE work-camp TO kpt-camp
           .

       ASK-TARGET-LIMITS.
           MOVE "N" TO limits-ok
           PERFORM UNTIL limits-ok = "Y"
             MOVE SPACES TO work-direction
             PERFORM UNTIL work-higher-better OR work-lower-better
               DISPLAY "Higher or lower is better (H/L): "
                   WITH NO ADVANCING
               ACCEPT work-direction
               MOVE FUNCTION UPPER-CASE(work-direction)
                   TO work-direction
             END-PERFORM
             DISPLAY "Target: " WITH NO ADVANCING
             PERFORM ASK-NUMBER
             MOVE number-value TO work-target
             DISPLAY "Amber threshold: " WITH NO ADVANCING
             PERFORM ASK-NUMBER
             MOVE number-value TO work-amber
             DISPLAY "Red threshold: " WITH NO ADVANCING
             PERFORM ASK-NUMBER
             MOVE number-value TO work-red
             PERFORM CHECK-TARGET-LIMITS
           END-PERFORM
           .

       ASK-NUMBER.
           MOVE SPACES TO number-answer
           ACCEPT number-answer
           PERFORM UNTIL FUNCTION TRIM(number-answer) NOT = SPACES
           AND FUNCTION TRIM(number-answer) IS NUMERIC
           AND FUNCTION LENGTH(FUNCTION TRIM(number-answer)) < 11
             DISPLAY "A whole number of up to 10 digits is "
                 "required: " WITH NO ADVANCING
             MOVE SPACES TO number-answer
             ACCEPT number-answer
           END-PERFORM
           MOVE FUNCTION NUMVAL(number-answer) TO number-value
           .

       CHECK-TARGET-LIMITS.
           MOVE "Y" TO limits-ok
           IF work-higher-better
             IF work-amber > work-target OR work-red > work-amber
               DISPLAY "When higher is better the target must be at "
                   "least the amber threshold, and the amber "
                   "threshold at least the red one."
               MOVE "N" TO limits-ok
             END-IF
           ELSE
             IF work-amber < work-target OR work-red < work-amber
               DISPLAY "When lower is better the target must be at "
                   "most the amber threshold, and the amber "
                   "threshold at most the red one."
               MOVE "N" TO limits-ok
             END-IF
           END-IF
           .

       MOVE-LIMITS-TO-RECORD.
           MOVE work-direction TO kpt-direction
           MOVE work-target TO kpt-target
           MOVE work-amber TO kpt-amber
           MOVE work-red TO kpt-red
           MOVE operator-id TO kpt-operator
           MOVE run-date TO kpt-changed
           .

       SHOW-TARGET.
           PERFORM SET-DIRECTION-TEXT
           DISPLAY FUNCTION TRIM(kpt-program) " "
               FUNCTION TRIM(kpt-metric) " CAMP " kpt-camp
               " - " FUNCTION TRIM(direction-text) " IS BETTER"
           DISPLAY "  TARGET " kpt-target " AMBER " kpt-amber
               " RED " kpt-red
           DISPLAY "  LAST CHANGED BY " kpt-operator " ON "
               kpt-changed
           .

       INQUIRE-TARGET.
           PERFORM ASK-TARGET-KEY
           READ target-master
             INVALID KEY
               DISPLAY "No target on file for that program, metric "
                   "and camp."
             NOT INVALID KEY
               PERFORM SHOW-TARGET
           END-READ
           .

       ADD-TARGET.
           PERFORM ASK-TARGET-KEY
           READ target-master
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               DISPLAY "A target is already on file; use Change "
                   "instead."
               PERFORM SHOW-TARGET
               GO TO ADD-TARGET-EXIT
           END-READ
           PERFORM ASK-TARGET-LIMITS
           MOVE work-program TO kpt-program
           MOVE work-metric TO kpt-metric
           MOVE work-camp TO kpt-camp
           PERFORM MOVE-LIMITS-TO-RECORD
           WRITE kpi-target-record
             INVALID KEY
               DISPLAY "The target was rejected (status "
                   target-file-status ")."
               GO TO ADD-TARGET-EXIT
           END-WRITE
           MOVE "ADDED" TO osc-result
           PERFORM RECORD-TARGET-EVENT
           DISPLAY "Target added."
           .
       ADD-TARGET-EXIT.
           EXIT.

       CHANGE-TARGET.
           PERFORM ASK-TARGET-KEY
           READ target-master
             INVALID KEY
               DISPLAY "No target on file for that program, metric "
                   "and camp."
               GO TO CHANGE-TARGET-EXIT
           END-READ
           PERFORM SHOW-TARGET
           PERFORM ASK-TARGET-LIMITS
           PERFORM MOVE-LIMITS-TO-RECORD
           REWRITE kpi-target-record
             INVALID KEY
               DISPLAY "The change was rejected (status "
                   target-file-status ")."
               GO TO CHANGE-TARGET-EXIT
           END-REWRITE
           MOVE "CHANGED" TO osc-result
           PERFORM RECORD-TARGET-EVENT
           DISPLAY "Target changed."
           .
       CHANGE-TARGET-EXIT.
           EXIT.

       DELETE-TARGET.
           MOVE "A" TO osc-function
           MOVE operator-id TO osc-operator
           MOVE "KPI-TARGET-MAINT" TO osc-program
           MOVE "DELETE-TARGET" TO osc-action
           MOVE 2 TO osc-level-need
           CALL "OPERSEC" USING operator-security-request
           IF NOT osc-allowed
             DISPLAY "Deletes need a level-2 operator."
             GO TO DELETE-TARGET-EXIT
           END-IF
           PERFORM ASK-TARGET-KEY
           READ target-master
             INVALID KEY
               DISPLAY "No target on file for that program, metric "
                   "and camp."
               GO TO DELETE-TARGET-EXIT
           END-READ
           DELETE target-master
             INVALID KEY
               DISPLAY "The delete was rejected (status "
                   target-file-status ")."
               GO TO DELETE-TARGET-EXIT
           END-DELETE
           MOVE "DELETED" TO osc-result
           PERFORM RECORD-TARGET-EVENT
           DISPLAY "Target deleted."
           .
       DELETE-TARGET-EXIT.
           EXIT.

       RECORD-TARGET-EVENT.
           MOVE "E" TO osc-function
           MOVE operator-id TO osc-operator
           MOVE "KPI-TARGET-MAINT" TO osc-program
           MOVE SPACES TO osc-action
           STRING "KPI " FUNCTION TRIM(work-metric)
               DELIMITED BY SIZE INTO osc-action
           CALL "OPERSEC" USING operator-security-request
           .
