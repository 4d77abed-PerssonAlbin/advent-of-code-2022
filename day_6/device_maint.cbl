       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVICE-MAINT.

       ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                  SELECT device-master ASSIGN TO "device-master.dat"
                      ORGANIZATION INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS dvc-device-id
                      FILE STATUS device-file-status.
                  SELECT roster-master ASSIGN TO "elf-roster.dat"
                      ORGANIZATION INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS rst-elf-no
                      FILE STATUS roster-file-status.

              DATA DIVISION.
              FILE SECTION.
              FD  device-master.
              COPY dvcrec.

              FD  roster-master.
              COPY rstrec.

              WORKING-STORAGE SECTION.
              COPY oscreq.

              01  device-file-status  PIC 99.
                  88  device-is-ok    VALUE 0.
              01  roster-file-status  PIC 99.
                  88  roster-is-ok    VALUE 0.
              01  roster-open-flag    PIC X(1) VALUE "N".
                  88  roster-open     VALUE "Y".

              01  run-date            PIC 9(8).
              01  operator-id         PIC X(8).
              01  menu-choice         PIC X(1).
              01  work-device         PIC X(8).
              01  work-elf-no         PIC 9(6).
              01  work-model          PIC X(12).
              01  work-commissioned   PIC 9(8).
              01  number-answer       PIC X(10).
              01  date-answer         PIC X(10).
              01  elf-accepted        PIC X(1).
              01  device-eof          PIC X(1).
              01  listed-count        PIC 9(6).
              01  keep-going          PIC X(1) VALUE "Y".
                  88  still-running   VALUE "Y".
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT run-date FROM DATE YYYYMMDD
           OPEN I-O device-master
           IF NOT device-is-ok
             OPEN OUTPUT device-master
             IF device-is-ok
               CLOSE device-master
               OPEN I-O device-master
             END-IF
           END-IF
           IF NOT device-is-ok
             DISPLAY "The device master could not be opened (status "
                 device-file-status ")."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           OPEN INPUT roster-master
           IF roster-is-ok
             MOVE "Y" TO roster-open-flag
           ELSE
             DISPLAY "The elf roster is not available; elf numbers "
                 "will not be checked."
           END-IF

           MOVE SPACES TO operator-id
           PERFORM UNTIL operator-id NOT = SPACES
             DISPLAY "Operator id: " WITH NO ADVANCING
             ACCEPT operator-id
           END-PERFORM
           MOVE "S" TO osc-function
           MOVE operator-id TO osc-operator
           MOVE "DEVICE-MAINT" TO osc-program
           MOVE SPACES TO osc-pin
           DISPLAY "PIN: " WITH NO ADVANCING
           ACCEPT osc-pin
           CALL "OPERSEC" USING operator-security-request
           IF NOT osc-allowed
             DISPLAY "Operator " operator-id " was not signed on; "
                 "sign-on refused."
             PERFORM CLOSE-MASTERS
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM UNTIL NOT still-running
             PERFORM DISPLAY-MENU
             ACCEPT menu-choice

             EVALUATE menu-choice
               WHEN "I" WHEN "i"
                 PERFORM INQUIRE-DEVICE
               WHEN "A" WHEN "a"
                 PERFORM ADD-DEVICE
               WHEN "C" WHEN "c"
                 PERFORM CHANGE-DEVICE
               WHEN "D" WHEN "d"
                 PERFORM DELETE-DEVICE THRU DELETE-DEVICE-EXIT
               WHEN "L" WHEN "l"
                 PERFORM LIST-DEVICES
               WHEN "X" WHEN "x" WHEN "0"
                 MOVE "N" TO keep-going
               WHEN OTHER
                 DISPLAY "Not a valid choice, try again."
             END-EVALUATE
           END-PERFORM

           PERFORM CLOSE-MASTERS
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       CLOSE-MASTERS.
           CLOSE device-master
           IF roster-open
             CLOSE roster-master
           END-IF
           .

       DISPLAY-MENU.
           DISPLAY " "
           DISPLAY "===== COMMUNICATOR DEVICE MAINTENANCE ====="
           DISPLAY "I. Inquire on a device"
           DISPLAY "A. Add a device"
           DISPLAY "C. Change a device"
           DISPLAY "D. Delete a device"
           DISPLAY "L. List the devices"
           DISPLAY "X. Exit"
           DISPLAY "Enter choice: " WITH NO ADVANCING
           .

       ASK-DEVICE-ID.
           MOVE SPACES TO work-device
           PERFORM UNTIL work-device NOT = SPACES
             DISPLAY "Device id: " WITH NO ADVANCING
             ACCEPT work-device
           END-PERFORM
           .

       ASK-ELF-NO.
           MOVE "N" TO elf-accepted
           PERFORM UNTIL elf-accepted = "Y"
             MOVE SPACES TO number-answer
             DISPLAY "Assigned elf number: " WITH NO ADVANCING
             ACCEPT number-answer
             IF FUNCTION TRIM(number-answer) = SPACES
             OR FUNCTION TRIM(number-answer) NOT NUMERIC
               DISPLAY "The elf number must be numeric, try again."
             ELSE
               MOVE FUNCTION NUMVAL(number-answer) TO work-elf-no
               MOVE "Y" TO elf-accepted
               IF roster-open
                 MOVE work-elf-no TO rst-elf-no
                 READ roster-master
                   INVALID KEY
                     DISPLAY "Elf " work-elf-no " is not on the "
                         "roster, try again."
                     MOVE "N" TO elf-accepted
                 END-READ
               END-IF
             END-IF
           END-PERFORM
           .

       ASK-DEVICE-DETAILS.
           PERFORM ASK-ELF-NO
           MOVE SPACES TO work-model
           DISPLAY "Model: " WITH NO ADVANCING
           ACCEPT work-model
           MOVE SPACES TO date-answer
           DISPLAY "Commissioned date (YYYYMMDD, blank = today): "
               WITH NO ADVANCING
           ACCEPT date-answer
           IF FUNCTION TRIM(date-answer) NOT = SPACES
           AND FUNCTION TRIM(date-answer) IS NUMERIC
             MOVE FUNCTION NUMVAL(date-answer) TO work-commissioned
           ELSE
             MOVE run-date TO work-commissioned
           END-IF
           .

       INQUIRE-DEVICE.
           PERFORM ASK-DEVICE-ID
           MOVE work-device TO dvc-device-id
           READ device-master
             INVALID KEY
               DISPLAY "No master entry for device " work-device "."
             NOT INVALID KEY
               DISPLAY "Device " dvc-device-id " model " dvc-model
                   " assigned to elf " dvc-elf-no "."
               DISPLAY "  Commissioned " dvc-commissioned
                   "  first seen " dvc-first-seen
                   "  last seen " dvc-last-seen
           END-READ
           .

       ADD-DEVICE.
           PERFORM ASK-DEVICE-ID
           MOVE work-device TO dvc-device-id
           READ device-master
             INVALID KEY
               PERFORM ASK-DEVICE-DETAILS
               MOVE work-device TO dvc-device-id
               MOVE work-elf-no TO dvc-elf-no
               MOVE work-model TO dvc-model
               MOVE work-commissioned TO dvc-commissioned
               MOVE 0 TO dvc-first-seen
               MOVE 0 TO dvc-last-seen
               WRITE device-master-record
                 INVALID KEY
                   DISPLAY "The add was rejected (status "
                       device-file-status ")."
                 NOT INVALID KEY
                   DISPLAY "Added device " work-device "."
               END-WRITE
             NOT INVALID KEY
               DISPLAY "Device " work-device " is already on the "
                   "master; use Change instead."
           END-READ
           .

       CHANGE-DEVICE.
           PERFORM ASK-DEVICE-ID
           MOVE work-device TO dvc-device-id
           READ device-master
             INVALID KEY
               DISPLAY "No master entry for device " work-device "."
             NOT INVALID KEY
               PERFORM ASK-DEVICE-DETAILS
               MOVE work-elf-no TO dvc-elf-no
               MOVE work-model TO dvc-model
               MOVE work-commissioned TO dvc-commissioned
               REWRITE device-master-record
                 INVALID KEY
                   DISPLAY "The change was rejected (status "
                       device-file-status ")."
                 NOT INVALID KEY
                   DISPLAY "Changed device " work-device "."
               END-REWRITE
           END-READ
           .

       DELETE-DEVICE.
           MOVE "A" TO osc-function
           MOVE operator-id TO osc-operator
           MOVE "DEVICE-MAINT" TO osc-program
           MOVE "DELETE-DEVICE" TO osc-action
           MOVE 2 TO osc-level-need
           CALL "OPERSEC" USING operator-security-request
           IF NOT osc-allowed
             DISPLAY "Deletes need a level-2 operator."
             GO TO DELETE-DEVICE-EXIT
           END-IF
           PERFORM ASK-DEVICE-ID
           MOVE work-device TO dvc-device-id
           READ device-master
             INVALID KEY
               DISPLAY "No master entry for device " work-device "."
             NOT INVALID KEY
               DELETE device-master
                 INVALID KEY
                   DISPLAY "The delete was rejected (status "
                       device-file-status ")."
                 NOT INVALID KEY
                   DISPLAY "Deleted device " work-device "."
               END-DELETE
           END-READ
           .

       DELETE-DEVICE-EXIT.
           EXIT.

       LIST-DEVICES.
           MOVE 0 TO listed-count
           MOVE LOW-VALUES TO dvc-device-id
           MOVE "N" TO device-eof
           START device-master KEY >= dvc-device-id
             INVALID KEY
               MOVE "Y" TO device-eof
           END-START
           PERFORM UNTIL device-eof = "Y"
             READ device-master NEXT
               AT END
                 MOVE "Y" TO device-eof
               NOT AT END
                 DISPLAY dvc-device-id "  " dvc-model "  "
                     dvc-elf-no "  " dvc-commissioned "  "
                     dvc-last-seen
                 COMPUTE listed-count = listed-count + 1
             END-READ
           END-PERFORM
           DISPLAY listed-count " devices on the master."
           .
