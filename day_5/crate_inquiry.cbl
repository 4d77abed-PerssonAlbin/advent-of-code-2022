                      ASSIGN TO "crate-ledger.dat"
                      ORGANIZATION LINE SEQUENTIAL
                      FILE STATUS crate-ledger-status.
                  SELECT crate-master
                      ASSIGN TO "crate-master.dat"
                      ORGANIZATION INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS crm-label
                      FILE STATUS crate-master-status.

              DATA DIVISION.
              FILE SECTION.
              FD  crate-location-file.
              COPY clorec.

              FD  crate-ledger-file.
              COPY clgrec.

              FD  crate-master.
              COPY crmrec.

              WORKING-STORAGE SECTION.
              COPY filsts REPLACING
                          ==:OK-NAME:==     BY ==ledger-is-ok==
                          ==:EOF-NAME:==    BY ==ledger-eof==.

              01  crate-master-status PIC 99.
                  88  crate-master-ok VALUE 0.
              01  crate-master-open PIC X(1) VALUE "N".

              01  wanted-crate      PIC X(3).
              01  upgrade-stack     PIC 9(2).
              01  upgrade-position  PIC 9(3).
              01  upgrade-crate     PIC X(3).
              01  upgrade-from      PIC 9(2).
              01  upgrade-to        PIC 9(2).
              01  upgrade-line      PIC 9(6).
              01  location-count    PIC 9(3).
              01  history-count     PIC 9(6).
              01  keep-going        PIC X(1) VALUE "Y".
                  88  still-running VALUE "Y".
       PROCEDURE DIVISION.
       MAIN.
           OPEN INPUT crate-master
           IF crate-master-ok
             MOVE "Y" TO crate-master-open
           ELSE
             DISPLAY "The crate master is not available; contents "
                 "will not be shown."
           END-IF
           PERFORM UNTIL NOT still-running
             MOVE SPACES TO wanted-crate
             DISPLAY "Crate label (blank to exit): "
                 WITH NO ADVANCING
             ACCEPT wanted-crate
             IF wanted-crate = SPACES
               MOVE "N" TO keep-going
             ELSE
               PERFORM SHOW-CRATE-CONTENTS
               PERFORM SHOW-CURRENT-LOCATION
               PERFORM SHOW-MOVEMENT-HISTORY
             END-IF
           END-PERFORM
           IF crate-master-open = "Y"
             CLOSE crate-master
           END-IF
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       SHOW-CRATE-CONTENTS.
           IF crate-master-open = "Y"
             MOVE wanted-crate TO crm-label
             READ crate-master
               INVALID KEY
                 DISPLAY "Crate " FUNCTION TRIM(wanted-crate)
                     " is not on the crate master."
               NOT INVALID KEY
                 DISPLAY "Crate " FUNCTION TRIM(wanted-crate)
                     " holds " FUNCTION TRIM(crm-contents)
                     " for crew " FUNCTION TRIM(crm-crew) "."
                 DISPLAY "  Weight " crm-weight
                     "  fragile " crm-fragile
                     "  hazard " crm-hazard
             END-READ
           END-IF
           .

       SHOW-CURRENT-LOCATION.
           MOVE 0 TO location-count
           MOVE 0 TO crate-location-status
                 AT END
                   CONTINUE
                 NOT AT END
                   PERFORM UPGRADE-LOCATION-ROW
                   IF clo-crate = wanted-crate
                     COMPUTE location-count = location-count + 1
                     DISPLAY "Crate " FUNCTION TRIM(wanted-crate)
                         " sits on stack "
                         clo-stack " at position " clo-position "."
                   END-IF
               END-READ
             END-PERFORM
             CLOSE crate-location-file
             IF location-count = 0
               DISPLAY "Crate " FUNCTION TRIM(wanted-crate)
                   " is not in the "
                   "current snapshot."
             END-IF
           END-IF
                 AT END
                   CONTINUE
                 NOT AT END
                   PERFORM UPGRADE-LEDGER-ROW
                   IF clg-crate = wanted-crate
                     COMPUTE history-count = history-count + 1
                     DISPLAY clg-date " " clg-kind " " clg-move-no
                         " line " clg-line ": stack " clg-from
                         " -> stack " clg-to
                     IF clg-reference NOT = SPACES
                       DISPLAY "    reference " clg-reference
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE crate-ledger-file
             DISPLAY history-count " recorded movement(s) for "
                 "crate " FUNCTION TRIM(wanted-crate) "."
           END-IF
           .

       UPGRADE-LOCATION-ROW.
           IF clov-gap = SPACES
             MOVE clov-stack TO upgrade-stack
             MOVE clov-position TO upgrade-position
             MOVE clov-crate TO upgrade-crate
             MOVE SPACES TO crate-location-record
             MOVE upgrade-stack TO clo-stack
             MOVE upgrade-position TO clo-position
             MOVE upgrade-crate TO clo-crate
           END-IF
           .

       UPGRADE-LEDGER-ROW.
           IF clv-spare = SPACES
             MOVE clv-crate TO upgrade-crate
             MOVE clv-from TO upgrade-from
             MOVE clv-to TO upgrade-to
             MOVE clv-line TO upgrade-line
             MOVE upgrade-crate TO clg-crate
             MOVE upgrade-from TO clg-from
             MOVE upgrade-to TO clg-to
             MOVE upgrade-line TO clg-line
           END-IF
           IF clg-kind = SPACES
             MOVE 0 TO clg-manifest
             MOVE "MOVE" TO clg-kind
           END-IF
           .
