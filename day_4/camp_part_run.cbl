       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMP-PART-RUN.

       ENVIRONMENT DIVISION.
              DATA DIVISION.
              WORKING-STORAGE SECTION.
              COPY ptnreq.

              01  run-parm            PIC X(8).

              LINKAGE SECTION.
              01  step-parm.
                  03  step-parm-length PIC S9(4) COMP.
                  03  step-parm-text  PIC X(8).
       PROCEDURE DIVISION USING step-parm.
       MAIN.
           MOVE SPACES TO run-parm
           IF step-parm-length > 8
             MOVE step-parm-text TO run-parm
           ELSE
             IF step-parm-length > 0
               MOVE step-parm-text(1:step-parm-length) TO run-parm
             END-IF
           END-IF
           MOVE FUNCTION UPPER-CASE(run-parm) TO run-parm

           MOVE "S" TO ptn-function
           MOVE 0 TO ptn-number
           EVALUATE TRUE
             WHEN run-parm = "MERGE"
               SET ptn-merge TO TRUE
             WHEN run-parm(1:1) >= "1" AND run-parm(1:1) <= "8"
             AND run-parm(2:7) = SPACES
               SET ptn-one-part TO TRUE
               MOVE run-parm(1:1) TO ptn-number
             WHEN OTHER
               DISPLAY "Pass a partition number from 1 to 8 or MERGE;"
                   " '" FUNCTION TRIM(run-parm) "' is not valid."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-EVALUATE
           CALL "CAMPPTN" USING camp-partition-request

           IF ptn-merge
             DISPLAY "CAMP-CLEANUP MERGE OF PARTITIONED RUNS"
           ELSE
             DISPLAY "CAMP-CLEANUP PARTITION " ptn-number
           END-IF
           CALL "CAMP-CLEANUP"
           GOBACK.
