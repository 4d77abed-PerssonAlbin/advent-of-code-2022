       IDENTIFICATION DIVISION.
       PROGRAM-ID. CANARY-RUN.
      *    The day programs, and the EXCLOG, RUNCTL and CAMPID calls
      *    they make, open their files under fixed ASSIGN names, so
      *    a canary run is kept out of the live files only by running
      *    it from inside the canary directory, as a practice run is
      *    run from inside the practice directory. This program makes
      *    that switch itself with the CBL_CHANGE_DIR library routine
      *    and so needs a runtime that provides it.

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  run-parm            PIC X(8).

       01  canary-programs.
           03  FILLER PIC X(8)  VALUE "CALPT1".
           03  FILLER PIC X(30) VALUE "CALORIE-COUNTER-1".
           03  FILLER PIC X(8)  VALUE "CALPT2".
           03  FILLER PIC X(30) VALUE "CALORIE-COUNTER-2".
           03  FILLER PIC X(8)  VALUE "RPSPT1".
           03  FILLER PIC X(30) VALUE "ROCK-PAPER-SCISSOR-PT1".
           03  FILLER PIC X(8)  VALUE "RPSPT2".
           03  FILLER PIC X(30) VALUE "ROCK-PAPER-SCISSOR-PT2".
           03  FILLER PIC X(8)  VALUE "RUCKPT1".
           03  FILLER PIC X(30) VALUE "RUCKSACK-PT1".
           03  FILLER PIC X(8)  VALUE "RUCKPT2".
           03  FILLER PIC X(30) VALUE "RUCKSACK-PT2".
           03  FILLER PIC X(8)  VALUE "CAMPPT1".
           03  FILLER PIC X(30) VALUE "CAMP-CLEANUP".
           03  FILLER PIC X(8)  VALUE "SUPPLY5".
           03  FILLER PIC X(30) VALUE "SUPPLY-STACKS".
           03  FILLER PIC X(8)  VALUE "DSMARKER".
           03  FILLER PIC X(30) VALUE "DATASTREAM-MARKERS".
           03  FILLER PIC X(8)  VALUE "DIRSIZE".
           03  FILLER PIC X(30) VALUE "DIRECTORY-SIZES".
       01  canary-programs-r REDEFINES canary-programs.
           03  canary-program OCCURS 10 TIMES.
               05  cnr-member      PIC X(8).
               05  cnr-program     PIC X(30).
       01  program-idx         PIC 9(2).
       01  program-hit         PIC 9(2) VALUE 0.

       01  canary-directory    PIC X(7) VALUE "canary".
       01  change-dir-status   PIC S9(9) COMP-5.

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

           PERFORM VARYING program-idx FROM 1 BY 1
                   UNTIL program-idx > 10
             IF cnr-member(program-idx) = run-parm
               MOVE program-idx TO program-hit
             END-IF
           END-PERFORM
           IF program-hit = 0
             DISPLAY "Pass the load member of a day program; '"
                 FUNCTION TRIM(run-parm) "' has no canary sample."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           MOVE LOW-VALUE TO canary-directory(7:1)
           CALL "CBL_CHANGE_DIR" USING canary-directory
               RETURNING change-dir-status
           IF change-dir-status NOT = 0
             DISPLAY "The canary library is not available; "
                 "allocate the canary directory first."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           DISPLAY "CANARY RUN OF "
               FUNCTION TRIM(cnr-program(program-hit))
               " IN CAMP CNRY"
           CALL cnr-program(program-hit)
           GOBACK.
