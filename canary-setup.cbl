       IDENTIFICATION DIVISION.
       PROGRAM-ID. CANARY-SETUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT camp-id-file ASSIGN TO "canary/camp-id.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS camp-id-status.
           SELECT sample-file ASSIGN TO sample-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS sample-status.
           SELECT parameter-file ASSIGN TO "canary/aocparms.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS parameter-status.
           SELECT priority-canary
               ASSIGN TO "canary/item-priority.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS mst-letter
               FILE STATUS priority-status.
           SELECT history-canary
               ASSIGN TO "canary/history-archive.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS hix-key
               FILE STATUS history-status.

       DATA DIVISION.
       FILE SECTION.
       FD  camp-id-file.
       01  camp-id-record      PIC X(10).

       FD  sample-file.
       01  sample-record       PIC X(40).

       FD  parameter-file.
       COPY prmrec.

       FD  priority-canary.
       COPY mstpri.

       FD  history-canary.
       COPY histix.

       WORKING-STORAGE SECTION.
       COPY filsts REPLACING
                   ==:STATUS-NAME:== BY ==sample-status==
                   ==:OK-NAME:==     BY ==sample-is-ok==
                   ==:EOF-NAME:==    BY ==sample-fs-spare==.

       COPY filsts REPLACING
                   ==:STATUS-NAME:== BY ==parameter-status==
                   ==:OK-NAME:==     BY ==parameter-is-ok==
                   ==:EOF-NAME:==    BY ==parameter-fs-spare==.

       01  camp-id-status      PIC 99.
           88  camp-id-is-ok   VALUE 0.
       01  priority-status     PIC 99.
           88  priority-is-ok  VALUE 0.
       01  history-status      PIC 99.
           88  history-is-ok   VALUE 0.

       01  sample-name         PIC X(40).

       01  sample-lines.
           03  FILLER PIC X(1)  VALUE "1".
           03  FILLER PIC X(40) VALUE "1000".
           03  FILLER PIC X(1)  VALUE "1".
           03  FILLER PIC X(40) VALUE "2000".
           03  FILLER PIC X(1)  VALUE "1".
           03  FILLER PIC X(40) VALUE "3000".
           03  FILLER PIC X(1)  VALUE "1".
           03  FILLER PIC X(40) VALUE SPACES.
           03  FILLER PIC X(1)  VALUE "1".
           03  FILLER PIC X(40) VALUE "4000".
           03  FILLER PIC X(1)  VALUE "1".
           03  FILLER PIC X(40) VALUE SPACES.
           03  FILLER PIC X(1)  VALUE "1".
           03  FILLER PIC X(40) VALUE "5000".
           03  FILLER PIC X(1)  VALUE "1".
           03  FILLER PIC X(40) VALUE "6000".
           03  FILLER PIC X(1)  VALUE "1".
           03  FILLER PIC X(40) VALUE SPACES.
           03  FILLER PIC X(1)  VALUE "1".
           03  FILLER PIC X(40) VALUE "7000".
           03  FILLER PIC X(1)  VALUE "1".
           03  FILLER PIC X(40) VALUE "8000".
           03  FILLER PIC X(1)  VALUE "1".
           03  FILLER PIC X(40) VALUE "9000".
           03  FILLER PIC X(1)  VALUE "1".
           03  FILLER PIC X(40) VALUE SPACES.
           03  FILLER PIC X(1)  VALUE "1".
           03  FILLER PIC X(40) VALUE "10000".
           03  FILLER PIC X(1)  VALUE "2".
           03  FILLER PIC X(40) VALUE "A Y".
           03  FILLER PIC X(1)  VALUE "2".
           03  FILLER PIC X(40) VALUE "B X".
           03  FILLER PIC X(1)  VALUE "2".
           03  FILLER PIC X(40) VALUE "C Z".
           03  FILLER PIC X(1)  VALUE "3".
           03  FILLER PIC X(40) VALUE "vJrwpWtwJgWrhcsFMMfFFhFp".
           03  FILLER PIC X(1)  VALUE "3".
           03  FILLER PIC X(40) VALUE
               "jqHRNqRjqzjGDLGLrsFMfFZSrLrFZsSL".
           03  FILLER PIC X(1)  VALUE "3".
           03  FILLER PIC X(40) VALUE "PmmdzqPrVvPwwTWBwg".
           03  FILLER PIC X(1)  VALUE "3".
           03  FILLER PIC X(40) VALUE
               "wMqvLMZHhHMvwLHjbvcjnnSBnvTQFn".
           03  FILLER PIC X(1)  VALUE "3".
           03  FILLER PIC X(40) VALUE "ttgJtRGJQctTZtZT".
           03  FILLER PIC X(1)  VALUE "3".
           03  FILLER PIC X(40) VALUE "CrZsJsPPZsGzwwsLwLmpwMDw".
           03  FILLER PIC X(1)  VALUE "4".
           03  FILLER PIC X(40) VALUE "2-4,6-8".
           03  FILLER PIC X(1)  VALUE "4".
           03  FILLER PIC X(40) VALUE "2-3,4-5".
           03  FILLER PIC X(1)  VALUE "4".
           03  FILLER PIC X(40) VALUE "5-7,7-9".
           03  FILLER PIC X(1)  VALUE "4".
           03  FILLER PIC X(40) VALUE "2-8,3-7".
           03  FILLER PIC X(1)  VALUE "4".
           03  FILLER PIC X(40) VALUE "6-6,4-6".
           03  FILLER PIC X(1)  VALUE "4".
           03  FILLER PIC X(40) VALUE "2-6,4-8".
           03  FILLER PIC X(1)  VALUE "5".
           03  FILLER PIC X(40) VALUE "    [D]    ".
           03  FILLER PIC X(1)  VALUE "5".
           03  FILLER PIC X(40) VALUE "[N] [C]    ".
           03  FILLER PIC X(1)  VALUE "5".
           03  FILLER PIC X(40) VALUE "[Z] [M] [P]".
           03  FILLER PIC X(1)  VALUE "5".
           03  FILLER PIC X(40) VALUE " 1   2   3 ".
           03  FILLER PIC X(1)  VALUE "5".
           03  FILLER PIC X(40) VALUE SPACES.
           03  FILLER PIC X(1)  VALUE "5".
           03  FILLER PIC X(40) VALUE "move 1 from 2 to 1".
           03  FILLER PIC X(1)  VALUE "5".
           03  FILLER PIC X(40) VALUE "move 3 from 1 to 3".
           03  FILLER PIC X(1)  VALUE "5".
           03  FILLER PIC X(40) VALUE "move 2 from 2 to 1".
           03  FILLER PIC X(1)  VALUE "5".
           03  FILLER PIC X(40) VALUE "move 1 from 1 to 2".
           03  FILLER PIC X(1)  VALUE "6".
           03  FILLER PIC X(40) VALUE
               "mjqjpqmgbljsphdztnvjfqwrcgsmlb".
           03  FILLER PIC X(1)  VALUE "6".
           03  FILLER PIC X(40) VALUE "bvwbjplbgvbhsrlpgdmjqwftvncz".
           03  FILLER PIC X(1)  VALUE "6".
           03  FILLER PIC X(40) VALUE "nppdvjthqldpwncqszvftbrmjlhg".
           03  FILLER PIC X(1)  VALUE "6".
           03  FILLER PIC X(40) VALUE
               "nznrnfrfntjfmvfwmzdfjlvtqnbhcprsg".
           03  FILLER PIC X(1)  VALUE "6".
           03  FILLER PIC X(40) VALUE
               "zcfzfwzzqfrljwzlrfnpqdbhtmscgvjw".
           03  FILLER PIC X(1)  VALUE "7".
           03  FILLER PIC X(40) VALUE "$ cd /".
           03  FILLER PIC X(1)  VALUE "7".
           03  FILLER PIC X(40) VALUE "$ ls".
           03  FILLER PIC X(1)  VALUE "7".
           03  FILLER PIC X(40) VALUE "dir a".
           03  FILLER PIC X(1)  VALUE "7".
           03  FILLER PIC X(40) VALUE "14848514 b.txt".
           03  FILLER PIC X(1)  VALUE "7".
           03  FILLER PIC X(40) VALUE "8504156 c.dat".
           03  FILLER PIC X(1)  VALUE "7".
           03  FILLER PIC X(40) VALUE "dir d".
           03  FILLER PIC X(1)  VALUE "7".
           03  FILLER PIC X(40) VALUE "$ cd a".
           03  FILLER PIC X(1)  VALUE "7".
           03  FILLER PIC X(40) VALUE "$ ls".
           03  FILLER PIC X(1)  VALUE "7".
           03  FILLER PIC X(40) VALUE "dir e".
           03  FILLER PIC X(1)  VALUE "7".
           03  FILLER PIC X(40) VALUE "29116 f".
           03  FILLER PIC X(1)  VALUE "7".
           03  FILLER PIC X(40) VALUE "2557 g".
           03  FILLER PIC X(1)  VALUE "7".
           03  FILLER PIC X(40) VALUE "62596 h.lst".
           03  FILLER PIC X(1)  VALUE "7".
           03  FILLER PIC X(40) VALUE "$ cd e".
           03  FILLER PIC X(1)  VALUE "7".
           03  FILLER PIC X(40) VALUE "$ ls".
           03  FILLER PIC X(1)  VALUE "7".
           03  FILLER PIC X(40) VALUE "584 i".
           03  FILLER PIC X(1)  VALUE "7".
           03  FILLER PIC X(40) VALUE "$ cd ..".
           03  FILLER PIC X(1)  VALUE "7".
           03  FILLER PIC X(40) VALUE "$ cd ..".
           03  FILLER PIC X(1)  VALUE "7".
           03  FILLER PIC X(40) VALUE "$ cd d".
           03  FILLER PIC X(1)  VALUE "7".
           03  FILLER PIC X(40) VALUE "$ ls".
           03  FILLER PIC X(1)  VALUE "7".
           03  FILLER PIC X(40) VALUE "4060174 j".
           03  FILLER PIC X(1)  VALUE "7".
           03  FILLER PIC X(40) VALUE "8033020 d.log".
           03  FILLER PIC X(1)  VALUE "7".
           03  FILLER PIC X(40) VALUE "5626152 d.ext".
           03  FILLER PIC X(1)  VALUE "7".
           03  FILLER PIC X(40) VALUE "7214296 k".
       01  sample-lines-r REDEFINES sample-lines.
           03  sample-entry OCCURS 66 TIMES.
               05  smp-day         PIC X(1).
               05  smp-text        PIC X(40).
       01  sample-idx          PIC 9(2).
       01  open-day            PIC X(1) VALUE SPACES.

       01  canary-parms.
           03  FILLER PIC X(30) VALUE "CALORIE-COUNTER-1   INPUT".
           03  FILLER PIC X(20) VALUE "canary-day1.txt".
           03  FILLER PIC X(30) VALUE "CALORIE-COUNTER-1   INTRADAY".
           03  FILLER PIC X(20) VALUE "N".
           03  FILLER PIC X(30) VALUE "CALORIE-COUNTER-2   INPUT".
           03  FILLER PIC X(20) VALUE "canary-day1.txt".
           03  FILLER PIC X(30) VALUE "CALORIE-COUNTER-2   INTRADAY".
           03  FILLER PIC X(20) VALUE "N".
           03  FILLER PIC X(30) VALUE "CALORIE-COUNTER-2   TOPN".
           03  FILLER PIC X(20) VALUE "3".
           03  FILLER PIC X(30) VALUE "RPS-PT1             INPUT".
           03  FILLER PIC X(20) VALUE "canary-day2.txt".
           03  FILLER PIC X(30) VALUE "RPS-PT2             INPUT".
           03  FILLER PIC X(20) VALUE "canary-day2.txt".
           03  FILLER PIC X(30) VALUE "RUCKSACK-PT1        INPUT".
           03  FILLER PIC X(20) VALUE "canary-day3.txt".
           03  FILLER PIC X(30) VALUE "RUCKSACK-PT2        INPUT".
           03  FILLER PIC X(20) VALUE "canary-day3.txt".
           03  FILLER PIC X(30) VALUE "RUCKSACK-PT2        GROUPSIZE".
           03  FILLER PIC X(20) VALUE "3".
           03  FILLER PIC X(30) VALUE "CAMP-CLEANUP        INPUT".
           03  FILLER PIC X(20) VALUE "canary-day4.txt".
           03  FILLER PIC X(30) VALUE "SUPPLY-STACKS       INPUT".
           03  FILLER PIC X(20) VALUE "canary-day5.txt".
           03  FILLER PIC X(30) VALUE "SUPPLY-STACKS       VALIDATE".
           03  FILLER PIC X(20) VALUE "N".
           03  FILLER PIC X(30) VALUE "DATASTREAM-MARKERS  INPUT".
           03  FILLER PIC X(20) VALUE "canary-day6.txt".
           03  FILLER PIC X(30) VALUE "DIRECTORY-SIZES     INPUT".
           03  FILLER PIC X(20) VALUE "canary-day7.txt".
           03  FILLER PIC X(30) VALUE "DIRECTORY-SIZES     THRESHOLD".
           03  FILLER PIC X(20) VALUE "100000".
           03  FILLER PIC X(30) VALUE "DIRECTORY-SIZES     DISKSIZE".
           03  FILLER PIC X(20) VALUE "70000000".
           03  FILLER PIC X(30) VALUE "DIRECTORY-SIZES     NEEDSPACE".
           03  FILLER PIC X(20) VALUE "30000000".
       01  canary-parms-r REDEFINES canary-parms.
           03  canary-parm OCCURS 19 TIMES.
               05  cnp-program     PIC X(20).
               05  cnp-keyword     PIC X(10).
               05  cnp-value       PIC X(20).
       01  parm-idx            PIC 9(2).

       01  reset-list.
           03  FILLER PIC X(40) VALUE "canary/calpt1.ckpt".
           03  FILLER PIC X(40) VALUE "canary/calpt1.day".
           03  FILLER PIC X(40) VALUE "canary/calpt2.ckpt".
           03  FILLER PIC X(40) VALUE "canary/calpt2.day".
           03  FILLER PIC X(40) VALUE "canary/rpspt1.ckpt".
           03  FILLER PIC X(40) VALUE "canary/rpspt2.ckpt".
           03  FILLER PIC X(40) VALUE "canary/rsck1.ckpt".
           03  FILLER PIC X(40) VALUE "canary/rsck2.ckpt".
           03  FILLER PIC X(40) VALUE "canary/campt1.ckpt".
           03  FILLER PIC X(40) VALUE "canary/day5.ckpt".
           03  FILLER PIC X(40) VALUE "canary/day6.ckpt".
           03  FILLER PIC X(40) VALUE "canary/day7.ckpt".
           03  FILLER PIC X(40) VALUE "canary/run-control.log".
           03  FILLER PIC X(40) VALUE "canary/alerts.txt".
           03  FILLER PIC X(40) VALUE "canary/supply-stacks-result.txt".
           03  FILLER PIC X(40) VALUE "canary/datastream-audit.txt".
           03  FILLER PIC X(40) VALUE "canary/lineage.dat".
       01  reset-list-r REDEFINES reset-list.
           03  reset-file      PIC X(40) OCCURS 17 TIMES.
       01  reset-idx           PIC 9(2).

       01  priority-letters    PIC X(52) VALUE
           "abcdefghijklmnopqrstuvwxyzABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  letter-idx          PIC 9(2).

       01  files-written       PIC 9(2) VALUE 0.
       01  lines-written       PIC 9(4) VALUE 0.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "Preparing the canary sandbox..."

           OPEN OUTPUT camp-id-file
           IF NOT camp-id-is-ok
             DISPLAY "The canary library is not available; "
                 "allocate the canary directory first."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE "CNRY" TO camp-id-record
           WRITE camp-id-record
           CLOSE camp-id-file

           PERFORM VARYING sample-idx FROM 1 BY 1
                   UNTIL sample-idx > 66
             PERFORM WRITE-SAMPLE-LINE
           END-PERFORM
           IF open-day NOT = SPACES
             CLOSE sample-file
           END-IF

           OPEN OUTPUT parameter-file
           IF NOT parameter-is-ok
             DISPLAY "The canary parameter file could not be written."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM VARYING parm-idx FROM 1 BY 1 UNTIL parm-idx > 19
             MOVE cnp-program(parm-idx) TO prm-program
             MOVE cnp-keyword(parm-idx) TO prm-keyword
             MOVE cnp-value(parm-idx) TO prm-value
             WRITE parameter-record
           END-PERFORM
           CLOSE parameter-file

           OPEN OUTPUT priority-canary
           IF NOT priority-is-ok
             DISPLAY "The canary priority master could not be built."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM VARYING letter-idx FROM 1 BY 1 UNTIL letter-idx > 52
             MOVE priority-letters(letter-idx:1) TO mst-letter
             MOVE letter-idx TO mst-value
             WRITE master-priority-record
           END-PERFORM
           CLOSE priority-canary

           OPEN OUTPUT history-canary
           IF history-is-ok
             CLOSE history-canary
           END-IF

           PERFORM VARYING reset-idx FROM 1 BY 1 UNTIL reset-idx > 17
             MOVE reset-file(reset-idx) TO sample-name
             OPEN OUTPUT sample-file
             IF sample-is-ok
               CLOSE sample-file
             END-IF
           END-PERFORM

           DISPLAY "canary sample files written=" files-written
           DISPLAY "canary sample lines written=" lines-written
           DISPLAY "canary checkpoints and results cleared=17"
           MOVE 0 TO RETURN-CODE
           GOBACK.

       WRITE-SAMPLE-LINE.
           IF smp-day(sample-idx) NOT = open-day
             IF open-day NOT = SPACES
               CLOSE sample-file
             END-IF
             MOVE smp-day(sample-idx) TO open-day
             MOVE SPACES TO sample-name
             STRING "canary/canary-day" open-day ".txt"
                 DELIMITED BY SIZE INTO sample-name
             OPEN OUTPUT sample-file
             COMPUTE files-written = files-written + 1
           END-IF
           MOVE smp-text(sample-idx) TO sample-record
           WRITE sample-record
           COMPUTE lines-written = lines-written + 1
           .
