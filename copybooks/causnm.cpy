       01  root-cause-names.
           03  FILLER          PIC X(30) VALUE
               "FEEDBAD FEED FORMAT".
           03  FILLER          PIC X(30) VALUE
               "UPSTUPSTREAM DATA ERROR".
           03  FILLER          PIC X(30) VALUE
               "MSTRMASTER DATA MISSING".
           03  FILLER          PIC X(30) VALUE
               "OPEROPERATOR ERROR".
           03  FILLER          PIC X(30) VALUE
               "PARMPARAMETER OR SET-UP ERROR".
           03  FILLER          PIC X(30) VALUE
               "SCHDSCHEDULE OR LATE FEED".
           03  FILLER          PIC X(30) VALUE
               "DUPLDUPLICATE OR RESENT DATA".
           03  FILLER          PIC X(30) VALUE
               "CODEPROGRAM DEFECT".
           03  FILLER          PIC X(30) VALUE
               "ENVRSPACE OR ENVIRONMENT".
           03  FILLER          PIC X(30) VALUE
               "OTHROTHER OR NOT REPEATABLE".
       01  root-cause-names-r REDEFINES root-cause-names.
           03  root-cause      OCCURS 10 TIMES.
               05  rcc-code        PIC X(4).
               05  rcc-name        PIC X(26).
