       01  step-definition-record.
           03  sdf-step        PIC X(8).
           03  FILLER          PIC X(2).
           03  sdf-program     PIC X(20).
           03  FILLER          PIC X(2).
           03  sdf-branch      PIC X(8).
           03  FILLER          PIC X(2).
           03  sdf-pred-list.
               05  sdf-pred-entry OCCURS 8 TIMES.
                   07  sdf-pred        PIC X(8).
                   07  FILLER          PIC X(1).
