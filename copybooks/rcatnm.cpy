       01  ration-category-names.
           03  FILLER          PIC X(8) VALUE "MMEAT".
           03  FILLER          PIC X(8) VALUE "GGRAIN".
           03  FILLER          PIC X(8) VALUE "SSWEETS".
           03  FILLER          PIC X(8) VALUE "TTRAVEL".
           03  FILLER          PIC X(8) VALUE "UUNCODED".
       01  ration-category-names-r REDEFINES ration-category-names.
           03  ration-category OCCURS 5 TIMES.
               05  rcn-code        PIC X(1).
               05  rcn-name        PIC X(7).
