       01  input-reader-request.
           03  ird-function        PIC X(1).
               88  ird-fn-open     VALUE "O".
               88  ird-fn-open-named VALUE "N".
               88  ird-fn-read     VALUE "R".
               88  ird-fn-close    VALUE "C".
           03  ird-program         PIC X(20).
