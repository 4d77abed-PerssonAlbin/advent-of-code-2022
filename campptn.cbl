       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPPTN.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  held-mode           PIC X(1) VALUE "W".
       01  held-number         PIC 9(1) VALUE 0.

       LINKAGE SECTION.
       COPY ptnreq.
       PROCEDURE DIVISION USING camp-partition-request.
       MAIN.
           EVALUATE TRUE
             WHEN ptn-fn-set
               MOVE ptn-mode TO held-mode
               MOVE ptn-number TO held-number
             WHEN OTHER
               MOVE held-mode TO ptn-mode
               MOVE held-number TO ptn-number
           END-EVALUATE
           GOBACK.
