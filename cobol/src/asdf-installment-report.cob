       01 ws-format-in                 PIC S9(11) COMP.
       01 ws-remaining-text            PIC X(20).

      *Set by asdf-check-layout; 'N' stops the run before any data
      *file is opened.
       01 ws-layout-current            PIC X.

       PROCEDURE DIVISION.
       para-main.
           CALL 'asdf-check-layout' USING ws-layout-current
           IF ws-layout-current IS NOT EQUAL TO 'Y' THEN
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           SET ws-has-group-filter-no TO TRUE
           ACCEPT ws-group-filter-text FROM ARGUMENT-VALUE
           IF ws-group-filter-text IS NOT EQUAL TO SPACES THEN
