       01 ws-local-start               PIC 9(3) COMP.
       01 ws-m                         PIC 9(3) COMP.

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
           ACCEPT ws-scope-text FROM ARGUMENT-VALUE
           IF ws-scope-text IS EQUAL TO 'GLOBAL' THEN
               MOVE '/var/lib/asdf/admin-audit' TO ws-path
