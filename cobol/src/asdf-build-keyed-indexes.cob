           88 ws-failed-no             VALUE 'N'.
       01 ws-label                     PIC X(16).

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
           MOVE 'S' TO ws-which
           MOVE 'session-index' TO ws-label
           PERFORM para-build-one
