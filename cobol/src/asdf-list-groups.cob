           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.

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
           OPEN INPUT fd-group-index
           IF ws-index-status IS EQUAL TO '35' THEN
               STOP RUN
