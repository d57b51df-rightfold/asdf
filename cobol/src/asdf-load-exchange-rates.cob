               03 ws-used-fresh        PIC X.
       01 ws-group-text                PIC X(32).

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
           ACCEPT ws-feed-arg FROM ARGUMENT-VALUE
           IF ws-feed-arg IS NOT EQUAL TO SPACES THEN
               MOVE ws-feed-arg TO ws-feed-path
