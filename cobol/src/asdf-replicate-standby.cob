       01 ws-display-applied           PIC Z(5)9.
       01 ws-display-skipped           PIC Z(5)9.

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
           ACCEPT ws-standby-root FROM ARGUMENT-VALUE
           IF ws-standby-root IS EQUAL TO SPACES THEN
               DISPLAY 'Missing standby root' WITH NO ADVANCING
