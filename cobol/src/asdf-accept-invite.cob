       01 ws-keyed-result              PIC X.
           88 ws-keyed-found           VALUE 'F'.

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
           ACCEPT ws-account-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-account-text ws-account-id

