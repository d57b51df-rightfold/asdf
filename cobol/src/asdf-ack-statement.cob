           02 ws-utc-minute            PIC 9(2).
           02 ws-utc-second            PIC 9(2).

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
           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-account
           CALL 'asdf-format-uuid' USING ws-account
