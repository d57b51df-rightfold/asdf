       01 ws-size                      PIC 9(10) COMP VALUE 0.
       01 ws-checksum                  PIC 9(9) COMP VALUE 0.

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
           ACCEPT ws-ref-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-ref-text ws-id

