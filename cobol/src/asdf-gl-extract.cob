           02 FILLER                   PIC X VALUE SPACE.
           02 fxt-hash                 PIC 9(15).

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
           ACCEPT ws-from-date FROM ARGUMENT-VALUE
           ACCEPT ws-to-date FROM ARGUMENT-VALUE
           ACCEPT ws-mode FROM ARGUMENT-VALUE
