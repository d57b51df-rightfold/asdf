       01 ws-digested-count            PIC 9(6) COMP VALUE 0.
       01 ws-display-count             PIC Z(5)9.

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
           PERFORM para-walk-accounts THRU para-walk-accounts-exit
           PERFORM para-print-summary

