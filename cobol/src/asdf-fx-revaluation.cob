       01 ws-unrealized-text           PIC X(20).
       01 ws-group-total-text          PIC X(20).

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
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-today
           PERFORM para-walk-groups THRU para-walk-groups-exit
           MOVE 0 TO RETURN-CODE
