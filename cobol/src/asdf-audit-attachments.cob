       01 ws-dangling-count            PIC 9(5) COMP VALUE 0.
       01 ws-display-count             PIC Z(4)9.

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
           PERFORM para-load-index THRU para-load-index-exit
           PERFORM para-walk-groups THRU para-walk-groups-exit
           PERFORM para-report-orphans
