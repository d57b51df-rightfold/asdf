               03 ws-stage-amount      PIC 9(10) COMP.

       01 ws-display-count             PIC Z(4)9.
       01 ws-recompute-mode            PIC X VALUE 'B'.
       01 ws-recompute-drift           PIC X.

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
           PERFORM para-parse
           PERFORM para-check-session
           PERFORM para-find-entry THRU para-find-entry-exit
           END-IF

           PERFORM para-write-items
      *The entry - and any reversal of it - now counts per line
      *category in the group's category-by-month totals.
           CALL 'asdf-recompute-category-months' USING ws-group
               ws-recompute-mode ws-recompute-drift
           MOVE ws-stage-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count) ' share(s) written'
           MOVE 0 TO RETURN-CODE
