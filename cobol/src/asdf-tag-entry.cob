       01 ws-tag-count                 PIC 9(2) COMP VALUE 0.
       01 ws-t                         PIC 9(2) COMP.
       01 ws-written-count             PIC 9(2) COMP VALUE 0.
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
           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text
               ws-acting-account
               VARYING ws-t FROM 1 BY 1
               UNTIL ws-t > ws-tag-count

      *The entry - and any reversal of it - now counts under the new
      *tags in the group's category-by-month totals.
           IF ws-written-count IS GREATER THAN 0 THEN
               CALL 'asdf-recompute-category-months' USING ws-group
                   ws-recompute-mode ws-recompute-drift
           END-IF

           DISPLAY ws-written-count ' tag(s) added'
           MOVE 0 TO RETURN-CODE
           STOP RUN
