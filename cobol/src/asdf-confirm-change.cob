           VALUE 'asdf-confirm-change'.
       01 ws-audit-detail              PIC X(200).

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
               ws-operator-account
           MOVE pc-category TO rc-category
           MOVE pc-frequency TO rc-frequency
           MOVE pc-start-date TO rc-next-due-date
           MOVE pc-split-key TO rc-split-key
           MOVE pc-prorate TO rc-prorate
           SET rc-status-active TO TRUE
           OPEN EXTEND fd-recurring
           WRITE rc-recurring-entry
