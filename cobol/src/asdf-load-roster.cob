           VALUE 'asdf-load-roster'.
       01 ws-audit-detail              PIC X(200).

      *The address is looked up and queued in its protected form
      *(asdf-protect-field), the form the account index and the mail
      *queue hold.
       01 ws-protect-mode              PIC X VALUE 'P'.
       01 ws-protected-email           PIC X(254).

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
               PERFORM para-reject-row
               GO TO para-load-row-exit
           END-IF
           CALL 'asdf-protect-field' USING ws-protect-mode
               ws-col-email ws-protected-email
           MOVE ws-protected-email TO ws-col-email

           PERFORM para-find-account THRU para-find-account-exit
           IF ws-found-yes THEN
