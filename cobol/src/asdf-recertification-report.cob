       01 ws-group-text                PIC X(32).
       01 ws-uuid-text                 PIC X(32).
       01 ws-target-account            PIC X(16).
      *The login audit records the plain address, the account record
      *its protected form (asdf-protect-field).
       01 ws-target-email              PIC X(254).
       01 ws-reveal-mode               PIC X VALUE 'R'.

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
       01 ws-expiry-text               PIC X(14).
       01 ws-joined-flat               PIC 9(14).

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
           DISPLAY 'OPERATORS'
           PERFORM para-list-operators THRU para-list-operators-exit
           DISPLAY 'GROUP-ADMINS'
           END-IF
           READ fd-account
           CLOSE fd-account
           CALL 'asdf-protect-field' USING ws-reveal-mode fa-email
               ws-target-email

           OPEN INPUT fd-login-audit
           IF ws-login-status IS NOT EQUAL TO '00' THEN
