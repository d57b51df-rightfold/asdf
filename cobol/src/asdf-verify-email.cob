           88 ws-valid-yes             VALUE 'Y'.
           88 ws-valid-no              VALUE 'N'.

      *The address is looked up in its protected form
      *(asdf-protect-field), the form the account index holds.
      *Look-up mode: nothing is filed in the field vault.
       01 ws-protect-mode              PIC X VALUE 'L'.
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
           ACCEPT ws-email-address FROM ARGUMENT-VALUE
           CALL 'asdf-protect-field' USING ws-protect-mode
               ws-email-address ws-protected-email
           MOVE ws-protected-email TO ws-email-address
           ACCEPT ws-token-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-token-text ws-token

