           VALUE '/var/lib/asdf/mail-queue'.
       01 ws-verify-token-text         PIC X(32).

      *The address is held on disk only in its protected form
      *(asdf-protect-field); from here on ws-email carries that form.
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
           ACCEPT ws-email FROM ARGUMENT-VALUE
           ACCEPT ws-password FROM ARGUMENT-VALUE
           ACCEPT ws-max-open-balance-text FROM ARGUMENT-VALUE

           IF ws-email(254:1) IS NOT EQUAL TO SPACE THEN
               DISPLAY 'Email address too long' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL 'asdf-protect-field' USING ws-protect-mode ws-email
               ws-protected-email
           MOVE ws-protected-email TO ws-email

           PERFORM para-check-duplicate THRU para-check-duplicate-exit
           IF ws-duplicate-yes THEN
               DISPLAY 'Email already registered' WITH NO ADVANCING
           OPEN OUTPUT fd-account
           WRITE fa-account
           CLOSE fd-account

      *The first password starts the account's password history, so
      *both reuse refusal and the maximum password age count from
      *registration.
           CALL 'asdf-record-password' USING ws-id fa-salt
               fa-password-hash
           .

       para-queue-verification.
