       01 ws-now-flat REDEFINES ws-now-group
                                        PIC 9(14).

      *Reuse check against the current password and the history.
       01 ws-candidate                 PIC X(64).
       01 ws-computed-hash             PIC X(32).
       01 ws-reused                    PIC X VALUE 'N'.
           88 ws-reused-yes            VALUE 'Y'.
           88 ws-reused-no             VALUE 'N'.

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
           ACCEPT ws-new-password FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-token-text ws-token
           END-IF

           PERFORM para-check-token THRU para-check-token-exit
           IF ws-reused-yes THEN
               DISPLAY 'Password was used recently; choose another'
                   WITH NO ADVANCING
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-valid-no THEN
               GO TO para-reject
           END-IF
               GO TO para-check-token-exit
           END-IF

      *The new password may not be the current one nor any of the
      *last few in the account's history (asdf-check-password-reuse);
      *the token stays good so a different password can be tried.
           MOVE ws-new-password TO ws-candidate
           CALL 'asdf-hash-password' USING ws-candidate fa-salt
               ws-computed-hash
           IF ws-computed-hash IS EQUAL TO fa-password-hash THEN
               SET ws-reused-yes TO TRUE
           ELSE
               CALL 'asdf-check-password-reuse' USING ws-account-id
                   ws-new-password ws-reused
           END-IF
           IF ws-reused-yes THEN
               CLOSE fd-account
               GO TO para-check-token-exit
           END-IF

           SET ws-valid-yes TO TRUE
           CALL 'asdf-generate-uuid' USING fa-salt
           CALL 'asdf-hash-password' USING ws-new-password fa-salt
           MOVE 0 TO fa-locked-until
           REWRITE fa-account
           CLOSE fd-account
           CALL 'asdf-record-password' USING ws-account-id fa-salt
               fa-password-hash
           .

       para-check-token-exit.
