      *one-time code it mailed to the account's address. A matching,
      *still-open, unexpired pending entry is consumed and the
      *session-index entry flipped from pending to active, after
      *which asdf-check-session accepts the token normally - or to
      *change-only, with RETURN-CODE 6, when the account's password
      *is past the maximum password age, or to terms-only, with
      *RETURN-CODE 7, when the account has yet to accept the terms
      *or privacy notice now in force (asdf-check-terms). Rejects
      *with the usual message-plus-RETURN-CODE-1 shape when the code
      *is wrong, already used, or expired.

       01 ws-now-flat REDEFINES ws-now-group
                                        PIC 9(14).

      *asdf-check-password-age's answer for the account.
       01 ws-password-days-left        PIC S9(5).
       01 ws-password-expired          PIC X.
           88 ws-password-expired-yes  VALUE 'Y'.
           88 ws-password-expired-no   VALUE 'N'.
       01 ws-terms-outstanding         PIC X.
           88 ws-terms-outstanding-yes VALUE 'Y'.
           88 ws-terms-outstanding-no  VALUE 'N'.

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
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-token

               STOP RUN
           END-IF

      *A password past the maximum password age releases the session
      *change-only rather than active, exactly as asdf-log-in would
      *have issued it from a known source; so do terms not yet
      *accepted, terms-only.
           CALL 'asdf-check-password-age' USING pl-account-id
               ws-now-group ws-password-days-left ws-password-expired
           CALL 'asdf-check-terms' USING pl-account-id
               ws-terms-outstanding
           PERFORM para-activate-session
               THRU para-activate-session-exit
           PERFORM para-append-audit-success

           IF ws-password-expired-yes THEN
               DISPLAY 'Login confirmed; password expired, change it '
                   'with asdf-change-password' WITH NO ADVANCING
               MOVE 6 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-terms-outstanding-yes THEN
               DISPLAY 'Login confirmed; accept the current terms '
                   'with asdf-accept-terms' WITH NO ADVANCING
               MOVE 7 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'Login confirmed' WITH NO ADVANCING
           STOP RUN
           .
               NOT AT END
                   IF sx-token IS EQUAL TO ws-token
                           AND sx-status-pending THEN
                       EVALUATE TRUE
                           WHEN ws-password-expired-yes
                               SET sx-status-change-only TO TRUE
                           WHEN ws-terms-outstanding-yes
                               SET sx-status-terms-only TO TRUE
                           WHEN OTHER
                               SET sx-status-active TO TRUE
                       END-EVALUATE
                       REWRITE sx-session-index-entry
                       CALL 'asdf-put-keyed-session'
                           USING sx-session-index-entry
