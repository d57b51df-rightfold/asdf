           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       SELECT OPTIONAL fd-dormancy
           ASSIGN DYNAMIC ws-dormancy-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-dormancy-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-reverify-account.
       FD fd-mail-queue.
       COPY 'asdf-mail-queue.cpy' REPLACING ==:X:== BY ==mq==.

       FD fd-dormancy.
       COPY 'asdf-dormancy.cpy' REPLACING ==:X:== BY ==dm==.

       WORKING-STORAGE SECTION.
       01 ws-email-address             PIC X(254).
       01 ws-password                  PIC X(64).

      *Step-up verification: a login from a source this email has
      *never successfully logged in from before gets its session
      *issued pending, a one-time code mailed (or texted) to the
      *account, and RETURN-CODE 4 - asdf-check-session refuses the
      *token until asdf-confirm-login is shown the code.
       01 ws-pending-path              PIC X(256)
           VALUE '/var/lib/asdf/pending-logins'.
       01 ws-mail-queue-path           PIC X(256)
       01 ws-code                      PIC X(16).
       01 ws-code-text                 PIC X(32).
       01 ws-code-minutes              PIC 9(5) VALUE 15.
      *The code goes by text message instead for an account on the
      *SMS channel with a verified number (asdf-queue-sms); there is
      *no template for it, so the placeholders travel empty.
       01 ws-sms-key                   PIC X(30) VALUE SPACES.
       01 ws-sms-amount                PIC X(20) VALUE SPACES.
       01 ws-sms-group-name            PIC X(100) VALUE SPACES.
       01 ws-sms-party                 PIC X(32) VALUE SPACES.
       01 ws-sms-due                   PIC X(10) VALUE SPACES.
       01 ws-sms-subject               PIC X(80) VALUE SPACES.
       01 ws-sms-body                  PIC X(200).
       01 ws-sms-queued                PIC X.
           88 ws-sms-queued-yes        VALUE 'Y'.
           88 ws-sms-queued-no         VALUE 'N'.
       01 ws-code-expiry-group.
           02 ws-code-expiry-year       PIC 9(4).
           02 ws-code-expiry-month      PIC 9(2).
       01 ws-reverify-token-text       PIC X(32).
       01 ws-reverify-account-text     PIC X(32).

      *An account set dormant (asdf-detect-dormancy) lost its address
      *verification; its owner gets a fresh token by trying to log in.
       01 ws-dormancy-path             PIC X(256)
           VALUE '/var/lib/asdf/dormancy'.
       01 ws-dormancy-status           PIC XX.
       01 ws-dormant                   PIC X.
           88 ws-dormant-yes           VALUE 'Y'.
           88 ws-dormant-no            VALUE 'N'.

      *Central configuration lookups (asdf-read-config).
       01 ws-config-key                PIC X(30).
       01 ws-config-value              PIC X(64).
       01 ws-keyed-result              PIC X.
           88 ws-keyed-found           VALUE 'F'.

      *The address is looked up in its protected form
      *(asdf-protect-field), the form the account index holds; the
      *login audit keeps the address as the caller typed it.
      *Look-up mode: nothing is filed in the field vault.
       01 ws-protect-mode              PIC X VALUE 'L'.
       01 ws-protected-email           PIC X(254).

      *Days the password has left under the maximum password age
      *(asdf-check-password-age); expired means the session issued is
      *good only for asdf-change-password.
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
           ACCEPT ws-email-address FROM ARGUMENT-VALUE
           CALL 'asdf-protect-field' USING ws-protect-mode
               ws-email-address ws-protected-email
           ACCEPT ws-password FROM ARGUMENT-VALUE
           ACCEPT ws-source FROM ARGUMENT-VALUE

               THRU para-check-known-source-exit
           IF fa-verified-no THEN
               PERFORM para-append-audit-failure
               PERFORM para-check-dormant THRU para-check-dormant-exit
               IF ws-dormant-yes THEN
                   PERFORM para-mail-reverify
               END-IF
               GO TO para-reject-unverified
           END-IF

           IF ws-known-source-yes THEN
               PERFORM para-append-audit-success
           END-IF

      *A password past the maximum password age still logs in, but
      *the session it gets is change-only: asdf-change-password is
      *the one program that will take it, and RETURN-CODE 6 tells the
      *caller so. A first-time source is still held pending first;
      *asdf-confirm-login applies the same age check when it
      *releases the session.
      *Likewise a member who has yet to accept the terms or privacy
      *notice now in force (asdf-check-terms) gets a terms-only
      *session, good for asdf-accept-terms alone, and RETURN-CODE 7;
      *the password change comes first when both apply.
           CALL 'asdf-check-password-age' USING ws-account-id
               ws-now-group ws-password-days-left ws-password-expired
           CALL 'asdf-check-terms' USING ws-account-id
               ws-terms-outstanding
           PERFORM para-start-session
           IF ws-known-source-no THEN
               PERFORM para-hold-pending
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-password-expired-yes THEN
               MOVE 6 TO RETURN-CODE
           ELSE
               IF ws-terms-outstanding-yes THEN
                   MOVE 7 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN
           .
           MOVE ws-code TO pl-code
           MOVE ws-code-expiry-flat TO pl-expiry
           SET pl-status-open TO TRUE
           MOVE ws-email-address TO pl-email
           MOVE ws-source TO pl-source
           OPEN EXTEND fd-pending-logins
           WRITE pl-pending-login
           CLOSE fd-pending-logins

      *Code first, so a long source cut off at the end of the
      *message never takes the code with it.
           SET ws-sms-queued-no TO TRUE
           IF fa-notify-sms THEN
               MOVE SPACES TO ws-sms-body
               STRING 'Your login code: ' FUNCTION TRIM(ws-code-text)
                   ' - login from ' FUNCTION TRIM(ws-source)
                   DELIMITED BY SIZE INTO ws-sms-body
                   ON OVERFLOW CONTINUE
               END-STRING
               CALL 'asdf-queue-sms' USING ws-account-id ws-sms-key
                   fa-language ws-sms-amount ws-sms-group-name
                   ws-sms-party ws-sms-due ws-sms-subject ws-sms-body
                   ws-sms-queued
           END-IF
           IF ws-sms-queued-no THEN
               MOVE fa-email TO mq-to-email
               MOVE 'Confirm your login from a new source'
                   TO mq-subject
               MOVE SPACES TO mq-body
               STRING 'A login from ' FUNCTION TRIM(ws-source)
                   ' needs confirming. Your code: '
                   FUNCTION TRIM(ws-code-text)
                   DELIMITED BY SIZE INTO mq-body
                   ON OVERFLOW CONTINUE
               END-STRING
               MOVE FUNCTION CURRENT-DATE TO mq-queued-timestamp
               OPEN EXTEND fd-mail-queue
               WRITE mq-mail-entry
               CLOSE fd-mail-queue
           END-IF
           .

      *para-start-session appended the index entry moments ago as
           STOP RUN
           .

      *Dormancy leaves the account unverified like a new one, but
      *its original token was cleared when it went dormant; with the
      *password proven, a fresh one goes to the address on file.
       para-check-dormant.
           SET ws-dormant-no TO TRUE
           OPEN INPUT fd-dormancy
           IF ws-dormancy-status IS NOT EQUAL TO '00' THEN
               IF ws-dormancy-status IS EQUAL TO '05' THEN
                   CLOSE fd-dormancy
               END-IF
               GO TO para-check-dormant-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-check-dormant-one
               UNTIL ws-eof-yes OR ws-dormant-yes
           CLOSE fd-dormancy
           .

       para-check-dormant-exit.
           EXIT PARAGRAPH
           .

       para-check-dormant-one.
           READ fd-dormancy
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF dm-account-id IS EQUAL TO ws-account-id
                           AND dm-status-dormant THEN
                       SET ws-dormant-yes TO TRUE
                   END-IF
           END-READ
           .

      *A bounced address can't take the mail, so the token is handed
      *back in-band the way para-prompt-reverify does it.
       para-mail-reverify.
           IF fa-deliverable-no THEN
               PERFORM para-prompt-reverify
           ELSE
               PERFORM para-store-reverify-token
               MOVE fa-email TO mq-to-email
               MOVE 'Verify your address to reactivate your account'
                   TO mq-subject
               MOVE SPACES TO mq-body
               STRING 'Your account is dormant. Verify your address '
                   'with token ' FUNCTION TRIM(ws-reverify-token-text)
                   ' and log in again.'
                   DELIMITED BY SIZE INTO mq-body
                   ON OVERFLOW CONTINUE
               END-STRING
               MOVE FUNCTION CURRENT-DATE TO mq-queued-timestamp
               OPEN EXTEND fd-mail-queue
               WRITE mq-mail-entry
               CLOSE fd-mail-queue
           END-IF
           .

       para-append-audit-failure.
           SET la-success-no TO TRUE
           PERFORM para-append-audit

       para-find-account.
           SET ws-found-no TO TRUE
           CALL 'asdf-read-keyed-account' USING ws-protected-email
               ka-account-index-entry ws-keyed-result
           IF ws-keyed-found THEN
               MOVE ka-account-id TO ws-account-id
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF fs-email IS EQUAL TO ws-protected-email THEN
                       MOVE fs-account-id TO ws-account-id
                       SET ws-found-yes TO TRUE
                   END-IF
           MOVE fn-session-id TO sx-token
           MOVE ws-account-id TO sx-account-id
           MOVE ws-session-expiry-flat TO sx-expiry
           EVALUATE TRUE
               WHEN ws-password-expired-yes
                   SET sx-status-change-only TO TRUE
               WHEN ws-terms-outstanding-yes
                   SET sx-status-terms-only TO TRUE
               WHEN OTHER
                   SET sx-status-active TO TRUE
           END-EVALUATE
           OPEN EXTEND fd-session-index
           WRITE sx-session-index-entry
           CALL 'asdf-put-keyed-session' USING sx-session-index-entry
           .

       para-prompt-reverify.
           PERFORM para-store-reverify-token
           DISPLAY ' '
           DISPLAY 'warning: your address bounced; re-verify with '
               'token ' ws-reverify-token-text UPON SYSERR
           .

       para-store-reverify-token.
           CALL 'asdf-generate-uuid' USING fa-verify-token
           CALL 'asdf-format-uuid' USING fa-verify-token
               ws-reverify-token-text
                   CLOSE fd-reverify-account
               END-IF
           END-IF
           .
