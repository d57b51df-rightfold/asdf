      *Changes the password of a signed-in account. Arguments: the
      *session token asdf-log-in handed back, the current password,
      *and the new one. The token may be an ordinary active session
      *or the change-only session asdf-log-in issues once a password
      *is past the maximum password age (asdf-check-password-age) -
      *this is the one program that accepts the latter, and a
      *successful change turns it into an ordinary active session -
      *or into a terms-only one (asdf-check-terms) when the account
      *still has terms to accept, which asdf-accept-terms clears.
      *The current password must check out, and the new one may not
      *be the current one nor any in the account's password history
      *(asdf-check-password-reuse); the new password is recorded in
      *that history (asdf-record-password).
      *RETURN-CODE 1: session invalid or expired; 2: current password
      *wrong; 3: new password used recently.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-change-password.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-session-index
           ASSIGN DYNAMIC ws-index-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-index-status.

       SELECT OPTIONAL fd-account
           ASSIGN DYNAMIC ws-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-account-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-session-index.
       COPY 'asdf-session-index.cpy' REPLACING ==:X:== BY ==sx==.

       FD fd-account.
       COPY 'asdf-account.cpy' REPLACING ==:X:== BY ==fa==.

       WORKING-STORAGE SECTION.
       01 ws-index-path                PIC X(256)
           VALUE '/var/lib/asdf/session-index'.
       01 ws-index-status              PIC XX.
       01 ws-path                      PIC X(256).
       01 ws-account-status            PIC XX.

       01 ws-uuid-text                 PIC X(32).
       01 ws-token                     PIC X(16).
       01 ws-account-id                PIC X(16).
       01 ws-account-id-text           PIC X(32).
       01 ws-current-password          PIC X(64).
       01 ws-new-password              PIC X(64).
       01 ws-candidate                 PIC X(64).
       01 ws-computed-hash             PIC X(32).

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-found                     PIC X.
           88 ws-found-yes             VALUE 'Y'.
           88 ws-found-no              VALUE 'N'.
       01 ws-change-only               PIC X.
           88 ws-change-only-yes       VALUE 'Y'.
           88 ws-change-only-no        VALUE 'N'.
       01 ws-terms-outstanding         PIC X.
           88 ws-terms-outstanding-yes VALUE 'Y'.
           88 ws-terms-outstanding-no  VALUE 'N'.
       01 ws-outcome                   PIC X.
           88 ws-outcome-changed       VALUE 'C'.
           88 ws-outcome-no-account    VALUE 'A'.
           88 ws-outcome-wrong         VALUE 'W'.
           88 ws-outcome-reused        VALUE 'R'.
       01 ws-reused                    PIC X.
           88 ws-reused-yes            VALUE 'Y'.
           88 ws-reused-no             VALUE 'N'.

       01 ws-now-group.
           02 ws-now-year               PIC 9(4).
           02 ws-now-month              PIC 9(2).
           02 ws-now-day                PIC 9(2).
           02 ws-now-hour               PIC 9(2).
           02 ws-now-minute             PIC 9(2).
           02 ws-now-second             PIC 9(2).
       01 ws-now-flat REDEFINES ws-now-group
                                        PIC 9(14).

      *Holds the answer of the keyed point lookup against the
      *INDEXED session twin; anything but a hit falls back to the
      *sequential scan below.
       COPY 'asdf-session-index.cpy' REPLACING ==:X:== BY ==kx==.
       01 ws-keyed-result              PIC X.
           88 ws-keyed-found           VALUE 'F'.

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
           ACCEPT ws-current-password FROM ARGUMENT-VALUE
           ACCEPT ws-new-password FROM ARGUMENT-VALUE

           CALL 'asdf-utc-timestamp' USING ws-now-group

           PERFORM para-find-session THRU para-find-session-exit
           IF ws-found-no THEN
               DISPLAY 'Session invalid or expired' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM para-set-password THRU para-set-password-exit
           EVALUATE TRUE
               WHEN ws-outcome-no-account
                   DISPLAY 'Session invalid or expired'
                       WITH NO ADVANCING
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               WHEN ws-outcome-wrong
                   DISPLAY 'Current password incorrect'
                       WITH NO ADVANCING
                   MOVE 2 TO RETURN-CODE
                   STOP RUN
               WHEN ws-outcome-reused
                   DISPLAY 'Password was used recently; choose another'
                       WITH NO ADVANCING
                   MOVE 3 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           IF ws-change-only-yes THEN
               CALL 'asdf-check-terms' USING ws-account-id
                   ws-terms-outstanding
               PERFORM para-activate-session
                   THRU para-activate-session-exit
           END-IF

           DISPLAY 'Password changed' WITH NO ADVANCING
           STOP RUN
           .

      *Unlike asdf-check-session, an entry marked change-only is
      *accepted here alongside an active one.
       para-find-session.
           SET ws-found-no TO TRUE
           SET ws-change-only-no TO TRUE
           CALL 'asdf-read-keyed-session' USING ws-token
               kx-session-index-entry ws-keyed-result
           IF ws-keyed-found THEN
               IF (kx-status-active OR kx-status-change-only)
                       AND ws-now-flat IS NOT GREATER THAN
                           kx-expiry THEN
                   MOVE kx-account-id TO ws-account-id
                   IF kx-status-change-only THEN
                       SET ws-change-only-yes TO TRUE
                   END-IF
                   SET ws-found-yes TO TRUE
               END-IF
               GO TO para-find-session-exit
           END-IF

           OPEN INPUT fd-session-index
           IF ws-index-status IS NOT EQUAL TO '00' THEN
               IF ws-index-status IS EQUAL TO '05' THEN
                   CLOSE fd-session-index
               END-IF
               GO TO para-find-session-exit
           END-IF

           SET ws-eof-no TO TRUE
           PERFORM para-find-session-one
               UNTIL ws-eof-yes OR ws-found-yes
           CLOSE fd-session-index
           .

       para-find-session-exit.
           EXIT PARAGRAPH
           .

       para-find-session-one.
           READ fd-session-index
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF sx-token IS EQUAL TO ws-token
                           AND (sx-status-active
                               OR sx-status-change-only)
                           AND ws-now-flat IS NOT GREATER THAN
                               sx-expiry THEN
                       MOVE sx-account-id TO ws-account-id
                       IF sx-status-change-only THEN
                           SET ws-change-only-yes TO TRUE
                       END-IF
                       SET ws-found-yes TO TRUE
                   END-IF
           END-READ
           .

      *asdf-hash-password trims the password it is handed in place,
      *so the comparisons each hash a copy.
       para-set-password.
           SET ws-outcome-no-account TO TRUE
           SET ws-reused-no TO TRUE
           CALL 'asdf-format-uuid' USING ws-account-id
               ws-account-id-text
           MOVE SPACES TO ws-path
           STRING '/var/lib/asdf/account/' ws-account-id-text '/info'
               DELIMITED BY SIZE INTO ws-path

           OPEN I-O fd-account
           IF ws-account-status IS NOT EQUAL TO '00' THEN
               IF ws-account-status IS EQUAL TO '05' THEN
                   CLOSE fd-account
               END-IF
               GO TO para-set-password-exit
           END-IF

           READ fd-account
           IF ws-account-status IS NOT EQUAL TO '00' THEN
               CLOSE fd-account
               GO TO para-set-password-exit
           END-IF

           MOVE ws-current-password TO ws-candidate
           CALL 'asdf-hash-password' USING ws-candidate fa-salt
               ws-computed-hash
           IF ws-computed-hash IS NOT EQUAL TO fa-password-hash THEN
               SET ws-outcome-wrong TO TRUE
               CLOSE fd-account
               GO TO para-set-password-exit
           END-IF

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
               SET ws-outcome-reused TO TRUE
               CLOSE fd-account
               GO TO para-set-password-exit
           END-IF

           CALL 'asdf-generate-uuid' USING fa-salt
           CALL 'asdf-hash-password' USING ws-new-password fa-salt
               fa-password-hash
           REWRITE fa-account
           CLOSE fd-account
           CALL 'asdf-record-password' USING ws-account-id fa-salt
               fa-password-hash
           SET ws-outcome-changed TO TRUE
           .

       para-set-password-exit.
           EXIT PARAGRAPH
           .

       para-activate-session.
           OPEN I-O fd-session-index
           IF ws-index-status IS NOT EQUAL TO '00' THEN
               IF ws-index-status IS EQUAL TO '05' THEN
                   CLOSE fd-session-index
               END-IF
               GO TO para-activate-session-exit
           END-IF

           SET ws-eof-no TO TRUE
           SET ws-found-no TO TRUE
           PERFORM para-activate-session-one
               UNTIL ws-eof-yes OR ws-found-yes
           CLOSE fd-session-index
           .

       para-activate-session-exit.
           EXIT PARAGRAPH
           .

       para-activate-session-one.
           READ fd-session-index
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF sx-token IS EQUAL TO ws-token
                           AND sx-status-change-only THEN
                       IF ws-terms-outstanding-yes THEN
                           SET sx-status-terms-only TO TRUE
                       ELSE
                           SET sx-status-active TO TRUE
                       END-IF
                       REWRITE sx-session-index-entry
                       CALL 'asdf-put-keyed-session'
                           USING sx-session-index-entry
                       SET ws-found-yes TO TRUE
                   END-IF
           END-READ
           .
