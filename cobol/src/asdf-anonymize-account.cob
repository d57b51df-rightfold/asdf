      *longer resolves), the login-audit trail has that address
      *redacted line by line, and any undelivered per-account
      *notification digest - which carries the address in every
      *queued record - is deleted, as is any mobile number on file.
      *The field vault entries behind the protected address, bank
      *details and mobile number (asdf-protect-field) are erased as
      *well, so even a backup of the account record reveals nothing
      *- except an entry another account still holds the same value
      *under, which stays for that account.
      *Prints a report of what was scrubbed and logs the action (by
      *account id only, never the address) to the global admin-audit
      *trail.
      *
      *Arguments: operator account UUID, operator session token,
      *target account UUID, and optionally a successor account
      *UUID. Operator-gated like the other irreversible global
      *programs. An account under legal hold
      *(asdf-check-legal-hold) is refused untouched. So is one that
      *is the last active admin of any active group - an account
      *nobody can log in to any more would leave those groups with
      *no admin - unless a successor is named who is an active
      *member of every such group; the successor is made an admin
      *of each once the account record is found.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-anonymize-account.
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-mail-work-status.

       SELECT OPTIONAL fd-mobile
           ASSIGN DYNAMIC ws-mobile-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-mobile-status.

       SELECT OPTIONAL fd-group-index
           ASSIGN DYNAMIC ws-group-index-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-group-index-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-account.
       FD fd-mail-work.
       COPY 'asdf-mail-queue.cpy' REPLACING ==:X:== BY ==mw==.

       FD fd-mobile.
       COPY 'asdf-mobile.cpy' REPLACING ==:X:== BY ==mo==.

       FD fd-group-index.
       COPY 'asdf-group-index.cpy' REPLACING ==:X:== BY ==gx==.

       WORKING-STORAGE SECTION.
       01 ws-account-path              PIC X(256).
       01 ws-account-status            PIC XX.
           VALUE '/var/lib/asdf/login-audit.work'.
       01 ws-audit-work-status         PIC XX.
       01 ws-digest-path               PIC X(256).
       01 ws-mobile-path               PIC X(256).
       01 ws-mobile-status             PIC XX.
       01 ws-mail-path                 PIC X(256)
           VALUE '/var/lib/asdf/mail-queue'.
       01 ws-mail-status               PIC XX.
       01 ws-target                    PIC X(16).
       01 ws-target-text               PIC X(32).
       01 ws-uuid-text                 PIC X(32).
       01 ws-hold-type                 PIC X VALUE 'A'.
       01 ws-held                      PIC X.
           88 ws-held-yes              VALUE 'Y'.

      *The address being erased, held only long enough to find its
      *occurrences; the tombstone that replaces it is unique per
      *account so account-index keys cannot collide. The account
      *record and the mail queue hold the address protected
      *(asdf-protect-field); the login audit holds it plain.
       01 ws-old-email                 PIC X(254).
       01 ws-old-plain-email           PIC X(254).
       01 ws-reveal-mode               PIC X VALUE 'R'.
       01 ws-tombstone                 PIC X(254).

      *The protected bank details and mobile number as they stood,
      *for erasing their vault entries; a flag per field is set when
      *another account turns out to hold the same protected value.
       01 ws-old-bank-details          PIC X(254).
       01 ws-old-mobile                PIC X(254).
       01 ws-erase-mode                PIC X VALUE 'E'.
       01 ws-erase-result              PIC X(254).
       01 ws-erase-failed              PIC 9 VALUE 0.
       01 ws-marker                    PIC X VALUE X'1F'.
       01 ws-other-text                PIC X(32).
       01 ws-email-shared              PIC X.
           88 ws-email-shared-yes      VALUE 'Y'.
           88 ws-email-shared-no       VALUE 'N'.
       01 ws-bank-shared               PIC X.
           88 ws-bank-shared-yes       VALUE 'Y'.
           88 ws-bank-shared-no        VALUE 'N'.
       01 ws-mobile-shared             PIC X.
           88 ws-mobile-shared-yes     VALUE 'Y'.
           88 ws-mobile-shared-no      VALUE 'N'.

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-rebuild-count             PIC 9(9).
       01 ws-rebuild-result            PIC X.

      *Active groups the target is the last active admin of, and
      *the successor named to take them over (LOW-VALUES for none).
       01 ws-group-index-path          PIC X(256)
           VALUE '/var/lib/asdf/group-index'.
       01 ws-group-index-status        PIC XX.
       01 ws-orphan-count              PIC 9(3) COMP VALUE 0.
       01 ws-orphan-table.
           02 ws-orphan-group OCCURS 100 TIMES
                   PIC X(16).
       01 ws-orphan-i                  PIC 9(3) COMP.
       01 ws-successor-text            PIC X(32).
       01 ws-successor                 PIC X(16) VALUE LOW-VALUES.
       01 ws-last-admin                PIC X.
           88 ws-last-admin-yes        VALUE 'Y'.
       01 ws-is-member                 PIC X.
           88 ws-is-member-no          VALUE 'N'.
       01 ws-grant-result              PIC X.
           88 ws-grant-promoted        VALUE 'P'.
       01 ws-group-text                PIC X(32).
       01 ws-event-type                PIC X(20).

       01 ws-audit-group               PIC X(16).
       01 ws-audit-program             PIC X(30)
           VALUE 'asdf-anonymize-account'.
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
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-target
           CALL 'asdf-format-uuid' USING ws-target ws-target-text

           CALL 'asdf-check-legal-hold' USING ws-hold-type ws-target
               ws-held
           IF ws-held-yes THEN
               DISPLAY 'Account is under legal hold' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT ws-successor-text FROM ARGUMENT-VALUE
           IF ws-successor-text IS NOT EQUAL TO SPACES
                   AND ws-successor-text IS NOT EQUAL TO LOW-VALUES
                   THEN
               CALL 'asdf-parse-uuid' USING ws-successor-text
                   ws-successor
           END-IF
           PERFORM para-find-orphaned THRU para-find-orphaned-exit
           IF ws-orphan-count IS GREATER THAN 0 THEN
               PERFORM para-check-successor
           END-IF

           MOVE SPACES TO ws-tombstone
           STRING 'anonymized-' ws-target-text
               DELIMITED BY SIZE INTO ws-tombstone

           PERFORM para-scrub-account
           PERFORM para-hand-over
               VARYING ws-orphan-i FROM 1 BY 1
               UNTIL ws-orphan-i > ws-orphan-count
           PERFORM para-scrub-account-index
               THRU para-scrub-account-index-exit
           PERFORM para-redact-audit THRU para-redact-audit-exit
           PERFORM para-purge-mail-queue
               THRU para-purge-mail-queue-exit
           PERFORM para-drop-digest-queue
           PERFORM para-drop-mobile
           PERFORM para-erase-vault THRU para-erase-vault-exit

           MOVE LOW-VALUES TO ws-audit-group
           MOVE SPACES TO ws-audit-detail
               ws-operator-account ws-audit-program ws-audit-detail

           DISPLAY 'account record scrubbed'
           MOVE ws-orphan-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count)
               ' group(s) handed to the successor admin'
           MOVE ws-index-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count)
               ' account-index entr(y/ies) tombstoned'
           STOP RUN
           .

      *Every active group whose only active admin is the target.
       para-find-orphaned.
           OPEN INPUT fd-group-index
           IF ws-group-index-status IS NOT EQUAL TO '00' THEN
               IF ws-group-index-status IS EQUAL TO '05' THEN
                   CLOSE fd-group-index
               END-IF
               GO TO para-find-orphaned-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-find-orphaned-one UNTIL ws-eof-yes
           CLOSE fd-group-index
           .

       para-find-orphaned-exit.
           EXIT PARAGRAPH
           .

       para-find-orphaned-one.
           READ fd-group-index
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF gx-status-active THEN
                       CALL 'asdf-check-last-admin' USING gx-group-id
                           ws-target ws-last-admin
                       IF ws-last-admin-yes THEN
                           PERFORM para-keep-orphan
                       END-IF
                   END-IF
           END-READ
           .

       para-keep-orphan.
           IF ws-orphan-count IS NOT LESS THAN 100 THEN
               DISPLAY 'Too many groups to hand over in one run'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO ws-orphan-count
           MOVE gx-group-id TO ws-orphan-group(ws-orphan-count)
           .

      *Every group is checked before any is handed over, so a
      *refusal leaves all of them as they were.
       para-check-successor.
           IF ws-successor IS EQUAL TO LOW-VALUES THEN
               DISPLAY 'Refused: the account is the last active '
                   'admin of these groups; name a successor admin'
               PERFORM para-list-orphan
                   VARYING ws-orphan-i FROM 1 BY 1
                   UNTIL ws-orphan-i > ws-orphan-count
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-successor IS EQUAL TO ws-target THEN
               DISPLAY 'The successor must be another account'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM para-check-successor-one
               VARYING ws-orphan-i FROM 1 BY 1
               UNTIL ws-orphan-i > ws-orphan-count
           .

       para-list-orphan.
           CALL 'asdf-format-uuid' USING ws-orphan-group(ws-orphan-i)
               ws-group-text
           DISPLAY ws-group-text
           .

       para-check-successor-one.
           CALL 'asdf-check-member' USING ws-orphan-group(ws-orphan-i)
               ws-successor ws-is-member
           IF ws-is-member-no THEN
               CALL 'asdf-format-uuid' USING
                   ws-orphan-group(ws-orphan-i) ws-group-text
               DISPLAY 'The successor is not an active member of '
                   ws-group-text WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       para-hand-over.
           CALL 'asdf-grant-admin-role' USING
               ws-orphan-group(ws-orphan-i) ws-successor
               ws-grant-result
           IF ws-grant-promoted THEN
               MOVE SPACES TO ws-audit-detail
               STRING 'made ' ws-successor-text ' an admin as '
                   'successor to anonymized account ' ws-target-text
                   DELIMITED BY SIZE INTO ws-audit-detail
               CALL 'asdf-append-admin-audit' USING
                   ws-orphan-group(ws-orphan-i) ws-operator-account
                   ws-audit-program ws-audit-detail
               MOVE 'ADMIN-ASSIGNED' TO ws-event-type
               CALL 'asdf-append-change-event' USING ws-event-type
                   ws-orphan-group(ws-orphan-i) ws-successor
                   ws-operator-account
           END-IF
           .

      *The email is captured before it is overwritten - it is the
      *only way to find the index and audit occurrences - and never
      *written anywhere afterwards.
           END-IF

           MOVE fa-email TO ws-old-email
           MOVE fa-bank-details TO ws-old-bank-details
           CALL 'asdf-protect-field' USING ws-reveal-mode
               ws-old-email ws-old-plain-email
           MOVE ws-tombstone TO fa-email
           MOVE SPACES TO fa-salt
           MOVE SPACES TO fa-password-hash
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   MOVE la-login-audit-entry TO lw-login-audit-entry
                   IF lw-email IS EQUAL TO ws-old-plain-email THEN
                       MOVE ws-tombstone TO lw-email
                       ADD 1 TO ws-audit-count
                   END-IF
           CALL 'CBL_DELETE_FILE' USING ws-digest-path
           MOVE 0 TO RETURN-CODE
           .

      *The mobile number (asdf-mobile.cpy) is personal data in its
      *own right and has nothing left to reach; the file goes too.
      *The number is kept back first for erasing its vault entry.
       para-drop-mobile.
           MOVE SPACES TO ws-mobile-path
           STRING '/var/lib/asdf/account/' ws-target-text
               '/mobile' INTO ws-mobile-path
           MOVE SPACES TO ws-old-mobile
           OPEN INPUT fd-mobile
           IF ws-mobile-status IS EQUAL TO '00' THEN
               READ fd-mobile
                   NOT AT END
                       MOVE mo-number TO ws-old-mobile
               END-READ
               CLOSE fd-mobile
           ELSE
               IF ws-mobile-status IS EQUAL TO '05' THEN
                   CLOSE fd-mobile
               END-IF
           END-IF
           CALL 'CBL_DELETE_FILE' USING ws-mobile-path
           MOVE 0 TO RETURN-CODE
           .

      *Only a protected value has a vault entry. The vault holds one
      *entry per distinct value, so before erasing one every other
      *account reached through the account-index is checked for the
      *same protected address, bank details or mobile number.
       para-erase-vault.
           SET ws-email-shared-no TO TRUE
           SET ws-bank-shared-no TO TRUE
           SET ws-mobile-shared-no TO TRUE
           IF ws-old-email(1:1) IS NOT EQUAL TO ws-marker
                   AND ws-old-bank-details(1:1)
                       IS NOT EQUAL TO ws-marker
                   AND ws-old-mobile(1:1) IS NOT EQUAL TO ws-marker
                   THEN
               GO TO para-erase-vault-exit
           END-IF

           OPEN INPUT fd-account-index
           IF ws-index-status IS EQUAL TO '00' THEN
               SET ws-eof-no TO TRUE
               PERFORM para-check-sharer UNTIL ws-eof-yes
               CLOSE fd-account-index
           ELSE
               IF ws-index-status IS EQUAL TO '05' THEN
                   CLOSE fd-account-index
               END-IF
           END-IF

      *asdf-protect-field answers spaces for an entry it could not
      *erase because the vault stayed locked.
           IF ws-email-shared-no THEN
               CALL 'asdf-protect-field' USING ws-erase-mode
                   ws-old-email ws-erase-result
               IF ws-erase-result IS EQUAL TO SPACES THEN
                   ADD 1 TO ws-erase-failed
               END-IF
           END-IF
           IF ws-bank-shared-no THEN
               CALL 'asdf-protect-field' USING ws-erase-mode
                   ws-old-bank-details ws-erase-result
               IF ws-erase-result IS EQUAL TO SPACES THEN
                   ADD 1 TO ws-erase-failed
               END-IF
           END-IF
           IF ws-mobile-shared-no THEN
               CALL 'asdf-protect-field' USING ws-erase-mode
                   ws-old-mobile ws-erase-result
               IF ws-erase-result IS EQUAL TO SPACES THEN
                   ADD 1 TO ws-erase-failed
               END-IF
           END-IF
           IF ws-erase-failed IS GREATER THAN 0 THEN
               DISPLAY 'field vault locked, entries not erased: '
                   ws-erase-failed
           ELSE
               DISPLAY 'field vault entries erased'
           END-IF
           .

       para-erase-vault-exit.
           EXIT PARAGRAPH
           .

       para-check-sharer.
           READ fd-account-index
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ax-account-id IS NOT EQUAL TO ws-target THEN
                       IF ax-email IS EQUAL TO ws-old-email THEN
                           SET ws-email-shared-yes TO TRUE
                       END-IF
                       CALL 'asdf-format-uuid' USING ax-account-id
                           ws-other-text
                       PERFORM para-check-sharer-account
                           THRU para-check-sharer-account-exit
                       PERFORM para-check-sharer-mobile
                           THRU para-check-sharer-mobile-exit
                   END-IF
           END-READ
           .

       para-check-sharer-account.
           IF ws-old-bank-details(1:1) IS NOT EQUAL TO ws-marker
                   OR ws-bank-shared-yes THEN
               GO TO para-check-sharer-account-exit
           END-IF
           MOVE SPACES TO ws-account-path
           STRING '/var/lib/asdf/account/' ws-other-text '/info'
               INTO ws-account-path
           OPEN INPUT fd-account
           IF ws-account-status IS NOT EQUAL TO '00' THEN
               IF ws-account-status IS EQUAL TO '05' THEN
                   CLOSE fd-account
               END-IF
               GO TO para-check-sharer-account-exit
           END-IF
           READ fd-account
               NOT AT END
                   IF fa-bank-details IS EQUAL TO ws-old-bank-details
                           THEN
                       SET ws-bank-shared-yes TO TRUE
                   END-IF
           END-READ
           CLOSE fd-account
           .

       para-check-sharer-account-exit.
           EXIT PARAGRAPH
           .

       para-check-sharer-mobile.
           IF ws-old-mobile(1:1) IS NOT EQUAL TO ws-marker
                   OR ws-mobile-shared-yes THEN
               GO TO para-check-sharer-mobile-exit
           END-IF
           MOVE SPACES TO ws-mobile-path
           STRING '/var/lib/asdf/account/' ws-other-text '/mobile'
               INTO ws-mobile-path
           OPEN INPUT fd-mobile
           IF ws-mobile-status IS NOT EQUAL TO '00' THEN
               IF ws-mobile-status IS EQUAL TO '05' THEN
                   CLOSE fd-mobile
               END-IF
               GO TO para-check-sharer-mobile-exit
           END-IF
           READ fd-mobile
               NOT AT END
                   IF mo-number IS EQUAL TO ws-old-mobile THEN
                       SET ws-mobile-shared-yes TO TRUE
                   END-IF
           END-READ
           CLOSE fd-mobile
           .

       para-check-sharer-mobile-exit.
           EXIT PARAGRAPH
           .
