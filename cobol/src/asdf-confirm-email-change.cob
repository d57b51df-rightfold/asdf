      *Applies a change of email address asdf-change-email recorded,
      *once the new address presents the token mailed to it.
      *Argument: the confirmation token. The request must still be
      *open and unexpired, the new address still unregistered, and
      *the account not under legal hold. Then everything keyed by
      *the old address moves to the new one: the account record
      *(which also counts the new address as verified and
      *deliverable, having just proven it), every account-index
      *entry for the account and the keyed twin rebuilt from them,
      *the account's undelivered notification digest, open step-up
      *login confirmations (asdf-pending-login.cpy) and inbound mail
      *commands not yet processed. Invites are redeemed by token
      *against a session, never by address, so none need moving.
      *The change is logged to the global admin-audit trail by
      *account id and counts only, never the addresses. Rejects with
      *the usual message-plus-RETURN-CODE-1 shape.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-confirm-email-change.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-changes
           ASSIGN DYNAMIC ws-changes-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-changes-status.

       SELECT OPTIONAL fd-account-index
           ASSIGN DYNAMIC ws-index-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-index-status.

       SELECT OPTIONAL fd-account
           ASSIGN DYNAMIC ws-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-account-status.

       SELECT OPTIONAL fd-digest-queue
           ASSIGN DYNAMIC ws-digest-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-digest-status.

       SELECT OPTIONAL fd-pending-logins
           ASSIGN DYNAMIC ws-pending-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-pending-status.

       SELECT OPTIONAL fd-inbound
           ASSIGN DYNAMIC ws-inbound-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-inbound-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-changes.
       COPY 'asdf-email-change.cpy' REPLACING ==:X:== BY ==ec==.

       FD fd-account-index.
       COPY 'asdf-account-index.cpy' REPLACING ==:X:== BY ==ax==.

       FD fd-account.
       COPY 'asdf-account.cpy' REPLACING ==:X:== BY ==fa==.

       FD fd-digest-queue.
       COPY 'asdf-mail-queue.cpy' REPLACING ==:X:== BY ==dq==.

       FD fd-pending-logins.
       COPY 'asdf-pending-login.cpy' REPLACING ==:X:== BY ==pl==.

       FD fd-inbound.
       COPY 'asdf-inbound.cpy' REPLACING ==:X:== BY ==in==.

       WORKING-STORAGE SECTION.
       01 ws-changes-path              PIC X(256)
           VALUE '/var/lib/asdf/email-changes'.
       01 ws-changes-status            PIC XX.
       01 ws-index-path                PIC X(256)
           VALUE '/var/lib/asdf/account-index'.
       01 ws-index-status              PIC XX.
       01 ws-path                      PIC X(256).
       01 ws-account-status            PIC XX.
       01 ws-digest-path               PIC X(256).
       01 ws-digest-status             PIC XX.
       01 ws-pending-path              PIC X(256)
           VALUE '/var/lib/asdf/pending-logins'.
       01 ws-pending-status            PIC XX.
       01 ws-inbound-path              PIC X(256)
           VALUE '/var/lib/asdf/inbound-mail'.
       01 ws-inbound-status            PIC XX.

       01 ws-uuid-text                 PIC X(32).
       01 ws-token                     PIC X(16).
       01 ws-account                   PIC X(16).
       01 ws-account-text              PIC X(32).
       01 ws-hold-type                 PIC X VALUE 'A'.
       01 ws-held                      PIC X.
           88 ws-held-yes              VALUE 'Y'.

      *The account record, the index, the digest queue and the
      *request hold addresses protected (asdf-protect-field); the
      *pending logins and the inbound spool hold them plain.
       01 ws-old-email                 PIC X(254).
       01 ws-new-email                 PIC X(254).
       01 ws-old-plain-email           PIC X(254).
       01 ws-new-plain-email           PIC X(254).
       01 ws-reveal-mode               PIC X VALUE 'R'.

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-found                     PIC X.
           88 ws-found-yes             VALUE 'Y'.
           88 ws-found-no              VALUE 'N'.
       01 ws-taken                     PIC X.
           88 ws-taken-yes             VALUE 'Y'.
           88 ws-taken-no              VALUE 'N'.
       01 ws-applied                   PIC X VALUE 'N'.
           88 ws-applied-yes           VALUE 'Y'.
           88 ws-applied-no            VALUE 'N'.

       01 ws-index-count               PIC 9(5) COMP VALUE 0.
       01 ws-digest-count              PIC 9(5) COMP VALUE 0.
       01 ws-pending-count             PIC 9(5) COMP VALUE 0.
       01 ws-inbound-count             PIC 9(5) COMP VALUE 0.
       01 ws-display-count             PIC Z(4)9.

      *Arguments for rebuilding the keyed account twin after the
      *sequential index is rewritten, so the old address stops
      *resolving there and the new one starts; mode 'R' leaves a
      *shop that never ran the keyed migration alone.
       01 ws-rebuild-which             PIC X VALUE 'A'.
       01 ws-rebuild-mode              PIC X VALUE 'R'.
       01 ws-rebuild-count             PIC 9(9).
       01 ws-rebuild-result            PIC X.

      *Holds the answer of the keyed point lookup against the
      *INDEXED account twin; anything but a hit falls back to the
      *sequential scan of the account-index below.
       COPY 'asdf-account-index.cpy' REPLACING ==:X:== BY ==ka==.
       01 ws-keyed-result              PIC X.
           88 ws-keyed-found           VALUE 'F'.

       01 ws-audit-group               PIC X(16) VALUE LOW-VALUES.
       01 ws-audit-program             PIC X(30)
           VALUE 'asdf-confirm-email-change'.
       01 ws-audit-detail              PIC X(200).

       01 ws-now-group.
           02 ws-now-year               PIC 9(4).
           02 ws-now-month              PIC 9(2).
           02 ws-now-day                PIC 9(2).
           02 ws-now-hour               PIC 9(2).
           02 ws-now-minute             PIC 9(2).
           02 ws-now-second             PIC 9(2).
       01 ws-now-flat REDEFINES ws-now-group
                                        PIC 9(14).

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
           CALL 'asdf-utc-timestamp' USING ws-now-group

           PERFORM para-find-request THRU para-find-request-exit
           IF ws-found-no THEN
               DISPLAY 'Confirmation token invalid or expired'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           CALL 'asdf-check-legal-hold' USING ws-hold-type ws-account
               ws-held
           IF ws-held-yes THEN
               DISPLAY 'Account is under legal hold' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM para-check-taken THRU para-check-taken-exit
           IF ws-taken-yes THEN
               PERFORM para-close-request THRU para-close-request-exit
               DISPLAY 'Email already registered' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM para-update-account THRU para-update-account-exit
           IF ws-applied-no THEN
               PERFORM para-close-request THRU para-close-request-exit
               DISPLAY 'The account''s address changed since the '
                   'request; request again' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           CALL 'asdf-protect-field' USING ws-reveal-mode
               ws-old-email ws-old-plain-email
           CALL 'asdf-protect-field' USING ws-reveal-mode
               ws-new-email ws-new-plain-email

           PERFORM para-repoint-index THRU para-repoint-index-exit
           PERFORM para-repoint-digest THRU para-repoint-digest-exit
           PERFORM para-repoint-pending
               THRU para-repoint-pending-exit
           PERFORM para-repoint-inbound
               THRU para-repoint-inbound-exit
           SET ws-applied-yes TO TRUE
           PERFORM para-close-request THRU para-close-request-exit

           MOVE SPACES TO ws-audit-detail
           MOVE ws-index-count TO ws-display-count
           STRING 'email address of ' ws-account-text ' changed; '
               FUNCTION TRIM(ws-display-count) ' index entr(y/ies)'
               DELIMITED BY SIZE INTO ws-audit-detail
               ON OVERFLOW CONTINUE
           END-STRING
           MOVE ws-digest-count TO ws-display-count
           STRING FUNCTION TRIM(ws-audit-detail) ', '
               FUNCTION TRIM(ws-display-count) ' digest'
               DELIMITED BY SIZE INTO ws-audit-detail
               ON OVERFLOW CONTINUE
           END-STRING
           MOVE ws-pending-count TO ws-display-count
           STRING FUNCTION TRIM(ws-audit-detail) ', '
               FUNCTION TRIM(ws-display-count) ' pending login'
               DELIMITED BY SIZE INTO ws-audit-detail
               ON OVERFLOW CONTINUE
           END-STRING
           MOVE ws-inbound-count TO ws-display-count
           STRING FUNCTION TRIM(ws-audit-detail) ', '
               FUNCTION TRIM(ws-display-count)
               ' inbound record(s) repointed'
               DELIMITED BY SIZE INTO ws-audit-detail
               ON OVERFLOW CONTINUE
           END-STRING
           CALL 'asdf-append-admin-audit' USING ws-audit-group
               ws-account ws-audit-program ws-audit-detail

           DISPLAY 'Email address changed' WITH NO ADVANCING
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

       para-find-request.
           SET ws-found-no TO TRUE
           OPEN INPUT fd-changes
           IF ws-changes-status IS NOT EQUAL TO '00' THEN
               IF ws-changes-status IS EQUAL TO '05' THEN
                   CLOSE fd-changes
               END-IF
               GO TO para-find-request-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-find-request-one UNTIL ws-eof-yes
               OR ws-found-yes
           CLOSE fd-changes
           .

       para-find-request-exit.
           EXIT PARAGRAPH
           .

       para-find-request-one.
           READ fd-changes
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ec-token IS EQUAL TO ws-token
                           AND ec-status-open
                           AND ws-now-flat IS NOT GREATER THAN
                               ec-expiry THEN
                       MOVE ec-account-id TO ws-account
                       MOVE ec-old-email TO ws-old-email
                       MOVE ec-new-email TO ws-new-email
                       CALL 'asdf-format-uuid' USING ws-account
                           ws-account-text
                       SET ws-found-yes TO TRUE
                   END-IF
           END-READ
           .

      *Marks the request confirmed once applied, or cancelled when it
      *can no longer be - either way it cannot be presented again.
       para-close-request.
           OPEN I-O fd-changes
           IF ws-changes-status IS NOT EQUAL TO '00' THEN
               IF ws-changes-status IS EQUAL TO '05' THEN
                   CLOSE fd-changes
               END-IF
               GO TO para-close-request-exit
           END-IF
           SET ws-eof-no TO TRUE
           SET ws-found-no TO TRUE
           PERFORM para-close-request-one UNTIL ws-eof-yes
               OR ws-found-yes
           CLOSE fd-changes
           .

       para-close-request-exit.
           EXIT PARAGRAPH
           .

       para-close-request-one.
           READ fd-changes
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ec-token IS EQUAL TO ws-token
                           AND ec-status-open THEN
                       IF ws-applied-yes THEN
                           SET ec-status-confirmed TO TRUE
                       ELSE
                           SET ec-status-cancelled TO TRUE
                       END-IF
                       REWRITE ec-email-change-entry
                       SET ws-found-yes TO TRUE
                   END-IF
           END-READ
           .

      *Someone may have registered the address since the request.
       para-check-taken.
           SET ws-taken-no TO TRUE
           CALL 'asdf-read-keyed-account' USING ws-new-email
               ka-account-index-entry ws-keyed-result
           IF ws-keyed-found THEN
               SET ws-taken-yes TO TRUE
               GO TO para-check-taken-exit
           END-IF

           OPEN INPUT fd-account-index
           IF ws-index-status IS NOT EQUAL TO '00' THEN
               IF ws-index-status IS EQUAL TO '05' THEN
                   CLOSE fd-account-index
               END-IF
               GO TO para-check-taken-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-check-taken-one UNTIL ws-eof-yes OR ws-taken-yes
           CLOSE fd-account-index
           .

       para-check-taken-exit.
           EXIT PARAGRAPH
           .

       para-check-taken-one.
           READ fd-account-index
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ax-email IS EQUAL TO ws-new-email THEN
                       SET ws-taken-yes TO TRUE
                   END-IF
           END-READ
           .

      *Applied only while the record still holds the address the
      *request was made from.
       para-update-account.
           SET ws-applied-no TO TRUE
           MOVE SPACES TO ws-path
           STRING '/var/lib/asdf/account/' ws-account-text '/info'
               DELIMITED BY SIZE INTO ws-path
           OPEN I-O fd-account
           IF ws-account-status IS NOT EQUAL TO '00' THEN
               IF ws-account-status IS EQUAL TO '05' THEN
                   CLOSE fd-account
               END-IF
               GO TO para-update-account-exit
           END-IF
           READ fd-account
           IF ws-account-status IS NOT EQUAL TO '00'
                   OR fa-email IS NOT EQUAL TO ws-old-email THEN
               CLOSE fd-account
               GO TO para-update-account-exit
           END-IF

           MOVE ws-new-email TO fa-email
           SET fa-verified-yes TO TRUE
           MOVE 'Y' TO fa-deliverable
           REWRITE fa-account
           CLOSE fd-account
           SET ws-applied-yes TO TRUE
           .

       para-update-account-exit.
           EXIT PARAGRAPH
           .

       para-repoint-index.
           OPEN I-O fd-account-index
           IF ws-index-status IS NOT EQUAL TO '00' THEN
               IF ws-index-status IS EQUAL TO '05' THEN
                   CLOSE fd-account-index
               END-IF
               GO TO para-repoint-index-exit
           END-IF

           SET ws-eof-no TO TRUE
           PERFORM para-repoint-index-one UNTIL ws-eof-yes
           CLOSE fd-account-index

           IF ws-index-count IS GREATER THAN 0 THEN
               CALL 'asdf-rebuild-keyed' USING ws-rebuild-which
                   ws-rebuild-mode ws-rebuild-count
                   ws-rebuild-result
           END-IF
           .

       para-repoint-index-exit.
           EXIT PARAGRAPH
           .

       para-repoint-index-one.
           READ fd-account-index
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ax-account-id IS EQUAL TO ws-account
                           AND ax-email IS EQUAL TO ws-old-email THEN
                       MOVE ws-new-email TO ax-email
                       REWRITE ax-account-index-entry
                       ADD 1 TO ws-index-count
                   END-IF
           END-READ
           .

       para-repoint-digest.
           MOVE SPACES TO ws-digest-path
           STRING '/var/lib/asdf/account/' ws-account-text
               '/notification-digest' DELIMITED BY SIZE
               INTO ws-digest-path
           OPEN I-O fd-digest-queue
           IF ws-digest-status IS NOT EQUAL TO '00' THEN
               IF ws-digest-status IS EQUAL TO '05' THEN
                   CLOSE fd-digest-queue
               END-IF
               GO TO para-repoint-digest-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-repoint-digest-one UNTIL ws-eof-yes
           CLOSE fd-digest-queue
           .

       para-repoint-digest-exit.
           EXIT PARAGRAPH
           .

       para-repoint-digest-one.
           READ fd-digest-queue
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF dq-to-email IS EQUAL TO ws-old-email THEN
                       MOVE ws-new-email TO dq-to-email
                       REWRITE dq-mail-entry
                       ADD 1 TO ws-digest-count
                   END-IF
           END-READ
           .

       para-repoint-pending.
           OPEN I-O fd-pending-logins
           IF ws-pending-status IS NOT EQUAL TO '00' THEN
               IF ws-pending-status IS EQUAL TO '05' THEN
                   CLOSE fd-pending-logins
               END-IF
               GO TO para-repoint-pending-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-repoint-pending-one UNTIL ws-eof-yes
           CLOSE fd-pending-logins
           .

       para-repoint-pending-exit.
           EXIT PARAGRAPH
           .

       para-repoint-pending-one.
           READ fd-pending-logins
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF pl-account-id IS EQUAL TO ws-account
                           AND pl-status-open
                           AND pl-email IS EQUAL TO
                               ws-old-plain-email THEN
                       MOVE ws-new-plain-email TO pl-email
                       REWRITE pl-pending-login
                       ADD 1 TO ws-pending-count
                   END-IF
           END-READ
           .

      *A command already processed or failed stays as it was
      *received; only those still waiting are carried over.
       para-repoint-inbound.
           OPEN I-O fd-inbound
           IF ws-inbound-status IS NOT EQUAL TO '00' THEN
               IF ws-inbound-status IS EQUAL TO '05' THEN
                   CLOSE fd-inbound
               END-IF
               GO TO para-repoint-inbound-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-repoint-inbound-one UNTIL ws-eof-yes
           CLOSE fd-inbound
           .

       para-repoint-inbound-exit.
           EXIT PARAGRAPH
           .

       para-repoint-inbound-one.
           READ fd-inbound
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF in-status-new
                           AND in-from-email IS EQUAL TO
                               ws-old-plain-email THEN
                       MOVE ws-new-plain-email TO in-from-email
                       REWRITE in-inbound-entry
                       ADD 1 TO ws-inbound-count
                   END-IF
           END-READ
           .
