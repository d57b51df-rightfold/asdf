      *Starts a change of the calling account's email address.
      *Arguments: account UUID, session token
      *(asdf-check-session-account must resolve it to the account),
      *new email address. Nothing about the account changes here: a
      *request (asdf-email-change.cpy) is recorded, a confirmation
      *token is mailed to the new address, and a notice carrying a
      *cancel token goes to the old one. asdf-confirm-email-change
      *applies the change once the new address presents its token;
      *asdf-cancel-email-change lets the old address stop it. A new
      *request cancels any still open for the account. Refused for
      *an address already registered, for the address the account
      *already has, and for an account under legal hold
      *(asdf-check-legal-hold), whose trails are matched by address.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-change-email.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

       SELECT OPTIONAL fd-changes
           ASSIGN DYNAMIC ws-changes-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-changes-status.

       SELECT OPTIONAL fd-mail-queue
           ASSIGN DYNAMIC ws-mail-queue-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD fd-account-index.
       COPY 'asdf-account-index.cpy' REPLACING ==:X:== BY ==fs==.

       FD fd-account.
       COPY 'asdf-account.cpy' REPLACING ==:X:== BY ==fa==.

       FD fd-changes.
       COPY 'asdf-email-change.cpy' REPLACING ==:X:== BY ==ec==.

       FD fd-mail-queue.
       COPY 'asdf-mail-queue.cpy' REPLACING ==:X:== BY ==mq==.

       WORKING-STORAGE SECTION.
       01 ws-index-path                PIC X(256)
           VALUE '/var/lib/asdf/account-index'.
       01 ws-index-status              PIC XX.
       01 ws-path                      PIC X(256).
       01 ws-account-status            PIC XX.
       01 ws-changes-path              PIC X(256)
           VALUE '/var/lib/asdf/email-changes'.
       01 ws-changes-status            PIC XX.
       01 ws-mail-queue-path           PIC X(256)
           VALUE '/var/lib/asdf/mail-queue'.

       01 ws-uuid-text                 PIC X(32).
       01 ws-account                   PIC X(16).
       01 ws-account-text              PIC X(32).
       01 ws-session-token             PIC X(16).
       01 ws-session-account           PIC X(16).
       01 ws-session-valid             PIC X.
           88 ws-session-valid-yes     VALUE 'Y'.
           88 ws-session-valid-no      VALUE 'N'.
       01 ws-hold-type                 PIC X VALUE 'A'.
       01 ws-held                      PIC X.
           88 ws-held-yes              VALUE 'Y'.

      *The new address as typed, and protected (asdf-protect-field)
      *for comparing against the index and for the mail queue.
       01 ws-new-email                 PIC X(254).
       01 ws-protect-mode              PIC X VALUE 'P'.
       01 ws-protected-email           PIC X(254).
       01 ws-old-email                 PIC X(254).

       01 ws-token                     PIC X(16).
       01 ws-token-text                PIC X(32).
       01 ws-cancel-token              PIC X(16).
       01 ws-cancel-token-text         PIC X(32).

      *How long the new address has to confirm.
       01 ws-change-minutes            PIC 9(5) VALUE 1440.

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-taken                     PIC X.
           88 ws-taken-yes             VALUE 'Y'.
           88 ws-taken-no              VALUE 'N'.

      *Holds the answer of the keyed point lookup against the
      *INDEXED account twin; anything but a hit falls back to the
      *sequential scan of the account-index below.
       COPY 'asdf-account-index.cpy' REPLACING ==:X:== BY ==ka==.
       01 ws-keyed-result              PIC X.
           88 ws-keyed-found           VALUE 'F'.

       01 ws-now-group.
           02 ws-now-year               PIC 9(4).
           02 ws-now-month              PIC 9(2).
           02 ws-now-day                PIC 9(2).
           02 ws-now-hour               PIC 9(2).
           02 ws-now-minute             PIC 9(2).
           02 ws-now-second             PIC 9(2).
       01 ws-now-flat REDEFINES ws-now-group
                                        PIC 9(14).
       01 ws-expiry-group.
           02 ws-expiry-year            PIC 9(4).
           02 ws-expiry-month           PIC 9(2).
           02 ws-expiry-day             PIC 9(2).
           02 ws-expiry-hour            PIC 9(2).
           02 ws-expiry-minute          PIC 9(2).
           02 ws-expiry-second          PIC 9(2).
       01 ws-expiry-flat REDEFINES ws-expiry-group
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
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-account
           CALL 'asdf-format-uuid' USING ws-account
               ws-account-text

           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text
               ws-session-token
           CALL 'asdf-check-session-account' USING ws-session-token
               ws-session-account ws-session-valid
           IF ws-session-valid-no OR ws-session-account IS NOT
                   EQUAL TO ws-account THEN
               DISPLAY 'A valid session for the account is required'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT ws-new-email FROM ARGUMENT-VALUE
           IF ws-new-email IS EQUAL TO SPACES
                   OR ws-new-email(254:1) IS NOT EQUAL TO SPACE THEN
               DISPLAY 'Invalid email address' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL 'asdf-protect-field' USING ws-protect-mode
               ws-new-email ws-protected-email

           CALL 'asdf-check-legal-hold' USING ws-hold-type ws-account
               ws-held
           IF ws-held-yes THEN
               DISPLAY 'Account is under legal hold' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM para-read-account THRU para-read-account-exit
           IF ws-old-email IS EQUAL TO SPACES THEN
               DISPLAY 'Unknown account' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-old-email IS EQUAL TO ws-protected-email THEN
               DISPLAY 'That is already the account''s address'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM para-check-taken THRU para-check-taken-exit
           IF ws-taken-yes THEN
               DISPLAY 'Email already registered' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           CALL 'asdf-utc-timestamp' USING ws-now-group
           PERFORM para-cancel-open THRU para-cancel-open-exit
           PERFORM para-record-request
           PERFORM para-queue-mails

           DISPLAY 'Confirmation sent to the new address'
               WITH NO ADVANCING
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

       para-read-account.
           MOVE SPACES TO ws-old-email
           MOVE SPACES TO ws-path
           STRING '/var/lib/asdf/account/' ws-account-text '/info'
               DELIMITED BY SIZE INTO ws-path
           OPEN INPUT fd-account
           IF ws-account-status IS NOT EQUAL TO '00' THEN
               IF ws-account-status IS EQUAL TO '05' THEN
                   CLOSE fd-account
               END-IF
               GO TO para-read-account-exit
           END-IF
           READ fd-account
           IF ws-account-status IS EQUAL TO '00' THEN
               MOVE fa-email TO ws-old-email
           END-IF
           CLOSE fd-account
           .

       para-read-account-exit.
           EXIT PARAGRAPH
           .

       para-check-taken.
           SET ws-taken-no TO TRUE
           CALL 'asdf-read-keyed-account' USING ws-protected-email
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
                   IF fs-email IS EQUAL TO ws-protected-email THEN
                       SET ws-taken-yes TO TRUE
                   END-IF
           END-READ
           .

      *Only the newest request for an account can be confirmed; an
      *older one still open is cancelled in place.
       para-cancel-open.
           OPEN I-O fd-changes
           IF ws-changes-status IS NOT EQUAL TO '00' THEN
               IF ws-changes-status IS EQUAL TO '05' THEN
                   CLOSE fd-changes
               END-IF
               GO TO para-cancel-open-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-cancel-open-one UNTIL ws-eof-yes
           CLOSE fd-changes
           .

       para-cancel-open-exit.
           EXIT PARAGRAPH
           .

       para-cancel-open-one.
           READ fd-changes
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ec-account-id IS EQUAL TO ws-account
                           AND ec-status-open THEN
                       SET ec-status-cancelled TO TRUE
                       REWRITE ec-email-change-entry
                   END-IF
           END-READ
           .

       para-record-request.
           CALL 'asdf-generate-uuid' USING ws-token
           CALL 'asdf-format-uuid' USING ws-token ws-token-text
           CALL 'asdf-generate-uuid' USING ws-cancel-token
           CALL 'asdf-format-uuid' USING ws-cancel-token
               ws-cancel-token-text
           MOVE ws-now-group TO ws-expiry-group
           CALL 'asdf-add-minutes' USING ws-expiry-group
               ws-change-minutes

           MOVE ws-token TO ec-token
           MOVE ws-cancel-token TO ec-cancel-token
           MOVE ws-account TO ec-account-id
           MOVE ws-old-email TO ec-old-email
           MOVE ws-protected-email TO ec-new-email
           MOVE ws-expiry-flat TO ec-expiry
           SET ec-status-open TO TRUE
           MOVE ws-now-flat TO ec-created-timestamp
           OPEN EXTEND fd-changes
           WRITE ec-email-change-entry
           CLOSE fd-changes
           .

      *The mail queue holds addresses in their protected form, the
      *same as the account record.
       para-queue-mails.
           OPEN EXTEND fd-mail-queue

           MOVE ws-protected-email TO mq-to-email
           MOVE 'Confirm your new email address' TO mq-subject
           MOVE SPACES TO mq-body
           STRING 'Confirm this address for your account with '
               'asdf-confirm-email-change and token '
               ws-token-text '.'
               DELIMITED BY SIZE INTO mq-body
               ON OVERFLOW CONTINUE
           END-STRING
           MOVE FUNCTION CURRENT-DATE TO mq-queued-timestamp
           WRITE mq-mail-entry

           MOVE ws-old-email TO mq-to-email
           MOVE 'Your email address is being changed' TO mq-subject
           MOVE SPACES TO mq-body
           STRING 'A change of your account''s email address was '
               'requested. If this was not you, cancel it with '
               'asdf-cancel-email-change and token '
               ws-cancel-token-text '.'
               DELIMITED BY SIZE INTO mq-body
               ON OVERFLOW CONTINUE
           END-STRING
           MOVE FUNCTION CURRENT-DATE TO mq-queued-timestamp
           WRITE mq-mail-entry

           CLOSE fd-mail-queue
           .
