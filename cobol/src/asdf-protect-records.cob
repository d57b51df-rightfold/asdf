      *One-time conversion that brings the personal fields already
      *on disk into their protected form (asdf-protect-field): run
      *it once, after asdf-migrate-records and after the
      *installation key has been placed in /etc/asdf/field-key,
      *before the system is opened up again. Converted:
      *  - each account's /var/lib/asdf/account/<id>/info (ids taken
      *    from the account-index): the email address and the bank
      *    details;
      *  - /var/lib/asdf/account-index: every entry's email address,
      *    after which the keyed twin is rebuilt (asdf-rebuild-keyed,
      *    mode 'R', so a shop that never ran the keyed migration is
      *    left alone);
      *  - the recipient address of every entry in
      *    /var/lib/asdf/mail-queue, /var/lib/asdf/mail-dead-letter
      *    and each account's notification-digest.
      *The login audit, the gateway access log and the admin audit
      *trails are logs of who acted and keep the plain address, and
      *the nightly backups carry only ledgers and control records.
      *
      *Refuses to run with no key installed, since everything would
      *pass through unchanged. A value already protected is left as
      *it is, so rerunning is harmless - and picks up any value a
      *failed openssl call left plain. Prints one summary line per
      *file class.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-protect-records.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-account-index
           ASSIGN DYNAMIC ws-index-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-index-status.

       SELECT OPTIONAL fd-index-new
           ASSIGN DYNAMIC ws-index-work-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       SELECT OPTIONAL fd-account
           ASSIGN DYNAMIC ws-account-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-account-status.

       SELECT OPTIONAL fd-queue
           ASSIGN DYNAMIC ws-queue-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-queue-status.

       SELECT OPTIONAL fd-queue-new
           ASSIGN DYNAMIC ws-queue-work-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD fd-account-index.
       COPY 'asdf-account-index.cpy' REPLACING ==:X:== BY ==ax==.

       FD fd-index-new.
       COPY 'asdf-account-index.cpy' REPLACING ==:X:== BY ==an==.

       FD fd-account.
       COPY 'asdf-account.cpy' REPLACING ==:X:== BY ==fa==.

       FD fd-queue.
       COPY 'asdf-mail-queue.cpy' REPLACING ==:X:== BY ==mq==.

       FD fd-queue-new.
       COPY 'asdf-mail-queue.cpy' REPLACING ==:X:== BY ==mn==.

       WORKING-STORAGE SECTION.
       01 ws-index-path                PIC X(256)
           VALUE '/var/lib/asdf/account-index'.
       01 ws-index-work-path           PIC X(256)
           VALUE '/var/lib/asdf/account-index.protect'.
       01 ws-index-status              PIC XX.
       01 ws-account-path              PIC X(256).
       01 ws-account-status            PIC XX.
       01 ws-account-text              PIC X(32).
       01 ws-queue-path                PIC X(256).
       01 ws-queue-work-path           PIC X(256).
       01 ws-queue-status              PIC XX.

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-queue-eof                 PIC X.
           88 ws-queue-eof-yes         VALUE 'Y'.
           88 ws-queue-eof-no          VALUE 'N'.

       01 ws-protect-mode              PIC X VALUE 'P'.
      *The key check looks up a sample value without filing it.
       01 ws-lookup-mode               PIC X VALUE 'L'.
       01 ws-marker                    PIC X VALUE X'1F'.
       01 ws-plain-value               PIC X(254).
       01 ws-protected-value           PIC X(254).

      *Arguments for rebuilding the keyed account twin once the
      *sequential index is rewritten.
       01 ws-rebuild-which             PIC X VALUE 'A'.
       01 ws-rebuild-mode              PIC X VALUE 'R'.
       01 ws-rebuild-count             PIC 9(9).
       01 ws-rebuild-result            PIC X.

       01 ws-account-count             PIC 9(8) COMP VALUE 0.
       01 ws-account-current           PIC 9(8) COMP VALUE 0.
       01 ws-index-count               PIC 9(8) COMP VALUE 0.
       01 ws-queue-count               PIC 9(8) COMP VALUE 0.
       01 ws-digest-count              PIC 9(8) COMP VALUE 0.
       01 ws-changed                   PIC X.
           88 ws-changed-yes           VALUE 'Y'.
           88 ws-changed-no            VALUE 'N'.
       01 ws-display-count             PIC Z(7)9.

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
           MOVE 'x' TO ws-plain-value
           CALL 'asdf-protect-field' USING ws-lookup-mode
               ws-plain-value ws-protected-value
           IF ws-protected-value(1:1) IS NOT EQUAL TO ws-marker THEN
               DISPLAY 'No field key installed' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM para-protect-accounts
               THRU para-protect-accounts-exit
           PERFORM para-protect-index THRU para-protect-index-exit

           MOVE 0 TO ws-queue-count
           MOVE '/var/lib/asdf/mail-queue' TO ws-queue-path
           PERFORM para-protect-queue THRU para-protect-queue-exit
           MOVE '/var/lib/asdf/mail-dead-letter' TO ws-queue-path
           PERFORM para-protect-queue THRU para-protect-queue-exit

           MOVE ws-account-count TO ws-display-count
           DISPLAY 'accounts: ' FUNCTION TRIM(ws-display-count)
               ' protected, ' WITH NO ADVANCING
           MOVE ws-account-current TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count)
               ' already protected'
           MOVE ws-index-count TO ws-display-count
           DISPLAY 'account-index: ' FUNCTION TRIM(ws-display-count)
               ' record(s) protected'
           MOVE ws-queue-count TO ws-display-count
           DISPLAY 'mail queues: ' FUNCTION TRIM(ws-display-count)
               ' record(s) protected'
           MOVE ws-digest-count TO ws-display-count
           DISPLAY 'digests: ' FUNCTION TRIM(ws-display-count)
               ' record(s) protected'

           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

      *Each account is reached through the account-index; a merge
      *can leave several entries naming one account, and the second
      *visit lands in the already-protected bucket.
       para-protect-accounts.
           OPEN INPUT fd-account-index
           IF ws-index-status IS NOT EQUAL TO '00' THEN
               IF ws-index-status IS EQUAL TO '05' THEN
                   CLOSE fd-account-index
               END-IF
               GO TO para-protect-accounts-exit
           END-IF

           SET ws-eof-no TO TRUE
           PERFORM para-account-one UNTIL ws-eof-yes
           CLOSE fd-account-index
           .

       para-protect-accounts-exit.
           EXIT PARAGRAPH
           .

       para-account-one.
           READ fd-account-index
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   CALL 'asdf-format-uuid' USING ax-account-id
                       ws-account-text
                   PERFORM para-protect-account
                       THRU para-protect-account-exit
                   MOVE SPACES TO ws-queue-path
                   STRING '/var/lib/asdf/account/' ws-account-text
                       '/notification-digest'
                       DELIMITED BY SIZE INTO ws-queue-path
                   MOVE 0 TO ws-queue-count
                   PERFORM para-protect-queue
                       THRU para-protect-queue-exit
                   ADD ws-queue-count TO ws-digest-count
           END-READ
           .

       para-protect-account.
           MOVE SPACES TO ws-account-path
           STRING '/var/lib/asdf/account/' ws-account-text '/info'
               DELIMITED BY SIZE INTO ws-account-path
           OPEN I-O fd-account
           IF ws-account-status IS NOT EQUAL TO '00' THEN
               IF ws-account-status IS EQUAL TO '05' THEN
                   CLOSE fd-account
               END-IF
               GO TO para-protect-account-exit
           END-IF
           READ fd-account
           IF ws-account-status IS NOT EQUAL TO '00' THEN
               CLOSE fd-account
               GO TO para-protect-account-exit
           END-IF

           SET ws-changed-no TO TRUE
           IF fa-email IS NOT EQUAL TO SPACES
                   AND fa-email(1:1) IS NOT EQUAL TO ws-marker THEN
               MOVE fa-email TO ws-plain-value
               CALL 'asdf-protect-field' USING ws-protect-mode
                   ws-plain-value ws-protected-value
               MOVE ws-protected-value TO fa-email
               SET ws-changed-yes TO TRUE
           END-IF
           IF fa-bank-details IS NOT EQUAL TO SPACES
                   AND fa-bank-details(1:1) IS NOT EQUAL TO ws-marker
                   THEN
               MOVE fa-bank-details TO ws-plain-value
               CALL 'asdf-protect-field' USING ws-protect-mode
                   ws-plain-value ws-protected-value
               MOVE ws-protected-value TO fa-bank-details
               SET ws-changed-yes TO TRUE
           END-IF

           IF ws-changed-yes THEN
               REWRITE fa-account
               ADD 1 TO ws-account-count
           ELSE
               ADD 1 TO ws-account-current
           END-IF
           CLOSE fd-account
           .

       para-protect-account-exit.
           EXIT PARAGRAPH
           .

      *The index is copied to a work file with every address
      *protected, which then replaces it.
       para-protect-index.
           OPEN INPUT fd-account-index
           IF ws-index-status IS NOT EQUAL TO '00' THEN
               IF ws-index-status IS EQUAL TO '05' THEN
                   CLOSE fd-account-index
               END-IF
               GO TO para-protect-index-exit
           END-IF
           MOVE 0 TO ws-index-count
           OPEN OUTPUT fd-index-new
           SET ws-eof-no TO TRUE
           PERFORM para-index-one UNTIL ws-eof-yes
           CLOSE fd-index-new
           CLOSE fd-account-index

           CALL 'CBL_DELETE_FILE' USING ws-index-path
           CALL 'CBL_RENAME_FILE' USING ws-index-work-path
               ws-index-path
           CALL 'asdf-rebuild-keyed' USING ws-rebuild-which
               ws-rebuild-mode ws-rebuild-count ws-rebuild-result
           MOVE 0 TO RETURN-CODE
           .

       para-protect-index-exit.
           EXIT PARAGRAPH
           .

       para-index-one.
           READ fd-account-index
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   MOVE ax-account-index-entry TO an-account-index-entry
                   IF ax-email(1:1) IS NOT EQUAL TO ws-marker THEN
                       CALL 'asdf-protect-field' USING ws-protect-mode
                           ax-email an-email
                       ADD 1 TO ws-index-count
                   END-IF
                   WRITE an-account-index-entry
           END-READ
           .

      *One mail-queue-shaped file (ws-queue-path), rewritten through
      *a work file beside it; ws-queue-count gains the entries
      *protected.
       para-protect-queue.
           OPEN INPUT fd-queue
           IF ws-queue-status IS NOT EQUAL TO '00' THEN
               IF ws-queue-status IS EQUAL TO '05' THEN
                   CLOSE fd-queue
               END-IF
               GO TO para-protect-queue-exit
           END-IF
           MOVE SPACES TO ws-queue-work-path
           STRING FUNCTION TRIM(ws-queue-path) '.protect'
               DELIMITED BY SIZE INTO ws-queue-work-path
           OPEN OUTPUT fd-queue-new
           SET ws-queue-eof-no TO TRUE
           PERFORM para-queue-one UNTIL ws-queue-eof-yes
           CLOSE fd-queue-new
           CLOSE fd-queue

           CALL 'CBL_DELETE_FILE' USING ws-queue-path
           CALL 'CBL_RENAME_FILE' USING ws-queue-work-path
               ws-queue-path
           MOVE 0 TO RETURN-CODE
           .

       para-protect-queue-exit.
           EXIT PARAGRAPH
           .

       para-queue-one.
           READ fd-queue
               AT END
                   SET ws-queue-eof-yes TO TRUE
               NOT AT END
                   MOVE mq-mail-entry TO mn-mail-entry
                   IF mq-to-email IS NOT EQUAL TO SPACES
                           AND mq-to-email(1:1)
                           IS NOT EQUAL TO ws-marker THEN
                       CALL 'asdf-protect-field' USING ws-protect-mode
                           mq-to-email mn-to-email
                       ADD 1 TO ws-queue-count
                   END-IF
                   WRITE mn-mail-entry
           END-READ
           .
