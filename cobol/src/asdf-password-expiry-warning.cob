      *Nightly password-expiry warning: for each account whose
      *password reaches the maximum password age (central
      *configuration, password-max-age-days; asdf-check-password-age)
      *within a week of the business date (asdf-business-timestamp)
      *and has not yet reached it, queues one mail on the outbound
      *mail queue telling the member to change it before it expires
      *and their next login is held to a password change. Each
      *warning is noted in the account's password-expiry-warning
      *file (asdf-password-warning.cpy) against the expiry date it
      *was about, so it goes out once per password - on the first
      *night inside the window, which a missed night only delays -
      *and again only once a new password's expiry comes round.
      *Nothing to do without the setting. A bounced address is
      *skipped, and noted only once it has been sent; the
      *notification preference is not consulted, since this is about
      *the account's own access rather than a group's activity.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-password-expiry-warning.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-account-index
           ASSIGN DYNAMIC ws-index-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-index-status.

       SELECT OPTIONAL fd-account
           ASSIGN DYNAMIC ws-account-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-account-status.

       SELECT OPTIONAL fd-mail-queue
           ASSIGN DYNAMIC ws-mail-queue-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       SELECT OPTIONAL fd-warning
           ASSIGN DYNAMIC ws-warning-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-warning-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-account-index.
       COPY 'asdf-account-index.cpy' REPLACING ==:X:== BY ==ax==.

       FD fd-account.
       COPY 'asdf-account.cpy' REPLACING ==:X:== BY ==fa==.

       FD fd-mail-queue.
       COPY 'asdf-mail-queue.cpy' REPLACING ==:X:== BY ==mq==.

       FD fd-warning.
       COPY 'asdf-password-warning.cpy' REPLACING ==:X:== BY ==pw==.

       WORKING-STORAGE SECTION.
       01 ws-index-path                PIC X(256)
           VALUE '/var/lib/asdf/account-index'.
       01 ws-index-status              PIC XX.
       01 ws-account-path              PIC X(256).
       01 ws-account-status            PIC XX.
       01 ws-mail-queue-path           PIC X(256)
           VALUE '/var/lib/asdf/mail-queue'.
       01 ws-warning-path              PIC X(256).
       01 ws-warning-status            PIC XX.

       01 ws-account-text              PIC X(32).
       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.

      *How far ahead of expiry the warning window opens.
       01 ws-warning-days              PIC S9(5) VALUE 7.
       01 ws-days-left                 PIC S9(5).
       01 ws-display-days              PIC Z(4)9.

      *"Now" as the batch sees it: the business date being
      *processed (asdf-business-timestamp) and the clock's time.
       01 ws-business-now.
           02 ws-business-date         PIC 9(8).
           02 ws-business-time         PIC 9(6).
       01 ws-expiry-date               PIC 9(8).
       01 ws-expired                   PIC X.
           88 ws-expired-yes           VALUE 'Y'.
           88 ws-expired-no            VALUE 'N'.

       01 ws-warning-count             PIC 9(5) COMP VALUE 0.
       01 ws-display-count             PIC Z(4)9.

      *This run's figures for the morning report (asdf-step-
      *stats.cpy), appended through asdf-write-step-stats.
       COPY 'asdf-step-stats.cpy' REPLACING ==:X:== BY ==st==.

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
           INITIALIZE st-step-stats
           MOVE 'asdf-password-expiry-warning' TO st-job-name
           CALL 'asdf-business-timestamp' USING ws-business-now
           PERFORM para-walk-accounts THRU para-walk-accounts-exit

           MOVE ws-warning-count TO st-records-written
           CALL 'asdf-write-step-stats' USING st-step-stats
           MOVE ws-warning-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count)
               ' password expiry warning(s) queued'
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

       para-walk-accounts.
           OPEN INPUT fd-account-index
           IF ws-index-status IS NOT EQUAL TO '00' THEN
               IF ws-index-status IS EQUAL TO '05' THEN
                   CLOSE fd-account-index
               END-IF
               GO TO para-walk-accounts-exit
           END-IF

           SET ws-eof-no TO TRUE
           PERFORM para-walk-one UNTIL ws-eof-yes
           CLOSE fd-account-index
           .

       para-walk-accounts-exit.
           EXIT PARAGRAPH
           .

       para-walk-one.
           READ fd-account-index
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   ADD 1 TO st-records-read
                   PERFORM para-check-account
                       THRU para-check-account-exit
           END-READ
           .

       para-check-account.
           CALL 'asdf-check-password-age' USING ax-account-id
               ws-business-now ws-days-left ws-expired
           IF ws-expired-yes
                   OR ws-days-left IS GREATER THAN ws-warning-days THEN
               GO TO para-check-account-exit
           END-IF
           COMPUTE ws-expiry-date = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(ws-business-date)
               + ws-days-left)

           CALL 'asdf-format-uuid' USING ax-account-id ws-account-text
           PERFORM para-check-warned THRU para-check-warned-exit
           IF ws-warning-status IS EQUAL TO '00'
                   AND pw-expiry-date IS EQUAL TO ws-expiry-date THEN
               GO TO para-check-account-exit
           END-IF

           MOVE SPACES TO ws-account-path
           STRING '/var/lib/asdf/account/' ws-account-text '/info'
               INTO ws-account-path

           OPEN INPUT fd-account
           IF ws-account-status IS NOT EQUAL TO '00' THEN
               IF ws-account-status IS EQUAL TO '05' THEN
                   CLOSE fd-account
               END-IF
               GO TO para-check-account-exit
           END-IF
           READ fd-account
           IF ws-account-status IS NOT EQUAL TO '00' THEN
               CLOSE fd-account
               GO TO para-check-account-exit
           END-IF
           CLOSE fd-account

           IF fa-deliverable-no THEN
               GO TO para-check-account-exit
           END-IF
           PERFORM para-queue-warning
           PERFORM para-note-warning
           .

       para-check-account-exit.
           EXIT PARAGRAPH
           .

      *Leaves ws-warning-status '00' and the note in pw-password-
      *warning when the account has one.
       para-check-warned.
           MOVE SPACES TO ws-warning-path
           STRING '/var/lib/asdf/account/' ws-account-text
               '/password-expiry-warning' INTO ws-warning-path
           OPEN INPUT fd-warning
           IF ws-warning-status IS NOT EQUAL TO '00' THEN
               IF ws-warning-status IS EQUAL TO '05' THEN
                   CLOSE fd-warning
               END-IF
               GO TO para-check-warned-exit
           END-IF
           READ fd-warning
               AT END
                   MOVE '10' TO ws-warning-status
           END-READ
           CLOSE fd-warning
           .

       para-check-warned-exit.
           EXIT PARAGRAPH
           .

      *The note holds only the latest warning; each one replaces it.
       para-note-warning.
           MOVE ws-expiry-date TO pw-expiry-date
           CALL 'asdf-utc-timestamp' USING pw-warned-timestamp
           OPEN OUTPUT fd-warning
           WRITE pw-password-warning
           CLOSE fd-warning
           .

       para-queue-warning.
           MOVE fa-email TO mq-to-email
           MOVE 'Your password expires soon' TO mq-subject
           MOVE ws-days-left TO ws-display-days
           MOVE SPACES TO mq-body
           STRING 'Your password reaches its maximum age in '
               FUNCTION TRIM(ws-display-days) ' day(s), on '
               ws-expiry-date(1:4) '-' ws-expiry-date(5:2) '-'
               ws-expiry-date(7:2) '. '
               'Change it before then; afterwards your next login '
               'will only allow a password change.'
               DELIMITED BY SIZE INTO mq-body
               ON OVERFLOW CONTINUE
           END-STRING
           MOVE FUNCTION CURRENT-DATE TO mq-queued-timestamp

           OPEN EXTEND fd-mail-queue
           WRITE mq-mail-entry
           ADD 1 TO st-mails-queued
           CLOSE fd-mail-queue
           ADD 1 TO ws-warning-count
           .
