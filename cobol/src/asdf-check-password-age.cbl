      *Works out how long an account's password has left under the
      *maximum password age in the central configuration
      *(password-max-age-days). The password's age runs from the
      *newest entry of its password history
      *(asdf-password-history.cpy), or from the account's creation
      *for an account whose password predates the history. Without
      *the setting (or with it zero) passwords never expire:
      *ls-expired comes back 'N' and ls-days-left 99999. Otherwise
      *ls-days-left is the whole days remaining - zero or below once
      *the age has been reached, when ls-expired is 'Y'.
      *
      *Arguments: account id, "now" as a flat UTC timestamp (only
      *its date counts), then the two answers. The caller says what
      *today is: a login takes the clock (asdf-utc-timestamp), while
      *the nightly asdf-password-expiry-warning passes the business
      *date (asdf-business-timestamp) so a step caught up late
      *counts the days as of the night it stands for.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-check-password-age.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-history
           ASSIGN DYNAMIC ws-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-status.

       SELECT OPTIONAL fd-account
           ASSIGN DYNAMIC ws-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-history.
       COPY 'asdf-password-history.cpy' REPLACING ==:X:== BY ==ph==.

       FD fd-account.
       COPY 'asdf-account.cpy' REPLACING ==:X:== BY ==fa==.

       WORKING-STORAGE SECTION.
       01 ws-path                      PIC X(256).
       01 ws-status                    PIC XX.
       01 ws-account-id-text           PIC X(32).
       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.

       01 ws-max-age-days              PIC 9(5) VALUE 0.
       01 ws-set-timestamp             PIC 9(14).
       01 ws-set-date                  PIC 9(8).
       01 ws-today                     PIC 9(8).

      *Central configuration lookups (asdf-read-config).
       01 ws-config-key                PIC X(30).
       01 ws-config-value              PIC X(64).
       01 ws-config-found              PIC X.

       LINKAGE SECTION.
       01 ls-account-id                PIC X(16).
       01 ls-now.
           02 ls-now-date              PIC 9(8).
           02 ls-now-time              PIC 9(6).
       01 ls-days-left                 PIC S9(5).
       01 ls-expired                   PIC X.
           88 ls-expired-yes           VALUE 'Y'.
           88 ls-expired-no            VALUE 'N'.

       PROCEDURE DIVISION USING ls-account-id ls-now ls-days-left
           ls-expired.
       para-main.
           SET ls-expired-no TO TRUE
           MOVE 99999 TO ls-days-left
           MOVE 'password-max-age-days' TO ws-config-key
           CALL 'asdf-read-config' USING ws-config-key
               ws-config-value ws-config-found
           IF ws-config-found IS EQUAL TO 'Y'
                   AND FUNCTION TRIM(ws-config-value)
                       IS NUMERIC THEN
               MOVE FUNCTION TRIM(ws-config-value) TO ws-max-age-days
           END-IF
           IF ws-max-age-days IS EQUAL TO 0 THEN
               GO TO para-exit
           END-IF

           CALL 'asdf-format-uuid' USING ls-account-id
               ws-account-id-text
           MOVE 0 TO ws-set-timestamp
           PERFORM para-read-history THRU para-read-history-exit
           IF ws-set-timestamp IS EQUAL TO 0 THEN
               PERFORM para-read-created THRU para-read-created-exit
           END-IF
           IF ws-set-timestamp IS EQUAL TO 0 THEN
               GO TO para-exit
           END-IF

           MOVE ls-now-date TO ws-today
           MOVE ws-set-timestamp(1:8) TO ws-set-date
           COMPUTE ls-days-left = ws-max-age-days
               - (FUNCTION INTEGER-OF-DATE(ws-today)
                  - FUNCTION INTEGER-OF-DATE(ws-set-date))
           IF ls-days-left IS NOT GREATER THAN 0 THEN
               SET ls-expired-yes TO TRUE
           END-IF
           .

       para-exit.
           EXIT PROGRAM
           .

      *The history is written oldest first, so the last entry read
      *is the password in force.
       para-read-history.
           MOVE SPACES TO ws-path
           STRING '/var/lib/asdf/account/' ws-account-id-text
               '/password-history' DELIMITED BY SIZE INTO ws-path
           OPEN INPUT fd-history
           IF ws-status IS NOT EQUAL TO '00' THEN
               IF ws-status IS EQUAL TO '05' THEN
                   CLOSE fd-history
               END-IF
               GO TO para-read-history-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-read-history-one UNTIL ws-eof-yes
           CLOSE fd-history
           .

       para-read-history-exit.
           EXIT PARAGRAPH
           .

       para-read-history-one.
           READ fd-history
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   MOVE ph-set-timestamp TO ws-set-timestamp
           END-READ
           .

       para-read-created.
           MOVE SPACES TO ws-path
           STRING '/var/lib/asdf/account/' ws-account-id-text '/info'
               DELIMITED BY SIZE INTO ws-path
           OPEN INPUT fd-account
           IF ws-status IS NOT EQUAL TO '00' THEN
               IF ws-status IS EQUAL TO '05' THEN
                   CLOSE fd-account
               END-IF
               GO TO para-read-created-exit
           END-IF
           READ fd-account
           IF ws-status IS EQUAL TO '00'
                   AND fa-created-timestamp IS NUMERIC THEN
               MOVE fa-created-timestamp TO ws-set-timestamp
           END-IF
           CLOSE fd-account
           .

       para-read-created-exit.
           EXIT PARAGRAPH
           .
