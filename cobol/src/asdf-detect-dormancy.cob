      *Monthly dormancy batch: finds the accounts with neither a
      *successful login (the login-audit trail) nor a ledger entry
      *(the account's by-account mirrors, which compaction leaves
      *whole) within the configured period (central configuration,
      *dormancy-days, default 730), mails them a notice, and once a
      *further grace period (dormancy-grace-days, default 30) has
      *passed without activity sets them dormant: the address
      *verification is withdrawn, so asdf-log-in refuses the account
      *as unverified - mailing a fresh token for asdf-verify-email -
      *until the owner proves the address again. Progress is kept
      *per account in the dormancy register (asdf-dormancy.cpy).
      *
      *An inactive account with an open balance (asdf-consolidated-
      *balance not zero) is never noticed or set dormant on first
      *sight: it is listed for the operator and left alone until the
      *next run, and one whose balance opened during its notice is
      *listed again before it goes dormant. Every listing, notice
      *and dormancy is printed, one line per account, so the run's
      *output is the operator's review list.
      *
      *Login recency is matched by the account's current address,
      *the way asdf-recertification-report matches it, through one
      *SORT of the accounts and the audit trail rather than a scan
      *of the trail per account. Accounts without a password
      *(anonymized, or retired by a merge) and accounts under legal
      *hold (asdf-check-legal-hold) are left as they are. A bounced
      *address is not mailed, but the account still moves on.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-detect-dormancy.

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

       SELECT OPTIONAL fd-login-audit
           ASSIGN DYNAMIC ws-login-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-login-status.

       SELECT fd-membership
           ASSIGN DYNAMIC ws-membership-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-membership-status.

       SELECT OPTIONAL fd-group-index
           ASSIGN DYNAMIC ws-group-index-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-group-index-status.

       SELECT OPTIONAL fd-mirror
           ASSIGN DYNAMIC ws-mirror-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-mirror-status.

       SELECT OPTIONAL fd-dormancy
           ASSIGN DYNAMIC ws-dormancy-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-dormancy-status.

       SELECT OPTIONAL fd-mail-queue
           ASSIGN DYNAMIC ws-mail-queue-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       SELECT sd-activity
           ASSIGN 'dormancy-sort-work'.

       DATA DIVISION.
       FILE SECTION.
       FD fd-account-index.
       COPY 'asdf-account-index.cpy' REPLACING ==:X:== BY ==ax==.

       FD fd-account.
       COPY 'asdf-account.cpy' REPLACING ==:X:== BY ==fa==.

       FD fd-login-audit.
       COPY 'asdf-login-audit.cpy' REPLACING ==:X:== BY ==la==.

       FD fd-membership.
       COPY 'asdf-membership.cpy' REPLACING ==:X:== BY ==ms==.

       FD fd-group-index.
       COPY 'asdf-group-index.cpy' REPLACING ==:X:== BY ==gx==.

       FD fd-mirror.
       COPY 'asdf-transaction.cpy' REPLACING ==:X:== BY ==fs==.

       FD fd-dormancy.
       COPY 'asdf-dormancy.cpy' REPLACING ==:X:== BY ==dm==.

       FD fd-mail-queue.
       COPY 'asdf-mail-queue.cpy' REPLACING ==:X:== BY ==mq==.

      *One record per account (its own current address, kind 'A',
      *dated by its creation) and one per successful login (kind
      *'L', dated by the login), sorted so each address brings its
      *account ahead of its logins.
       SD sd-activity.
       01 sr-activity.
           02 sr-email                 PIC X(254).
           02 sr-kind                  PIC X.
               88 sr-kind-account      VALUE 'A'.
               88 sr-kind-login        VALUE 'L'.
           02 sr-account-id            PIC X(16).
           02 sr-date                  PIC 9(8).

       WORKING-STORAGE SECTION.
       01 ws-index-path                PIC X(256)
           VALUE '/var/lib/asdf/account-index'.
       01 ws-index-status              PIC XX.
       01 ws-account-path              PIC X(256).
       01 ws-account-status            PIC XX.
       01 ws-login-path                PIC X(256)
           VALUE '/var/lib/asdf/login-audit'.
       01 ws-login-status              PIC XX.
       01 ws-membership-path           PIC X(256)
           VALUE '/var/lib/asdf/membership-index'.
       01 ws-membership-status         PIC XX.
       01 ws-group-index-path          PIC X(256)
           VALUE '/var/lib/asdf/group-index'.
       01 ws-group-index-status        PIC XX.
       01 ws-mirror-path               PIC X(256).
       01 ws-mirror-status             PIC XX.
       01 ws-dormancy-path             PIC X(256)
           VALUE '/var/lib/asdf/dormancy'.
       01 ws-dormancy-status           PIC XX.
       01 ws-mail-queue-path           PIC X(256)
           VALUE '/var/lib/asdf/mail-queue'.

       01 ws-account-text              PIC X(32).
       01 ws-group-text                PIC X(32).
       01 ws-reveal-mode               PIC X VALUE 'R'.

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-sub-eof                   PIC X.
           88 ws-sub-eof-yes           VALUE 'Y'.
           88 ws-sub-eof-no            VALUE 'N'.
       01 ws-sort-eof                  PIC X.
           88 ws-sort-eof-yes          VALUE 'Y'.
           88 ws-sort-eof-no           VALUE 'N'.

      *Central configuration lookups (asdf-read-config).
       01 ws-config-key                PIC X(30).
       01 ws-config-value              PIC X(64).
       01 ws-config-found              PIC X.
       01 ws-dormancy-days             PIC 9(5) VALUE 730.
       01 ws-grace-days                PIC 9(5) VALUE 30.
       01 ws-grace-text                PIC Z(4)9.

      *Today and the last day of activity that still counts as
      *inactive, both YYYYMMDD.
       01 ws-today                     PIC 9(8).
       01 ws-today-int                 PIC 9(8).
       01 ws-cutoff                    PIC 9(8).
       01 ws-cutoff-int                PIC 9(8).
       01 ws-notice-due-int            PIC 9(8).

      *The address group being gathered from the SORT.
       01 ws-break-open                PIC X VALUE 'N'.
           88 ws-break-open-yes        VALUE 'Y'.
           88 ws-break-open-no         VALUE 'N'.
       01 ws-break-email               PIC X(254).
       01 ws-break-has-account         PIC X.
           88 ws-break-has-account-yes VALUE 'Y'.
           88 ws-break-has-account-no  VALUE 'N'.
       01 ws-break-account             PIC X(16).
       01 ws-break-activity            PIC 9(8).

       01 ws-account                   PIC X(16).
       01 ws-activity                  PIC 9(8).
       01 ws-entry-date                PIC 9(8).
       01 ws-hold-type                 PIC X VALUE 'A'.
       01 ws-held                      PIC X.
           88 ws-held-yes              VALUE 'Y'.
           88 ws-held-no               VALUE 'N'.

       01 ws-balance                   PIC S9(11) COMP.
       01 ws-format-in                 PIC S9(11) COMP.
       01 ws-amount-text               PIC X(20).
       01 ws-base-currency             PIC X(3) VALUE 'USD'.
       01 ws-action                    PIC X(8).

      *The dormancy register, loaded whole, updated as the accounts
      *are judged and written back at the end; an entry whose status
      *is blanked has dropped out and is not written.
       01 ws-dormancy-table.
           02 ws-dormant-entry OCCURS 10000 TIMES.
               03 ws-dt-account-id     PIC X(16).
               03 ws-dt-status         PIC X.
                   88 ws-dt-status-none    VALUE SPACE.
                   88 ws-dt-status-listed  VALUE 'L'.
                   88 ws-dt-status-noticed VALUE 'N'.
                   88 ws-dt-status-dormant VALUE 'D'.
               03 ws-dt-listed-date    PIC 9(8).
               03 ws-dt-noticed-date   PIC 9(8).
               03 ws-dt-dormant-date   PIC 9(8).
               03 ws-dt-last-activity  PIC 9(8).
       01 ws-dormancy-count            PIC 9(5) COMP VALUE 0.
       01 ws-dt-i                      PIC 9(5) COMP.
       01 ws-entry-i                   PIC 9(5) COMP.
       01 ws-table-full                PIC X VALUE 'N'.
           88 ws-table-full-yes        VALUE 'Y'.
           88 ws-table-full-no         VALUE 'N'.

       01 ws-account-count             PIC 9(7) COMP VALUE 0.
       01 ws-listed-count              PIC 9(5) COMP VALUE 0.
       01 ws-noticed-count             PIC 9(5) COMP VALUE 0.
       01 ws-dormant-count             PIC 9(5) COMP VALUE 0.
       01 ws-display-count             PIC Z(6)9.

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
           PERFORM para-load-config
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-today
           COMPUTE ws-today-int = FUNCTION INTEGER-OF-DATE(ws-today)
           COMPUTE ws-cutoff-int = ws-today-int - ws-dormancy-days
           MOVE FUNCTION DATE-OF-INTEGER(ws-cutoff-int) TO ws-cutoff
           MOVE ws-grace-days TO ws-grace-text

           PERFORM para-load-register THRU para-load-register-exit

           SORT sd-activity
               ON ASCENDING KEY sr-email sr-kind
               INPUT PROCEDURE IS para-release-records
                   THRU para-release-records-exit
               OUTPUT PROCEDURE IS para-judge-records
                   THRU para-judge-records-exit

           PERFORM para-save-register

           MOVE ws-account-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count)
               ' account(s) checked'
           MOVE ws-listed-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count)
               ' listed for review'
           MOVE ws-noticed-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count) ' noticed'
           MOVE ws-dormant-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count) ' set dormant'
           IF ws-table-full-yes THEN
               DISPLAY 'warning: dormancy register full; some '
                   'inactive accounts were not recorded'
           END-IF
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

       para-load-config.
           MOVE 'dormancy-days' TO ws-config-key
           CALL 'asdf-read-config' USING ws-config-key
               ws-config-value ws-config-found
           IF ws-config-found IS EQUAL TO 'Y'
                   AND FUNCTION TRIM(ws-config-value) IS NUMERIC THEN
               MOVE FUNCTION TRIM(ws-config-value) TO ws-dormancy-days
           END-IF
           MOVE 'dormancy-grace-days' TO ws-config-key
           CALL 'asdf-read-config' USING ws-config-key
               ws-config-value ws-config-found
           IF ws-config-found IS EQUAL TO 'Y'
                   AND FUNCTION TRIM(ws-config-value) IS NUMERIC THEN
               MOVE FUNCTION TRIM(ws-config-value) TO ws-grace-days
           END-IF
           .

       para-load-register.
           OPEN INPUT fd-dormancy
           IF ws-dormancy-status IS NOT EQUAL TO '00' THEN
               IF ws-dormancy-status IS EQUAL TO '05' THEN
                   CLOSE fd-dormancy
               END-IF
               GO TO para-load-register-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-load-register-one UNTIL ws-eof-yes
           CLOSE fd-dormancy
           .

       para-load-register-exit.
           EXIT PARAGRAPH
           .

       para-load-register-one.
           READ fd-dormancy
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ws-dormancy-count IS LESS THAN 10000 THEN
                       ADD 1 TO ws-dormancy-count
                       MOVE dm-dormancy-entry
                           TO ws-dormant-entry(ws-dormancy-count)
                   ELSE
                       SET ws-table-full-yes TO TRUE
                   END-IF
           END-READ
           .

       para-save-register.
           OPEN OUTPUT fd-dormancy
           PERFORM para-save-register-one
               VARYING ws-dt-i FROM 1 BY 1
               UNTIL ws-dt-i > ws-dormancy-count
           CLOSE fd-dormancy
           .

       para-save-register-one.
           IF NOT ws-dt-status-none(ws-dt-i) THEN
               MOVE ws-dormant-entry(ws-dt-i) TO dm-dormancy-entry
               WRITE dm-dormancy-entry
           END-IF
           .

      *Feeds the SORT: every account under its own current address,
      *then every successful login.
       para-release-records.
           PERFORM para-release-accounts
               THRU para-release-accounts-exit
           PERFORM para-release-logins THRU para-release-logins-exit
           .

       para-release-records-exit.
           EXIT PARAGRAPH
           .

       para-release-accounts.
           OPEN INPUT fd-account-index
           IF ws-index-status IS NOT EQUAL TO '00' THEN
               IF ws-index-status IS EQUAL TO '05' THEN
                   CLOSE fd-account-index
               END-IF
               GO TO para-release-accounts-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-release-account-one UNTIL ws-eof-yes
           CLOSE fd-account-index
           .

       para-release-accounts-exit.
           EXIT PARAGRAPH
           .

       para-release-account-one.
           READ fd-account-index
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   PERFORM para-release-account
                       THRU para-release-account-exit
           END-READ
           .

      *A merge leaves the duplicate's address in the index pointing
      *at the survivor; only the entry for the account's own address
      *is released, so each account is judged once.
       para-release-account.
           CALL 'asdf-format-uuid' USING ax-account-id ws-account-text
           MOVE SPACES TO ws-account-path
           STRING '/var/lib/asdf/account/' ws-account-text '/info'
               INTO ws-account-path
           OPEN INPUT fd-account
           IF ws-account-status IS NOT EQUAL TO '00' THEN
               IF ws-account-status IS EQUAL TO '05' THEN
                   CLOSE fd-account
               END-IF
               GO TO para-release-account-exit
           END-IF
           READ fd-account
           IF ws-account-status IS NOT EQUAL TO '00' THEN
               CLOSE fd-account
               GO TO para-release-account-exit
           END-IF
           CLOSE fd-account
           IF fa-salt IS EQUAL TO SPACES
                   OR fa-email IS NOT EQUAL TO ax-email THEN
               GO TO para-release-account-exit
           END-IF

           CALL 'asdf-protect-field' USING ws-reveal-mode fa-email
               sr-email
           SET sr-kind-account TO TRUE
           MOVE ax-account-id TO sr-account-id
           IF fa-created-timestamp(1:8) IS NUMERIC THEN
               MOVE fa-created-timestamp(1:8) TO sr-date
           ELSE
               MOVE 0 TO sr-date
           END-IF
           RELEASE sr-activity
           .

       para-release-account-exit.
           EXIT PARAGRAPH
           .

       para-release-logins.
           OPEN INPUT fd-login-audit
           IF ws-login-status IS NOT EQUAL TO '00' THEN
               IF ws-login-status IS EQUAL TO '05' THEN
                   CLOSE fd-login-audit
               END-IF
               GO TO para-release-logins-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-release-login-one UNTIL ws-eof-yes
           CLOSE fd-login-audit
           .

       para-release-logins-exit.
           EXIT PARAGRAPH
           .

       para-release-login-one.
           READ fd-login-audit
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF la-success-yes
                           AND la-timestamp(1:8) IS NUMERIC THEN
                       MOVE la-email TO sr-email
                       SET sr-kind-login TO TRUE
                       MOVE LOW-VALUES TO sr-account-id
                       MOVE la-timestamp(1:8) TO sr-date
                       RELEASE sr-activity
                   END-IF
           END-READ
           .

      *Takes the sorted records back one address at a time: the
      *newest date in the group is the account's last sign of life
      *short of the ledger, and a group with no account record
      *belongs to an address no account holds any more.
       para-judge-records.
           SET ws-sort-eof-no TO TRUE
           SET ws-break-open-no TO TRUE
           PERFORM para-return-one UNTIL ws-sort-eof-yes
           IF ws-break-open-yes THEN
               PERFORM para-close-break
           END-IF
           .

       para-judge-records-exit.
           EXIT PARAGRAPH
           .

       para-return-one.
           RETURN sd-activity
               AT END
                   SET ws-sort-eof-yes TO TRUE
               NOT AT END
                   PERFORM para-apply-record
           END-RETURN
           .

       para-apply-record.
           IF ws-break-open-yes AND
                   sr-email IS NOT EQUAL TO ws-break-email THEN
               PERFORM para-close-break
               SET ws-break-open-no TO TRUE
           END-IF
           IF ws-break-open-no THEN
               MOVE sr-email TO ws-break-email
               SET ws-break-has-account-no TO TRUE
               MOVE 0 TO ws-break-activity
               SET ws-break-open-yes TO TRUE
           END-IF
           IF sr-kind-account THEN
               SET ws-break-has-account-yes TO TRUE
               MOVE sr-account-id TO ws-break-account
           END-IF
           IF sr-date IS GREATER THAN ws-break-activity THEN
               MOVE sr-date TO ws-break-activity
           END-IF
           .

       para-close-break.
           IF ws-break-has-account-yes THEN
               MOVE ws-break-account TO ws-account
               MOVE ws-break-activity TO ws-activity
               PERFORM para-judge-account THRU para-judge-account-exit
           END-IF
           .

       para-judge-account.
           ADD 1 TO ws-account-count
           PERFORM para-find-entry
           CALL 'asdf-check-legal-hold' USING ws-hold-type ws-account
               ws-held
           IF ws-held-yes THEN
               GO TO para-judge-account-exit
           END-IF

           CALL 'asdf-format-uuid' USING ws-account ws-account-text
           MOVE SPACES TO ws-account-path
           STRING '/var/lib/asdf/account/' ws-account-text '/info'
               INTO ws-account-path
           OPEN I-O fd-account
           IF ws-account-status IS NOT EQUAL TO '00' THEN
               GO TO para-judge-account-exit
           END-IF
           READ fd-account
           IF ws-account-status IS NOT EQUAL TO '00' THEN
               CLOSE fd-account
               GO TO para-judge-account-exit
           END-IF

      *A dormant account stays dormant until its address is verified
      *again; from then on it is judged afresh like any other.
           IF ws-entry-i IS GREATER THAN 0 THEN
               IF ws-dt-status-dormant(ws-entry-i) THEN
                   IF fa-verified-yes THEN
                       SET ws-dt-status-none(ws-entry-i) TO TRUE
                   END-IF
                   CLOSE fd-account
                   GO TO para-judge-account-exit
               END-IF
           END-IF

           IF ws-activity IS GREATER THAN ws-cutoff THEN
               PERFORM para-drop-entry
               CLOSE fd-account
               GO TO para-judge-account-exit
           END-IF
           PERFORM para-find-ledger-activity
               THRU para-find-ledger-activity-exit
           IF ws-activity IS GREATER THAN ws-cutoff THEN
               PERFORM para-drop-entry
               CLOSE fd-account
               GO TO para-judge-account-exit
           END-IF

           IF ws-entry-i IS EQUAL TO 0 THEN
               PERFORM para-add-entry THRU para-add-entry-exit
               IF ws-entry-i IS EQUAL TO 0 THEN
                   CLOSE fd-account
                   GO TO para-judge-account-exit
               END-IF
           END-IF
           MOVE ws-activity TO ws-dt-last-activity(ws-entry-i)
           CALL 'asdf-consolidated-balance' USING ws-account
               ws-balance

           EVALUATE TRUE
               WHEN ws-dt-status-none(ws-entry-i)
                   IF ws-balance IS NOT EQUAL TO 0 THEN
                       PERFORM para-list-account
                   ELSE
                       PERFORM para-notice-account
                           THRU para-notice-account-exit
                   END-IF
               WHEN ws-dt-status-listed(ws-entry-i)
                   PERFORM para-notice-account
                       THRU para-notice-account-exit
               WHEN ws-dt-status-noticed(ws-entry-i)
                   COMPUTE ws-notice-due-int =
                       FUNCTION INTEGER-OF-DATE(
                           ws-dt-noticed-date(ws-entry-i))
                       + ws-grace-days
                   IF ws-today-int IS NOT LESS THAN ws-notice-due-int
                           THEN
                       IF ws-balance IS NOT EQUAL TO 0
                               AND ws-dt-listed-date(ws-entry-i)
                                   IS EQUAL TO 0 THEN
                           PERFORM para-list-account
                       ELSE
                           PERFORM para-make-dormant
                               THRU para-make-dormant-exit
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           CLOSE fd-account
           .

       para-judge-account-exit.
           EXIT PARAGRAPH
           .

       para-find-entry.
           MOVE 0 TO ws-entry-i
           PERFORM para-find-entry-one
               VARYING ws-dt-i FROM 1 BY 1
               UNTIL ws-dt-i > ws-dormancy-count
                   OR ws-entry-i IS GREATER THAN 0
           .

       para-find-entry-one.
           IF ws-dt-account-id(ws-dt-i) IS EQUAL TO ws-account
                   AND NOT ws-dt-status-none(ws-dt-i) THEN
               MOVE ws-dt-i TO ws-entry-i
           END-IF
           .

       para-add-entry.
           IF ws-dormancy-count IS NOT LESS THAN 10000 THEN
               SET ws-table-full-yes TO TRUE
               GO TO para-add-entry-exit
           END-IF
           ADD 1 TO ws-dormancy-count
           MOVE ws-dormancy-count TO ws-entry-i
           MOVE ws-account TO ws-dt-account-id(ws-entry-i)
           SET ws-dt-status-none(ws-entry-i) TO TRUE
           MOVE 0 TO ws-dt-listed-date(ws-entry-i)
           MOVE 0 TO ws-dt-noticed-date(ws-entry-i)
           MOVE 0 TO ws-dt-dormant-date(ws-entry-i)
           MOVE 0 TO ws-dt-last-activity(ws-entry-i)
           .

       para-add-entry-exit.
           EXIT PARAGRAPH
           .

       para-drop-entry.
           IF ws-entry-i IS GREATER THAN 0 THEN
               SET ws-dt-status-none(ws-entry-i) TO TRUE
           END-IF
           .

      *The account's groups come from the reverse membership index
      *when it is live - removed memberships too, since their
      *mirrors still show activity - or from the group-index walk,
      *the same fallback asdf-consolidated-balance keeps.
       para-find-ledger-activity.
           OPEN INPUT fd-membership
           IF ws-membership-status IS EQUAL TO '00' THEN
               SET ws-sub-eof-no TO TRUE
               PERFORM para-membership-one UNTIL ws-sub-eof-yes
               CLOSE fd-membership
               GO TO para-find-ledger-activity-exit
           END-IF

           OPEN INPUT fd-group-index
           IF ws-group-index-status IS NOT EQUAL TO '00' THEN
               IF ws-group-index-status IS EQUAL TO '05' THEN
                   CLOSE fd-group-index
               END-IF
               GO TO para-find-ledger-activity-exit
           END-IF
           SET ws-sub-eof-no TO TRUE
           PERFORM para-group-one UNTIL ws-sub-eof-yes
           CLOSE fd-group-index
           .

       para-find-ledger-activity-exit.
           EXIT PARAGRAPH
           .

       para-membership-one.
           READ fd-membership
               AT END
                   SET ws-sub-eof-yes TO TRUE
               NOT AT END
                   IF ms-account-id IS EQUAL TO ws-account THEN
                       CALL 'asdf-format-uuid' USING ms-group-id
                           ws-group-text
                       PERFORM para-scan-mirror
                           THRU para-scan-mirror-exit
                   END-IF
           END-READ
           .

       para-group-one.
           READ fd-group-index
               AT END
                   SET ws-sub-eof-yes TO TRUE
               NOT AT END
                   CALL 'asdf-format-uuid' USING gx-group-id
                       ws-group-text
                   PERFORM para-scan-mirror THRU para-scan-mirror-exit
           END-READ
           .

       para-scan-mirror.
           MOVE SPACES TO ws-mirror-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/by-account/' ws-account-text '/ledger'
               INTO ws-mirror-path
           OPEN INPUT fd-mirror
           IF ws-mirror-status IS NOT EQUAL TO '00' THEN
               IF ws-mirror-status IS EQUAL TO '05' THEN
                   CLOSE fd-mirror
               END-IF
               GO TO para-scan-mirror-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-scan-mirror-one UNTIL ws-eof-yes
           CLOSE fd-mirror
           .

       para-scan-mirror-exit.
           EXIT PARAGRAPH
           .

       para-scan-mirror-one.
           READ fd-mirror
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF fs-timestamp(1:8) IS NUMERIC THEN
                       MOVE fs-timestamp(1:8) TO ws-entry-date
                       IF ws-entry-date IS GREATER THAN ws-activity
                               THEN
                           MOVE ws-entry-date TO ws-activity
                       END-IF
                   END-IF
           END-READ
           .

      *Put in front of the operator and otherwise left alone; the
      *next run carries on with the notice.
       para-list-account.
           SET ws-dt-status-listed(ws-entry-i) TO TRUE
           MOVE ws-today TO ws-dt-listed-date(ws-entry-i)
           MOVE 'listed' TO ws-action
           PERFORM para-print-action
           ADD 1 TO ws-listed-count
           .

       para-notice-account.
           SET ws-dt-status-noticed(ws-entry-i) TO TRUE
           MOVE ws-today TO ws-dt-noticed-date(ws-entry-i)
           MOVE 'noticed' TO ws-action
           PERFORM para-print-action
           ADD 1 TO ws-noticed-count

           IF fa-deliverable-no THEN
               GO TO para-notice-account-exit
           END-IF
           MOVE fa-email TO mq-to-email
           MOVE 'Your account is about to become dormant'
               TO mq-subject
           MOVE SPACES TO mq-body
           STRING 'There has been no login or activity on your '
               'account since ' ws-activity '. Log in within '
               FUNCTION TRIM(ws-grace-text) ' days to keep it active;'
               ' after that its address must be verified again.'
               DELIMITED BY SIZE INTO mq-body
               ON OVERFLOW CONTINUE
           END-STRING
           PERFORM para-queue-mail
           .

       para-notice-account-exit.
           EXIT PARAGRAPH
           .

      *Withdrawing the verification is what asdf-log-in acts on; the
      *old token is cleared so only a freshly issued one will do.
       para-make-dormant.
           SET ws-dt-status-dormant(ws-entry-i) TO TRUE
           MOVE ws-today TO ws-dt-dormant-date(ws-entry-i)
           SET fa-verified-no TO TRUE
           MOVE LOW-VALUES TO fa-verify-token
           REWRITE fa-account
           MOVE 'dormant' TO ws-action
           PERFORM para-print-action
           ADD 1 TO ws-dormant-count

           IF fa-deliverable-no THEN
               GO TO para-make-dormant-exit
           END-IF
           MOVE fa-email TO mq-to-email
           MOVE 'Your account is now dormant' TO mq-subject
           MOVE SPACES TO mq-body
           STRING 'Your account has been set dormant after a long '
               'period without activity. Your next login will mail '
               'you a token to verify your address again.'
               DELIMITED BY SIZE INTO mq-body
               ON OVERFLOW CONTINUE
           END-STRING
           PERFORM para-queue-mail
           .

       para-make-dormant-exit.
           EXIT PARAGRAPH
           .

       para-print-action.
           MOVE ws-balance TO ws-format-in
           CALL 'asdf-format-amount' USING ws-format-in
               ws-base-currency ws-amount-text
           DISPLAY ws-action ' ' ws-account-text
               ' last-active ' ws-activity
               ' balance ' FUNCTION TRIM(ws-amount-text)
           .

       para-queue-mail.
           MOVE FUNCTION CURRENT-DATE TO mq-queued-timestamp
           OPEN EXTEND fd-mail-queue
           WRITE mq-mail-entry
           CLOSE fd-mail-queue
           .
