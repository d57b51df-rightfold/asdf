           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

      *Expense dates (asdf-value-date.cpy) for a backdated entry,
      *recorded alongside the ledger the same side-file way the
      *tags are.
       SELECT OPTIONAL fd-value-dates
           ASSIGN DYNAMIC ws-value-dates-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

      *Open-item allocations (asdf-allocation.cpy) recorded when a
      *payment names the debt it retires; appended in the same run
      *as the ledger write so the linkage can never name a payment
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-balances-status.

       SELECT OPTIONAL fd-category-months
           ASSIGN DYNAMIC ws-category-months-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-category-months-status.

       SELECT OPTIONAL fd-group-info
           ASSIGN DYNAMIC ws-group-info-path
           ACCESS IS SEQUENTIAL
       FD fd-approvals.
       COPY 'asdf-approval.cpy' REPLACING ==:X:== BY ==ap==.

       FD fd-value-dates.
       COPY 'asdf-value-date.cpy' REPLACING ==:X:== BY ==vd==.

       FD fd-allocations.
       COPY 'asdf-allocation.cpy' REPLACING ==:X:== BY ==av==.

       FD fd-balances.
       COPY 'asdf-balances.cpy' REPLACING ==:X:== BY ==bl==.

       FD fd-category-months.
       COPY 'asdf-category-month.cpy' REPLACING ==:X:== BY ==cm==.

       FD fd-group-info.
       COPY 'asdf-group-info.cpy' REPLACING ==:X:== BY ==gi==.

       01 ws-render-party              PIC X(32).
       01 ws-render-due                PIC X(10).
       01 ws-render-found              PIC X.
      *Whether asdf-queue-sms took the notice for a channel-S
      *account; 'N' sends it by mail instead.
       01 ws-sms-queued                PIC X.
           88 ws-sms-queued-yes        VALUE 'Y'.
           88 ws-sms-queued-no         VALUE 'N'.

       01 ws-payee-category            PIC X(20).
       01 ws-payee-found               PIC X.
           88 ws-session-valid-yes     VALUE 'Y'.
           88 ws-session-valid-no      VALUE 'N'.

      *Set by asdf-drain-postings to the queued request it is running
      *this posting for; asdf-check-posting-request then vouches for
      *the requester in place of a session.
       01 ws-posting-request-text      PIC X(32) VALUE SPACES.
       01 ws-posting-request-id        PIC X(16).

       01 ws-idempotency-key-text      PIC X(64) VALUE SPACES.
       01 ws-idempotency-path          PIC X(256).
       01 ws-idempotency-status        PIC XX.
       01 ws-tag-count                 PIC 9(2) COMP VALUE 0.
       01 ws-t                         PIC 9(2) COMP.

      *An uncategorized debt takes its category, and any tags, from
      *the group's auto-categorization rules (asdf-auto-categorize);
      *the rule's tags join the poster's own in the free slots.
       01 ws-rule-tags                 PIC X(120).
       01 ws-rule-matched              PIC X.
       01 ws-rule-tag-slots.
           02 ws-rule-tag-slot OCCURS 5 TIMES
                   PIC X(20).
       01 ws-rule-tag-count            PIC 9(2) COMP.
       01 ws-r                         PIC 9(2) COMP.
       01 ws-tag-dup                   PIC X.
           88 ws-tag-dup-yes           VALUE 'Y'.
           88 ws-tag-dup-no            VALUE 'N'.
       01 ws-auto-category             PIC X VALUE 'N'.
           88 ws-auto-category-yes     VALUE 'Y'.
           88 ws-auto-category-no      VALUE 'N'.

      *Optional debt id a payment retires (open-item allocation);
      *blank when the caller left the payment unallocated.
       01 ws-allocations-path          PIC X(256).
           88 ws-fast-found-yes        VALUE 'Y'.
           88 ws-fast-found-no         VALUE 'N'.

      *Maintained category-by-month fast path for the budget check
      *(asdf-category-month.cpy).
       01 ws-category-months-path      PIC X(256).
       01 ws-category-months-status    PIC XX.
       01 ws-category-months-eof       PIC X.
           88 ws-category-months-eof-yes
                                       VALUE 'Y'.
           88 ws-category-months-eof-no
                                       VALUE 'N'.

       01 ws-spending-ledger-status    PIC XX.
       01 ws-spending-eof              PIC X.
           88 ws-spending-eof-yes      VALUE 'Y'.
           88 ws-format-text           VALUE SPACES, 'TEXT'.
           88 ws-format-json           VALUE 'JSON'.
       01 ws-now                       PIC X(21).
      *The JSON status word: 'pending-confirmation' for a payment
      *that is now waiting on its creditor's receipt confirmation
      *(asdf-queue-payment-confirmation), 'ok' otherwise.
       01 ws-report-status             PIC X(20) VALUE 'ok'.
       01 ws-confirm-queued            PIC X.
           88 ws-confirm-queued-yes    VALUE 'Y'.
      *Who is taken to have recorded a payment finished from the
      *pending file: the record does not say, so its payer.
       01 ws-recovered-by              PIC X(16).

      *An optional trailing DRYRUN argument: every validation runs
      *- session, members, category, caps, budget, the approval
       01 ws-dryrun                    PIC X(10) VALUE SPACES.
           88 ws-dryrun-yes            VALUE 'DRYRUN'.

      *An optional expense date (YYYYMMDD) after DRYRUN, for a debt
      *or payment keyed after the day the money was spent: blank,
      *or the posting date itself, means the posting date. It must
      *pass asdf-check-value-date (no later than today, within the
      *backdating limit, not in a locked month); the budget check
      *below then counts the entry in its expense month.
       01 ws-value-date-text           PIC X(8) VALUE SPACES.
       01 ws-value-date                PIC 9(8).
       01 ws-value-date-reason         PIC X(80).
       01 ws-value-dated               PIC X VALUE 'N'.
           88 ws-value-dated-yes       VALUE 'Y'.
           88 ws-value-dated-no        VALUE 'N'.
       01 ws-posting-stamp.
           02 ws-posting-date          PIC 9(8).
           02 FILLER                   PIC 9(6).
       01 ws-record-value-date         PIC 9(8).
       01 ws-value-dates-path          PIC X(256).

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
           PERFORM para-parse-group
           PERFORM para-check-session
           PERFORM para-recover-pending
           PERFORM para-parse
           PERFORM para-check-idempotency
               THRU para-check-idempotency-exit
           PERFORM para-check-value-date
               THRU para-check-value-date-exit
           PERFORM para-validate-accounts
           PERFORM para-check-category
               THRU para-check-category-exit
               STOP RUN
           END-IF
           PERFORM para-append
           CALL 'asdf-queue-payment-confirmation' USING ws-group
               ws-acting-account fs-transaction ws-confirm-queued
           IF ws-confirm-queued-yes THEN
               MOVE 'pending-confirmation' TO ws-report-status
           END-IF
           PERFORM para-notify-debitor
               THRU para-notify-debitor-exit
           PERFORM para-report
      *The acting account must also be the session's own account, so a
      *caller can't present someone else's valid session and still
      *claim to be acting as a third party.
      *A posting queued through asdf-queue-posting had its session
      *checked when it was queued; when the queue is drained the
      *request itself stands in for it.
       para-check-session.
           ACCEPT ws-posting-request-text FROM ENVIRONMENT
               'ASDF_POSTING_REQUEST'
           IF ws-posting-request-text IS NOT EQUAL TO SPACES THEN
               CALL 'asdf-parse-uuid' USING ws-posting-request-text
                   ws-posting-request-id
               CALL 'asdf-check-posting-request' USING ws-group
                   ws-posting-request-id ws-session-account
                   ws-session-valid
           ELSE
               CALL 'asdf-check-session' USING ws-session-token
                   ws-group ws-session-account ws-session-valid
           END-IF
           IF ws-session-valid-no THEN
               DISPLAY 'Invalid or expired session' WITH NO ADVANCING
               GO TO para-invalid-parse
      *through. If a previous run was killed in between, the pending
      *file is still here on the next run against this group: finish
      *the write if it never made it into the ledger, or just clear
      *the stale pending file if it did. Either way a payment never
      *reached the confirmation queue, which comes after the pending
      *file is cleared, so it is queued here, as recorded by its
      *payer - the creditor is asked rather than the hold skipped.
       para-recover-pending.
           CALL 'asdf-format-uuid' USING ws-group ws-uuid-text
           STRING '/var/lib/asdf/group/' ws-uuid-text '/pending'
               CALL 'asdf-update-control' USING ws-group
                   fs-transaction
           END-IF

           MOVE pd-transaction TO fs-transaction
           IF fs-payment THEN
               MOVE fs-debitor TO ws-recovered-by
               CALL 'asdf-queue-payment-confirmation' USING ws-group
                   ws-recovered-by fs-transaction ws-confirm-queued
           END-IF
           .

       para-check-pending-written.
           ACCEPT ws-idempotency-key-text FROM ARGUMENT-VALUE
           ACCEPT ws-format FROM ARGUMENT-VALUE
           ACCEPT ws-dryrun FROM ARGUMENT-VALUE
           ACCEPT ws-value-date-text FROM ARGUMENT-VALUE
           IF ws-idempotency-key-text IS EQUAL TO SPACES THEN
               GO TO para-check-idempotency-exit
           END-IF
           EXIT PARAGRAPH
           .

      *A correction - reversal or write-off - always posts in the
      *period it is made in, so it cannot be backdated.
       para-check-value-date.
           CALL 'asdf-utc-timestamp' USING ws-posting-stamp
           MOVE ws-posting-date TO ws-value-date
           IF ws-value-date-text IS EQUAL TO SPACES THEN
               GO TO para-check-value-date-exit
           END-IF
           IF fs-reversal OR fs-write-off THEN
               DISPLAY 'A correction cannot be backdated'
                   WITH NO ADVANCING
               GO TO para-invalid-parse
           END-IF
           IF FUNCTION TRIM(ws-value-date-text) IS NOT NUMERIC THEN
               DISPLAY 'Invalid expense date' WITH NO ADVANCING
               GO TO para-invalid-parse
           END-IF
           MOVE FUNCTION TRIM(ws-value-date-text) TO ws-value-date
           IF ws-value-date IS EQUAL TO ws-posting-date THEN
               GO TO para-check-value-date-exit
           END-IF
           CALL 'asdf-check-value-date' USING ws-group
               ws-posting-date ws-value-date ws-value-date-reason
           IF ws-value-date-reason IS NOT EQUAL TO SPACES THEN
               DISPLAY FUNCTION TRIM(ws-value-date-reason)
                   WITH NO ADVANCING
               GO TO para-invalid-parse
           END-IF
           SET ws-value-dated-yes TO TRUE
           .

       para-check-value-date-exit.
           EXIT PARAGRAPH
           .

       para-check-idempotency-one.
           READ fd-idempotency-index
               AT END
      *records older than the policy field) skip the check entirely,
      *warn-policy groups get a note on the error stream but post
      *anyway, enforce-policy groups are refused. A blank category
      *("uncategorized") is always allowed, and is first offered to
      *the group's auto-categorization rules.
       para-check-category.
           PERFORM para-apply-category-rules
           IF fs-category IS EQUAL TO SPACES THEN
               GO TO para-check-category-exit
           END-IF
               GO TO para-check-category-exit
           END-IF

      *A rule's category was checked against the master when the
      *rule was set; one retired since is dropped back to blank
      *rather than refusing a poster who never chose it.
           IF gi-category-enforce AND ws-auto-category-yes THEN
               DISPLAY 'warning: rule category not in the group '
                   'master: ' FUNCTION TRIM(fs-category) UPON SYSERR
               MOVE SPACES TO fs-category
               GO TO para-check-category-exit
           END-IF
           IF gi-category-enforce THEN
               DISPLAY 'Unknown category for this group'
                   WITH NO ADVANCING
           EXIT PARAGRAPH
           .

       para-apply-category-rules.
           SET ws-auto-category-no TO TRUE
           IF NOT fs-debt OR fs-category IS NOT EQUAL TO SPACES THEN
               EXIT PARAGRAPH
           END-IF
           CALL 'asdf-auto-categorize' USING ws-group fs-transaction
               ws-rule-tags ws-rule-matched
           IF ws-rule-matched IS NOT EQUAL TO 'Y' THEN
               EXIT PARAGRAPH
           END-IF
           SET ws-auto-category-yes TO TRUE
           IF ws-rule-tags IS EQUAL TO SPACES THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ws-rule-tag-count
           MOVE SPACES TO ws-rule-tag-slots
           UNSTRING ws-rule-tags DELIMITED BY '+'
               INTO ws-rule-tag-slot(1) ws-rule-tag-slot(2)
                   ws-rule-tag-slot(3) ws-rule-tag-slot(4)
                   ws-rule-tag-slot(5)
               TALLYING IN ws-rule-tag-count
           PERFORM para-merge-rule-tag
               VARYING ws-r FROM 1 BY 1
               UNTIL ws-r > ws-rule-tag-count
           .

       para-merge-rule-tag.
           IF ws-rule-tag-slot(ws-r) IS EQUAL TO SPACES
                   OR ws-tag-count IS NOT LESS THAN 5 THEN
               EXIT PARAGRAPH
           END-IF
           SET ws-tag-dup-no TO TRUE
           PERFORM para-check-tag-dup
               VARYING ws-t FROM 1 BY 1
               UNTIL ws-t > ws-tag-count
           IF ws-tag-dup-no THEN
               ADD 1 TO ws-tag-count
               MOVE ws-rule-tag-slot(ws-r) TO ws-tag-slot(ws-tag-count)
           END-IF
           .

       para-check-tag-dup.
           IF ws-tag-slot(ws-t) IS EQUAL TO ws-rule-tag-slot(ws-r) THEN
               SET ws-tag-dup-yes TO TRUE
           END-IF
           .

       para-find-category.
           SET ws-category-found-no TO TRUE
           MOVE SPACES TO ws-categories-path
               GO TO para-check-budget-exit
           END-IF

           COMPUTE ws-budget-month = ws-value-date / 100

           CALL 'asdf-format-uuid' USING ws-group ws-uuid-text
           MOVE SPACES TO ws-budgets-path
               END-IF
           END-IF

           PERFORM para-read-category-month-fast
           IF ws-fast-found-no THEN
               PERFORM para-sum-category-month
                   THRU para-sum-category-month-exit
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-budget-convert-date
           CALL 'asdf-convert-amount' USING fs-amount fs-currency
           END-READ
           .

      *The month's spend so far in this category from the group's
      *maintained category-by-month totals: the entry's own category,
      *converted, debts less reversals. A group without the file yet
      *falls back to the ledger scan below.
       para-read-category-month-fast.
           SET ws-fast-found-no TO TRUE
           MOVE 0 TO ws-budget-spent
           MOVE SPACES TO ws-category-months-path
           STRING '/var/lib/asdf/group/' ws-uuid-text
               '/category-months' INTO ws-category-months-path
           OPEN INPUT fd-category-months
           IF ws-category-months-status IS NOT EQUAL TO '00' THEN
               IF ws-category-months-status IS EQUAL TO '05' THEN
                   CLOSE fd-category-months
               END-IF
               EXIT PARAGRAPH
           END-IF
           SET ws-fast-found-yes TO TRUE
           SET ws-category-months-eof-no TO TRUE
           PERFORM para-read-category-month-one
               UNTIL ws-category-months-eof-yes
           CLOSE fd-category-months
           .

       para-read-category-month-one.
           READ fd-category-months
               AT END
                   SET ws-category-months-eof-yes TO TRUE
               NOT AT END
                   IF cm-kind-category
                           AND cm-name IS EQUAL TO fs-category
                           AND cm-month IS EQUAL TO ws-budget-month
                           THEN
                       COMPUTE ws-budget-spent = cm-debt-converted
                           - cm-reversed-converted
                       SET ws-category-months-eof-yes TO TRUE
                   END-IF
           END-READ
           .

      *The month's spend so far in this category, the same arithmetic
      *asdf-category-report applies, read through fd-spending-ledger
      *so the new entry being built in fs-transaction stays intact.
           IF sv-category IS NOT EQUAL TO fs-category THEN
               EXIT PARAGRAPH
           END-IF
           CALL 'asdf-value-date' USING ws-group sv-transaction
               ws-record-value-date
           COMPUTE ws-budget-record-month = ws-record-value-date / 100
           IF ws-budget-record-month IS NOT EQUAL TO
                   ws-budget-month THEN
               EXIT PARAGRAPH
           WRITE ap-approval
           CLOSE fd-approvals

      *The approved entry carries this same id, so its expense date
      *is on file before it posts.
           IF ws-value-dated-yes THEN
               PERFORM para-record-value-date
           END-IF

      *Same inlining note as para-report below.
           CALL 'asdf-format-uuid' USING fs-id ws-uuid-text
           EVALUATE TRUE
           WRITE pd-transaction
           CLOSE fd-pending

      *The tags and expense date go down ahead of the ledger write,
      *so the category-by-month totals asdf-update-control folds
      *the entry into see them; the pending file above guarantees
      *the entry they name follows.
           IF ws-tag-count IS GREATER THAN 0 THEN
               PERFORM para-record-tags
           END-IF

           IF ws-value-dated-yes THEN
               PERFORM para-record-value-date
           END-IF

           PERFORM para-open-ledger-extend
           WRITE fs-transaction
           CLOSE fd-ledger
               PERFORM para-record-event-link
           END-IF

           .

       para-record-value-date.
           MOVE SPACES TO ws-value-dates-path
           STRING '/var/lib/asdf/group/' ws-uuid-text '/value-dates'
               INTO ws-value-dates-path
           MOVE fs-id TO vd-entry-id
           MOVE ws-value-date TO vd-value-date
           MOVE ws-acting-account TO vd-set-by
           CALL 'asdf-utc-timestamp' USING vd-set-timestamp
           OPEN EXTEND fd-value-dates
           WRITE vd-value-date-entry
           CLOSE fd-value-dates
           .

      *A blank slot from a trailing '+' is simply skipped.
       para-record-tags.
           MOVE SPACES TO ws-tags-path
           STRING '/var/lib/asdf/group/' ws-uuid-text '/tags'
               GO TO para-notify-debitor-exit
           END-IF

      *The wording comes from the template file when one carries the
      *'debt-recorded' key (in the debitor's language, or 'en');
      *without one the long-standing literals below stand.
           PERFORM para-render-notification

      *A member on the text channel gets the short form by SMS; with
      *no verified number on file the notice goes by mail as before.
           IF fa-notify-sms THEN
               CALL 'asdf-queue-sms' USING fs-debitor
                   ws-template-key fa-language ws-render-amount
                   ws-render-group-name ws-render-party ws-render-due
                   ws-notify-subject ws-notify-body ws-sms-queued
               IF ws-sms-queued-yes THEN
                   GO TO para-notify-debitor-exit
               END-IF
           END-IF

      *A bounced address gets nothing further queued until the
      *member re-verifies; the debt itself posted fine.
           IF fa-deliverable-no THEN
               GO TO para-notify-debitor-exit
           END-IF

      *Inlined rather than performed out to their own paragraphs -
      *see the note on para-report below about GO TOs earlier in this
      *paragraph and a subsequently performed paragraph firing twice
               WHEN ws-format-json
                   MOVE FUNCTION CURRENT-DATE TO ws-now
                   DISPLAY '{"id":"' FUNCTION TRIM(ws-uuid-text) '",'
                       '"status":"' FUNCTION TRIM(ws-report-status)
                       '",'
                       '"timestamp":"' ws-now(1:4) '-' ws-now(5:2)
                       '-' ws-now(7:2) 'T' ws-now(9:2) ':'
                       ws-now(11:2) ':' ws-now(13:2) '"}'
