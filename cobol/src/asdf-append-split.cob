      *legs are computed from it - percentages of the total with
      *the rounding remainder on the first participant, or fixed
      *shares that must add up to the total exactly.
      *
      *A debitor may be an active household of the group
      *(asdf-household.cpy) as well as a member: its leg is one debt
      *charged to the household as a unit, and each partner is told
      *of it in their own way.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-append-split.
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-profiles-status.

       SELECT OPTIONAL fd-households
           ASSIGN DYNAMIC ws-households-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-households-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-ledger.
       FD fd-profiles.
       COPY 'asdf-split-profile.cpy' REPLACING ==:X:== BY ==sp==.

       FD fd-households.
       COPY 'asdf-household.cpy' REPLACING ==:X:== BY ==hh==.

       WORKING-STORAGE SECTION.
       01 ws-group                     PIC X(16).
       01 ws-group-text                PIC X(32).
       01 ws-render-party              PIC X(32).
       01 ws-render-due                PIC X(10).
       01 ws-render-found              PIC X.
      *Whether asdf-queue-sms took the notice for a channel-S
      *account; 'N' sends it by mail instead.
       01 ws-sms-queued                PIC X.
           88 ws-sms-queued-yes        VALUE 'Y'.
           88 ws-sms-queued-no         VALUE 'N'.

       01 ws-payee-category            PIC X(20).

           88 ws-payee-found-active    VALUE 'Y'.
           88 ws-payee-found-retired   VALUE 'R'.

      *A household debitor (asdf-check-household), and the partner
      *each of its leg's notices goes to.
       01 ws-unit                      PIC X(16).
       01 ws-unit-found                PIC X.
           88 ws-unit-found-household  VALUE 'H'.
           88 ws-unit-found-member     VALUE 'M'.
           88 ws-unit-found-no         VALUE 'N'.
       01 ws-households-path           PIC X(256).
       01 ws-households-status         PIC XX.
       01 ws-households-eof            PIC X.
           88 ws-households-eof-yes    VALUE 'Y'.
           88 ws-households-eof-no     VALUE 'N'.
       01 ws-notify-account            PIC X(16).
       01 ws-hm                        PIC 9(2) COMP.

       01 ws-comment-buffer            PIC X(300).
       01 ws-comment                   PIC X(200).
       01 ws-category                  PIC X(20).
       01 ws-tag-count                 PIC 9(2) COMP VALUE 0.
       01 ws-t                         PIC 9(2) COMP.

      *An uncategorized split takes its category, and any tags, from
      *the group's auto-categorization rules (asdf-auto-categorize),
      *judged on the comment, the creditor and the whole bill; the
      *rule's tags join the poster's own in the free slots.
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

      *The legs of the split; fs-split-count was bounded to this same
      *20-entry limit back when splits had their own record layout,
      *and the limit is kept here for the same reason - a single
           88 ws-dryrun-yes            VALUE 'DRYRUN'.
       01 ws-dryrun-amount             PIC 9(10).

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
           PERFORM para-generate-split-id
       para-validate-split.
           CALL 'asdf-check-member' USING ws-group
               ws-split-debitor(ws-i) ws-found
           IF ws-found-no THEN
               CALL 'asdf-check-household' USING ws-group
                   ws-split-debitor(ws-i) ws-unit ws-unit-found
               IF ws-unit-found-household THEN
                   SET ws-found-yes TO TRUE
               END-IF
           END-IF
           IF ws-found-no THEN
               DISPLAY 'Unknown debitor account' WITH NO ADVANCING
               GO TO para-invalid
      *records older than the policy field) skip the check entirely,
      *warn-policy groups get a note on the error stream but post
      *anyway, enforce-policy groups are refused. A blank category
      *("uncategorized") is always allowed, and is first offered to
      *the group's auto-categorization rules.
       para-check-category.
           PERFORM para-apply-category-rules
           IF ws-category IS EQUAL TO SPACES THEN
               GO TO para-check-category-exit
           END-IF
               GO TO para-check-category-exit
           END-IF

      *A rule's category was checked against the master when the
      *rule was set; one retired since is dropped back to blank
      *rather than refusing a poster who never chose it.
           IF gi-category-enforce AND ws-auto-category-yes THEN
               DISPLAY 'warning: rule category not in the group '
                   'master: ' FUNCTION TRIM(ws-category) UPON SYSERR
               MOVE SPACES TO ws-category
               GO TO para-check-category-exit
           END-IF
           IF gi-category-enforce THEN
               DISPLAY 'Unknown category for this group'
                   WITH NO ADVANCING
           EXIT PARAGRAPH
           .

      *The rules read a ledger record, so the split is offered as
      *one debt of the whole bill; the legs are built afresh in
      *fs-transaction afterwards.
       para-apply-category-rules.
           SET ws-auto-category-no TO TRUE
           IF ws-category IS NOT EQUAL TO SPACES THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO fs-transaction
           SET fs-debt TO TRUE
           MOVE ws-comment TO fs-comment
           MOVE ws-creditor TO fs-creditor
           MOVE ws-total-amount TO fs-amount
           CALL 'asdf-auto-categorize' USING ws-group fs-transaction
               ws-rule-tags ws-rule-matched
           IF ws-rule-matched IS NOT EQUAL TO 'Y' THEN
               EXIT PARAGRAPH
           END-IF
           SET ws-auto-category-yes TO TRUE
           MOVE fs-category TO ws-category
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
               GO TO para-check-authorization-exit
           END-IF

      *A partner may post a split that charges their household.
           CALL 'asdf-check-household' USING ws-group
               ws-acting-account ws-unit ws-unit-found
           SET ws-found-no TO TRUE
           PERFORM para-check-authorization-one
               VARYING ws-i FROM 1 BY 1
           IF ws-acting-account IS EQUAL TO ws-split-debitor(ws-i) THEN
               SET ws-found-yes TO TRUE
           END-IF
           IF ws-unit-found-member
                   AND ws-unit IS EQUAL TO ws-split-debitor(ws-i) THEN
               SET ws-found-yes TO TRUE
           END-IF
           .

      *Only checked against the split's combined total, not leg by
      *tearing a concurrent asdf-list-ledger read, and keeps two
      *concurrent appends from clobbering each other.
       para-write-leg.
      *The leg's tags go down ahead of its ledger write, so the
      *category-by-month totals asdf-update-control folds it into
      *see them; a link naming a leg that never posted is inert.
           IF ws-tag-count IS GREATER THAN 0 THEN
               PERFORM para-record-leg-tags
           END-IF

           PERFORM para-open-ledger-extend
           WRITE fs-transaction
           CLOSE fd-ledger
               WRITE el-event-link
               CLOSE fd-event-links
           END-IF
           .

      *A blank slot from a trailing '+' is simply skipped.
      *missing account file (status '35') just means there is nothing
      *to notify, not an error.
       para-notify-leg-debitor.
           CALL 'asdf-check-household' USING ws-group fs-debitor
               ws-unit ws-unit-found
           IF ws-unit-found-household THEN
               PERFORM para-notify-household
               GO TO para-notify-leg-debitor-exit
           END-IF
           MOVE fs-debitor TO ws-notify-account
           PERFORM para-notify-account THRU para-notify-account-exit
           .

       para-notify-leg-debitor-exit.
           EXIT PARAGRAPH
           .

      *A household's leg is told to each of its partners.
       para-notify-household.
           MOVE SPACES TO ws-households-path
           STRING '/var/lib/asdf/group/' ws-group-text '/households'
               INTO ws-households-path
           OPEN INPUT fd-households
           IF ws-households-status IS NOT EQUAL TO '00' THEN
               IF ws-households-status IS EQUAL TO '05' THEN
                   CLOSE fd-households
               END-IF
               EXIT PARAGRAPH
           END-IF
           SET ws-households-eof-no TO TRUE
           PERFORM para-notify-household-one
               UNTIL ws-households-eof-yes
           CLOSE fd-households
           .

       para-notify-household-one.
           READ fd-households
               AT END
                   SET ws-households-eof-yes TO TRUE
               NOT AT END
                   IF hh-household-id IS EQUAL TO fs-debitor THEN
                       PERFORM para-notify-partner
                           VARYING ws-hm FROM 1 BY 1
                           UNTIL ws-hm > hh-member-count
                       SET ws-households-eof-yes TO TRUE
                   END-IF
           END-READ
           .

       para-notify-partner.
           MOVE hh-account-id(ws-hm) TO ws-notify-account
           PERFORM para-notify-account THRU para-notify-account-exit
           .

      *One account's notice of the leg: the debitor's own, or a
      *household partner's.
       para-notify-account.
           CALL 'asdf-format-uuid' USING ws-notify-account
               ws-uuid-text
           STRING '/var/lib/asdf/account/' ws-uuid-text '/info'
               INTO ws-account-path
           OPEN INPUT fd-account
           IF ws-account-status IS EQUAL TO '35' THEN
               GO TO para-notify-account-exit
           END-IF

           READ fd-account
      *Vacation hold: the debt still posts, but it also lands in
      *the debitor's acknowledgment queue for their return - the
      *shared asdf-queue-hold-ack every debt-posting path calls.
           IF ws-notify-account IS EQUAL TO fs-debitor THEN
               CALL 'asdf-queue-hold-ack' USING ws-group
                   fs-transaction
           END-IF

           IF fa-notify-none THEN
               GO TO para-notify-account-exit
           END-IF

      *The wording comes from the template file when one carries the
      *without one the long-standing literals below stand.
           PERFORM para-render-notification

      *A member on the text channel gets the short form by SMS; with
      *no verified number on file the notice goes by mail as before.
           IF fa-notify-sms THEN
               CALL 'asdf-queue-sms' USING ws-notify-account
                   ws-template-key fa-language ws-render-amount
                   ws-render-group-name ws-render-party ws-render-due
                   ws-notify-subject ws-notify-body ws-sms-queued
               IF ws-sms-queued-yes THEN
                   GO TO para-notify-account-exit
               END-IF
           END-IF

      *A bounced address gets nothing further queued until the
      *member re-verifies; the debt itself posted fine.
           IF fa-deliverable-no THEN
               GO TO para-notify-account-exit
           END-IF

           IF fa-notify-digest THEN
               CALL 'asdf-format-uuid' USING ws-notify-account
                   ws-uuid-text
               STRING '/var/lib/asdf/account/' ws-uuid-text
                   '/notification-digest' INTO ws-digest-queue-path

           END-IF
           .

       para-notify-account-exit.
           EXIT PARAGRAPH
           .

