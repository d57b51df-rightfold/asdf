      *      groceries split flat" as mail
      *  CONFIRM <code>
      *      executes the command the code was mailed for
      *Amounts are taken in minor units ("1250" for 12.50). A
      *category of '-' leaves it to the group's auto-categorization
      *rules (asdf-auto-categorize), which may tag the entry too.
      *
      *Anything money-moving is never executed off the first
      *message: the command is staged (asdf-mail-command.cpy) and a
      *the code plays the session's role on this channel, and a
      *debt over the group's threshold waits in the approvals file
      *like any other.
      *
      *With the inbound-mail-posting setting (asdf-set-config) at
      *QUEUED, a confirmed DEBT or PAY is not posted here at all:
      *once the group and both parties check out it goes onto the
      *group's posting queue (asdf-queue-posting) and the sender is
      *mailed the request id; asdf-drain-postings posts it later
      *under the same checks asdf-append-to-ledger makes of any
      *posting, and mails the sender how it went. A SPLIT always
      *posts here, its legs sharing one split-of id that the queue
      *has no way to carry.
      *
      *A message that ends up failed - an unknown sender, or a
      *command that was refused - is also posted to the operator
      *exceptions queue (asdf-raise-exception) with the reason.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-process-inbound-mail.
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       SELECT OPTIONAL fd-tags
           ASSIGN DYNAMIC ws-tags-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD fd-inbound.
       FD fd-mail-queue.
       COPY 'asdf-mail-queue.cpy' REPLACING ==:X:== BY ==mq==.

       FD fd-tags.
       COPY 'asdf-tag.cpy' REPLACING ==:X:== BY ==tj==.

       WORKING-STORAGE SECTION.
       01 ws-inbound-path              PIC X(256)
           VALUE '/var/lib/asdf/inbound-mail'.

       01 ws-amount                    PIC 9(10) COMP.
       01 ws-category                  PIC X(20).
      *Tags an auto-categorization rule gave the command's entry.
       01 ws-tags-path                 PIC X(256).
       01 ws-rule-tags                 PIC X(120) VALUE SPACES.
       01 ws-rule-matched              PIC X.
       01 ws-rule-tag-slots.
           02 ws-rule-tag-slot OCCURS 5 TIMES
                   PIC X(20).
       01 ws-rule-tag-count            PIC 9(2) COMP.
       01 ws-t                         PIC 9(2) COMP.
       01 ws-other-party               PIC X(16).
       01 ws-group-name                PIC X(100).
       01 ws-reply-subject             PIC X(80).
       01 ws-reply-body                PIC X(200).
       01 ws-result-ok                 PIC X.

      *DIRECT (the default) or QUEUED; see the note above.
       01 ws-config-key                PIC X(30)
           VALUE 'inbound-mail-posting'.
       01 ws-config-value              PIC X(64).
       01 ws-config-found              PIC X.
       01 ws-mail-posting              PIC X(8) VALUE 'DIRECT'.
           88 ws-mail-posting-queued   VALUE 'QUEUED'.
       COPY 'asdf-posting-request.cpy' REPLACING ==:X:== BY ==pq==.
       01 ws-amount-text               PIC 9(10).
       01 ws-request-text              PIC X(32).

       01 ws-new-code-id               PIC X(16).
       01 ws-new-code                  PIC X(8).
       01 ws-code-text                 PIC X(32).
           88 ws-needs-approval-no     VALUE 'N'.

       01 ws-new-id                    PIC X(16).
      *Set by asdf-queue-payment-confirmation for a PAY now waiting
      *on its creditor.
       01 ws-confirm-queued            PIC X.
           88 ws-confirm-queued-yes    VALUE 'Y'.
       01 ws-processed-count           PIC 9(4) COMP VALUE 0.
       01 ws-failed-count              PIC 9(4) COMP VALUE 0.

      *Operator exceptions queue item (asdf-raise-exception).
       01 ws-exception-source          PIC X(20)
           VALUE 'INBOUND-MAIL'.
       01 ws-exception-severity        PIC X VALUE 'L'.
       01 ws-exception-group           PIC X(16) VALUE LOW-VALUES.
       01 ws-exception-description     PIC X(200).
       01 ws-exception-raised          PIC X.

       01 ws-utc-now.
           02 ws-utc-year              PIC 9(4).
           02 ws-utc-month             PIC 9(2).
                                        PIC 9(14).
       01 ws-code-minutes              PIC 9(5) VALUE 1440.

      *The address is looked up and queued in its protected form
      *(asdf-protect-field), the form the account index and the mail
      *queue hold.
      *Look-up mode: nothing is filed in the field vault.
       01 ws-protect-mode              PIC X VALUE 'L'.
       01 ws-protected-email           PIC X(254).

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
           CALL 'asdf-utc-timestamp' USING ws-utc-now
           COMPUTE ws-now-flat =
               ws-utc-year * 10000000000
               + ws-utc-hour * 10000
               + ws-utc-minute * 100
               + ws-utc-second
           CALL 'asdf-read-config' USING ws-config-key
               ws-config-value ws-config-found
           IF ws-config-found IS EQUAL TO 'Y' THEN
               MOVE ws-config-value TO ws-mail-posting
           END-IF

           OPEN I-O fd-inbound
           IF ws-inbound-status IS NOT EQUAL TO '00' THEN
                   IF in-status-new THEN
                       PERFORM para-process-message
                           THRU para-process-message-exit
                       IF in-status-failed THEN
                           PERFORM para-raise-exception
                       END-IF
                       REWRITE in-inbound-entry
                   END-IF
           END-READ
           .

       para-process-message.
           MOVE LOW-VALUES TO ws-sender-account
           MOVE SPACES TO ws-reply-body
           MOVE in-from-email TO ws-sender-email
           CALL 'asdf-protect-field' USING ws-protect-mode
               ws-sender-email ws-protected-email
           MOVE ws-protected-email TO ws-sender-email
           PERFORM para-find-sender THRU para-find-sender-exit
           IF ws-found-no THEN
      *An unknown sender gets no reply at all - answering would
      *confirm which addresses exist here.
               MOVE 'sender is not a registered address'
                   TO ws-reply-body
               SET in-status-failed TO TRUE
               ADD 1 TO ws-failed-count
               GO TO para-process-message-exit
           EXIT PARAGRAPH
           .

      *The sender's address stays out of the item; the spool record
      *is found again by its received time and subject.
       para-raise-exception.
           MOVE SPACES TO ws-exception-description
           STRING 'mail received ' in-received-timestamp ' "'
               FUNCTION TRIM(in-subject) '" failed: '
               FUNCTION TRIM(ws-reply-body)
               DELIMITED BY SIZE INTO ws-exception-description
               ON OVERFLOW CONTINUE
           END-STRING
           CALL 'asdf-raise-exception' USING ws-exception-source
               ws-exception-severity ws-exception-group
               ws-sender-account ws-exception-description
               ws-exception-raised
           .

       para-find-sender.
           SET ws-found-no TO TRUE
           OPEN INPUT fd-account-index
                   TO ws-word-rest
           END-IF
           MOVE 'N' TO ws-result-ok
           MOVE SPACES TO ws-rule-tags

           EVALUATE FUNCTION TRIM(ws-word-1)
               WHEN 'DEBT'
           END-IF
           MOVE FUNCTION TRIM(ws-word-2) TO ws-amount
           MOVE ws-word-3 TO ws-category
           IF ws-category IS EQUAL TO '-' THEN
               MOVE SPACES TO ws-category
           END-IF
           IF FUNCTION TRIM(ws-word-4) IS NOT EQUAL TO 'FROM' THEN
               MOVE 'Expected FROM <debitor> <group>'
                   TO ws-reply-body
           IF ws-member-found-no THEN
               GO TO para-execute-debt-exit
           END-IF
           IF ws-mail-posting-queued THEN
               MOVE 'D' TO fs-type
               MOVE ws-other-party TO fs-debitor
               MOVE ws-sender-account TO fs-creditor
               PERFORM para-queue-posting
               MOVE 'Y' TO ws-result-ok
               GO TO para-execute-debt-exit
           END-IF
           PERFORM para-apply-category-rules

           MOVE ws-amount TO ws-check-amount
           PERFORM para-check-posting-gates
           MOVE 'P' TO fs-type
           MOVE ws-sender-account TO fs-debitor
           MOVE ws-other-party TO fs-creditor
           IF ws-mail-posting-queued THEN
               PERFORM para-queue-posting
           ELSE
               PERFORM para-post-entry
           END-IF
           MOVE 'Y' TO ws-result-ok
           .

           END-IF
           MOVE FUNCTION TRIM(ws-word-2) TO ws-amount
           MOVE ws-word-3 TO ws-category
           IF ws-category IS EQUAL TO '-' THEN
               MOVE SPACES TO ws-category
           END-IF
           MOVE ws-word-4 TO ws-profile-name
           MOVE SPACES TO ws-group-name
           STRING FUNCTION TRIM(ws-word-5) ' '
               GO TO para-execute-split-exit
           END-IF

           PERFORM para-apply-category-rules

      *Policy and cap are judged on the split's whole amount, the
      *way asdf-append-split judges them. A split is never staged
      *for approval - the approval record carries a single
           MOVE ws-split-id TO fs-split-of

           CALL 'asdf-format-uuid' USING ws-group ws-group-text
      *Rule tags go down ahead of the ledger write, so the
      *category-by-month totals asdf-update-control folds the leg
      *into see them.
           IF ws-rule-tags IS NOT EQUAL TO SPACES THEN
               PERFORM para-record-rule-tags
           END-IF
           MOVE SPACES TO ws-ledger
           STRING '/var/lib/asdf/group/' ws-group-text '/ledger'
               INTO ws-ledger
           CALL 'asdf-queue-hold-ack' USING ws-group fs-transaction
           .

      *A debt or split sent with '-' for its category is offered to
      *the group's auto-categorization rules as the entry it will
      *post - the sender as creditor, the whole amount, the
      *"Posted by mail" comment - before the policy gates judge the
      *category.
       para-apply-category-rules.
           MOVE SPACES TO ws-rule-tags
           IF ws-category IS NOT EQUAL TO SPACES THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO fs-transaction
           SET fs-debt TO TRUE
           STRING 'Posted by mail: '
               FUNCTION TRIM(ws-command-text)
               DELIMITED BY SIZE INTO fs-comment
               ON OVERFLOW CONTINUE
           END-STRING
           MOVE ws-sender-account TO fs-creditor
           MOVE ws-amount TO fs-amount
           CALL 'asdf-auto-categorize' USING ws-group fs-transaction
               ws-rule-tags ws-rule-matched
           IF ws-rule-matched IS EQUAL TO 'Y' THEN
               MOVE fs-category TO ws-category
           END-IF
           .

      *A blank slot from a trailing '+' is simply skipped.
       para-record-rule-tags.
           MOVE 0 TO ws-rule-tag-count
           MOVE SPACES TO ws-rule-tag-slots
           UNSTRING ws-rule-tags DELIMITED BY '+'
               INTO ws-rule-tag-slot(1) ws-rule-tag-slot(2)
                   ws-rule-tag-slot(3) ws-rule-tag-slot(4)
                   ws-rule-tag-slot(5)
               TALLYING IN ws-rule-tag-count
           MOVE SPACES TO ws-tags-path
           STRING '/var/lib/asdf/group/' ws-group-text '/tags'
               INTO ws-tags-path
           OPEN EXTEND fd-tags
           PERFORM para-record-rule-tag-one
               VARYING ws-t FROM 1 BY 1
               UNTIL ws-t > ws-rule-tag-count
           CLOSE fd-tags
           .

       para-record-rule-tag-one.
           IF ws-rule-tag-slot(ws-t) IS NOT EQUAL TO SPACES THEN
               MOVE fs-id TO tj-transaction-id
               MOVE ws-rule-tag-slot(ws-t) TO tj-tag
               WRITE tj-tag-entry
           END-IF
           .

       para-resolve-group.
           SET ws-found-no TO TRUE
           OPEN INPUT fd-group-index
           MOVE SPACES TO fs-split-of

           CALL 'asdf-format-uuid' USING ws-group ws-group-text
      *Rule tags go down ahead of the ledger write, the same as for
      *a split leg above.
           IF ws-rule-tags IS NOT EQUAL TO SPACES THEN
               PERFORM para-record-rule-tags
           END-IF
           MOVE SPACES TO ws-ledger
           STRING '/var/lib/asdf/group/' ws-group-text '/ledger'
               INTO ws-ledger
           END-IF
           CALL 'asdf-update-control' USING ws-group fs-transaction
           CALL 'asdf-queue-hold-ack' USING ws-group fs-transaction
      *A PAY the sender mails in is their own say-so, so it waits
      *on the creditor's receipt confirmation where the group asks
      *for one.
           CALL 'asdf-queue-payment-confirmation' USING ws-group
               ws-sender-account fs-transaction ws-confirm-queued

           CALL 'asdf-format-uuid' USING fs-id ws-uuid-text
           MOVE 'Your asdf command was executed'
               TO ws-reply-subject
           MOVE SPACES TO ws-reply-body
           IF ws-confirm-queued-yes THEN
               STRING 'Posted entry ' ws-uuid-text
                   ', awaiting the creditor''s confirmation, for: '
                   FUNCTION TRIM(ws-command-text)
                   DELIMITED BY SIZE INTO ws-reply-body
                   ON OVERFLOW CONTINUE
               END-STRING
           ELSE
               STRING 'Posted entry ' ws-uuid-text ' for: '
                   FUNCTION TRIM(ws-command-text)
                   DELIMITED BY SIZE INTO ws-reply-body
                   ON OVERFLOW CONTINUE
               END-STRING
           END-IF
           PERFORM para-queue-reply
           .

      *The queued entry carries the comment and currency a direct
      *mail posting would; category rules, policy, caps and the
      *approval threshold are left to the drain.
       para-queue-posting.
           INITIALIZE pq-posting-request
           MOVE ws-group TO pq-group-id
           MOVE ws-sender-account TO pq-requested-by
           SET pq-origin-mail TO TRUE
           MOVE fs-type TO pq-type
           STRING 'Posted by mail: '
               FUNCTION TRIM(ws-command-text)
               DELIMITED BY SIZE INTO pq-comment
               ON OVERFLOW CONTINUE
           END-STRING
           MOVE ws-category TO pq-category
           MOVE 'USD' TO pq-currency
           CALL 'asdf-format-uuid' USING fs-debitor pq-debitor
           CALL 'asdf-format-uuid' USING fs-creditor pq-creditor
           MOVE ws-amount TO ws-amount-text
           MOVE ws-amount-text TO pq-amount
           CALL 'asdf-queue-posting' USING pq-posting-request

           CALL 'asdf-format-uuid' USING pq-request-id
               ws-request-text
           MOVE 'Your asdf command was queued' TO ws-reply-subject
           MOVE SPACES TO ws-reply-body
           STRING 'Queued as request ' ws-request-text
               '; you will be mailed once it has been posted'
               DELIMITED BY SIZE INTO ws-reply-body
               ON OVERFLOW CONTINUE
           END-STRING
