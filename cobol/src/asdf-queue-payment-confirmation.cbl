      *Puts one just-posted payment up for its creditor's receipt
      *confirmation (asdf-payment-confirmation.cpy) when the group
      *asks for it: the group's gi-payment-confirm-days is nonzero,
      *the entry is a payment, and whoever recorded it is not the
      *creditor - a creditor recording money they received has
      *confirmed it by doing so, and so has a partner recording money
      *paid to their household (asdf-household.cpy). The pending
      *record is appended to /var/lib/asdf/group/<id>/payment-
      *confirmations with the confirm-by date the window gives, and
      *the creditor is asked by mail (or text, or their digest, per
      *their notification settings) under the
      *'payment-confirm-request' template.
      *A household has no account record of its own, so its
      *partners answer from asdf-confirm-payment's list unprompted.
      *Called by the paths where a payer records their own payment
      *- asdf-append-to-ledger (its crash recovery included), the
      *mail processor's PAY command, asdf-confirm-settlement and the
      *bulk loader asdf-load-transactions. ls-queued comes back 'Y'
      *when the payment is now pending; anything else is a no-op
      *and 'N'.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-queue-payment-confirmation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-group-info
           ASSIGN DYNAMIC ws-group-info-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-group-info-status.

       SELECT OPTIONAL fd-confirmations
           ASSIGN DYNAMIC ws-confirmations-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       SELECT OPTIONAL fd-account
           ASSIGN DYNAMIC ws-account-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-account-status.

       SELECT OPTIONAL fd-mail-queue
           ASSIGN DYNAMIC ws-mail-queue-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       SELECT OPTIONAL fd-digest-queue
           ASSIGN DYNAMIC ws-digest-queue-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD fd-group-info.
       COPY 'asdf-group-info.cpy' REPLACING ==:X:== BY ==gi==.

       FD fd-confirmations.
       COPY 'asdf-payment-confirmation.cpy' REPLACING ==:X:== BY ==pc==.

       FD fd-account.
       COPY 'asdf-account.cpy' REPLACING ==:X:== BY ==fa==.

       FD fd-mail-queue.
       COPY 'asdf-mail-queue.cpy' REPLACING ==:X:== BY ==mq==.

       FD fd-digest-queue.
       COPY 'asdf-mail-queue.cpy' REPLACING ==:X:== BY ==dq==.

       WORKING-STORAGE SECTION.
       01 ws-group-text                PIC X(32).
       01 ws-uuid-text                 PIC X(32).
       01 ws-group-info-path           PIC X(256).
       01 ws-group-info-status         PIC XX.
       01 ws-confirmations-path        PIC X(256).
       01 ws-account-path              PIC X(256).
       01 ws-account-status            PIC XX.
       01 ws-mail-queue-path           PIC X(256)
           VALUE '/var/lib/asdf/mail-queue'.
       01 ws-digest-queue-path         PIC X(256).

       01 ws-posted-date               PIC 9(8).
       01 ws-unit                      PIC X(16).
       01 ws-unit-found                PIC X.
           88 ws-unit-found-member     VALUE 'M'.

      *Rendered notification wording and the substitution values
      *handed to asdf-render-template.
       01 ws-notify-subject            PIC X(80).
       01 ws-notify-body               PIC X(200).
       01 ws-template-key              PIC X(30).
       01 ws-render-amount-in          PIC S9(11) COMP.
       01 ws-render-amount             PIC X(20).
       01 ws-render-group-name         PIC X(100).
       01 ws-render-party              PIC X(32).
       01 ws-render-due                PIC X(10).
       01 ws-render-found              PIC X.
       01 ws-sms-queued                PIC X.
           88 ws-sms-queued-yes        VALUE 'Y'.
           88 ws-sms-queued-no         VALUE 'N'.

       LINKAGE SECTION.
       01 ls-group                     PIC X(16).
       01 ls-acting-account            PIC X(16).
       COPY 'asdf-transaction.cpy' REPLACING ==:X:== BY ==ls==.
       01 ls-queued                    PIC X.

       PROCEDURE DIVISION USING ls-group ls-acting-account
           ls-transaction ls-queued.
       para-main.
           MOVE 'N' TO ls-queued
           IF NOT ls-payment THEN
               GO TO para-exit
           END-IF
           IF ls-acting-account IS EQUAL TO ls-creditor THEN
               GO TO para-exit
           END-IF
           CALL 'asdf-check-household' USING ls-group
               ls-acting-account ws-unit ws-unit-found
           IF ws-unit-found-member
                   AND ws-unit IS EQUAL TO ls-creditor THEN
               GO TO para-exit
           END-IF

           CALL 'asdf-format-uuid' USING ls-group ws-group-text
           MOVE SPACES TO ws-group-info-path
           STRING '/var/lib/asdf/group/' ws-group-text '/info'
               INTO ws-group-info-path
           OPEN INPUT fd-group-info
           IF ws-group-info-status IS NOT EQUAL TO '00' THEN
               IF ws-group-info-status IS EQUAL TO '05' THEN
                   CLOSE fd-group-info
               END-IF
               GO TO para-exit
           END-IF
           READ fd-group-info
           CLOSE fd-group-info
           IF ws-group-info-status IS NOT EQUAL TO '00' THEN
               GO TO para-exit
           END-IF
           IF gi-payment-confirm-days IS NOT NUMERIC
                   OR gi-payment-confirm-days IS EQUAL TO 0 THEN
               GO TO para-exit
           END-IF

           MOVE ls-id TO pc-transaction-id
           SET pc-status-pending TO TRUE
           MOVE ls-debitor TO pc-payer
           MOVE ls-creditor TO pc-creditor
           MOVE ls-amount TO pc-amount
           MOVE ls-currency TO pc-currency
           COMPUTE pc-posted-timestamp =
               ls-year OF ls-timestamp * 10000000000
               + ls-month OF ls-timestamp * 100000000
               + ls-day OF ls-timestamp * 1000000
               + ls-hour OF ls-timestamp * 10000
               + ls-minute OF ls-timestamp * 100
               + ls-second OF ls-timestamp
           COMPUTE ws-posted-date =
               ls-year OF ls-timestamp * 10000
               + ls-month OF ls-timestamp * 100
               + ls-day OF ls-timestamp
           COMPUTE pc-confirm-by = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(ws-posted-date)
               + gi-payment-confirm-days)
           MOVE LOW-VALUES TO pc-decided-by
           MOVE 0 TO pc-decided-timestamp
           MOVE SPACES TO pc-statement

           MOVE SPACES TO ws-confirmations-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/payment-confirmations' INTO ws-confirmations-path
           OPEN EXTEND fd-confirmations
           WRITE pc-payment-confirmation
           CLOSE fd-confirmations
           MOVE 'Y' TO ls-queued

           PERFORM para-notify-creditor THRU para-notify-creditor-exit
           .

       para-exit.
           EXIT PROGRAM
           .

      *The pot has no account record of its own, so a payment into
      *it simply waits for a group admin to answer from the list.
       para-notify-creditor.
           CALL 'asdf-format-uuid' USING ls-creditor ws-uuid-text
           MOVE SPACES TO ws-account-path
           STRING '/var/lib/asdf/account/' ws-uuid-text '/info'
               INTO ws-account-path
           OPEN INPUT fd-account
           IF ws-account-status IS NOT EQUAL TO '00' THEN
               IF ws-account-status IS EQUAL TO '05' THEN
                   CLOSE fd-account
               END-IF
               GO TO para-notify-creditor-exit
           END-IF
           READ fd-account
           CLOSE fd-account

           IF fa-notify-none THEN
               GO TO para-notify-creditor-exit
           END-IF

           MOVE 'Please confirm a payment you received'
               TO ws-notify-subject
           MOVE ls-comment TO ws-notify-body
           MOVE ls-amount TO ws-render-amount-in
           CALL 'asdf-format-amount' USING ws-render-amount-in
               ls-currency ws-render-amount
           MOVE gi-name TO ws-render-group-name
           CALL 'asdf-format-uuid' USING ls-debitor ws-render-party
           MOVE pc-confirm-by TO ws-render-due
           MOVE 'payment-confirm-request' TO ws-template-key
           CALL 'asdf-render-template' USING ws-template-key
               fa-language ws-render-amount ws-render-group-name
               ws-render-party ws-render-due
               ws-notify-subject ws-notify-body ws-render-found

      *A member on the text channel gets the short form by SMS; with
      *no verified number on file the request goes by mail.
           IF fa-notify-sms THEN
               CALL 'asdf-queue-sms' USING ls-creditor
                   ws-template-key fa-language ws-render-amount
                   ws-render-group-name ws-render-party ws-render-due
                   ws-notify-subject ws-notify-body ws-sms-queued
               IF ws-sms-queued-yes THEN
                   GO TO para-notify-creditor-exit
               END-IF
           END-IF

           IF fa-deliverable-no THEN
               GO TO para-notify-creditor-exit
           END-IF

           IF fa-notify-digest THEN
               MOVE SPACES TO ws-digest-queue-path
               STRING '/var/lib/asdf/account/' ws-uuid-text
                   '/notification-digest' INTO ws-digest-queue-path
               MOVE fa-email TO dq-to-email
               MOVE ws-notify-subject TO dq-subject
               MOVE ws-notify-body TO dq-body
               MOVE FUNCTION CURRENT-DATE TO dq-queued-timestamp
               OPEN EXTEND fd-digest-queue
               WRITE dq-mail-entry
               CLOSE fd-digest-queue
           ELSE
               MOVE fa-email TO mq-to-email
               MOVE ws-notify-subject TO mq-subject
               MOVE ws-notify-body TO mq-body
               MOVE FUNCTION CURRENT-DATE TO mq-queued-timestamp
               OPEN EXTEND fd-mail-queue
               WRITE mq-mail-entry
               CLOSE fd-mail-queue
           END-IF
           .

       para-notify-creditor-exit.
           EXIT PARAGRAPH
           .
