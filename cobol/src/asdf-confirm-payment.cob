      *Answers a payment waiting on its creditor's receipt
      *confirmation (asdf-payment-confirmation.cpy). CONFIRM says
      *the money arrived: the payment counts in the balance report
      *and settle-up from then on. DENY says it never did, and
      *takes the creditor's statement: the payment stays held out,
      *now as a dispute opened on it in both parties' words - the
      *payer's as recorded on the payment, the creditor's as given
      *here - for a group admin to settle through
      *asdf-resolve-dispute (UPHELD reverses the payment, REJECTED
      *lets it stand), and the payer is told by mail. Only the
      *payment's creditor may answer it - for a payment into a
      *household (asdf-household.cpy), any of its partners - or for
      *a payment into the group pot, which has no one of its own to
      *ask, a group admin. Every answer goes to the change-event
      *journal.
      *
      *Arguments: acting account UUID, session token, group UUID,
      *action (LIST, CONFIRM or DENY), and for CONFIRM/DENY the
      *payment's entry UUID; DENY takes the statement as a further
      *argument. LIST prints one line per payment waiting on the
      *acting account.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-confirm-payment.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-confirmations
           ASSIGN DYNAMIC ws-confirmations-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-confirmations-status.

       SELECT OPTIONAL fd-ledger
           ASSIGN DYNAMIC ws-ledger
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-ledger-status.

       SELECT OPTIONAL fd-disputes
           ASSIGN DYNAMIC ws-dispute-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-dispute-status.

       SELECT OPTIONAL fd-account
           ASSIGN DYNAMIC ws-account-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-account-status.

       SELECT OPTIONAL fd-group-info
           ASSIGN DYNAMIC ws-group-info-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-group-info-status.

       SELECT OPTIONAL fd-mail-queue
           ASSIGN DYNAMIC ws-mail-queue-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD fd-confirmations.
       COPY 'asdf-payment-confirmation.cpy' REPLACING ==:X:== BY ==pc==.

       FD fd-ledger.
       COPY 'asdf-transaction.cpy' REPLACING ==:X:== BY ==fs==.

       FD fd-disputes.
       COPY 'asdf-dispute.cpy' REPLACING ==:X:== BY ==ds==.

       FD fd-account.
       COPY 'asdf-account.cpy' REPLACING ==:X:== BY ==fa==.

       FD fd-group-info.
       COPY 'asdf-group-info.cpy' REPLACING ==:X:== BY ==gi==.

       FD fd-mail-queue.
       COPY 'asdf-mail-queue.cpy' REPLACING ==:X:== BY ==mq==.

       WORKING-STORAGE SECTION.
       01 ws-group                     PIC X(16).
       01 ws-group-text                PIC X(32).
       01 ws-uuid-text                 PIC X(32).
       01 ws-confirmations-path        PIC X(256).
       01 ws-confirmations-status      PIC XX.
       01 ws-ledger                    PIC X(256).
       01 ws-ledger-status             PIC XX.
       01 ws-dispute-path              PIC X(256).
       01 ws-dispute-status            PIC XX.
       01 ws-account-path              PIC X(256).
       01 ws-account-status            PIC XX.
       01 ws-group-info-path           PIC X(256).
       01 ws-group-info-status         PIC XX.
       01 ws-mail-queue-path           PIC X(256)
           VALUE '/var/lib/asdf/mail-queue'.

       01 ws-acting-account            PIC X(16).
       01 ws-session-token             PIC X(16).
       01 ws-session-account           PIC X(16).
       01 ws-session-valid             PIC X.
           88 ws-session-valid-yes     VALUE 'Y'.
           88 ws-session-valid-no      VALUE 'N'.
       01 ws-is-admin                  PIC X.
           88 ws-is-admin-yes          VALUE 'Y'.
           88 ws-is-admin-no           VALUE 'N'.
       01 ws-pot-id                    PIC X(16) VALUE LOW-VALUES.
       01 ws-group-name                PIC X(100) VALUE SPACES.

       01 ws-action                    PIC X(10).
           88 ws-action-list           VALUE 'LIST'.
           88 ws-action-confirm        VALUE 'CONFIRM'.
           88 ws-action-deny           VALUE 'DENY'.
       01 ws-entry-id                  PIC X(16).
       01 ws-statement-buffer          PIC X(300).

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-found                     PIC X.
           88 ws-found-yes             VALUE 'Y'.
           88 ws-found-no              VALUE 'N'.
       01 ws-may-answer                PIC X.
           88 ws-may-answer-yes        VALUE 'Y'.
           88 ws-may-answer-no         VALUE 'N'.
      *The acting account's household, when it is a partner in one.
       01 ws-unit                      PIC X(16).
       01 ws-unit-found                PIC X.
           88 ws-unit-found-household  VALUE 'H'.
           88 ws-unit-found-member     VALUE 'M'.
           88 ws-unit-found-no         VALUE 'N'.

      *The payer's side of a denial: the comment they recorded the
      *payment with, looked up in the ledger.
       01 ws-payer-comment             PIC X(200).
       01 ws-ledger-found              PIC X.
           88 ws-ledger-found-yes      VALUE 'Y'.
           88 ws-ledger-found-no       VALUE 'N'.
       01 ws-ledger-eof                PIC X.
           88 ws-ledger-eof-yes        VALUE 'Y'.
           88 ws-ledger-eof-no         VALUE 'N'.

       01 ws-utc-now.
           02 ws-utc-year              PIC 9(4).
           02 ws-utc-month             PIC 9(2).
           02 ws-utc-day               PIC 9(2).
           02 ws-utc-hour              PIC 9(2).
           02 ws-utc-minute            PIC 9(2).
           02 ws-utc-second            PIC 9(2).

       01 ws-event-type                PIC X(20).

      *Rendered notification wording and the substitution values
      *handed to asdf-render-template.
       01 ws-notify-subject            PIC X(80).
       01 ws-notify-body               PIC X(200).
       01 ws-template-key              PIC X(30).
       01 ws-render-amount-in          PIC S9(11) COMP.
       01 ws-render-amount             PIC X(20).
       01 ws-render-party              PIC X(32).
       01 ws-render-due                PIC X(10).
       01 ws-render-found              PIC X.

       01 ws-display-amount            PIC Z(9)9.
       01 ws-pending-count             PIC 9(4) COMP VALUE 0.

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
           PERFORM para-parse
           PERFORM para-check-session
           PERFORM para-load-group
           CALL 'asdf-check-household' USING ws-group
               ws-acting-account ws-unit ws-unit-found

           EVALUATE TRUE
               WHEN ws-action-list
                   PERFORM para-list THRU para-list-exit
               WHEN OTHER
                   PERFORM para-decide THRU para-decide-exit
           END-EVALUATE
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

       para-parse.
           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-acting-account

           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-session-token

           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-group

           ACCEPT ws-action FROM ARGUMENT-VALUE
           IF NOT ws-action-list AND NOT ws-action-confirm
                   AND NOT ws-action-deny THEN
               DISPLAY 'Invalid action' WITH NO ADVANCING
               GO TO para-invalid
           END-IF

           IF ws-action-confirm OR ws-action-deny THEN
               ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
               CALL 'asdf-parse-uuid' USING ws-uuid-text ws-entry-id
           END-IF

           IF ws-action-deny THEN
               ACCEPT ws-statement-buffer FROM ARGUMENT-VALUE
               IF ws-statement-buffer IS EQUAL TO ALL SPACES THEN
                   DISPLAY 'A denial needs a statement'
                       WITH NO ADVANCING
                   GO TO para-invalid
               END-IF
               IF ws-statement-buffer(201:100) IS NOT EQUAL TO SPACES
                       THEN
                   DISPLAY 'Statement too long' WITH NO ADVANCING
                   GO TO para-invalid
               END-IF
           END-IF

           CALL 'asdf-format-uuid' USING ws-group ws-group-text
           STRING '/var/lib/asdf/group/' ws-group-text
               '/payment-confirmations' INTO ws-confirmations-path
           .

      *The same session-plus-identity gate asdf-append-to-ledger
      *applies; who may answer which payment is settled per record.
       para-check-session.
           CALL 'asdf-check-session' USING ws-session-token ws-group
               ws-session-account ws-session-valid
           IF ws-session-valid-no THEN
               DISPLAY 'Invalid or expired session' WITH NO ADVANCING
               GO TO para-invalid
           END-IF
           IF ws-session-account IS NOT EQUAL TO ws-acting-account
                   THEN
               DISPLAY 'Session does not match acting account'
                   WITH NO ADVANCING
               GO TO para-invalid
           END-IF

           CALL 'asdf-check-admin' USING ws-group ws-acting-account
               ws-is-admin
           .

       para-invalid.
           MOVE 1 TO RETURN-CODE
           STOP RUN
           .

      *The pot id, so an admin can answer for payments into it, and
      *the group's name for the payer's notice.
       para-load-group.
           MOVE SPACES TO ws-group-info-path
           STRING '/var/lib/asdf/group/' ws-group-text '/info'
               INTO ws-group-info-path
           OPEN INPUT fd-group-info
           IF ws-group-info-status IS NOT EQUAL TO '00' THEN
               IF ws-group-info-status IS EQUAL TO '05' THEN
                   CLOSE fd-group-info
               END-IF
               EXIT PARAGRAPH
           END-IF
           READ fd-group-info
           IF ws-group-info-status IS EQUAL TO '00' THEN
               MOVE gi-pot-id TO ws-pot-id
               MOVE gi-name TO ws-group-name
           END-IF
           CLOSE fd-group-info
           .

       para-check-may-answer.
           SET ws-may-answer-no TO TRUE
           IF pc-creditor IS EQUAL TO ws-acting-account THEN
               SET ws-may-answer-yes TO TRUE
           END-IF
           IF ws-unit-found-member
                   AND pc-creditor IS EQUAL TO ws-unit THEN
               SET ws-may-answer-yes TO TRUE
           END-IF
           IF pc-creditor IS EQUAL TO ws-pot-id
                   AND ws-pot-id IS NOT EQUAL TO LOW-VALUES
                   AND ws-is-admin-yes THEN
               SET ws-may-answer-yes TO TRUE
           END-IF
           .

       para-list.
           OPEN INPUT fd-confirmations
           IF ws-confirmations-status IS NOT EQUAL TO '00' THEN
               IF ws-confirmations-status IS EQUAL TO '05' THEN
                   CLOSE fd-confirmations
               END-IF
               GO TO para-list-exit
           END-IF

           SET ws-eof-no TO TRUE
           PERFORM para-list-one UNTIL ws-eof-yes
           CLOSE fd-confirmations
           .

       para-list-exit.
           DISPLAY ws-pending-count ' awaiting confirmation'
           EXIT PARAGRAPH
           .

       para-list-one.
           READ fd-confirmations
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF pc-status-pending THEN
                       PERFORM para-check-may-answer
                       IF ws-may-answer-yes THEN
                           ADD 1 TO ws-pending-count
                           PERFORM para-print-pending
                       END-IF
                   END-IF
           END-READ
           .

       para-print-pending.
           CALL 'asdf-format-uuid' USING pc-transaction-id
               ws-uuid-text
           DISPLAY FUNCTION TRIM(ws-uuid-text) ' ' WITH NO ADVANCING
           MOVE pc-amount TO ws-display-amount
           CALL 'asdf-format-uuid' USING pc-payer ws-uuid-text
           DISPLAY ws-display-amount ' ' pc-currency ' from '
               FUNCTION TRIM(ws-uuid-text) ' confirms itself '
               pc-confirm-by
           .

      *The log is scanned in place: the matching pending record is
      *REWRITEd with its answer once the answer's side effects (the
      *dispute records and the payer's notice) are down, so a crash
      *in between at worst leaves the payment pending and it is
      *answered again.
       para-decide.
           SET ws-found-no TO TRUE
           OPEN I-O fd-confirmations
           IF ws-confirmations-status IS NOT EQUAL TO '00' THEN
               IF ws-confirmations-status IS EQUAL TO '05' THEN
                   CLOSE fd-confirmations
               END-IF
               DISPLAY 'No such payment awaiting confirmation'
                   WITH NO ADVANCING
               GO TO para-invalid
           END-IF

           SET ws-eof-no TO TRUE
           PERFORM para-decide-one UNTIL ws-eof-yes OR ws-found-yes
           CLOSE fd-confirmations

           IF ws-found-no THEN
               DISPLAY 'No such payment awaiting confirmation'
                   WITH NO ADVANCING
               GO TO para-invalid
           END-IF
           .

       para-decide-exit.
           EXIT PARAGRAPH
           .

       para-decide-one.
           READ fd-confirmations
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF pc-transaction-id IS EQUAL TO ws-entry-id
                           AND pc-status-pending THEN
                       SET ws-found-yes TO TRUE
                       PERFORM para-apply-answer
                   END-IF
           END-READ
           .

       para-apply-answer.
           PERFORM para-check-may-answer
           IF ws-may-answer-no THEN
               CLOSE fd-confirmations
               DISPLAY 'Only the payment''s creditor can answer it'
                   WITH NO ADVANCING
               GO TO para-invalid
           END-IF

           IF ws-action-deny THEN
               PERFORM para-open-dispute
               PERFORM para-notify-payer THRU para-notify-payer-exit
               SET pc-status-denied TO TRUE
               MOVE ws-statement-buffer(1:200) TO pc-statement
               MOVE 'PAYMENT-DENIED' TO ws-event-type
           ELSE
               SET pc-status-confirmed TO TRUE
               MOVE 'PAYMENT-CONFIRMED' TO ws-event-type
           END-IF

           MOVE ws-acting-account TO pc-decided-by
           CALL 'asdf-utc-timestamp' USING ws-utc-now
           COMPUTE pc-decided-timestamp =
               ws-utc-year * 10000000000
               + ws-utc-month * 100000000
               + ws-utc-day * 1000000
               + ws-utc-hour * 10000
               + ws-utc-minute * 100
               + ws-utc-second
           REWRITE pc-payment-confirmation

           CALL 'asdf-append-change-event' USING ws-event-type
               ws-group ws-entry-id ws-acting-account

           CALL 'asdf-format-uuid' USING ws-entry-id ws-uuid-text
           DISPLAY ws-uuid-text WITH NO ADVANCING
           .

      *Two dispute records on the payment, the same kind
      *asdf-flag-transaction appends: the payer's, carrying what
      *they recorded the payment with, and the creditor's denial.
      *asdf-dispute-report lists both and one resolution closes
      *them together.
       para-open-dispute.
           PERFORM para-find-payer-comment
               THRU para-find-payer-comment-exit
           MOVE SPACES TO ws-dispute-path
           STRING '/var/lib/asdf/group/' ws-group-text '/disputes'
               INTO ws-dispute-path
           OPEN EXTEND fd-disputes

           MOVE pc-transaction-id TO ds-transaction-id
           MOVE pc-payer TO ds-raised-by
           MOVE SPACES TO ds-reason
           STRING 'Payment recorded as made: '
               FUNCTION TRIM(ws-payer-comment)
               DELIMITED BY SIZE INTO ds-reason
               ON OVERFLOW CONTINUE
           END-STRING
           MOVE FUNCTION CURRENT-DATE TO ds-timestamp
           WRITE ds-dispute

           MOVE pc-transaction-id TO ds-transaction-id
           MOVE ws-acting-account TO ds-raised-by
           MOVE ws-statement-buffer(1:200) TO ds-reason
           MOVE FUNCTION CURRENT-DATE TO ds-timestamp
           WRITE ds-dispute
           CLOSE fd-disputes

           MOVE 'DISPUTE-RAISED' TO ws-event-type
           CALL 'asdf-append-change-event' USING ws-event-type
               ws-group ws-entry-id ws-acting-account
           .

       para-find-payer-comment.
           MOVE 'no comment recorded' TO ws-payer-comment
           MOVE SPACES TO ws-ledger
           STRING '/var/lib/asdf/group/' ws-group-text '/ledger'
               INTO ws-ledger
           OPEN INPUT fd-ledger
           IF ws-ledger-status IS NOT EQUAL TO '00' THEN
               IF ws-ledger-status IS EQUAL TO '05' THEN
                   CLOSE fd-ledger
               END-IF
               GO TO para-find-payer-comment-exit
           END-IF
           SET ws-ledger-found-no TO TRUE
           SET ws-ledger-eof-no TO TRUE
           PERFORM para-find-payer-comment-one
               UNTIL ws-ledger-eof-yes OR ws-ledger-found-yes
           CLOSE fd-ledger
           .

       para-find-payer-comment-exit.
           EXIT PARAGRAPH
           .

       para-find-payer-comment-one.
           READ fd-ledger
               AT END
                   SET ws-ledger-eof-yes TO TRUE
               NOT AT END
                   IF fs-id IS EQUAL TO pc-transaction-id THEN
                       SET ws-ledger-found-yes TO TRUE
                       IF fs-comment IS NOT EQUAL TO SPACES THEN
                           MOVE fs-comment TO ws-payer-comment
                       END-IF
                   END-IF
           END-READ
           .

      *The payer hears about a denial unprompted - their payment
      *now sits in dispute - and always on the immediate queue,
      *since a dispute is actionable now.
       para-notify-payer.
           CALL 'asdf-format-uuid' USING pc-payer ws-uuid-text
           MOVE SPACES TO ws-account-path
           STRING '/var/lib/asdf/account/' ws-uuid-text '/info'
               INTO ws-account-path
           OPEN INPUT fd-account
           IF ws-account-status IS NOT EQUAL TO '00' THEN
               IF ws-account-status IS EQUAL TO '05' THEN
                   CLOSE fd-account
               END-IF
               GO TO para-notify-payer-exit
           END-IF
           READ fd-account
           CLOSE fd-account

           IF fa-notify-none OR fa-deliverable-no THEN
               GO TO para-notify-payer-exit
           END-IF

           MOVE 'A payment you recorded was denied'
               TO ws-notify-subject
           MOVE ws-statement-buffer(1:200) TO ws-notify-body
           MOVE pc-amount TO ws-render-amount-in
           CALL 'asdf-format-amount' USING ws-render-amount-in
               pc-currency ws-render-amount
           CALL 'asdf-format-uuid' USING pc-creditor ws-render-party
           MOVE 'none' TO ws-render-due
           MOVE 'payment-denied' TO ws-template-key
           CALL 'asdf-render-template' USING ws-template-key
               fa-language ws-render-amount ws-group-name
               ws-render-party ws-render-due
               ws-notify-subject ws-notify-body ws-render-found

           MOVE fa-email TO mq-to-email
           MOVE ws-notify-subject TO mq-subject
           MOVE ws-notify-body TO mq-body
           MOVE FUNCTION CURRENT-DATE TO mq-queued-timestamp
           OPEN EXTEND fd-mail-queue
           WRITE mq-mail-entry
           CLOSE fd-mail-queue
           .

       para-notify-payer-exit.
           EXIT PARAGRAPH
           .
