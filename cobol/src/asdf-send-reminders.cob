      *wording below stands. Reminders always go on the immediate
      *mail queue - a final notice buried in a weekly digest would
      *defeat the escalation - but an fa-notify-none account is
      *still left alone. An account on the text channel
      *(fa-notify-channel 'S') gets the short form through
      *asdf-queue-sms instead, by mail should it have no verified
      *number.
      *
      *Contribution calls on the group's pot (asdf-contribution-
      *call.cpy) are dunned on the same schedule, counted from the
      *call's due date, for whatever asdf-contribution-arrears last
      *found unpaid; the stage sent is kept on the call record
      *itself, and the wording comes from 'contribution-reminder-1'
      *to '-3'.
      *
      *Variable bills (asdf-pending-bill.cpy) still waiting for
      *their amount are chased too: the payer is reminded once the
      *bill has been open the 'unfilled-bill-days' configured in the
      *central configuration file (default 5), again at twice and a
      *final time at three times that, with the wording from
      *'bill-reminder-1' to '-3'; the stage sent is kept on the bill
      *record. asdf-unfilled-bills lists the same bills.
      *
      *Arguments (all optional): days past due for the first,
      *second and final notice; blank or non-numeric keeps the
      *defaults of 3, 10 and 21.
      *
      *All three schedules count business days (asdf-business-date,
      *on the calendar of the money's currency), from a due date
      *first rolled forward off any weekend or holiday.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-send-reminders.
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       SELECT OPTIONAL fd-calls
           ASSIGN DYNAMIC ws-calls-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-calls-status.

       SELECT OPTIONAL fd-bills
           ASSIGN DYNAMIC ws-bills-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-bills-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-group-index.
       FD fd-mail-queue.
       COPY 'asdf-mail-queue.cpy' REPLACING ==:X:== BY ==mq==.

       FD fd-calls.
       COPY 'asdf-contribution-call.cpy' REPLACING ==:X:== BY ==cc==.

       FD fd-bills.
       COPY 'asdf-pending-bill.cpy' REPLACING ==:X:== BY ==pb==.

       WORKING-STORAGE SECTION.
       01 ws-index-path                PIC X(256)
           VALUE '/var/lib/asdf/group-index'.
       01 ws-account-status            PIC XX.
       01 ws-mail-queue-path           PIC X(256)
           VALUE '/var/lib/asdf/mail-queue'.
       01 ws-calls-path                PIC X(256).
       01 ws-calls-status              PIC XX.
       01 ws-calls-eof                 PIC X.
           88 ws-calls-eof-yes         VALUE 'Y'.
           88 ws-calls-eof-no          VALUE 'N'.
       01 ws-bills-path                PIC X(256).
       01 ws-bills-status              PIC XX.
       01 ws-bills-eof                 PIC X.
           88 ws-bills-eof-yes         VALUE 'Y'.
           88 ws-bills-eof-no          VALUE 'N'.
       01 ws-config-key                PIC X(30)
           VALUE 'unfilled-bill-days'.
       01 ws-config-value              PIC X(64).
       01 ws-config-found              PIC X.
       01 ws-bill-days                 PIC 9(3) VALUE 5.
       01 ws-bill-id-text              PIC X(32).
       01 ws-mailed                    PIC X.
           88 ws-mailed-yes            VALUE 'Y'.
           88 ws-mailed-no             VALUE 'N'.

       01 ws-group-text                PIC X(32).
       01 ws-uuid-text                 PIC X(32).
       01 ws-today-int                 PIC 9(7) COMP.
       01 ws-days-over                 PIC S9(7) COMP.
       01 ws-today                     PIC 9(8).
      *"Now" as the batch sees it: the business date being
      *processed (asdf-business-timestamp) and the clock's time.
       01 ws-business-now              PIC 9(14).

      *Business-day arithmetic through asdf-business-date.
       01 ws-bd-function               PIC X.
       01 ws-bd-calendar               PIC X(3).
       01 ws-bd-date-1                 PIC 9(8).
       01 ws-bd-date-2                 PIC 9(8).
       01 ws-bd-result                 PIC S9(8).

      *The escalation day schedule, counted from the debt's due
      *date; overridable through the three optional arguments.
       01 ws-render-party              PIC X(32).
       01 ws-render-due                PIC X(10).
       01 ws-render-found              PIC X.
      *Whether asdf-queue-sms took the reminder for a channel-S
      *account; 'N' sends it by mail instead.
       01 ws-sms-queued                PIC X.
           88 ws-sms-queued-yes        VALUE 'Y'.
           88 ws-sms-queued-no         VALUE 'N'.

       01 ws-utc-now.
           02 ws-utc-year              PIC 9(4).
       01 ws-sent-total                PIC 9(5) COMP VALUE 0.
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
           MOVE 'asdf-send-reminders' TO st-job-name
           CALL 'asdf-business-timestamp' USING ws-business-now
           MOVE ws-business-now(1:8) TO ws-today
           MOVE FUNCTION INTEGER-OF-DATE(ws-today) TO ws-today-int
           PERFORM para-parse-schedule
           CALL 'asdf-read-config' USING ws-config-key
               ws-config-value ws-config-found
           IF ws-config-found IS EQUAL TO 'Y'
                   AND FUNCTION TRIM(ws-config-value) IS NUMERIC THEN
               MOVE FUNCTION TRIM(ws-config-value) TO ws-bill-days
           END-IF

           PERFORM para-walk-groups THRU para-walk-groups-exit

           MOVE ws-sent-total TO st-records-written
           CALL 'asdf-write-step-stats' USING st-step-stats
           MOVE ws-sent-total TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count)
               ' reminder(s) queued'
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   ADD 1 TO st-records-read
                   PERFORM para-remind-group
                       THRU para-remind-group-exit
           END-READ
               THRU para-remind-candidate-exit
               VARYING ix-debt FROM 1 BY 1
               UNTIL ix-debt > ws-debt-count

           PERFORM para-remind-calls THRU para-remind-calls-exit
           IF ws-bill-days IS GREATER THAN 0 THEN
               PERFORM para-remind-bills THRU para-remind-bills-exit
           END-IF
           .

       para-remind-group-exit.
           MOVE fs-creditor TO ws-debt-creditor(ix-debt)
           MOVE fs-amount TO ws-debt-amount(ix-debt)
           MOVE fs-currency TO ws-debt-currency(ix-debt)
           MOVE 'N' TO ws-bd-function
           MOVE fs-currency TO ws-bd-calendar
           MOVE fs-due-date TO ws-bd-date-1
           MOVE 0 TO ws-bd-date-2
           CALL 'asdf-business-date' USING ws-bd-function
               ws-bd-calendar ws-bd-date-1 ws-bd-date-2 ws-bd-result
           MOVE ws-bd-result TO ws-debt-due-date(ix-debt)
           .

       para-remember-reversed.
           IF ws-debt-due-date(ix-debt) IS EQUAL TO 0 THEN
               GO TO para-remind-candidate-exit
           END-IF
           MOVE ws-debt-due-date(ix-debt) TO ws-bd-date-1
           MOVE ws-debt-currency(ix-debt) TO ws-bd-calendar
           PERFORM para-business-days-over
           EVALUATE TRUE
               WHEN ws-days-over IS NOT LESS THAN ws-stage3-days
                   MOVE 3 TO ws-deserved-stage

      *An address the bounce feed has marked dead gets nothing -
      *queueing more reminders into the void is exactly what the
      *deliverability flag exists to stop - unless the member takes
      *reminders by text message, which the bounce doesn't touch.
           IF fa-notify-none
                   OR (fa-deliverable-no AND NOT fa-notify-sms) THEN
               GO TO para-send-reminder-exit
           END-IF

           PERFORM para-render-reminder

      *A member on the text channel gets the short form by SMS; with
      *no verified number on file the reminder goes by mail, unless
      *the address has bounced.
           SET ws-sms-queued-no TO TRUE
           IF fa-notify-sms THEN
               CALL 'asdf-queue-sms' USING ws-debt-debitor(ix-debt)
                   ws-template-key fa-language ws-render-amount
                   ws-render-group-name ws-render-party ws-render-due
                   ws-notify-subject ws-notify-body ws-sms-queued
           END-IF
           IF ws-sms-queued-no THEN
               IF fa-deliverable-no THEN
                   GO TO para-send-reminder-exit
               END-IF
               MOVE fa-email TO mq-to-email
               MOVE ws-notify-subject TO mq-subject
               MOVE ws-notify-body TO mq-body
               MOVE FUNCTION CURRENT-DATE TO mq-queued-timestamp
               OPEN EXTEND fd-mail-queue
               WRITE mq-mail-entry
               ADD 1 TO st-mails-queued
               CLOSE fd-mail-queue
           END-IF

           PERFORM para-record-reminder
           ADD 1 TO ws-sent-total
           WRITE rm-reminder
           CLOSE fd-reminders
           .

      *Contribution calls: the record is rewritten in place with
      *the stage just sent, so the call file itself is the log.
       para-remind-calls.
           MOVE SPACES TO ws-calls-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/contribution-calls' INTO ws-calls-path
           OPEN I-O fd-calls
           IF ws-calls-status IS NOT EQUAL TO '00' THEN
               IF ws-calls-status IS EQUAL TO '05' THEN
                   CLOSE fd-calls
               END-IF
               GO TO para-remind-calls-exit
           END-IF

           SET ws-calls-eof-no TO TRUE
           PERFORM para-remind-calls-one UNTIL ws-calls-eof-yes
           CLOSE fd-calls
           .

       para-remind-calls-exit.
           EXIT PARAGRAPH
           .

       para-remind-calls-one.
           READ fd-calls
               AT END
                   SET ws-calls-eof-yes TO TRUE
               NOT AT END
                   PERFORM para-remind-call
                       THRU para-remind-call-exit
           END-READ
           .

       para-remind-call.
           IF NOT cc-status-open OR cc-due-date IS EQUAL TO 0 THEN
               GO TO para-remind-call-exit
           END-IF
           COMPUTE ws-remaining-amount = cc-amount - cc-paid-amount
           IF ws-remaining-amount IS NOT GREATER THAN 0 THEN
               GO TO para-remind-call-exit
           END-IF

           MOVE 'N' TO ws-bd-function
           MOVE cc-currency TO ws-bd-calendar
           MOVE cc-due-date TO ws-bd-date-1
           MOVE 0 TO ws-bd-date-2
           CALL 'asdf-business-date' USING ws-bd-function
               ws-bd-calendar ws-bd-date-1 ws-bd-date-2 ws-bd-result
           MOVE ws-bd-result TO ws-bd-date-1
           PERFORM para-business-days-over
           EVALUATE TRUE
               WHEN ws-days-over IS NOT LESS THAN ws-stage3-days
                   MOVE 3 TO ws-deserved-stage
               WHEN ws-days-over IS NOT LESS THAN ws-stage2-days
                   MOVE 2 TO ws-deserved-stage
               WHEN ws-days-over IS NOT LESS THAN ws-stage1-days
                   MOVE 1 TO ws-deserved-stage
               WHEN OTHER
                   MOVE 0 TO ws-deserved-stage
           END-EVALUATE
           IF ws-deserved-stage IS NOT GREATER THAN
                   cc-reminder-stage THEN
               GO TO para-remind-call-exit
           END-IF

           SET ws-mailed-no TO TRUE
           PERFORM para-send-call-reminder
               THRU para-send-call-reminder-exit
      *The stage is moved on even for an account that takes no
      *mail, so it isn't reconsidered every night; the record is
      *only rewritten after the mail is safely queued.
           MOVE ws-deserved-stage TO cc-reminder-stage
           REWRITE cc-call-entry
           IF ws-mailed-yes THEN
               ADD 1 TO ws-sent-total
           END-IF
           .

       para-remind-call-exit.
           EXIT PARAGRAPH
           .

       para-send-call-reminder.
           CALL 'asdf-format-uuid' USING cc-member-id ws-uuid-text
           MOVE SPACES TO ws-account-path
           STRING '/var/lib/asdf/account/' ws-uuid-text '/info'
               INTO ws-account-path
           OPEN INPUT fd-account
           IF ws-account-status IS NOT EQUAL TO '00' THEN
               IF ws-account-status IS EQUAL TO '05' THEN
                   CLOSE fd-account
               END-IF
               GO TO para-send-call-reminder-exit
           END-IF
           READ fd-account
           CLOSE fd-account

           IF fa-notify-none
                   OR (fa-deliverable-no AND NOT fa-notify-sms) THEN
               GO TO para-send-call-reminder-exit
           END-IF

           EVALUATE ws-deserved-stage
               WHEN 1
                   MOVE 'contribution-reminder-1' TO ws-template-key
                   MOVE 'Reminder: your pot contribution is overdue'
                       TO ws-notify-subject
               WHEN 2
                   MOVE 'contribution-reminder-2' TO ws-template-key
                   MOVE 'Second reminder: pot contribution unpaid'
                       TO ws-notify-subject
               WHEN OTHER
                   MOVE 'contribution-reminder-3' TO ws-template-key
                   MOVE 'Final notice: pay your pot contribution now'
                       TO ws-notify-subject
           END-EVALUATE

           MOVE ws-remaining-amount TO ws-render-amount-in
           CALL 'asdf-format-amount' USING ws-render-amount-in
               cc-currency ws-render-amount
           MOVE gi-name TO ws-render-group-name
           CALL 'asdf-format-uuid' USING gi-pot-id ws-render-party
           MOVE cc-due-date TO ws-render-due

           MOVE SPACES TO ws-notify-body
           STRING 'A contribution of ' FUNCTION TRIM(ws-render-amount)
               ' to the group pot was due on '
               FUNCTION TRIM(ws-render-due) ' and is still unpaid: '
               FUNCTION TRIM(cc-purpose)
               DELIMITED BY SIZE INTO ws-notify-body
               ON OVERFLOW CONTINUE
           END-STRING

           CALL 'asdf-render-template' USING ws-template-key
               fa-language ws-render-amount ws-render-group-name
               ws-render-party ws-render-due
               ws-notify-subject ws-notify-body ws-render-found

      *A member on the text channel gets the short form by SMS; with
      *no verified number on file the reminder goes by mail, unless
      *the address has bounced.
           SET ws-sms-queued-no TO TRUE
           IF fa-notify-sms THEN
               CALL 'asdf-queue-sms' USING cc-member-id
                   ws-template-key fa-language ws-render-amount
                   ws-render-group-name ws-render-party ws-render-due
                   ws-notify-subject ws-notify-body ws-sms-queued
           END-IF
           IF ws-sms-queued-no THEN
               IF fa-deliverable-no THEN
                   GO TO para-send-call-reminder-exit
               END-IF
               MOVE fa-email TO mq-to-email
               MOVE ws-notify-subject TO mq-subject
               MOVE ws-notify-body TO mq-body
               MOVE FUNCTION CURRENT-DATE TO mq-queued-timestamp
               OPEN EXTEND fd-mail-queue
               WRITE mq-mail-entry
               ADD 1 TO st-mails-queued
               CLOSE fd-mail-queue
           END-IF
           SET ws-mailed-yes TO TRUE
           .

       para-send-call-reminder-exit.
           EXIT PARAGRAPH
           .

       para-remind-bills.
           MOVE SPACES TO ws-bills-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/pending-bills' INTO ws-bills-path
           OPEN I-O fd-bills
           IF ws-bills-status IS NOT EQUAL TO '00' THEN
               IF ws-bills-status IS EQUAL TO '05' THEN
                   CLOSE fd-bills
               END-IF
               GO TO para-remind-bills-exit
           END-IF

           SET ws-bills-eof-no TO TRUE
           PERFORM para-remind-bills-one UNTIL ws-bills-eof-yes
           CLOSE fd-bills
           .

       para-remind-bills-exit.
           EXIT PARAGRAPH
           .

       para-remind-bills-one.
           READ fd-bills
               AT END
                   SET ws-bills-eof-yes TO TRUE
               NOT AT END
                   PERFORM para-remind-bill
                       THRU para-remind-bill-exit
           END-READ
           .

       para-remind-bill.
           IF NOT pb-status-open THEN
               GO TO para-remind-bill-exit
           END-IF

           MOVE pb-opened-timestamp(1:8) TO ws-bd-date-1
           MOVE pb-currency TO ws-bd-calendar
           PERFORM para-business-days-over
           EVALUATE TRUE
               WHEN ws-days-over IS NOT LESS THAN ws-bill-days * 3
                   MOVE 3 TO ws-deserved-stage
               WHEN ws-days-over IS NOT LESS THAN ws-bill-days * 2
                   MOVE 2 TO ws-deserved-stage
               WHEN ws-days-over IS NOT LESS THAN ws-bill-days
                   MOVE 1 TO ws-deserved-stage
               WHEN OTHER
                   MOVE 0 TO ws-deserved-stage
           END-EVALUATE
           IF ws-deserved-stage IS NOT GREATER THAN
                   pb-reminder-stage THEN
               GO TO para-remind-bill-exit
           END-IF

           SET ws-mailed-no TO TRUE
           PERFORM para-send-bill-reminder
               THRU para-send-bill-reminder-exit
           MOVE ws-deserved-stage TO pb-reminder-stage
           REWRITE pb-bill-entry
           IF ws-mailed-yes THEN
               ADD 1 TO ws-sent-total
           END-IF
           .

       para-remind-bill-exit.
           EXIT PARAGRAPH
           .

       para-send-bill-reminder.
           CALL 'asdf-format-uuid' USING pb-debitor ws-uuid-text
           MOVE SPACES TO ws-account-path
           STRING '/var/lib/asdf/account/' ws-uuid-text '/info'
               INTO ws-account-path
           OPEN INPUT fd-account
           IF ws-account-status IS NOT EQUAL TO '00' THEN
               IF ws-account-status IS EQUAL TO '05' THEN
                   CLOSE fd-account
               END-IF
               GO TO para-send-bill-reminder-exit
           END-IF
           READ fd-account
           CLOSE fd-account

           IF fa-notify-none
                   OR (fa-deliverable-no AND NOT fa-notify-sms) THEN
               GO TO para-send-bill-reminder-exit
           END-IF

           EVALUATE ws-deserved-stage
               WHEN 1
                   MOVE 'bill-reminder-1' TO ws-template-key
                   MOVE 'Reminder: a bill is waiting for its amount'
                       TO ws-notify-subject
               WHEN 2
                   MOVE 'bill-reminder-2' TO ws-template-key
                   MOVE 'Second reminder: bill amount still missing'
                       TO ws-notify-subject
               WHEN OTHER
                   MOVE 'bill-reminder-3' TO ws-template-key
                   MOVE 'Final notice: enter the bill amount now'
                       TO ws-notify-subject
           END-EVALUATE

           MOVE SPACES TO ws-render-amount
           MOVE gi-name TO ws-render-group-name
           MOVE ws-uuid-text TO ws-render-party
           MOVE pb-due-date TO ws-render-due
           CALL 'asdf-format-uuid' USING pb-bill-id ws-bill-id-text

           MOVE SPACES TO ws-notify-body
           STRING FUNCTION TRIM(pb-comment) ' was due on '
               FUNCTION TRIM(ws-render-due)
               ' and still has no amount. Enter it on the bill: '
               ws-bill-id-text
               DELIMITED BY SIZE INTO ws-notify-body
               ON OVERFLOW CONTINUE
           END-STRING

           CALL 'asdf-render-template' USING ws-template-key
               fa-language ws-render-amount ws-render-group-name
               ws-render-party ws-render-due
               ws-notify-subject ws-notify-body ws-render-found

      *A member on the text channel gets the short form by SMS; with
      *no verified number on file the reminder goes by mail, unless
      *the address has bounced.
           SET ws-sms-queued-no TO TRUE
           IF fa-notify-sms THEN
               CALL 'asdf-queue-sms' USING pb-debitor
                   ws-template-key fa-language ws-render-amount
                   ws-render-group-name ws-render-party ws-render-due
                   ws-notify-subject ws-notify-body ws-sms-queued
           END-IF
           IF ws-sms-queued-no THEN
               IF fa-deliverable-no THEN
                   GO TO para-send-bill-reminder-exit
               END-IF
               MOVE fa-email TO mq-to-email
               MOVE ws-notify-subject TO mq-subject
               MOVE ws-notify-body TO mq-body
               MOVE FUNCTION CURRENT-DATE TO mq-queued-timestamp
               OPEN EXTEND fd-mail-queue
               WRITE mq-mail-entry
               ADD 1 TO st-mails-queued
               CLOSE fd-mail-queue
           END-IF
           SET ws-mailed-yes TO TRUE
           .

       para-send-bill-reminder-exit.
           EXIT PARAGRAPH
           .

      *Dunning stages count business days after the (already rolled)
      *date in ws-bd-date-1, on the calendar in ws-bd-calendar.
       para-business-days-over.
           MOVE 'C' TO ws-bd-function
           MOVE ws-today TO ws-bd-date-2
           CALL 'asdf-business-date' USING ws-bd-function
               ws-bd-calendar ws-bd-date-1 ws-bd-date-2 ws-bd-result
           MOVE ws-bd-result TO ws-days-over
           .
