      *Meant to be run once a day by an outside scheduler; entries not
      *yet due are left untouched, so running it more than once on the
      *same day is harmless.
      *Legs sharing a split key that fall due together post under one
      *common split-of id. A leg flagged for proration covers the
      *cadence period ending the day before its due date, and is
      *scaled by the days its debitor was an active member during
      *that period (asdf-member-days); the posted comment carries the
      *day count, and a leg whose debitor was not a member for any of
      *it is skipped for that occurrence.
      *A variable bill (rc-variable) posts nothing when it falls due:
      *a pending bill (asdf-pending-bill.cpy) is opened in the group
      *instead and its debitor is mailed to fill in the real figure
      *through asdf-fill-bill, and the due date moves on as usual.
      *A due date on a weekend or a holiday of the entry's currency
      *is not acted on until the next business day.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-post-recurring.
           LOCK MODE IS EXCLUSIVE
           FILE STATUS IS ws-ledger-status.

       SELECT OPTIONAL fd-bills
           ASSIGN DYNAMIC ws-bills-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-bills-status.

       SELECT OPTIONAL fd-info
           ASSIGN DYNAMIC ws-info-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-info-status.

       SELECT OPTIONAL fd-account
           ASSIGN DYNAMIC ws-account-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-account-status.

       SELECT OPTIONAL fd-mail-queue
           ASSIGN DYNAMIC ws-mail-queue-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD fd-recurring.
       FD fd-ledger.
       COPY 'asdf-transaction.cpy' REPLACING ==:X:== BY ==fs==.

       FD fd-bills.
       COPY 'asdf-pending-bill.cpy' REPLACING ==:X:== BY ==pb==.

       FD fd-info.
       COPY 'asdf-group-info.cpy' REPLACING ==:X:== BY ==gi==.

       FD fd-account.
       COPY 'asdf-account.cpy' REPLACING ==:X:== BY ==fa==.

       FD fd-mail-queue.
       COPY 'asdf-mail-queue.cpy' REPLACING ==:X:== BY ==mq==.

       WORKING-STORAGE SECTION.
       01 ws-recurring-path            PIC X(256)
           VALUE '/var/lib/asdf/recurring'.
       01 ws-freeze-reason             PIC X(100).

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
       01 ws-new-id                    PIC X(16).

       01 ws-eof                       PIC X.
           88 ws-eof-no                VALUE 'N'.

       01 ws-posted-count              PIC 9(5) COMP VALUE 0.

      *Variable bills opened this run, and the notice to the payer.
       01 ws-bills-path                PIC X(256).
       01 ws-bills-status              PIC XX.
       01 ws-info-path                 PIC X(256).
       01 ws-info-status               PIC XX.
       01 ws-account-path              PIC X(256).
       01 ws-account-status            PIC XX.
       01 ws-mail-queue-path           PIC X(256)
           VALUE '/var/lib/asdf/mail-queue'.
       01 ws-bill-id-text              PIC X(32).
       01 ws-notify-subject            PIC X(80).
       01 ws-notify-body               PIC X(200).
       01 ws-template-key              PIC X(30)
           VALUE 'bill-awaiting-amount'.
       01 ws-render-amount             PIC X(20).
       01 ws-render-group-name         PIC X(100).
       01 ws-render-party              PIC X(32).
       01 ws-render-due                PIC X(10).
       01 ws-render-found              PIC X.
       01 ws-utc-now.
           02 ws-utc-year              PIC 9(4).
           02 ws-utc-month             PIC 9(2).
           02 ws-utc-day               PIC 9(2).
           02 ws-utc-hour              PIC 9(2).
           02 ws-utc-minute            PIC 9(2).
           02 ws-utc-second            PIC 9(2).
       01 ws-day-index                 PIC 9(2) COMP VALUE 0.

      *How long to keep retrying an OPEN that finds a group's ledger
       01 ws-lock-waited               PIC 9(5) COMP VALUE 0.
       01 ws-lock-delay                PIC 9(5) COMP VALUE 1.

      *Split ids issued so far this run, one per split key and due
      *date, so every leg of one occurrence shares it.
       01 ws-split-table.
           02 ws-split-entry OCCURS 500 TIMES INDEXED BY ix-split.
               03 ws-split-key         PIC X(16).
               03 ws-split-due         PIC 9(8).
               03 ws-split-id          PIC X(16).
       01 ws-split-count               PIC 9(4) COMP VALUE 0.
       01 ws-split-found               PIC X.
           88 ws-split-found-yes       VALUE 'Y'.
           88 ws-split-found-no        VALUE 'N'.

      *Occupancy proration of the current leg.
       01 ws-period-from               PIC 9(8).
       01 ws-period-to                 PIC 9(8).
       01 ws-period-days               PIC 9(5).
       01 ws-active-days               PIC 9(5).
       01 ws-is-member                 PIC X.
       01 ws-days-edit                 PIC Z(4)9.
       01 ws-period-edit               PIC Z(4)9.
       01 ws-skip-leg                  PIC X.
           88 ws-skip-leg-yes          VALUE 'Y'.
           88 ws-skip-leg-no           VALUE 'N'.

       01 ws-due-year                  PIC 9(4).
       01 ws-due-month                 PIC 9(2).
       01 ws-due-day                   PIC 9(2).
           88 ws-leap-year-yes         VALUE 'Y'.
           88 ws-leap-year-no          VALUE 'N'.

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
           MOVE 'asdf-post-recurring' TO st-job-name
           CALL 'asdf-business-timestamp' USING ws-business-now
           MOVE ws-business-now(1:8) TO ws-today
           PERFORM para-walk THRU para-walk-exit
           CALL 'asdf-write-step-stats' USING st-step-stats
           DISPLAY ws-posted-count WITH NO ADVANCING
           STOP RUN
           .
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   ADD 1 TO st-records-read
                   IF rc-status-active THEN
                       PERFORM para-consider THRU para-consider-exit
                   END-IF
           END-READ
           .

      *A due date on a weekend or a holiday of the entry's currency
      *rolls forward to the next business day before it is compared
      *with today; the stored due date itself is not moved, so the
      *cadence keeps its own calendar.
       para-consider.
           MOVE 'N' TO ws-bd-function
           MOVE rc-currency TO ws-bd-calendar
           MOVE rc-next-due-date TO ws-bd-date-1
           MOVE 0 TO ws-bd-date-2
           CALL 'asdf-business-date' USING ws-bd-function
               ws-bd-calendar ws-bd-date-1 ws-bd-date-2 ws-bd-result
           IF ws-bd-result IS GREATER THAN ws-today THEN
               GO TO para-consider-exit
           END-IF
           CALL 'asdf-check-freeze' USING rc-group
               ws-frozen ws-freeze-reason
           IF ws-frozen-yes THEN
               DISPLAY 'skipping frozen group: '
                   FUNCTION TRIM(ws-freeze-reason)
               ADD 1 TO st-rejects
           ELSE
               PERFORM para-fire
           END-IF
           .

       para-consider-exit.
           EXIT PARAGRAPH
           .

      *Posts one occurrence, then advances and rewrites the entry's
      *next due date in place so the same occurrence is never posted
      *twice.
       para-fire.
           IF rc-variable THEN
               PERFORM para-open-bill
               PERFORM para-advance-due-date
               REWRITE rc-recurring-entry
               ADD 1 TO ws-posted-count
               EXIT PARAGRAPH
           END-IF
           PERFORM para-build-transaction
           SET ws-skip-leg-no TO TRUE
           IF rc-prorate-yes AND rc-debt THEN
               PERFORM para-prorate
           END-IF
           IF ws-skip-leg-yes THEN
               DISPLAY 'skipping leg outside membership: '
                   FUNCTION TRIM(rc-comment)
           ELSE
               PERFORM para-append-ledger
           END-IF
           PERFORM para-advance-due-date
           REWRITE rc-recurring-entry
           ADD 1 TO ws-posted-count
           CALL 'asdf-generate-uuid' USING ws-new-id
           MOVE ws-new-id TO fs-id
           MOVE rc-type TO fs-type
           CALL 'asdf-business-timestamp' USING fs-timestamp
           MOVE 'UTC' TO fs-timezone
           MOVE rc-comment TO fs-comment
           MOVE rc-debitor TO fs-debitor
           MOVE 0 TO fs-due-date
           MOVE rc-currency TO fs-currency
           MOVE SPACES TO fs-split-of
           IF rc-split-key IS NOT EQUAL TO SPACES THEN
               PERFORM para-find-split-id
           END-IF
           .

       para-find-split-id.
           SET ws-split-found-no TO TRUE
           PERFORM para-match-split VARYING ix-split FROM 1 BY 1
               UNTIL ix-split > ws-split-count OR ws-split-found-yes
           IF ws-split-found-no THEN
               CALL 'asdf-generate-uuid' USING fs-split-of
               IF ws-split-count IS LESS THAN 500 THEN
                   ADD 1 TO ws-split-count
                   SET ix-split TO ws-split-count
                   MOVE rc-split-key TO ws-split-key(ix-split)
                   MOVE rc-next-due-date TO ws-split-due(ix-split)
                   MOVE fs-split-of TO ws-split-id(ix-split)
               END-IF
           END-IF
           .

       para-match-split.
           IF ws-split-key(ix-split) IS EQUAL TO rc-split-key
                   AND ws-split-due(ix-split) IS EQUAL TO
                       rc-next-due-date THEN
               MOVE ws-split-id(ix-split) TO fs-split-of
               SET ws-split-found-yes TO TRUE
           END-IF
           .

      *The leg covers the cadence period ending the day before it
      *falls due: the seven days before for a weekly entry, from the
      *same day of the previous month (clamped to a shorter month)
      *for a monthly one. A debitor with no member record at all -
      *the pot - is never scaled.
       para-prorate.
           MOVE rc-next-due-date(1:4) TO ws-due-year
           MOVE rc-next-due-date(5:2) TO ws-due-month
           MOVE rc-next-due-date(7:2) TO ws-due-day
           COMPUTE ws-period-to = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(rc-next-due-date) - 1)
           IF rc-weekly THEN
               COMPUTE ws-period-from = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(rc-next-due-date) - 7)
           ELSE
               SUBTRACT 1 FROM ws-due-month
               IF ws-due-month IS EQUAL TO 0 THEN
                   MOVE 12 TO ws-due-month
                   SUBTRACT 1 FROM ws-due-year
               END-IF
               PERFORM para-load-days-in-month
               IF ws-due-day > ws-days-in-month-entry(ws-due-month)
                       THEN
                   MOVE ws-days-in-month-entry(ws-due-month)
                       TO ws-due-day
               END-IF
               COMPUTE ws-period-from = ws-due-year * 10000
                   + ws-due-month * 100 + ws-due-day
           END-IF

           CALL 'asdf-member-days' USING rc-group rc-debitor
               ws-period-from ws-period-to ws-active-days
               ws-is-member
           IF ws-is-member IS NOT EQUAL TO 'Y' THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE ws-period-days =
               FUNCTION INTEGER-OF-DATE(ws-period-to)
               - FUNCTION INTEGER-OF-DATE(ws-period-from) + 1
           IF ws-active-days IS EQUAL TO 0 THEN
               SET ws-skip-leg-yes TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF ws-active-days IS LESS THAN ws-period-days THEN
               COMPUTE fs-amount ROUNDED =
                   rc-amount * ws-active-days / ws-period-days
           END-IF

           MOVE ws-active-days TO ws-days-edit
           MOVE ws-period-days TO ws-period-edit
           MOVE SPACES TO fs-comment
           STRING FUNCTION TRIM(rc-comment TRAILING) ' ('
               FUNCTION TRIM(ws-days-edit) '/'
               FUNCTION TRIM(ws-period-edit) ' days)'
               DELIMITED BY SIZE INTO fs-comment
               ON OVERFLOW CONTINUE
           END-STRING
           .

       para-append-ledger.
           PERFORM para-open-ledger
           WRITE fs-transaction
           CLOSE fd-ledger
           ADD 1 TO st-records-written
           ADD fs-amount TO st-amount-total

           CALL 'asdf-append-account-ledger' USING rc-group
               fs-debitor fs-transaction
               fs-transaction
           .

      *The bill carries everything asdf-fill-bill needs to post it
      *except the amount.
       para-open-bill.
           CALL 'asdf-format-uuid' USING rc-group ws-uuid-text
           MOVE SPACES TO ws-bills-path
           STRING '/var/lib/asdf/group/' ws-uuid-text '/pending-bills'
               INTO ws-bills-path

           CALL 'asdf-generate-uuid' USING pb-bill-id
           MOVE rc-id TO pb-recurring-id
           MOVE rc-debitor TO pb-debitor
           MOVE rc-creditor TO pb-creditor
           MOVE rc-currency TO pb-currency
           MOVE rc-comment TO pb-comment
           MOVE rc-category TO pb-category
           MOVE rc-next-due-date TO pb-due-date
           CALL 'asdf-business-timestamp' USING ws-utc-now
           COMPUTE pb-opened-timestamp =
               ws-utc-year * 10000000000
               + ws-utc-month * 100000000
               + ws-utc-day * 1000000
               + ws-utc-hour * 10000
               + ws-utc-minute * 100
               + ws-utc-second
           SET pb-status-open TO TRUE
           MOVE 0 TO pb-reminder-stage
           MOVE LOW-VALUES TO pb-filled-by
           MOVE 0 TO pb-filled-timestamp pb-filled-amount
           OPEN EXTEND fd-bills
           WRITE pb-bill-entry
           CLOSE fd-bills

           PERFORM para-notify-bill THRU para-notify-bill-exit
           .

      *Template key 'bill-awaiting-amount' in the debitor's
      *language; without a template the built-in wording stands. An
      *account that takes no mail is left alone - the bill still
      *shows on asdf-unfilled-bills.
       para-notify-bill.
           CALL 'asdf-format-uuid' USING rc-debitor ws-render-party
           MOVE SPACES TO ws-account-path
           STRING '/var/lib/asdf/account/' ws-render-party '/info'
               INTO ws-account-path
           OPEN INPUT fd-account
           IF ws-account-status IS NOT EQUAL TO '00' THEN
               IF ws-account-status IS EQUAL TO '05' THEN
                   CLOSE fd-account
               END-IF
               GO TO para-notify-bill-exit
           END-IF
           READ fd-account
           CLOSE fd-account
           IF fa-notify-none OR fa-deliverable-no THEN
               GO TO para-notify-bill-exit
           END-IF

           MOVE SPACES TO ws-render-group-name
           MOVE SPACES TO ws-info-path
           STRING '/var/lib/asdf/group/' ws-uuid-text '/info'
               INTO ws-info-path
           OPEN INPUT fd-info
           IF ws-info-status IS EQUAL TO '00' THEN
               READ fd-info
                   NOT AT END
                       MOVE gi-name TO ws-render-group-name
               END-READ
               CLOSE fd-info
           ELSE
               IF ws-info-status IS EQUAL TO '05' THEN
                   CLOSE fd-info
               END-IF
           END-IF

           CALL 'asdf-format-uuid' USING pb-bill-id ws-bill-id-text
           MOVE SPACES TO ws-render-amount
           MOVE rc-next-due-date TO ws-render-due
           MOVE 'A bill is waiting for its amount'
               TO ws-notify-subject
           MOVE SPACES TO ws-notify-body
           STRING FUNCTION TRIM(rc-comment) ' for '
               FUNCTION TRIM(ws-render-group-name) ' was due on '
               FUNCTION TRIM(ws-render-due)
               '. Enter the amount on the bill to post it: '
               ws-bill-id-text
               DELIMITED BY SIZE INTO ws-notify-body
               ON OVERFLOW CONTINUE
           END-STRING

           CALL 'asdf-render-template' USING ws-template-key
               fa-language ws-render-amount ws-render-group-name
               ws-render-party ws-render-due
               ws-notify-subject ws-notify-body ws-render-found

           MOVE fa-email TO mq-to-email
           MOVE ws-notify-subject TO mq-subject
           MOVE ws-notify-body TO mq-body
           MOVE FUNCTION CURRENT-DATE TO mq-queued-timestamp
           OPEN EXTEND fd-mail-queue
           WRITE mq-mail-entry
           ADD 1 TO st-mails-queued
           CLOSE fd-mail-queue
           .

       para-notify-bill-exit.
           EXIT PARAGRAPH
           .

      *An exclusive lock held by a concurrent append is ordinarily
      *gone within a second, so wait it out with a doubling backoff
      *before treating the lock as fatal. An exhausted budget stops
