      *Month-end service-fee billing batch: for every active group
      *whose billing plan (asdf-billing-plan.cpy) for the month is a
      *per-member one, counts the billable members from the group's
      *member registry - the days each account was an active member
      *in the month (asdf-member-days), so a member who joined or
      *left part way bills that part - and bills the rate times the
      *member-days over the days in the month, rounded to the minor
      *unit. Each bill is:
      *  - posted to the group's ledger as a debt, categorized
      *    'service-fee', owed by the group's pot (or, in a group
      *    without one, its first active admin in the registry) to
      *    the shop account named by the 'billing-shop-account' key
      *    of the central configuration file - through the same
      *    ledger write, per-party mirroring, control update and
      *    vacation-hold queueing asdf-post-recurring applies;
      *  - recorded in /var/lib/asdf/invoices (asdf-invoice.cpy)
      *    under the next sequential invoice number.
      *A group already invoiced for the month is passed over, so a
      *rerun bills only what a failed or partial run missed; a frozen
      *group (asdf-check-freeze) is skipped and listed, to be billed
      *by a rerun once thawed. A free plan, no plan, or no member-days
      *bills nothing.
      *
      *Argument (optional): the month to bill, YYYYMM - by default
      *the last complete month. Meant to run from cron on the first
      *of the month, outside the nightly chain. Exits 1 when the shop
      *account is not configured or any group was skipped.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-bill-groups.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-group-index
           ASSIGN DYNAMIC ws-index-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-index-status.

       SELECT OPTIONAL fd-plans
           ASSIGN DYNAMIC ws-plans-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-plans-status.

       SELECT OPTIONAL fd-invoices
           ASSIGN DYNAMIC ws-invoices-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-invoices-status.

       SELECT OPTIONAL fd-info
           ASSIGN DYNAMIC ws-info-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-info-status.

       SELECT OPTIONAL fd-members
           ASSIGN DYNAMIC ws-members-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-members-status.

       SELECT OPTIONAL fd-account
           ASSIGN DYNAMIC ws-account-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-account-status.

       SELECT OPTIONAL fd-ledger
           ASSIGN DYNAMIC ws-ledger
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           LOCK MODE IS EXCLUSIVE
           FILE STATUS IS ws-ledger-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-group-index.
       COPY 'asdf-group-index.cpy' REPLACING ==:X:== BY ==gx==.

       FD fd-plans.
       COPY 'asdf-billing-plan.cpy' REPLACING ==:X:== BY ==bp==.

       FD fd-invoices.
       COPY 'asdf-invoice.cpy' REPLACING ==:X:== BY ==iv==.

       FD fd-info.
       COPY 'asdf-group-info.cpy' REPLACING ==:X:== BY ==gi==.

       FD fd-members.
       COPY 'asdf-member.cpy' REPLACING ==:X:== BY ==fm==.

       FD fd-account.
       COPY 'asdf-account.cpy' REPLACING ==:X:== BY ==fa==.

       FD fd-ledger.
       COPY 'asdf-transaction.cpy' REPLACING ==:X:== BY ==fs==.

       WORKING-STORAGE SECTION.
       01 ws-index-path                PIC X(256)
           VALUE '/var/lib/asdf/group-index'.
       01 ws-index-status              PIC XX.
       01 ws-plans-path                PIC X(256)
           VALUE '/var/lib/asdf/billing-plans'.
       01 ws-plans-status              PIC XX.
       01 ws-invoices-path             PIC X(256)
           VALUE '/var/lib/asdf/invoices'.
       01 ws-invoices-status           PIC XX.
       01 ws-info-path                 PIC X(256).
       01 ws-info-status               PIC XX.
       01 ws-members-path              PIC X(256).
       01 ws-members-status            PIC XX.
       01 ws-account-path              PIC X(256).
       01 ws-account-status            PIC XX.
       01 ws-ledger                    PIC X(256).
       01 ws-ledger-status             PIC XX.

      *Central configuration lookups (asdf-read-config).
       01 ws-config-key                PIC X(30).
       01 ws-config-value              PIC X(64).
       01 ws-config-found              PIC X.
       01 ws-shop-text                 PIC X(32).
       01 ws-shop-account              PIC X(16).

       01 ws-month-text                PIC X(10) VALUE SPACES.
       01 ws-period                    PIC 9(6).
       01 ws-period-parts REDEFINES ws-period.
           02 ws-period-year           PIC 9(4).
           02 ws-period-month          PIC 9(2).
       01 ws-period-from               PIC 9(8).
       01 ws-period-to                 PIC 9(8).
       01 ws-next-from                 PIC 9(8).
       01 ws-period-days               PIC 9(2).
      *Plans entered up to the end of the month's last day count.
       01 ws-period-end-ts             PIC 9(14).

       01 ws-now-group.
           02 ws-now-year              PIC 9(4).
           02 ws-now-month             PIC 9(2).
           02 ws-now-day               PIC 9(2).
           02 ws-now-hour              PIC 9(2).
           02 ws-now-minute            PIC 9(2).
           02 ws-now-second            PIC 9(2).
       01 ws-now-flat REDEFINES ws-now-group
                                        PIC 9(14).

      *Each group's plan for the month: its latest entry entered by
      *the month's end.
       01 ws-plan-count                PIC 9(4) COMP VALUE 0.
       01 ws-plan-table.
           02 ws-pt-entry OCCURS 2000 TIMES.
               03 ws-pt-group          PIC X(16).
               03 ws-pt-plan           PIC X.
               03 ws-pt-rate           PIC 9(10) COMP.
               03 ws-pt-currency       PIC X(3).
       01 ws-pt-i                      PIC 9(4) COMP.
       01 ws-pt-j                      PIC 9(4) COMP.

      *Groups already invoiced for the month, and the highest
      *invoice number on file.
       01 ws-billed-count              PIC 9(4) COMP VALUE 0.
       01 ws-billed-table.
           02 ws-billed-group OCCURS 2000 TIMES
                   PIC X(16).
       01 ws-bl-i                      PIC 9(4) COMP.
       01 ws-last-number               PIC 9(8) VALUE 0.

      *The group's registry, one row per distinct account.
       01 ws-member-count              PIC 9(4) COMP.
       01 ws-member-table.
           02 ws-member-id OCCURS 2000 TIMES
                   PIC X(16).
       01 ws-mb-i                      PIC 9(4) COMP.
       01 ws-first-admin               PIC X(16).
       01 ws-member-days               PIC 9(7).
       01 ws-active-days               PIC 9(5).
       01 ws-is-member                 PIC X.

       01 ws-group                     PIC X(16).
       01 ws-group-text                PIC X(32).
       01 ws-payer                     PIC X(16).
       01 ws-fee-amount                PIC 9(10).
       01 ws-invoice-number            PIC 9(8).
       01 ws-new-id                    PIC X(16).
       01 ws-frozen                    PIC X.
           88 ws-frozen-yes            VALUE 'Y'.
       01 ws-freeze-reason             PIC X(100).

       01 ws-lock-retry-text           PIC X(8) VALUE SPACES.
       01 ws-lock-budget               PIC 9(5) VALUE 10.
       01 ws-lock-waited               PIC 9(5) COMP VALUE 0.
       01 ws-lock-delay                PIC 9(5) COMP VALUE 1.

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-member-eof                PIC X.
           88 ws-member-eof-yes        VALUE 'Y'.
           88 ws-member-eof-no         VALUE 'N'.
       01 ws-found                     PIC X.
           88 ws-found-yes             VALUE 'Y'.
           88 ws-found-no              VALUE 'N'.

       01 ws-invoiced-count            PIC 9(5) COMP VALUE 0.
       01 ws-skipped-count             PIC 9(5) COMP VALUE 0.
       01 ws-display-count             PIC Z(4)9.
       01 ws-display-days              PIC Z(6)9.
       01 ws-format-in                 PIC S9(11) COMP.
       01 ws-format-out                PIC X(20).

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
           ACCEPT ws-month-text FROM ARGUMENT-VALUE
           PERFORM para-set-period

           MOVE 'billing-shop-account' TO ws-config-key
           CALL 'asdf-read-config' USING ws-config-key
               ws-config-value ws-config-found
           IF ws-config-found IS NOT EQUAL TO 'Y' THEN
               DISPLAY 'No billing-shop-account is configured'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ws-config-value TO ws-shop-text
           PERFORM para-check-shop THRU para-check-shop-exit

           PERFORM para-load-plans THRU para-load-plans-exit
           PERFORM para-load-invoices THRU para-load-invoices-exit
           PERFORM para-walk-groups THRU para-walk-groups-exit

           MOVE ws-invoiced-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count)
               ' group(s) invoiced, ' WITH NO ADVANCING
           MOVE ws-skipped-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count) ' skipped'
           IF ws-skipped-count IS GREATER THAN 0 THEN
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      *The month billed, its first and last days and its length.
       para-set-period.
           IF ws-month-text IS EQUAL TO SPACES THEN
               CALL 'asdf-utc-timestamp' USING ws-now-group
               IF ws-now-month IS EQUAL TO 1 THEN
                   COMPUTE ws-period-year = ws-now-year - 1
                   MOVE 12 TO ws-period-month
               ELSE
                   MOVE ws-now-year TO ws-period-year
                   COMPUTE ws-period-month = ws-now-month - 1
               END-IF
           ELSE
               IF FUNCTION TRIM(ws-month-text) IS NOT NUMERIC
                       OR FUNCTION LENGTH(FUNCTION TRIM(ws-month-text))
                           IS NOT EQUAL TO 6 THEN
                   DISPLAY 'Invalid month' WITH NO ADVANCING
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FUNCTION TRIM(ws-month-text) TO ws-period
               IF ws-period-month IS LESS THAN 1
                       OR ws-period-month IS GREATER THAN 12 THEN
                   DISPLAY 'Invalid month' WITH NO ADVANCING
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           COMPUTE ws-period-from = ws-period * 100 + 1
           IF ws-period-month IS EQUAL TO 12 THEN
               COMPUTE ws-next-from =
                   (ws-period-year + 1) * 10000 + 101
           ELSE
               COMPUTE ws-next-from = ws-period-from + 100
           END-IF
           COMPUTE ws-period-days =
               FUNCTION INTEGER-OF-DATE(ws-next-from)
               - FUNCTION INTEGER-OF-DATE(ws-period-from)
           COMPUTE ws-period-to = ws-period * 100 + ws-period-days
           COMPUTE ws-period-end-ts = ws-period-to * 1000000 + 235959
           .

      *The shop account must be a registered account.
       para-check-shop.
           CALL 'asdf-parse-uuid' USING ws-shop-text ws-shop-account
           MOVE SPACES TO ws-account-path
           STRING '/var/lib/asdf/account/' ws-shop-text '/info'
               DELIMITED BY SIZE INTO ws-account-path
           OPEN INPUT fd-account
           IF ws-account-status IS EQUAL TO '00' THEN
               CLOSE fd-account
               GO TO para-check-shop-exit
           END-IF
           IF ws-account-status IS EQUAL TO '05' THEN
               CLOSE fd-account
           END-IF
           DISPLAY 'The billing-shop-account is not a registered '
               'account' WITH NO ADVANCING
           MOVE 1 TO RETURN-CODE
           STOP RUN
           .

       para-check-shop-exit.
           EXIT PARAGRAPH
           .

       para-load-plans.
           OPEN INPUT fd-plans
           IF ws-plans-status IS NOT EQUAL TO '00' THEN
               IF ws-plans-status IS EQUAL TO '05' THEN
                   CLOSE fd-plans
               END-IF
               GO TO para-load-plans-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-load-plans-one UNTIL ws-eof-yes
           CLOSE fd-plans
           .

       para-load-plans-exit.
           EXIT PARAGRAPH
           .

       para-load-plans-one.
           READ fd-plans
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF bp-entered-timestamp IS NOT GREATER THAN
                           ws-period-end-ts THEN
                       PERFORM para-keep-plan
                   END-IF
           END-READ
           .

      *The table is appended in entry order, so a later entry for a
      *group replaces the one held for it.
       para-keep-plan.
           SET ws-found-no TO TRUE
           PERFORM para-find-plan
               VARYING ws-pt-j FROM 1 BY 1
               UNTIL ws-pt-j > ws-plan-count OR ws-found-yes
           IF ws-found-no THEN
               IF ws-plan-count IS NOT LESS THAN 2000 THEN
                   PERFORM para-table-full
               END-IF
               ADD 1 TO ws-plan-count
               MOVE ws-plan-count TO ws-pt-i
               MOVE bp-group-id TO ws-pt-group(ws-pt-i)
           END-IF
           MOVE bp-plan TO ws-pt-plan(ws-pt-i)
           MOVE bp-rate TO ws-pt-rate(ws-pt-i)
           MOVE bp-currency TO ws-pt-currency(ws-pt-i)
           .

       para-find-plan.
           IF ws-pt-group(ws-pt-j) IS EQUAL TO bp-group-id THEN
               MOVE ws-pt-j TO ws-pt-i
               SET ws-found-yes TO TRUE
           END-IF
           .

       para-table-full.
           DISPLAY 'Billing table full' WITH NO ADVANCING
           MOVE 1 TO RETURN-CODE
           STOP RUN
           .

       para-load-invoices.
           OPEN INPUT fd-invoices
           IF ws-invoices-status IS NOT EQUAL TO '00' THEN
               IF ws-invoices-status IS EQUAL TO '05' THEN
                   CLOSE fd-invoices
               END-IF
               GO TO para-load-invoices-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-load-invoices-one UNTIL ws-eof-yes
           CLOSE fd-invoices
           .

       para-load-invoices-exit.
           EXIT PARAGRAPH
           .

       para-load-invoices-one.
           READ fd-invoices
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF iv-invoice-number IS GREATER THAN
                           ws-last-number THEN
                       MOVE iv-invoice-number TO ws-last-number
                   END-IF
                   IF iv-period IS EQUAL TO ws-period THEN
                       IF ws-billed-count IS NOT LESS THAN 2000 THEN
                           PERFORM para-table-full
                       END-IF
                       ADD 1 TO ws-billed-count
                       MOVE iv-group-id
                           TO ws-billed-group(ws-billed-count)
                   END-IF
           END-READ
           .

       para-walk-groups.
           OPEN INPUT fd-group-index
           IF ws-index-status IS NOT EQUAL TO '00' THEN
               IF ws-index-status IS EQUAL TO '05' THEN
                   CLOSE fd-group-index
               END-IF
               GO TO para-walk-groups-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-walk-one UNTIL ws-eof-yes
           CLOSE fd-group-index
           .

       para-walk-groups-exit.
           EXIT PARAGRAPH
           .

       para-walk-one.
           READ fd-group-index
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF gx-status-active THEN
                       PERFORM para-bill-group
                           THRU para-bill-group-exit
                   END-IF
           END-READ
           .

       para-bill-group.
           MOVE gx-group-id TO ws-group
           SET ws-found-no TO TRUE
           PERFORM para-find-group-plan
               VARYING ws-pt-j FROM 1 BY 1
               UNTIL ws-pt-j > ws-plan-count OR ws-found-yes
           IF ws-found-no THEN
               GO TO para-bill-group-exit
           END-IF
           IF ws-pt-plan(ws-pt-i) IS NOT EQUAL TO 'M'
                   OR ws-pt-rate(ws-pt-i) IS EQUAL TO 0 THEN
               GO TO para-bill-group-exit
           END-IF

           SET ws-found-no TO TRUE
           PERFORM para-find-billed
               VARYING ws-bl-i FROM 1 BY 1
               UNTIL ws-bl-i > ws-billed-count OR ws-found-yes
           IF ws-found-yes THEN
               GO TO para-bill-group-exit
           END-IF

           CALL 'asdf-format-uuid' USING ws-group ws-group-text
           CALL 'asdf-check-freeze' USING ws-group
               ws-frozen ws-freeze-reason
           IF ws-frozen-yes THEN
               DISPLAY ws-group-text ' skipped, group frozen: '
                   FUNCTION TRIM(ws-freeze-reason)
               ADD 1 TO ws-skipped-count
               GO TO para-bill-group-exit
           END-IF

           PERFORM para-load-members THRU para-load-members-exit
           MOVE 0 TO ws-member-days
           PERFORM para-add-member-days
               VARYING ws-mb-i FROM 1 BY 1
               UNTIL ws-mb-i > ws-member-count
           IF ws-member-days IS EQUAL TO 0 THEN
               GO TO para-bill-group-exit
           END-IF
           COMPUTE ws-fee-amount ROUNDED =
               ws-pt-rate(ws-pt-i) * ws-member-days / ws-period-days
           IF ws-fee-amount IS EQUAL TO 0 THEN
               GO TO para-bill-group-exit
           END-IF

           PERFORM para-load-payer
           IF ws-payer IS EQUAL TO LOW-VALUES THEN
               DISPLAY ws-group-text
                   ' skipped, no pot and no active admin to bill'
               ADD 1 TO ws-skipped-count
               GO TO para-bill-group-exit
           END-IF

           ADD 1 TO ws-last-number
           MOVE ws-last-number TO ws-invoice-number
           PERFORM para-post-fee
           PERFORM para-write-invoice

           MOVE ws-member-days TO ws-display-days
           MOVE ws-fee-amount TO ws-format-in
           CALL 'asdf-format-amount' USING ws-format-in
               ws-pt-currency(ws-pt-i) ws-format-out
           DISPLAY 'invoice ' ws-invoice-number ' ' ws-group-text ' '
               FUNCTION TRIM(ws-display-days) ' member-days '
               FUNCTION TRIM(ws-format-out)
           ADD 1 TO ws-invoiced-count
           .

       para-bill-group-exit.
           EXIT PARAGRAPH
           .

       para-find-group-plan.
           IF ws-pt-group(ws-pt-j) IS EQUAL TO ws-group THEN
               MOVE ws-pt-j TO ws-pt-i
               SET ws-found-yes TO TRUE
           END-IF
           .

       para-find-billed.
           IF ws-billed-group(ws-bl-i) IS EQUAL TO ws-group THEN
               SET ws-found-yes TO TRUE
           END-IF
           .

      *Every distinct account in the registry - a rejoin appends a
      *second record, and asdf-member-days already walks them all -
      *and the first active admin, the payer of last resort.
       para-load-members.
           MOVE 0 TO ws-member-count
           MOVE LOW-VALUES TO ws-first-admin
           MOVE SPACES TO ws-members-path
           STRING '/var/lib/asdf/group/' ws-group-text '/members'
               DELIMITED BY SIZE INTO ws-members-path
           OPEN INPUT fd-members
           IF ws-members-status IS NOT EQUAL TO '00' THEN
               IF ws-members-status IS EQUAL TO '05' THEN
                   CLOSE fd-members
               END-IF
               GO TO para-load-members-exit
           END-IF
           SET ws-member-eof-no TO TRUE
           PERFORM para-load-members-one UNTIL ws-member-eof-yes
           CLOSE fd-members
           .

       para-load-members-exit.
           EXIT PARAGRAPH
           .

       para-load-members-one.
           READ fd-members
               AT END
                   SET ws-member-eof-yes TO TRUE
               NOT AT END
                   IF fm-role-admin AND fm-status-active
                           AND ws-first-admin IS EQUAL TO LOW-VALUES
                           THEN
                       MOVE fm-account-id TO ws-first-admin
                   END-IF
                   SET ws-found-no TO TRUE
                   PERFORM para-find-member
                       VARYING ws-mb-i FROM 1 BY 1
                       UNTIL ws-mb-i > ws-member-count OR ws-found-yes
                   IF ws-found-no THEN
                       IF ws-member-count IS NOT LESS THAN 2000 THEN
                           PERFORM para-table-full
                       END-IF
                       ADD 1 TO ws-member-count
                       MOVE fm-account-id
                           TO ws-member-id(ws-member-count)
                   END-IF
           END-READ
           .

       para-find-member.
           IF ws-member-id(ws-mb-i) IS EQUAL TO fm-account-id THEN
               SET ws-found-yes TO TRUE
           END-IF
           .

       para-add-member-days.
           CALL 'asdf-member-days' USING ws-group
               ws-member-id(ws-mb-i) ws-period-from ws-period-to
               ws-active-days ws-is-member
           IF ws-is-member IS EQUAL TO 'Y' THEN
               ADD ws-active-days TO ws-member-days
           END-IF
           .

      *The pot when the group has one, else the first active admin.
       para-load-payer.
           MOVE ws-first-admin TO ws-payer
           MOVE SPACES TO ws-info-path
           STRING '/var/lib/asdf/group/' ws-group-text '/info'
               DELIMITED BY SIZE INTO ws-info-path
           OPEN INPUT fd-info
           IF ws-info-status IS NOT EQUAL TO '00' THEN
               IF ws-info-status IS EQUAL TO '05' THEN
                   CLOSE fd-info
               END-IF
               EXIT PARAGRAPH
           END-IF
           READ fd-info
           IF ws-info-status IS EQUAL TO '00'
                   AND gi-pot-id IS NOT EQUAL TO LOW-VALUES
                   AND gi-pot-id IS NOT EQUAL TO SPACES THEN
               MOVE gi-pot-id TO ws-payer
           END-IF
           CLOSE fd-info
           .

       para-post-fee.
           CALL 'asdf-generate-uuid' USING ws-new-id
           MOVE ws-new-id TO fs-id
           SET fs-debt TO TRUE
           CALL 'asdf-business-timestamp' USING fs-timestamp
           MOVE 'UTC' TO fs-timezone
           MOVE ws-member-days TO ws-display-days
           MOVE SPACES TO fs-comment
           STRING 'Service fee ' ws-period-year '-' ws-period-month
               ', invoice ' ws-invoice-number ' ('
               FUNCTION TRIM(ws-display-days) ' member-days)'
               DELIMITED BY SIZE INTO fs-comment
               ON OVERFLOW CONTINUE
           END-STRING
           MOVE ws-payer TO fs-debitor
           MOVE ws-shop-account TO fs-creditor
           MOVE ws-fee-amount TO fs-amount
           MOVE SPACES TO fs-reversal-of
           MOVE SPACES TO fs-reversal-of-type
           MOVE 'service-fee' TO fs-category
           MOVE 0 TO fs-due-date
           MOVE ws-pt-currency(ws-pt-i) TO fs-currency
           MOVE SPACES TO fs-attachment-ref
           MOVE SPACES TO fs-split-of

           MOVE SPACES TO ws-ledger
           STRING '/var/lib/asdf/group/' ws-group-text '/ledger'
               DELIMITED BY SIZE INTO ws-ledger
           PERFORM para-open-ledger
           WRITE fs-transaction
           CLOSE fd-ledger

           CALL 'asdf-append-account-ledger' USING ws-group
               fs-debitor fs-transaction
           CALL 'asdf-append-account-ledger' USING ws-group
               fs-creditor fs-transaction
           CALL 'asdf-update-control' USING ws-group fs-transaction
           CALL 'asdf-queue-hold-ack' USING ws-group fs-transaction
           .

       para-write-invoice.
           INITIALIZE iv-invoice-entry
           MOVE ws-invoice-number TO iv-invoice-number
           MOVE ws-group TO iv-group-id
           MOVE ws-period TO iv-period
           MOVE ws-member-days TO iv-member-days
           MOVE ws-period-days TO iv-period-days
           MOVE ws-pt-rate(ws-pt-i) TO iv-rate
           MOVE ws-pt-currency(ws-pt-i) TO iv-currency
           MOVE ws-fee-amount TO iv-amount
           MOVE fs-debitor TO iv-debitor
           MOVE fs-creditor TO iv-creditor
           MOVE fs-id TO iv-entry-id
           CALL 'asdf-utc-timestamp' USING iv-issued-timestamp
           OPEN EXTEND fd-invoices
           WRITE iv-invoice-entry
           CLOSE fd-invoices
           .

       para-open-ledger.
           ACCEPT ws-lock-retry-text FROM ENVIRONMENT
               'ASDF_LOCK_RETRY'
           IF ws-lock-retry-text IS NOT EQUAL TO SPACES
                   AND FUNCTION TRIM(ws-lock-retry-text)
                       IS NUMERIC THEN
               MOVE FUNCTION TRIM(ws-lock-retry-text)
                   TO ws-lock-budget
           END-IF
           MOVE 0 TO ws-lock-waited
           MOVE 1 TO ws-lock-delay
           PERFORM para-open-ledger-try WITH TEST AFTER
               UNTIL ws-ledger-status IS NOT EQUAL TO '91'
                   AND '61'
           .

       para-open-ledger-try.
           OPEN EXTEND fd-ledger
           IF ws-ledger-status IS EQUAL TO '91' OR '61' THEN
               IF ws-lock-waited IS GREATER THAN OR EQUAL TO
                       ws-lock-budget THEN
                   DISPLAY 'Ledger is locked by another process'
                       WITH NO ADVANCING
                   MOVE 101 TO RETURN-CODE
                   STOP RUN
               END-IF
               CALL 'C$SLEEP' USING ws-lock-delay
               ADD ws-lock-delay TO ws-lock-waited
               IF ws-lock-delay IS LESS THAN 4 THEN
                   ADD ws-lock-delay TO ws-lock-delay
               END-IF
           END-IF
           .
