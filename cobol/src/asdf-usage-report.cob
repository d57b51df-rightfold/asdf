      *Monthly installation usage and growth report for management:
      *each figure as a month-over-month trend across the twelve
      *months ending with the report month, one column per month.
      *Read-only; it stitches together what the system already
      *keeps:
      *  - groups created (each group's info record, live or
      *    archived, from the group-index) and groups archived (the
      *    change-event journal's GROUP-ARCHIVED events);
      *  - active members: distinct accounts named as debitor or
      *    creditor on a ledger entry dated in the month;
      *  - postings, and per currency the entry count and the amount
      *    volume - debts and payments, in minor units, an entry
      *    without a currency counting in its group's default - over
      *    every group's ledger, compacted segments included;
      *  - successful and failed logins (login-audit);
      *  - gateway requests, in total and by route (method and path,
      *    from the gateway access log);
      *  - mails delivered and dead-lettered (the figures
      *    asdf-send-mail leaves in the step statistics).
      *Ahead of the trend it prints the position now: active groups
      *(group-index), active memberships (membership-index) and
      *entries on the active ledgers (the groups' control records).
      *A route or currency beyond the table's room is folded into an
      *'other' row rather than dropped.
      *
      *Argument (optional): the report month, YYYYMM - by default the
      *last complete month.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-usage-report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-group-index
           ASSIGN DYNAMIC ws-index-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-index-status.

       SELECT OPTIONAL fd-info
           ASSIGN DYNAMIC ws-info-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-info-status.

       SELECT OPTIONAL fd-control
           ASSIGN DYNAMIC ws-control-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-control-status.

       SELECT OPTIONAL fd-ledger
           ASSIGN DYNAMIC ws-ledger
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-ledger-status.

       SELECT OPTIONAL fd-events
           ASSIGN DYNAMIC ws-events-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-events-status.

       SELECT OPTIONAL fd-membership
           ASSIGN DYNAMIC ws-membership-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-membership-status.

       SELECT OPTIONAL fd-login-audit
           ASSIGN DYNAMIC ws-login-audit-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-login-audit-status.

       SELECT OPTIONAL fd-access-log
           ASSIGN DYNAMIC ws-access-log-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-access-log-status.

       SELECT OPTIONAL fd-stats
           ASSIGN DYNAMIC ws-stats-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-stats-status.

       SELECT sd-members
           ASSIGN 'usage-sort-work'.

       DATA DIVISION.
       FILE SECTION.
       FD fd-group-index.
       COPY 'asdf-group-index.cpy' REPLACING ==:X:== BY ==gx==.

       FD fd-info.
       COPY 'asdf-group-info.cpy' REPLACING ==:X:== BY ==gi==.

       FD fd-control.
       COPY 'asdf-control.cpy' REPLACING ==:X:== BY ==cn==.

       FD fd-ledger.
       COPY 'asdf-transaction.cpy' REPLACING ==:X:== BY ==fs==.

       FD fd-events.
       COPY 'asdf-change-event.cpy' REPLACING ==:X:== BY ==ce==.

       FD fd-membership.
       COPY 'asdf-membership.cpy' REPLACING ==:X:== BY ==mx==.

       FD fd-login-audit.
       COPY 'asdf-login-audit.cpy' REPLACING ==:X:== BY ==la==.

       FD fd-access-log.
       COPY 'asdf-access-log.cpy' REPLACING ==:X:== BY ==al==.

       FD fd-stats.
       COPY 'asdf-step-stats.cpy' REPLACING ==:X:== BY ==ss==.

      *One record per account named on an entry, by month; the
      *output procedure counts each month's distinct accounts.
       SD sd-members.
       01 sr-member.
           02 sr-month                 PIC 9(2).
           02 sr-account               PIC X(16).

       WORKING-STORAGE SECTION.
       01 ws-index-path                PIC X(256)
           VALUE '/var/lib/asdf/group-index'.
       01 ws-index-status              PIC XX.
       01 ws-info-path                 PIC X(256).
       01 ws-info-status               PIC XX.
       01 ws-control-path              PIC X(256).
       01 ws-control-status            PIC XX.
       01 ws-ledger                    PIC X(256).
       01 ws-ledger-status             PIC XX.
       01 ws-events-path               PIC X(256)
           VALUE '/var/lib/asdf/change-events'.
       01 ws-events-status             PIC XX.
       01 ws-membership-path           PIC X(256)
           VALUE '/var/lib/asdf/membership-index'.
       01 ws-membership-status         PIC XX.
       01 ws-login-audit-path          PIC X(256)
           VALUE '/var/lib/asdf/login-audit'.
       01 ws-login-audit-status        PIC XX.
       01 ws-access-log-path           PIC X(256)
           VALUE '/var/lib/asdf/gateway-access-log'.
       01 ws-access-log-status         PIC XX.
       01 ws-stats-path                PIC X(256)
           VALUE '/var/lib/asdf/step-stats'.
       01 ws-stats-status              PIC XX.

       01 ws-month-text                PIC X(10) VALUE SPACES.
       01 ws-report-month              PIC 9(6).
       01 ws-report-month-parts REDEFINES ws-report-month.
           02 ws-report-year           PIC 9(4).
           02 ws-report-mon            PIC 9(2).

       01 ws-now-group.
           02 ws-now-year              PIC 9(4).
           02 ws-now-month             PIC 9(2).
           02 ws-now-day               PIC 9(2).
           02 ws-now-hour              PIC 9(2).
           02 ws-now-minute            PIC 9(2).
           02 ws-now-second            PIC 9(2).

      *Months counted from year zero, so the twelve-month window is
      *a plain range: a record's column is its month less the first
      *month of the window, plus one; zero means outside it.
       01 ws-first-abs                 PIC 9(6) COMP.
       01 ws-abs                       PIC 9(6) COMP.
       01 ws-in-year                   PIC 9(4).
       01 ws-in-month                  PIC 9(2).
       01 ws-month-ix                  PIC 9(2) COMP.

       01 ws-months.
           02 ws-month OCCURS 12 TIMES.
               03 ws-mt-label          PIC X(7).
               03 ws-mt-created        PIC S9(15) COMP.
               03 ws-mt-archived       PIC S9(15) COMP.
               03 ws-mt-members        PIC S9(15) COMP.
               03 ws-mt-postings       PIC S9(15) COMP.
               03 ws-mt-logins         PIC S9(15) COMP.
               03 ws-mt-failed-logins  PIC S9(15) COMP.
               03 ws-mt-requests       PIC S9(15) COMP.
               03 ws-mt-mails-sent     PIC S9(15) COMP.
               03 ws-mt-mails-dead     PIC S9(15) COMP.
       01 ws-m                         PIC 9(2) COMP.

      *Per-currency postings and amount volume; the last slot takes
      *every currency that finds the table full.
       01 ws-currency-count            PIC 9(2) COMP VALUE 0.
       01 ws-currencies.
           02 ws-ct-entry OCCURS 30 TIMES.
               03 ws-ct-code           PIC X(3).
               03 ws-ct-postings       PIC S9(15) COMP
                   OCCURS 12 TIMES.
               03 ws-ct-amount         PIC S9(15) COMP
                   OCCURS 12 TIMES.
       01 ws-ct-i                      PIC 9(2) COMP.
       01 ws-entry-currency            PIC X(3).
       01 ws-group-currency            PIC X(3).

      *Per-route request counts, the last slot likewise the catch-
      *all.
       01 ws-route-count               PIC 9(2) COMP VALUE 0.
       01 ws-routes.
           02 ws-rt-entry OCCURS 60 TIMES.
               03 ws-rt-route          PIC X(30).
               03 ws-rt-requests       PIC S9(15) COMP
                   OCCURS 12 TIMES.
       01 ws-rt-i                      PIC 9(2) COMP.
       01 ws-route                     PIC X(30).

       01 ws-group                     PIC X(16).
       01 ws-group-text                PIC X(32).
       01 ws-group-base                PIC X(256).
       01 ws-groups-active             PIC 9(9) COMP VALUE 0.
       01 ws-memberships-active        PIC 9(9) COMP VALUE 0.
       01 ws-entries-on-file           PIC 9(12) COMP VALUE 0.

       01 ws-segment-dates.
           02 ws-segment-date OCCURS 100 TIMES
                   PIC 9(8).
       01 ws-segment-count             PIC 9(3) COMP.
       01 ws-seg-i                     PIC 9(3) COMP.
       01 ws-seg-date-text             PIC X(8).

      *Control break over the sorted member records.
       01 ws-last-month                PIC 9(2).
       01 ws-last-account              PIC X(16).

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-scan-eof                  PIC X.
           88 ws-scan-eof-yes          VALUE 'Y'.
           88 ws-scan-eof-no           VALUE 'N'.
       01 ws-found                     PIC X.
           88 ws-found-yes             VALUE 'Y'.
           88 ws-found-no              VALUE 'N'.
       01 ws-j                         PIC 9(2) COMP.
       01 ws-sort-eof                  PIC X.
           88 ws-sort-eof-yes          VALUE 'Y'.
           88 ws-sort-eof-no           VALUE 'N'.

      *One printed row: a label and a figure per month.
       01 ws-row-label                 PIC X(30).
       01 ws-row-values.
           02 ws-row-value             PIC S9(15) COMP
                   OCCURS 12 TIMES.
       01 ws-print-line                PIC X(198).
       01 ws-print-pos                 PIC 9(3) COMP.
       01 ws-print-figure              PIC -(12)9.
       01 ws-display-count             PIC Z(11)9.

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
           IF ws-month-text IS EQUAL TO SPACES THEN
               CALL 'asdf-utc-timestamp' USING ws-now-group
               IF ws-now-month IS EQUAL TO 1 THEN
                   COMPUTE ws-report-year = ws-now-year - 1
                   MOVE 12 TO ws-report-mon
               ELSE
                   MOVE ws-now-year TO ws-report-year
                   COMPUTE ws-report-mon = ws-now-month - 1
               END-IF
           ELSE
               IF FUNCTION TRIM(ws-month-text) IS NOT NUMERIC
                       OR FUNCTION LENGTH(FUNCTION TRIM(ws-month-text))
                           IS NOT EQUAL TO 6 THEN
                   DISPLAY 'Invalid month' WITH NO ADVANCING
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FUNCTION TRIM(ws-month-text) TO ws-report-month
               IF ws-report-mon IS LESS THAN 1
                       OR ws-report-mon IS GREATER THAN 12 THEN
                   DISPLAY 'Invalid month' WITH NO ADVANCING
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           INITIALIZE ws-months ws-currencies ws-routes
           COMPUTE ws-first-abs =
               ws-report-year * 12 + ws-report-mon - 1 - 11
           PERFORM para-label-month
               VARYING ws-m FROM 1 BY 1 UNTIL ws-m > 12

           SORT sd-members ON ASCENDING KEY sr-month sr-account
               INPUT PROCEDURE IS para-walk-groups
                   THRU para-walk-groups-exit
               OUTPUT PROCEDURE IS para-count-members
                   THRU para-count-members-exit
           PERFORM para-count-archived THRU para-count-archived-exit
           PERFORM para-count-memberships
               THRU para-count-memberships-exit
           PERFORM para-count-logins THRU para-count-logins-exit
           PERFORM para-count-requests THRU para-count-requests-exit
           PERFORM para-count-mails THRU para-count-mails-exit

           PERFORM para-print
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

       para-label-month.
           COMPUTE ws-abs = ws-first-abs + ws-m - 1
           COMPUTE ws-in-year = ws-abs / 12
           COMPUTE ws-in-month = ws-abs - ws-in-year * 12 + 1
           MOVE SPACES TO ws-mt-label(ws-m)
           STRING ws-in-year '-' ws-in-month DELIMITED BY SIZE
               INTO ws-mt-label(ws-m)
           .

      *The window column of ws-in-year/ws-in-month in ws-month-ix.
       para-month-index.
           MOVE 0 TO ws-month-ix
           IF ws-in-month IS LESS THAN 1
                   OR ws-in-month IS GREATER THAN 12 THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE ws-abs = ws-in-year * 12 + ws-in-month - 1
           IF ws-abs IS LESS THAN ws-first-abs
                   OR ws-abs IS GREATER THAN ws-first-abs + 11 THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE ws-month-ix = ws-abs - ws-first-abs + 1
           .

      *SORT input procedure: every group ever created, live or
      *archived, for its creation month, its control record and its
      *ledger; the accounts named on the window's entries are
      *released for the distinct-member count.
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
                   PERFORM para-walk-group
           END-READ
           .

       para-walk-group.
           MOVE gx-group-id TO ws-group
           CALL 'asdf-format-uuid' USING ws-group ws-group-text
           MOVE SPACES TO ws-group-base
           IF gx-status-archived THEN
               STRING '/var/lib/asdf/archive/group/' ws-group-text
                   DELIMITED BY SIZE INTO ws-group-base
           ELSE
               ADD 1 TO ws-groups-active
               STRING '/var/lib/asdf/group/' ws-group-text
                   DELIMITED BY SIZE INTO ws-group-base
           END-IF

           PERFORM para-load-info
           PERFORM para-load-control

           CALL 'asdf-load-segments' USING ws-group
               ws-segment-dates ws-segment-count
           PERFORM para-scan-segment
               VARYING ws-seg-i FROM 1 BY 1
               UNTIL ws-seg-i > ws-segment-count
           MOVE SPACES TO ws-ledger
           STRING FUNCTION TRIM(ws-group-base) '/ledger'
               DELIMITED BY SIZE INTO ws-ledger
           PERFORM para-scan-file
           .

      *Creation month, and the currency entries without one of
      *their own are counted in (USD when the group never set one).
       para-load-info.
           MOVE 'USD' TO ws-group-currency
           MOVE SPACES TO ws-info-path
           STRING FUNCTION TRIM(ws-group-base) '/info'
               DELIMITED BY SIZE INTO ws-info-path
           OPEN INPUT fd-info
           IF ws-info-status IS NOT EQUAL TO '00' THEN
               IF ws-info-status IS EQUAL TO '05' THEN
                   CLOSE fd-info
               END-IF
               EXIT PARAGRAPH
           END-IF
           READ fd-info
           IF ws-info-status IS EQUAL TO '00' THEN
               IF gi-default-currency IS NOT EQUAL TO SPACES THEN
                   MOVE gi-default-currency TO ws-group-currency
               END-IF
               MOVE gi-created-year TO ws-in-year
               MOVE gi-created-month TO ws-in-month
               PERFORM para-month-index
               IF ws-month-ix IS GREATER THAN 0 THEN
                   ADD 1 TO ws-mt-created(ws-month-ix)
               END-IF
           END-IF
           CLOSE fd-info
           .

       para-load-control.
           MOVE SPACES TO ws-control-path
           STRING FUNCTION TRIM(ws-group-base) '/control'
               DELIMITED BY SIZE INTO ws-control-path
           OPEN INPUT fd-control
           IF ws-control-status IS NOT EQUAL TO '00' THEN
               IF ws-control-status IS EQUAL TO '05' THEN
                   CLOSE fd-control
               END-IF
               EXIT PARAGRAPH
           END-IF
           READ fd-control
           IF ws-control-status IS EQUAL TO '00'
                   AND gx-status-active THEN
               ADD cn-record-count TO ws-entries-on-file
           END-IF
           CLOSE fd-control
           .

       para-scan-segment.
           MOVE ws-segment-date(ws-seg-i) TO ws-seg-date-text
           MOVE SPACES TO ws-ledger
           STRING FUNCTION TRIM(ws-group-base) '/ledger.'
               ws-seg-date-text DELIMITED BY SIZE INTO ws-ledger
           PERFORM para-scan-file
           .

       para-scan-file.
           OPEN INPUT fd-ledger
           IF ws-ledger-status IS NOT EQUAL TO '00' THEN
               IF ws-ledger-status IS EQUAL TO '05' THEN
                   CLOSE fd-ledger
               END-IF
               EXIT PARAGRAPH
           END-IF
           SET ws-scan-eof-no TO TRUE
           PERFORM para-scan-one UNTIL ws-scan-eof-yes
           CLOSE fd-ledger
           .

       para-scan-one.
           READ fd-ledger
               AT END
                   SET ws-scan-eof-yes TO TRUE
               NOT AT END
                   PERFORM para-scan-entry THRU para-scan-entry-exit
           END-READ
           .

       para-scan-entry.
           MOVE fs-year OF fs-timestamp TO ws-in-year
           MOVE fs-month OF fs-timestamp TO ws-in-month
           PERFORM para-month-index
           IF ws-month-ix IS EQUAL TO 0 THEN
               GO TO para-scan-entry-exit
           END-IF
           ADD 1 TO ws-mt-postings(ws-month-ix)

           MOVE fs-currency TO ws-entry-currency
           IF ws-entry-currency IS EQUAL TO SPACES THEN
               MOVE ws-group-currency TO ws-entry-currency
           END-IF
           PERFORM para-find-currency
           ADD 1 TO ws-ct-postings(ws-ct-i, ws-month-ix)
           IF fs-debt OR fs-payment THEN
               ADD fs-amount TO ws-ct-amount(ws-ct-i, ws-month-ix)
           END-IF

           IF fs-debitor IS NOT EQUAL TO SPACES
                   AND fs-debitor IS NOT EQUAL TO LOW-VALUES THEN
               MOVE ws-month-ix TO sr-month
               MOVE fs-debitor TO sr-account
               RELEASE sr-member
           END-IF
           IF fs-creditor IS NOT EQUAL TO SPACES
                   AND fs-creditor IS NOT EQUAL TO LOW-VALUES THEN
               MOVE ws-month-ix TO sr-month
               MOVE fs-creditor TO sr-account
               RELEASE sr-member
           END-IF
           .

       para-scan-entry-exit.
           EXIT PARAGRAPH
           .

      *The slot of ws-entry-currency in ws-ct-i, added when new.
       para-find-currency.
           SET ws-found-no TO TRUE
           PERFORM para-find-currency-one
               VARYING ws-j FROM 1 BY 1
               UNTIL ws-j > ws-currency-count OR ws-found-yes
           IF ws-found-yes THEN
               EXIT PARAGRAPH
           END-IF
           IF ws-currency-count IS LESS THAN 30 THEN
               ADD 1 TO ws-currency-count
               MOVE ws-currency-count TO ws-ct-i
               MOVE ws-entry-currency TO ws-ct-code(ws-ct-i)
           ELSE
               MOVE 30 TO ws-ct-i
               MOVE '***' TO ws-ct-code(ws-ct-i)
           END-IF
           .

       para-find-currency-one.
           IF ws-ct-code(ws-j) IS EQUAL TO ws-entry-currency THEN
               MOVE ws-j TO ws-ct-i
               SET ws-found-yes TO TRUE
           END-IF
           .

      *SORT output procedure: one member per distinct account and
      *month.
       para-count-members.
           MOVE 0 TO ws-last-month
           MOVE LOW-VALUES TO ws-last-account
           SET ws-sort-eof-no TO TRUE
           PERFORM para-count-member-one UNTIL ws-sort-eof-yes
           .

       para-count-members-exit.
           EXIT PARAGRAPH
           .

       para-count-member-one.
           RETURN sd-members
               AT END
                   SET ws-sort-eof-yes TO TRUE
               NOT AT END
                   IF sr-month IS NOT EQUAL TO ws-last-month
                           OR sr-account IS NOT EQUAL TO
                               ws-last-account THEN
                       ADD 1 TO ws-mt-members(sr-month)
                       MOVE sr-month TO ws-last-month
                       MOVE sr-account TO ws-last-account
                   END-IF
           END-RETURN
           .

       para-count-archived.
           OPEN INPUT fd-events
           IF ws-events-status IS NOT EQUAL TO '00' THEN
               IF ws-events-status IS EQUAL TO '05' THEN
                   CLOSE fd-events
               END-IF
               GO TO para-count-archived-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-count-archived-one UNTIL ws-eof-yes
           CLOSE fd-events
           .

       para-count-archived-exit.
           EXIT PARAGRAPH
           .

       para-count-archived-one.
           READ fd-events
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ce-type IS EQUAL TO 'GROUP-ARCHIVED' THEN
                       MOVE ce-timestamp(1:4) TO ws-in-year
                       MOVE ce-timestamp(5:2) TO ws-in-month
                       PERFORM para-month-index
                       IF ws-month-ix IS GREATER THAN 0 THEN
                           ADD 1 TO ws-mt-archived(ws-month-ix)
                       END-IF
                   END-IF
           END-READ
           .

       para-count-memberships.
           OPEN INPUT fd-membership
           IF ws-membership-status IS NOT EQUAL TO '00' THEN
               IF ws-membership-status IS EQUAL TO '05' THEN
                   CLOSE fd-membership
               END-IF
               GO TO para-count-memberships-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-count-membership-one UNTIL ws-eof-yes
           CLOSE fd-membership
           .

       para-count-memberships-exit.
           EXIT PARAGRAPH
           .

       para-count-membership-one.
           READ fd-membership
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF mx-status-active THEN
                       ADD 1 TO ws-memberships-active
                   END-IF
           END-READ
           .

       para-count-logins.
           OPEN INPUT fd-login-audit
           IF ws-login-audit-status IS NOT EQUAL TO '00' THEN
               IF ws-login-audit-status IS EQUAL TO '05' THEN
                   CLOSE fd-login-audit
               END-IF
               GO TO para-count-logins-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-count-login-one UNTIL ws-eof-yes
           CLOSE fd-login-audit
           .

       para-count-logins-exit.
           EXIT PARAGRAPH
           .

       para-count-login-one.
           READ fd-login-audit
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   MOVE la-year TO ws-in-year
                   MOVE la-month TO ws-in-month
                   PERFORM para-month-index
                   IF ws-month-ix IS GREATER THAN 0 THEN
                       IF la-success-yes THEN
                           ADD 1 TO ws-mt-logins(ws-month-ix)
                       ELSE
                           ADD 1 TO ws-mt-failed-logins(ws-month-ix)
                       END-IF
                   END-IF
           END-READ
           .

       para-count-requests.
           OPEN INPUT fd-access-log
           IF ws-access-log-status IS NOT EQUAL TO '00' THEN
               IF ws-access-log-status IS EQUAL TO '05' THEN
                   CLOSE fd-access-log
               END-IF
               GO TO para-count-requests-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-count-request-one UNTIL ws-eof-yes
           CLOSE fd-access-log
           .

       para-count-requests-exit.
           EXIT PARAGRAPH
           .

       para-count-request-one.
           READ fd-access-log
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   MOVE al-timestamp(1:4) TO ws-in-year
                   MOVE al-timestamp(5:2) TO ws-in-month
                   PERFORM para-month-index
                   IF ws-month-ix IS GREATER THAN 0 THEN
                       ADD 1 TO ws-mt-requests(ws-month-ix)
                       MOVE SPACES TO ws-route
                       STRING FUNCTION TRIM(al-method) ' '
                           FUNCTION TRIM(al-path)
                           DELIMITED BY SIZE INTO ws-route
                           ON OVERFLOW CONTINUE
                       END-STRING
                       PERFORM para-find-route
                       ADD 1 TO ws-rt-requests(ws-rt-i, ws-month-ix)
                   END-IF
           END-READ
           .

      *The slot of ws-route in ws-rt-i, added when new.
       para-find-route.
           SET ws-found-no TO TRUE
           PERFORM para-find-route-one
               VARYING ws-j FROM 1 BY 1
               UNTIL ws-j > ws-route-count OR ws-found-yes
           IF ws-found-yes THEN
               EXIT PARAGRAPH
           END-IF
           IF ws-route-count IS LESS THAN 60 THEN
               ADD 1 TO ws-route-count
               MOVE ws-route-count TO ws-rt-i
               MOVE ws-route TO ws-rt-route(ws-rt-i)
           ELSE
               MOVE 60 TO ws-rt-i
               MOVE 'other' TO ws-rt-route(ws-rt-i)
           END-IF
           .

       para-find-route-one.
           IF ws-rt-route(ws-j) IS EQUAL TO ws-route THEN
               MOVE ws-j TO ws-rt-i
               SET ws-found-yes TO TRUE
           END-IF
           .

      *asdf-send-mail's run figures, by the month each run finished.
       para-count-mails.
           OPEN INPUT fd-stats
           IF ws-stats-status IS NOT EQUAL TO '00' THEN
               IF ws-stats-status IS EQUAL TO '05' THEN
                   CLOSE fd-stats
               END-IF
               GO TO para-count-mails-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-count-mail-one UNTIL ws-eof-yes
           CLOSE fd-stats
           .

       para-count-mails-exit.
           EXIT PARAGRAPH
           .

       para-count-mail-one.
           READ fd-stats
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ss-job-name IS EQUAL TO 'asdf-send-mail' THEN
                       MOVE ss-written-timestamp(1:4) TO ws-in-year
                       MOVE ss-written-timestamp(5:2) TO ws-in-month
                       PERFORM para-month-index
                       IF ws-month-ix IS GREATER THAN 0 THEN
                           ADD ss-records-written
                               TO ws-mt-mails-sent(ws-month-ix)
                           ADD ss-rejects
                               TO ws-mt-mails-dead(ws-month-ix)
                       END-IF
                   END-IF
           END-READ
           .

       para-print.
           DISPLAY 'USAGE REPORT ' ws-mt-label(1) ' TO '
               ws-mt-label(12)
           MOVE ws-groups-active TO ws-display-count
           DISPLAY 'active groups now:        '
               FUNCTION TRIM(ws-display-count)
           MOVE ws-memberships-active TO ws-display-count
           DISPLAY 'active memberships now:   '
               FUNCTION TRIM(ws-display-count)
           MOVE ws-entries-on-file TO ws-display-count
           DISPLAY 'entries on active ledgers: '
               FUNCTION TRIM(ws-display-count)

           MOVE SPACES TO ws-print-line
           PERFORM para-print-heading
               VARYING ws-m FROM 1 BY 1 UNTIL ws-m > 12
           DISPLAY FUNCTION TRIM(ws-print-line TRAILING)

           DISPLAY 'GROUPS'
           MOVE 'created' TO ws-row-label
           PERFORM para-copy-created
               VARYING ws-m FROM 1 BY 1 UNTIL ws-m > 12
           PERFORM para-print-row
           MOVE 'archived' TO ws-row-label
           PERFORM para-copy-archived
               VARYING ws-m FROM 1 BY 1 UNTIL ws-m > 12
           PERFORM para-print-row

           DISPLAY 'MEMBERS'
           MOVE 'active' TO ws-row-label
           PERFORM para-copy-members
               VARYING ws-m FROM 1 BY 1 UNTIL ws-m > 12
           PERFORM para-print-row

           DISPLAY 'POSTINGS'
           MOVE 'entries' TO ws-row-label
           PERFORM para-copy-postings
               VARYING ws-m FROM 1 BY 1 UNTIL ws-m > 12
           PERFORM para-print-row
           PERFORM para-print-currency
               VARYING ws-ct-i FROM 1 BY 1
               UNTIL ws-ct-i > ws-currency-count

           DISPLAY 'LOGINS'
           MOVE 'successful' TO ws-row-label
           PERFORM para-copy-logins
               VARYING ws-m FROM 1 BY 1 UNTIL ws-m > 12
           PERFORM para-print-row
           MOVE 'failed' TO ws-row-label
           PERFORM para-copy-failed-logins
               VARYING ws-m FROM 1 BY 1 UNTIL ws-m > 12
           PERFORM para-print-row

           DISPLAY 'GATEWAY REQUESTS'
           MOVE 'total' TO ws-row-label
           PERFORM para-copy-requests
               VARYING ws-m FROM 1 BY 1 UNTIL ws-m > 12
           PERFORM para-print-row
           PERFORM para-print-route
               VARYING ws-rt-i FROM 1 BY 1
               UNTIL ws-rt-i > ws-route-count

           DISPLAY 'MAIL'
           MOVE 'delivered' TO ws-row-label
           PERFORM para-copy-mails-sent
               VARYING ws-m FROM 1 BY 1 UNTIL ws-m > 12
           PERFORM para-print-row
           MOVE 'dead-lettered' TO ws-row-label
           PERFORM para-copy-mails-dead
               VARYING ws-m FROM 1 BY 1 UNTIL ws-m > 12
           PERFORM para-print-row
           .

       para-print-heading.
           COMPUTE ws-print-pos = 30 + (ws-m - 1) * 14 + 8
           MOVE ws-mt-label(ws-m) TO ws-print-line(ws-print-pos:7)
           .

       para-copy-created.
           MOVE ws-mt-created(ws-m) TO ws-row-value(ws-m)
           .

       para-copy-archived.
           MOVE ws-mt-archived(ws-m) TO ws-row-value(ws-m)
           .

       para-copy-members.
           MOVE ws-mt-members(ws-m) TO ws-row-value(ws-m)
           .

       para-copy-postings.
           MOVE ws-mt-postings(ws-m) TO ws-row-value(ws-m)
           .

       para-copy-logins.
           MOVE ws-mt-logins(ws-m) TO ws-row-value(ws-m)
           .

       para-copy-failed-logins.
           MOVE ws-mt-failed-logins(ws-m) TO ws-row-value(ws-m)
           .

       para-copy-requests.
           MOVE ws-mt-requests(ws-m) TO ws-row-value(ws-m)
           .

       para-copy-mails-sent.
           MOVE ws-mt-mails-sent(ws-m) TO ws-row-value(ws-m)
           .

       para-copy-mails-dead.
           MOVE ws-mt-mails-dead(ws-m) TO ws-row-value(ws-m)
           .

       para-print-currency.
           MOVE SPACES TO ws-row-label
           STRING ws-ct-code(ws-ct-i) ' entries'
               DELIMITED BY SIZE INTO ws-row-label
           PERFORM para-copy-ct-postings
               VARYING ws-m FROM 1 BY 1 UNTIL ws-m > 12
           PERFORM para-print-row
           MOVE SPACES TO ws-row-label
           STRING ws-ct-code(ws-ct-i) ' amount'
               DELIMITED BY SIZE INTO ws-row-label
           PERFORM para-copy-ct-amount
               VARYING ws-m FROM 1 BY 1 UNTIL ws-m > 12
           PERFORM para-print-row
           .

       para-copy-ct-postings.
           MOVE ws-ct-postings(ws-ct-i, ws-m) TO ws-row-value(ws-m)
           .

       para-copy-ct-amount.
           MOVE ws-ct-amount(ws-ct-i, ws-m) TO ws-row-value(ws-m)
           .

       para-print-route.
           MOVE ws-rt-route(ws-rt-i) TO ws-row-label
           PERFORM para-copy-route
               VARYING ws-m FROM 1 BY 1 UNTIL ws-m > 12
           PERFORM para-print-row
           .

       para-copy-route.
           MOVE ws-rt-requests(ws-rt-i, ws-m) TO ws-row-value(ws-m)
           .

       para-print-row.
           MOVE SPACES TO ws-print-line
           MOVE ws-row-label TO ws-print-line(3:28)
           PERFORM para-print-figure
               VARYING ws-m FROM 1 BY 1 UNTIL ws-m > 12
           DISPLAY FUNCTION TRIM(ws-print-line TRAILING)
           .

       para-print-figure.
           COMPUTE ws-print-pos = 30 + (ws-m - 1) * 14 + 2
           MOVE ws-row-value(ws-m) TO ws-print-figure
           MOVE ws-print-figure TO ws-print-line(ws-print-pos:13)
           .
