      *Nightly spending-anomaly batch: asdf-find-duplicates catches
      *the same bill keyed twice, this catches the one keyed wrong -
      *the 900 "groceries" entry in a group whose groceries run 150,
      *usually minor units typed as major or the wrong currency
      *picked. For every active group in the group-index, each debt
      *recorded since the group's anomaly cursor
      *(asdf-anomaly-cursor.cpy) is measured against the group's
      *other debts of the trailing window (anomaly-window-days in
      *the central configuration, default 90, counted back from the
      *cursor), all converted into the group's reporting currency at
      *each entry's own date:
      *  - above its category's usual spend: more than the average
      *    plus anomaly-multiple (default 3) times the spread, the
      *    spread being the mean absolute deviation but never less
      *    than a tenth of the average, so a category that has cost
      *    exactly the same every time still allows a modest rise;
      *  - likewise above its creditor's usual spend;
      *  - exactly 100 times an amount already seen for the same
      *    category or creditor in the same currency - the classic
      *    cents-as-units slip;
      *  - in a currency the group has never recorded an entry in.
      *A category or creditor needs three earlier debts in the
      *window before its average means anything; fewer and only the
      *last two checks apply. Debts reversed since are not flagged,
      *nor counted toward anyone's average.
      *
      *Each flagged entry is printed and mailed, with its id and the
      *reasons, to every active admin of the group (notification
      *preferences and bounced addresses respected), so it can be
      *amended or disputed. The cursor then moves to the newest
      *entry seen. A group's first run only records the cursor -
      *the existing history is the baseline, not a backlog of
      *alarms. A group with more debts in the window than the table
      *holds is reported and left unchecked, its cursor where it
      *was. Always exits 0 so the nightly chain carries on; the
      *flags are the output.
      *
      *Argument: optional group UUID, to check one group by hand.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-anomaly-report.

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

       SELECT OPTIONAL fd-ledger
           ASSIGN DYNAMIC ws-ledger
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-ledger-status.

       SELECT OPTIONAL fd-cursor
           ASSIGN DYNAMIC ws-cursor-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-cursor-status.

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

       SELECT OPTIONAL fd-mail-queue
           ASSIGN DYNAMIC ws-mail-queue-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD fd-group-index.
       COPY 'asdf-group-index.cpy' REPLACING ==:X:== BY ==gx==.

       FD fd-info.
       COPY 'asdf-group-info.cpy' REPLACING ==:X:== BY ==gi==.

       FD fd-ledger.
       COPY 'asdf-transaction.cpy' REPLACING ==:X:== BY ==fs==.

       FD fd-cursor.
       COPY 'asdf-anomaly-cursor.cpy' REPLACING ==:X:== BY ==ac==.

       FD fd-members.
       COPY 'asdf-member.cpy' REPLACING ==:X:== BY ==mb==.

       FD fd-account.
       COPY 'asdf-account.cpy' REPLACING ==:X:== BY ==fa==.

       FD fd-mail-queue.
       COPY 'asdf-mail-queue.cpy' REPLACING ==:X:== BY ==mq==.

       WORKING-STORAGE SECTION.
       01 ws-index-path                PIC X(256)
           VALUE '/var/lib/asdf/group-index'.
       01 ws-index-status              PIC XX.
       01 ws-info-path                 PIC X(256).
       01 ws-info-status               PIC XX.
       01 ws-ledger                    PIC X(256).
       01 ws-ledger-status             PIC XX.
       01 ws-cursor-path               PIC X(256).
       01 ws-cursor-status             PIC XX.
       01 ws-members-path              PIC X(256).
       01 ws-members-status            PIC XX.
       01 ws-account-path              PIC X(256).
       01 ws-account-status            PIC XX.
       01 ws-mail-queue-path           PIC X(256)
           VALUE '/var/lib/asdf/mail-queue'.

       01 ws-group                     PIC X(16).
       01 ws-group-text                PIC X(32).
       01 ws-group-name                PIC X(100).
       01 ws-only-group-text           PIC X(32) VALUE SPACES.
       01 ws-only-group                PIC X(16) VALUE LOW-VALUES.
       01 ws-uuid-text                 PIC X(32).
       01 ws-target-currency           PIC X(3).

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-scan-eof                  PIC X.
           88 ws-scan-eof-yes          VALUE 'Y'.
           88 ws-scan-eof-no           VALUE 'N'.
       01 ws-sub-eof                   PIC X.
           88 ws-sub-eof-yes           VALUE 'Y'.
           88 ws-sub-eof-no            VALUE 'N'.

      *Tuning from the central configuration (asdf-read-config).
       01 ws-config-key                PIC X(30).
       01 ws-config-value              PIC X(64).
       01 ws-config-found              PIC X.
       01 ws-multiple                  PIC 9(3) VALUE 3.
       01 ws-window-days               PIC 9(5) VALUE 90.
       01 ws-min-history               PIC 9(4) COMP VALUE 3.

       01 ws-cursor                    PIC 9(14).
       01 ws-cursor-found              PIC X.
           88 ws-cursor-found-yes      VALUE 'Y'.
           88 ws-cursor-found-no       VALUE 'N'.
       01 ws-newest                    PIC 9(14).
       01 ws-entry-ts                  PIC 9(14).
       01 ws-entry-date                PIC 9(8).
       01 ws-window-start              PIC 9(8).
       01 ws-window-int                PIC 9(8).
       01 ws-cursor-date               PIC 9(8).

      *Compacted periods live on in ledger.<date> segment files
      *(asdf-compact-ledger); the scan covers them before the active
      *ledger, so the window and the currency history survive
      *compaction.
       01 ws-segment-dates.
           02 ws-segment-date OCCURS 100 TIMES
                   PIC 9(8).
       01 ws-segment-count             PIC 9(3) COMP.
       01 ws-seg-i                     PIC 9(3) COMP.
       01 ws-seg-date-text             PIC X(8).

      *The window's debts and the new ones, in ledger order.
       01 ws-debt-limit                PIC 9(4) COMP VALUE 5000.
       01 ws-debt-count                PIC 9(4) COMP.
       01 ws-debt-overflow             PIC X.
           88 ws-debt-overflow-yes     VALUE 'Y'.
           88 ws-debt-overflow-no      VALUE 'N'.
       01 ws-debts.
           02 ws-debt-entry OCCURS 5000 TIMES.
               03 ws-debt-id           PIC X(16).
               03 ws-debt-date         PIC 9(8).
               03 ws-debt-category     PIC X(20).
               03 ws-debt-creditor     PIC X(16).
               03 ws-debt-amount       PIC 9(10) COMP.
               03 ws-debt-currency     PIC X(3).
               03 ws-debt-converted    PIC S9(11) COMP.
               03 ws-debt-new          PIC X.
                   88 ws-debt-new-yes  VALUE 'Y'.
                   88 ws-debt-new-no   VALUE 'N'.
               03 ws-debt-reversed     PIC X.
                   88 ws-debt-reversed-yes VALUE 'Y'.
                   88 ws-debt-reversed-no  VALUE 'N'.
       01 ws-d                         PIC 9(4) COMP.
       01 ws-j                         PIC 9(4) COMP.

       01 ws-reversed-count            PIC 9(4) COMP.
       01 ws-reversed-ids.
           02 ws-reversed-id OCCURS 5000 TIMES
                                       PIC X(16).
       01 ws-r                         PIC 9(4) COMP.

      *Every currency the group recorded an entry in before the
      *cursor.
       01 ws-currency-count            PIC 9(3) COMP.
       01 ws-currencies.
           02 ws-currency-seen OCCURS 100 TIMES
                                       PIC X(3).
       01 ws-c                         PIC 9(3) COMP.
       01 ws-lookup-currency           PIC X(3).
       01 ws-currency-known            PIC X.
           88 ws-currency-known-yes    VALUE 'Y'.
           88 ws-currency-known-no     VALUE 'N'.

      *Peer statistics for the debt under test: C compares by
      *category, R by creditor.
       01 ws-peer-mode                 PIC X.
           88 ws-peer-category         VALUE 'C'.
           88 ws-peer-creditor         VALUE 'R'.
       01 ws-peer-match                PIC X.
           88 ws-peer-match-yes        VALUE 'Y'.
           88 ws-peer-match-no         VALUE 'N'.
       01 ws-peer-count                PIC 9(4) COMP.
       01 ws-peer-sum                  PIC S9(15) COMP.
       01 ws-peer-deviation            PIC S9(15) COMP.
       01 ws-peer-mean                 PIC S9(11) COMP.
       01 ws-peer-spread               PIC S9(11) COMP.
       01 ws-peer-limit                PIC S9(15) COMP.
       01 ws-peer-diff                 PIC S9(11) COMP.
       01 ws-peer-outlier              PIC X.
           88 ws-peer-outlier-yes      VALUE 'Y'.
           88 ws-peer-outlier-no       VALUE 'N'.
       01 ws-hundredfold               PIC X.
           88 ws-hundredfold-yes       VALUE 'Y'.
           88 ws-hundredfold-no        VALUE 'N'.

       01 ws-reasons                   PIC X(120).
       01 ws-reasons-pos               PIC 9(3) COMP.
       01 ws-format-in                 PIC S9(11) COMP.
       01 ws-amount-text               PIC X(20).
       01 ws-notify-subject            PIC X(80).
       01 ws-notify-body               PIC X(200).

       01 ws-flag-count                PIC 9(5) COMP VALUE 0.
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
           MOVE 'asdf-anomaly-report' TO st-job-name

           ACCEPT ws-only-group-text FROM ARGUMENT-VALUE
           IF ws-only-group-text IS NOT EQUAL TO SPACES THEN
               CALL 'asdf-parse-uuid' USING ws-only-group-text
                   ws-only-group
           END-IF
           PERFORM para-load-config

           PERFORM para-walk-groups THRU para-walk-groups-exit

           MOVE ws-flag-count TO st-rejects
           CALL 'asdf-write-step-stats' USING st-step-stats
           MOVE ws-flag-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count)
               ' entr(ies) flagged'
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

       para-load-config.
           MOVE 'anomaly-multiple' TO ws-config-key
           CALL 'asdf-read-config' USING ws-config-key
               ws-config-value ws-config-found
           IF ws-config-found IS EQUAL TO 'Y'
                   AND FUNCTION TRIM(ws-config-value) IS NUMERIC THEN
               MOVE FUNCTION TRIM(ws-config-value) TO ws-multiple
           END-IF
           MOVE 'anomaly-window-days' TO ws-config-key
           CALL 'asdf-read-config' USING ws-config-key
               ws-config-value ws-config-found
           IF ws-config-found IS EQUAL TO 'Y'
                   AND FUNCTION TRIM(ws-config-value) IS NUMERIC THEN
               MOVE FUNCTION TRIM(ws-config-value) TO ws-window-days
           END-IF
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
                   IF gx-status-active
                           AND (ws-only-group IS EQUAL TO LOW-VALUES
                               OR ws-only-group IS EQUAL TO
                                   gx-group-id) THEN
                       PERFORM para-check-group
                           THRU para-check-group-exit
                   END-IF
           END-READ
           .

       para-check-group.
           MOVE gx-group-id TO ws-group
           CALL 'asdf-format-uuid' USING ws-group ws-group-text
           PERFORM para-load-info
           PERFORM para-load-cursor

           MOVE 0 TO ws-debt-count
           MOVE 0 TO ws-reversed-count
           MOVE 0 TO ws-currency-count
           SET ws-debt-overflow-no TO TRUE
           MOVE ws-cursor TO ws-newest
           MOVE 0 TO ws-window-start
           IF ws-cursor-found-yes THEN
               MOVE ws-cursor(1:8) TO ws-cursor-date
               COMPUTE ws-window-int =
                   FUNCTION INTEGER-OF-DATE(ws-cursor-date)
                   - ws-window-days
               MOVE FUNCTION DATE-OF-INTEGER(ws-window-int)
                   TO ws-window-start
           END-IF

           CALL 'asdf-load-segments' USING ws-group
               ws-segment-dates ws-segment-count
           PERFORM para-scan-segment
               VARYING ws-seg-i FROM 1 BY 1
               UNTIL ws-seg-i > ws-segment-count
           MOVE SPACES TO ws-ledger
           STRING '/var/lib/asdf/group/' ws-group-text '/ledger'
               INTO ws-ledger
           PERFORM para-scan-file

           IF ws-cursor-found-no THEN
               PERFORM para-save-cursor
               DISPLAY 'group ' ws-group-text
                   ' baseline recorded, nothing checked'
               GO TO para-check-group-exit
           END-IF
           IF ws-debt-overflow-yes THEN
               DISPLAY 'group ' ws-group-text
                   ' too many debts in the window, not checked'
               GO TO para-check-group-exit
           END-IF

           PERFORM para-mark-reversed
               VARYING ws-d FROM 1 BY 1
               UNTIL ws-d > ws-debt-count
           PERFORM para-check-debt
               VARYING ws-d FROM 1 BY 1
               UNTIL ws-d > ws-debt-count
           PERFORM para-save-cursor
           .

       para-check-group-exit.
           EXIT PARAGRAPH
           .

      *Reporting currency (USD when the group never set one) and
      *the name the admins' mail is headed with.
       para-load-info.
           MOVE 'USD' TO ws-target-currency
           MOVE SPACES TO ws-group-name
           MOVE SPACES TO ws-info-path
           STRING '/var/lib/asdf/group/' ws-group-text '/info'
               INTO ws-info-path
           OPEN INPUT fd-info
           IF ws-info-status IS NOT EQUAL TO '00' THEN
               IF ws-info-status IS EQUAL TO '05' THEN
                   CLOSE fd-info
               END-IF
               EXIT PARAGRAPH
           END-IF
           READ fd-info
           IF ws-info-status IS EQUAL TO '00' THEN
               MOVE gi-name TO ws-group-name
               IF gi-default-currency IS NOT EQUAL TO SPACES THEN
                   MOVE gi-default-currency TO ws-target-currency
               END-IF
           END-IF
           CLOSE fd-info
           .

       para-load-cursor.
           MOVE 0 TO ws-cursor
           SET ws-cursor-found-no TO TRUE
           MOVE SPACES TO ws-cursor-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/anomaly-cursor' INTO ws-cursor-path
           OPEN INPUT fd-cursor
           IF ws-cursor-status IS NOT EQUAL TO '00' THEN
               IF ws-cursor-status IS EQUAL TO '05' THEN
                   CLOSE fd-cursor
               END-IF
               EXIT PARAGRAPH
           END-IF
           READ fd-cursor
           IF ws-cursor-status IS EQUAL TO '00' THEN
               MOVE ac-last-checked TO ws-cursor
               SET ws-cursor-found-yes TO TRUE
           END-IF
           CLOSE fd-cursor
           .

       para-save-cursor.
           MOVE ws-newest TO ac-last-checked
           OPEN OUTPUT fd-cursor
           WRITE ac-anomaly-cursor
           CLOSE fd-cursor
           .

       para-scan-segment.
           MOVE ws-segment-date(ws-seg-i) TO ws-seg-date-text
           MOVE SPACES TO ws-ledger
           STRING '/var/lib/asdf/group/' ws-group-text '/ledger.'
               ws-seg-date-text INTO ws-ledger
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

      *Entries up to the cursor feed the currency history; debts in
      *the window feed the averages; debts past it are the ones on
      *trial.
       para-scan-entry.
           COMPUTE ws-entry-date =
               fs-year OF fs-timestamp * 10000
               + fs-month OF fs-timestamp * 100
               + fs-day OF fs-timestamp
           COMPUTE ws-entry-ts = ws-entry-date * 1000000
               + fs-hour OF fs-timestamp * 10000
               + fs-minute OF fs-timestamp * 100
               + fs-second OF fs-timestamp
           IF ws-entry-ts IS GREATER THAN ws-newest THEN
               MOVE ws-entry-ts TO ws-newest
           END-IF

           IF fs-reversal THEN
               IF ws-reversed-count IS LESS THAN 5000 THEN
                   ADD 1 TO ws-reversed-count
                   MOVE fs-reversal-of
                       TO ws-reversed-id(ws-reversed-count)
               END-IF
           END-IF

           IF ws-cursor-found-no
                   OR ws-entry-ts IS NOT GREATER THAN ws-cursor THEN
               MOVE fs-currency TO ws-lookup-currency
               PERFORM para-remember-currency
           END-IF

           IF NOT fs-debt OR ws-cursor-found-no THEN
               GO TO para-scan-entry-exit
           END-IF
           IF ws-entry-ts IS NOT GREATER THAN ws-cursor
                   AND ws-entry-date IS LESS THAN ws-window-start THEN
               GO TO para-scan-entry-exit
           END-IF
           IF ws-debt-count IS NOT LESS THAN ws-debt-limit THEN
               SET ws-debt-overflow-yes TO TRUE
               GO TO para-scan-entry-exit
           END-IF

           ADD 1 TO ws-debt-count
           MOVE fs-id TO ws-debt-id(ws-debt-count)
           MOVE ws-entry-date TO ws-debt-date(ws-debt-count)
           MOVE fs-category TO ws-debt-category(ws-debt-count)
           MOVE fs-creditor TO ws-debt-creditor(ws-debt-count)
           MOVE fs-amount TO ws-debt-amount(ws-debt-count)
           MOVE fs-currency TO ws-debt-currency(ws-debt-count)
           CALL 'asdf-convert-amount' USING fs-amount fs-currency
               ws-entry-date ws-target-currency
               ws-debt-converted(ws-debt-count)
           SET ws-debt-reversed-no(ws-debt-count) TO TRUE
           IF ws-entry-ts IS GREATER THAN ws-cursor THEN
               SET ws-debt-new-yes(ws-debt-count) TO TRUE
           ELSE
               SET ws-debt-new-no(ws-debt-count) TO TRUE
           END-IF
           .

       para-scan-entry-exit.
           EXIT PARAGRAPH
           .

       para-remember-currency.
           PERFORM para-find-currency
           IF ws-currency-known-no
                   AND ws-currency-count IS LESS THAN 100 THEN
               ADD 1 TO ws-currency-count
               MOVE ws-lookup-currency
                   TO ws-currency-seen(ws-currency-count)
           END-IF
           .

       para-find-currency.
           SET ws-currency-known-no TO TRUE
           PERFORM para-find-currency-one
               VARYING ws-c FROM 1 BY 1
               UNTIL ws-c > ws-currency-count
                   OR ws-currency-known-yes
           .

       para-find-currency-one.
           IF ws-currency-seen(ws-c) IS EQUAL TO ws-lookup-currency
                   THEN
               SET ws-currency-known-yes TO TRUE
           END-IF
           .

       para-mark-reversed.
           PERFORM para-mark-reversed-one
               VARYING ws-r FROM 1 BY 1
               UNTIL ws-r > ws-reversed-count
                   OR ws-debt-reversed-yes(ws-d)
           .

       para-mark-reversed-one.
           IF ws-reversed-id(ws-r) IS EQUAL TO ws-debt-id(ws-d) THEN
               SET ws-debt-reversed-yes(ws-d) TO TRUE
           END-IF
           .

       para-check-debt.
           IF ws-debt-new-no(ws-d) OR ws-debt-reversed-yes(ws-d) THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO st-records-read
           MOVE SPACES TO ws-reasons
           MOVE 1 TO ws-reasons-pos

           SET ws-peer-category TO TRUE
           PERFORM para-peer-check
           IF ws-peer-outlier-yes THEN
               STRING 'above usual for category; '
                   DELIMITED BY SIZE INTO ws-reasons
                   WITH POINTER ws-reasons-pos
               END-STRING
           END-IF

           SET ws-peer-creditor TO TRUE
           PERFORM para-peer-check
           IF ws-peer-outlier-yes THEN
               STRING 'above usual for creditor; '
                   DELIMITED BY SIZE INTO ws-reasons
                   WITH POINTER ws-reasons-pos
               END-STRING
           END-IF

           SET ws-hundredfold-no TO TRUE
           PERFORM para-hundredfold-one
               VARYING ws-j FROM 1 BY 1
               UNTIL ws-j > ws-debt-count OR ws-hundredfold-yes
           IF ws-hundredfold-yes THEN
               STRING '100 times a usual amount; '
                   DELIMITED BY SIZE INTO ws-reasons
                   WITH POINTER ws-reasons-pos
               END-STRING
           END-IF

           MOVE ws-debt-currency(ws-d) TO ws-lookup-currency
           PERFORM para-find-currency
           IF ws-currency-known-no THEN
               STRING 'currency new to the group; '
                   DELIMITED BY SIZE INTO ws-reasons
                   WITH POINTER ws-reasons-pos
               END-STRING
               PERFORM para-remember-currency
           END-IF

           IF ws-reasons IS EQUAL TO SPACES THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws-flag-count
           PERFORM para-report-flag
           PERFORM para-notify-admins THRU para-notify-admins-exit
           .

      *Average and spread of the earlier debts sharing the peer key
      *with debt ws-d, and whether ws-d rises past average plus
      *multiple times spread.
       para-peer-check.
           SET ws-peer-outlier-no TO TRUE
           MOVE 0 TO ws-peer-count
           MOVE 0 TO ws-peer-sum
           PERFORM para-peer-sum-one
               VARYING ws-j FROM 1 BY 1
               UNTIL ws-j > ws-debt-count
           IF ws-peer-count IS LESS THAN ws-min-history THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE ws-peer-mean ROUNDED = ws-peer-sum / ws-peer-count

           MOVE 0 TO ws-peer-deviation
           PERFORM para-peer-spread-one
               VARYING ws-j FROM 1 BY 1
               UNTIL ws-j > ws-debt-count
           COMPUTE ws-peer-spread ROUNDED =
               ws-peer-deviation / ws-peer-count
           IF ws-peer-spread * 10 IS LESS THAN ws-peer-mean THEN
               COMPUTE ws-peer-spread ROUNDED = ws-peer-mean / 10
           END-IF

           COMPUTE ws-peer-limit =
               ws-peer-mean + ws-multiple * ws-peer-spread
           IF ws-debt-converted(ws-d) IS GREATER THAN ws-peer-limit
                   THEN
               SET ws-peer-outlier-yes TO TRUE
           END-IF
           .

       para-peer-match.
           SET ws-peer-match-no TO TRUE
           IF ws-debt-new-yes(ws-j) OR ws-debt-reversed-yes(ws-j) THEN
               EXIT PARAGRAPH
           END-IF
           IF ws-peer-category AND ws-debt-category(ws-j) IS EQUAL
                   TO ws-debt-category(ws-d) THEN
               SET ws-peer-match-yes TO TRUE
           END-IF
           IF ws-peer-creditor AND ws-debt-creditor(ws-j) IS EQUAL
                   TO ws-debt-creditor(ws-d) THEN
               SET ws-peer-match-yes TO TRUE
           END-IF
           .

       para-peer-sum-one.
           PERFORM para-peer-match
           IF ws-peer-match-yes THEN
               ADD 1 TO ws-peer-count
               ADD ws-debt-converted(ws-j) TO ws-peer-sum
           END-IF
           .

       para-peer-spread-one.
           PERFORM para-peer-match
           IF ws-peer-match-yes THEN
               COMPUTE ws-peer-diff =
                   ws-debt-converted(ws-j) - ws-peer-mean
               IF ws-peer-diff IS LESS THAN 0 THEN
                   COMPUTE ws-peer-diff = 0 - ws-peer-diff
               END-IF
               ADD ws-peer-diff TO ws-peer-deviation
           END-IF
           .

      *Same currency, same category or creditor, and exactly a
      *hundredth of the amount under test.
       para-hundredfold-one.
           IF ws-debt-new-yes(ws-j) OR ws-debt-reversed-yes(ws-j)
                   OR ws-debt-currency(ws-j) IS NOT EQUAL TO
                       ws-debt-currency(ws-d)
                   OR ws-debt-amount(ws-j) IS EQUAL TO 0 THEN
               EXIT PARAGRAPH
           END-IF
           IF ws-debt-category(ws-j) IS NOT EQUAL TO
                   ws-debt-category(ws-d)
                   AND ws-debt-creditor(ws-j) IS NOT EQUAL TO
                       ws-debt-creditor(ws-d) THEN
               EXIT PARAGRAPH
           END-IF
           IF ws-debt-amount(ws-j) * 100 IS EQUAL TO
                   ws-debt-amount(ws-d) THEN
               SET ws-hundredfold-yes TO TRUE
           END-IF
           .

       para-report-flag.
           CALL 'asdf-format-uuid' USING ws-debt-id(ws-d) ws-uuid-text
           MOVE ws-debt-amount(ws-d) TO ws-format-in
           CALL 'asdf-format-amount' USING ws-format-in
               ws-debt-currency(ws-d) ws-amount-text
           DISPLAY ws-group-text ' ' ws-uuid-text ' '
               ws-debt-date(ws-d) ' '
               FUNCTION TRIM(ws-debt-category(ws-d)) ' '
               FUNCTION TRIM(ws-amount-text) ' '
               ws-reasons(1:ws-reasons-pos - 3)

           MOVE SPACES TO ws-notify-subject
           STRING 'Unusual entry in ' FUNCTION TRIM(ws-group-name)
               DELIMITED BY SIZE INTO ws-notify-subject
               ON OVERFLOW CONTINUE
           END-STRING
           MOVE SPACES TO ws-notify-body
           STRING 'Entry ' ws-uuid-text ' of '
               FUNCTION TRIM(ws-amount-text) ' ('
               FUNCTION TRIM(ws-debt-category(ws-d)) ') on '
               ws-debt-date(ws-d) ': '
               ws-reasons(1:ws-reasons-pos - 3)
               '. Amend or dispute it if it is wrong.'
               DELIMITED BY SIZE INTO ws-notify-body
               ON OVERFLOW CONTINUE
           END-STRING
           .

      *One mail per flagged entry to every active admin.
       para-notify-admins.
           MOVE SPACES TO ws-members-path
           STRING '/var/lib/asdf/group/' ws-group-text '/members'
               INTO ws-members-path
           OPEN INPUT fd-members
           IF ws-members-status IS NOT EQUAL TO '00' THEN
               IF ws-members-status IS EQUAL TO '05' THEN
                   CLOSE fd-members
               END-IF
               GO TO para-notify-admins-exit
           END-IF
           SET ws-sub-eof-no TO TRUE
           PERFORM para-notify-admin-one UNTIL ws-sub-eof-yes
           CLOSE fd-members
           .

       para-notify-admins-exit.
           EXIT PARAGRAPH
           .

       para-notify-admin-one.
           READ fd-members
               AT END
                   SET ws-sub-eof-yes TO TRUE
               NOT AT END
                   IF mb-role-admin AND mb-status-active THEN
                       PERFORM para-queue-admin-mail
                   END-IF
           END-READ
           .

       para-queue-admin-mail.
           CALL 'asdf-format-uuid' USING mb-account-id
               ws-uuid-text
           MOVE SPACES TO ws-account-path
           STRING '/var/lib/asdf/account/' ws-uuid-text '/info'
               INTO ws-account-path
           OPEN INPUT fd-account
           IF ws-account-status IS NOT EQUAL TO '00' THEN
               IF ws-account-status IS EQUAL TO '05' THEN
                   CLOSE fd-account
               END-IF
               EXIT PARAGRAPH
           END-IF
           READ fd-account
           CLOSE fd-account
           IF fa-notify-none OR fa-deliverable-no THEN
               EXIT PARAGRAPH
           END-IF

           MOVE fa-email TO mq-to-email
           MOVE ws-notify-subject TO mq-subject
           MOVE ws-notify-body TO mq-body
           MOVE FUNCTION CURRENT-DATE TO mq-queued-timestamp
           OPEN EXTEND fd-mail-queue
           WRITE mq-mail-entry
           ADD 1 TO st-mails-queued
           CLOSE fd-mail-queue
           .
