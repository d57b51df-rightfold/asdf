      *Personal spending by category across every group an account
      *belongs to: where asdf-category-report totals a group's gross
      *spend, this totals only what the account itself consumed -
      *its debitor share of each debt, net of reversals that undo
      *one - by category and month, over all of its groups. The
      *groups come from the global membership index, with the
      *group-index and asdf-check-member walk as the fallback where
      *the index is not live, and each group's compacted segments
      *are walked ahead of its active ledger. An itemized debt
      *(asdf-line-item.cpy) charges the account for its own receipt
      *lines, each under the line's category, instead of the flat
      *entry; the month is the entry's expense date
      *(asdf-value-date). Every amount is converted into the chosen
      *currency at its own date's rate (asdf-convert-amount).
      *
      *Arguments: account UUID, session token
      *(asdf-check-session-account must resolve it to the account),
      *optional currency (USD, the cross-group base, when blank),
      *optional output format TEXT (the default) or CSV. Lines run
      *by category, then month, each with a year-to-date column -
      *the category's running total within that calendar year. CSV
      *carries the signed minor-unit integers for a budgeting sheet.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-personal-spending-report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-membership
           ASSIGN DYNAMIC ws-membership-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-membership-status.

       SELECT OPTIONAL fd-group-index
           ASSIGN DYNAMIC ws-index-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-index-status.

       SELECT OPTIONAL fd-ledger
           ASSIGN DYNAMIC ws-ledger
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-ledger-status.

       SELECT OPTIONAL fd-items
           ASSIGN DYNAMIC ws-items-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-items-status.

       SELECT sd-spend
           ASSIGN 'personal-spending-sort-work'.

       DATA DIVISION.
       FILE SECTION.
       FD fd-membership.
       COPY 'asdf-membership.cpy' REPLACING ==:X:== BY ==ms==.

       FD fd-group-index.
       COPY 'asdf-group-index.cpy' REPLACING ==:X:== BY ==gx==.

       FD fd-ledger.
       COPY 'asdf-transaction.cpy' REPLACING ==:X:== BY ==fs==.

       FD fd-items.
       COPY 'asdf-line-item.cpy' REPLACING ==:X:== BY ==it==.

       SD sd-spend.
       01 sr-spend.
           02 sr-category              PIC X(20).
           02 sr-month                 PIC 9(6).
           02 sr-amount                PIC S9(11) COMP.

       WORKING-STORAGE SECTION.
       01 ws-membership-path           PIC X(256)
           VALUE '/var/lib/asdf/membership-index'.
       01 ws-membership-status         PIC XX.
       01 ws-index-path                PIC X(256)
           VALUE '/var/lib/asdf/group-index'.
       01 ws-index-status              PIC XX.
       01 ws-ledger                    PIC X(256).
       01 ws-ledger-status             PIC XX.
       01 ws-items-path                PIC X(256).
       01 ws-items-status              PIC XX.

       01 ws-uuid-text                 PIC X(32).
       01 ws-account                   PIC X(16).
       01 ws-session-token             PIC X(16).
       01 ws-session-account           PIC X(16).
       01 ws-session-valid             PIC X.
           88 ws-session-valid-yes     VALUE 'Y'.
           88 ws-session-valid-no      VALUE 'N'.

       01 ws-target-currency           PIC X(3).
       01 ws-format                    PIC X(10).
           88 ws-format-text           VALUE SPACES, 'TEXT'.
           88 ws-format-csv            VALUE 'CSV'.

       01 ws-group                     PIC X(16).
       01 ws-group-text                PIC X(32).
       01 ws-member                    PIC X.
           88 ws-member-yes            VALUE 'Y'.
           88 ws-member-no             VALUE 'N'.
       01 ws-index-used                PIC X.
           88 ws-index-used-yes        VALUE 'Y'.
           88 ws-index-used-no         VALUE 'N'.

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-ledger-eof                PIC X.
           88 ws-ledger-eof-yes        VALUE 'Y'.
           88 ws-ledger-eof-no         VALUE 'N'.
       01 ws-items-eof                 PIC X.
           88 ws-items-eof-yes         VALUE 'Y'.
           88 ws-items-eof-no          VALUE 'N'.
       01 ws-sort-eof                  PIC X.
           88 ws-sort-eof-yes          VALUE 'Y'.
           88 ws-sort-eof-no           VALUE 'N'.

       01 ws-segment-dates.
           02 ws-segment-date OCCURS 100 TIMES
                   PIC 9(8).
       01 ws-segment-count             PIC 9(3) COMP.
       01 ws-seg-i                     PIC 9(3) COMP.
       01 ws-seg-date-text             PIC X(8).

      *This account's own receipt-line shares in the group being
      *walked; a debt with lines for anyone at all is itemized, so
      *the ids of every itemized entry are kept too.
       01 ws-item-limit                PIC 9(4) COMP VALUE 5000.
       01 ws-item-count                PIC 9(4) COMP VALUE 0.
       01 ws-items.
           02 ws-item-entry OCCURS 5000 TIMES
                   INDEXED BY ix-item.
               03 ws-item-id           PIC X(16).
               03 ws-item-mine         PIC X.
               03 ws-item-category     PIC X(20).
               03 ws-item-amount       PIC 9(10) COMP.
       01 ws-item-lookup-id            PIC X(16).
       01 ws-entry-has-items           PIC X.
           88 ws-entry-has-items-yes   VALUE 'Y'.
           88 ws-entry-has-items-no    VALUE 'N'.
       01 ws-item-sign                 PIC S9 COMP.

       01 ws-value-date                PIC 9(8).
       01 ws-convert-date              PIC 9(8).
       01 ws-convert-in                PIC 9(10) COMP.
       01 ws-converted-amount          PIC S9(11) COMP.

      *Output procedure: one line per category and month, the year
      *to date running on within the category until the year turns.
       01 ws-line-category             PIC X(20).
       01 ws-line-month                PIC 9(6).
       01 ws-line-month-parts REDEFINES ws-line-month.
           02 ws-line-year             PIC 9(4).
           02 ws-line-mon              PIC 9(2).
       01 ws-line-amount               PIC S9(11) COMP.
       01 ws-ytd-category              PIC X(20).
       01 ws-ytd-year                  PIC 9(4).
       01 ws-ytd-amount                PIC S9(11) COMP.
       01 ws-line-count                PIC 9(5) COMP VALUE 0.

       01 ws-format-in                 PIC S9(11) COMP.
       01 ws-amount-text               PIC X(20).
       01 ws-ytd-text                  PIC X(20).
       01 ws-csv-amount                PIC -(10)9.
       01 ws-csv-ytd                   PIC -(10)9.

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
           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-account
           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text
               ws-session-token
           CALL 'asdf-check-session-account' USING ws-session-token
               ws-session-account ws-session-valid
           IF ws-session-valid-no OR ws-session-account IS NOT
                   EQUAL TO ws-account THEN
               DISPLAY 'A valid session for the account is required'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO ws-target-currency
           ACCEPT ws-target-currency FROM ARGUMENT-VALUE
           IF ws-target-currency IS EQUAL TO SPACES
                   OR ws-target-currency IS EQUAL TO LOW-VALUES THEN
               MOVE 'USD' TO ws-target-currency
           END-IF
           MOVE SPACES TO ws-format
           ACCEPT ws-format FROM ARGUMENT-VALUE
           IF ws-format IS EQUAL TO LOW-VALUES THEN
               MOVE SPACES TO ws-format
           END-IF
           IF NOT ws-format-text AND NOT ws-format-csv THEN
               DISPLAY 'Format must be TEXT or CSV' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           SORT sd-spend ON ASCENDING KEY sr-category sr-month
               INPUT PROCEDURE IS para-walk-groups
                   THRU para-walk-groups-exit
               OUTPUT PROCEDURE IS para-print
                   THRU para-print-exit
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

      *SORT input procedure. The reverse membership index answers
      *which groups the account is in with one scan of a small
      *file; the group-index walk stays as the fallback for a shop
      *that never ran asdf-build-membership-index.
       para-walk-groups.
           SET ws-index-used-no TO TRUE
           OPEN INPUT fd-membership
           IF ws-membership-status IS EQUAL TO '00' THEN
               SET ws-index-used-yes TO TRUE
               SET ws-eof-no TO TRUE
               PERFORM para-walk-membership-one UNTIL ws-eof-yes
               CLOSE fd-membership
               GO TO para-walk-groups-exit
           END-IF
           IF ws-membership-status IS EQUAL TO '05' THEN
               CLOSE fd-membership
           END-IF

           OPEN INPUT fd-group-index
           IF ws-index-status IS NOT EQUAL TO '00' THEN
               IF ws-index-status IS EQUAL TO '05' THEN
                   CLOSE fd-group-index
               END-IF
               GO TO para-walk-groups-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-walk-index-one UNTIL ws-eof-yes
           CLOSE fd-group-index
           .

       para-walk-groups-exit.
           EXIT PARAGRAPH
           .

       para-walk-membership-one.
           READ fd-membership
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ms-account-id IS EQUAL TO ws-account
                           AND ms-status-active THEN
                       MOVE ms-group-id TO ws-group
                       PERFORM para-walk-group
                   END-IF
           END-READ
           .

       para-walk-index-one.
           READ fd-group-index
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF gx-status-active THEN
                       CALL 'asdf-check-member' USING gx-group-id
                           ws-account ws-member
                       IF ws-member-yes THEN
                           MOVE gx-group-id TO ws-group
                           PERFORM para-walk-group
                       END-IF
                   END-IF
           END-READ
           .

      *The group's receipt lines first, then its closed-period
      *segments oldest first, then the active ledger.
       para-walk-group.
           CALL 'asdf-format-uuid' USING ws-group ws-group-text
           PERFORM para-load-items THRU para-load-items-exit
           CALL 'asdf-load-segments' USING ws-group
               ws-segment-dates ws-segment-count
           PERFORM para-walk-segment
               VARYING ws-seg-i FROM 1 BY 1
               UNTIL ws-seg-i > ws-segment-count
           MOVE SPACES TO ws-ledger
           STRING '/var/lib/asdf/group/' ws-group-text '/ledger'
               DELIMITED BY SIZE INTO ws-ledger
           PERFORM para-walk-file THRU para-walk-file-exit
           .

       para-walk-segment.
           MOVE ws-segment-date(ws-seg-i) TO ws-seg-date-text
           MOVE SPACES TO ws-ledger
           STRING '/var/lib/asdf/group/' ws-group-text '/ledger.'
               ws-seg-date-text DELIMITED BY SIZE INTO ws-ledger
           PERFORM para-walk-file THRU para-walk-file-exit
           .

       para-walk-file.
           OPEN INPUT fd-ledger
           IF ws-ledger-status IS NOT EQUAL TO '00' THEN
               IF ws-ledger-status IS EQUAL TO '05' THEN
                   CLOSE fd-ledger
               END-IF
               GO TO para-walk-file-exit
           END-IF
           SET ws-ledger-eof-no TO TRUE
           PERFORM para-walk-one UNTIL ws-ledger-eof-yes
           CLOSE fd-ledger
           .

       para-walk-file-exit.
           EXIT PARAGRAPH
           .

       para-walk-one.
           READ fd-ledger
               AT END
                   SET ws-ledger-eof-yes TO TRUE
               NOT AT END
                   PERFORM para-apply-transaction
           END-READ
           .

      *Only debts and the reversals that undo one move spending, the
      *rule asdf-category-report applies; payments are money moving
      *between members, not consumption.
       para-apply-transaction.
           EVALUATE TRUE
               WHEN fs-debt
                   MOVE 1 TO ws-item-sign
                   MOVE fs-id TO ws-item-lookup-id
               WHEN fs-reversal AND fs-reversal-of-type IS EQUAL TO
                       'D'
                   MOVE -1 TO ws-item-sign
                   MOVE fs-reversal-of TO ws-item-lookup-id
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           CALL 'asdf-value-date' USING ws-group fs-transaction
               ws-value-date
           COMPUTE ws-convert-date =
               fs-year OF fs-timestamp * 10000
               + fs-month OF fs-timestamp * 100
               + fs-day OF fs-timestamp
           COMPUTE sr-month = ws-value-date / 100

           PERFORM para-check-entry-items
           IF ws-entry-has-items-yes THEN
               PERFORM para-release-item-one
                   VARYING ix-item FROM 1 BY 1
                   UNTIL ix-item > ws-item-count
               EXIT PARAGRAPH
           END-IF

           IF fs-debitor IS NOT EQUAL TO ws-account THEN
               EXIT PARAGRAPH
           END-IF
           MOVE fs-category TO sr-category
           MOVE fs-amount TO ws-convert-in
           PERFORM para-convert-amount
           COMPUTE sr-amount = ws-converted-amount * ws-item-sign
           RELEASE sr-spend
           .

       para-check-entry-items.
           SET ws-entry-has-items-no TO TRUE
           IF ws-item-count IS EQUAL TO 0 THEN
               EXIT PARAGRAPH
           END-IF
           SET ix-item TO 1
           SEARCH ws-item-entry
               AT END
                   CONTINUE
               WHEN ix-item > ws-item-count
                   CONTINUE
               WHEN ws-item-id(ix-item) IS EQUAL TO
                       ws-item-lookup-id
                   SET ws-entry-has-items-yes TO TRUE
           END-SEARCH
           .

       para-release-item-one.
           IF ws-item-id(ix-item) IS NOT EQUAL TO ws-item-lookup-id
                   OR ws-item-mine(ix-item) IS NOT EQUAL TO 'Y' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE ws-item-category(ix-item) TO sr-category
           MOVE ws-item-amount(ix-item) TO ws-convert-in
           PERFORM para-convert-amount
           COMPUTE sr-amount = ws-converted-amount * ws-item-sign
           RELEASE sr-spend
           .

       para-convert-amount.
           CALL 'asdf-convert-amount' USING ws-convert-in fs-currency
               ws-convert-date ws-target-currency
               ws-converted-amount
           .

       para-load-items.
           MOVE 0 TO ws-item-count
           MOVE SPACES TO ws-items-path
           STRING '/var/lib/asdf/group/' ws-group-text '/items'
               DELIMITED BY SIZE INTO ws-items-path
           OPEN INPUT fd-items
           IF ws-items-status IS NOT EQUAL TO '00' THEN
               IF ws-items-status IS EQUAL TO '05' THEN
                   CLOSE fd-items
               END-IF
               GO TO para-load-items-exit
           END-IF
           SET ws-items-eof-no TO TRUE
           PERFORM para-load-items-one UNTIL ws-items-eof-yes
           CLOSE fd-items
           .

       para-load-items-exit.
           EXIT PARAGRAPH
           .

       para-load-items-one.
           READ fd-items
               AT END
                   SET ws-items-eof-yes TO TRUE
               NOT AT END
                   IF ws-item-count IS GREATER THAN OR EQUAL TO
                           ws-item-limit THEN
                       DISPLAY 'Too many line items in group'
                           WITH NO ADVANCING
                       MOVE 101 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO ws-item-count
                   SET ix-item TO ws-item-count
                   MOVE it-transaction-id TO ws-item-id(ix-item)
                   MOVE it-category TO ws-item-category(ix-item)
                   MOVE it-amount TO ws-item-amount(ix-item)
                   IF it-member IS EQUAL TO ws-account THEN
                       MOVE 'Y' TO ws-item-mine(ix-item)
                   ELSE
                       MOVE 'N' TO ws-item-mine(ix-item)
                   END-IF
           END-READ
           .

      *SORT output procedure: the released amounts arrive grouped by
      *category and month and are summed into one line each.
       para-print.
           IF ws-format-csv THEN
               DISPLAY 'month,category,amount,ytd'
           ELSE
               DISPLAY 'MONTH CATEGORY AMOUNT YTD ('
                   ws-target-currency ')'
           END-IF
           MOVE LOW-VALUES TO ws-line-category
           MOVE 0 TO ws-line-month
           MOVE 0 TO ws-line-amount
           MOVE LOW-VALUES TO ws-ytd-category
           MOVE 0 TO ws-ytd-year
           MOVE 0 TO ws-ytd-amount
           SET ws-sort-eof-no TO TRUE
           PERFORM para-print-one UNTIL ws-sort-eof-yes
           IF ws-line-count IS GREATER THAN 0 THEN
               PERFORM para-print-line
           END-IF
           .

       para-print-exit.
           EXIT PARAGRAPH
           .

       para-print-one.
           RETURN sd-spend
               AT END
                   SET ws-sort-eof-yes TO TRUE
               NOT AT END
                   IF ws-line-count IS GREATER THAN 0
                           AND (sr-category IS NOT EQUAL TO
                               ws-line-category
                           OR sr-month IS NOT EQUAL TO
                               ws-line-month) THEN
                       PERFORM para-print-line
                   END-IF
                   IF ws-line-count IS EQUAL TO 0
                           OR sr-category IS NOT EQUAL TO
                               ws-line-category
                           OR sr-month IS NOT EQUAL TO
                               ws-line-month THEN
                       MOVE sr-category TO ws-line-category
                       MOVE sr-month TO ws-line-month
                       MOVE 0 TO ws-line-amount
                       ADD 1 TO ws-line-count
                   END-IF
                   ADD sr-amount TO ws-line-amount
           END-RETURN
           .

       para-print-line.
           IF ws-line-category IS NOT EQUAL TO ws-ytd-category
                   OR ws-line-year IS NOT EQUAL TO ws-ytd-year THEN
               MOVE ws-line-category TO ws-ytd-category
               MOVE ws-line-year TO ws-ytd-year
               MOVE 0 TO ws-ytd-amount
           END-IF
           ADD ws-line-amount TO ws-ytd-amount

           IF ws-format-csv THEN
               MOVE ws-line-amount TO ws-csv-amount
               MOVE ws-ytd-amount TO ws-csv-ytd
               DISPLAY ws-line-year '-' ws-line-mon ','
                   FUNCTION TRIM(ws-line-category) ','
                   FUNCTION TRIM(ws-csv-amount) ','
                   FUNCTION TRIM(ws-csv-ytd)
           ELSE
               MOVE ws-line-amount TO ws-format-in
               CALL 'asdf-format-amount' USING ws-format-in
                   ws-target-currency ws-amount-text
               MOVE ws-ytd-amount TO ws-format-in
               CALL 'asdf-format-amount' USING ws-format-in
                   ws-target-currency ws-ytd-text
               DISPLAY ws-line-year '-' ws-line-mon ' '
                   FUNCTION TRIM(ws-line-category) ' '
                   FUNCTION TRIM(ws-amount-text) ' '
                   FUNCTION TRIM(ws-ytd-text)
           END-IF
           .
