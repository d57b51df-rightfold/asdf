      *Works out which category-by-month totals (asdf-category-
      *month.cpy) one ledger entry moves, and by how much - the one
      *statement of that arithmetic, shared by
      *asdf-update-category-months as each entry posts and by
      *asdf-recompute-category-months replaying a whole ledger.
      *Arguments: group id, the entry, mode, row count and rows
      *(both returned). Each row names the kind, axis value and
      *month, which column it lands in ('D' debt, 'R' reversed, 'W'
      *written off) and the signed raw and converted amounts; rows
      *for the same total are already combined, so an itemized
      *receipt with forty lines in three categories gives three.
      *
      *Mode 'E' is a single entry: the group's line items, tags
      *and value dates are searched on disk for it, so whatever the
      *posting program has just recorded is seen. Modes 'S' and 'R'
      *replay a ledger: 'S', given with the first entry, loads them
      *once for the group and 'R' reuses them, the way
      *asdf-value-date keeps its table; a group with more than 5000
      *of any of them stops the run, as the reports always have.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-category-month-rows.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-items
           ASSIGN DYNAMIC ws-items-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-items-status.

       SELECT OPTIONAL fd-tags
           ASSIGN DYNAMIC ws-tags-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-tags-status.

       SELECT OPTIONAL fd-value-dates
           ASSIGN DYNAMIC ws-value-dates-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-value-dates-status.

       SELECT OPTIONAL fd-group-info
           ASSIGN DYNAMIC ws-info-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-info-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-items.
       COPY 'asdf-line-item.cpy' REPLACING ==:X:== BY ==it==.

       FD fd-tags.
       COPY 'asdf-tag.cpy' REPLACING ==:X:== BY ==tj==.

       FD fd-value-dates.
       COPY 'asdf-value-date.cpy' REPLACING ==:X:== BY ==vd==.

       FD fd-group-info.
       COPY 'asdf-group-info.cpy' REPLACING ==:X:== BY ==gi==.

       WORKING-STORAGE SECTION.
       01 ws-items-path                PIC X(256).
       01 ws-items-status              PIC XX.
       01 ws-tags-path                 PIC X(256).
       01 ws-tags-status               PIC XX.
       01 ws-value-dates-path          PIC X(256).
       01 ws-value-dates-status        PIC XX.
       01 ws-info-path                 PIC X(256).
       01 ws-info-status               PIC XX.
       01 ws-group-text                PIC X(32).
       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.

       01 ws-loaded-group              PIC X(16) VALUE LOW-VALUES.
       01 ws-target-currency           PIC X(3) VALUE 'USD'.

      *Replay tables, filled by mode 'S'.
       01 ws-table-limit               PIC 9(4) COMP VALUE 5000.
       01 ws-item-count                PIC 9(4) COMP VALUE 0.
       01 ws-items.
           02 ws-item-entry OCCURS 5000 TIMES
                   INDEXED BY ix-item.
               03 ws-item-id           PIC X(16).
               03 ws-item-category     PIC X(20).
               03 ws-item-amount       PIC 9(10) COMP.
       01 ws-link-count                PIC 9(4) COMP VALUE 0.
       01 ws-links.
           02 ws-link-entry OCCURS 5000 TIMES
                   INDEXED BY ix-link.
               03 ws-link-id           PIC X(16).
               03 ws-link-tag          PIC X(20).
       01 ws-dated-count               PIC 9(4) COMP VALUE 0.
       01 ws-dated-table.
           02 ws-dated OCCURS 5000 TIMES
                   INDEXED BY ix-dated.
               03 ws-dated-id          PIC X(16).
               03 ws-dated-date        PIC 9(8).
       01 ws-hit                       PIC X.
           88 ws-hit-yes               VALUE 'Y'.
           88 ws-hit-no                VALUE 'N'.

      *The entry in hand: which column it lands in and with what
      *sign, the id its lines and tags hang off (spaces for a
      *write-off), and its two months.
       01 ws-column                    PIC X.
       01 ws-sign                      PIC S9 COMP.
       01 ws-lookup-id                 PIC X(16).
       01 ws-value-date                PIC 9(8).
       01 ws-value-month               PIC 9(6).
       01 ws-posting-month             PIC 9(6).
       01 ws-convert-date              PIC 9(8).
       01 ws-convert-in                PIC 9(10) COMP.
       01 ws-converted-amount          PIC S9(11) COMP.
       01 ws-has-lines                 PIC X.
           88 ws-has-lines-yes         VALUE 'Y'.
           88 ws-has-lines-no          VALUE 'N'.

       01 ws-add-kind                  PIC X.
       01 ws-add-name                  PIC X(20).
       01 ws-add-month                 PIC 9(6).
       01 ws-add-amount                PIC 9(10) COMP.
       01 ws-row-limit                 PIC 9(3) COMP VALUE 200.

       LINKAGE SECTION.
       01 ls-group                     PIC X(16).
       COPY 'asdf-transaction.cpy' REPLACING ==:X:== BY ==ls==.
       01 ls-mode                      PIC X.
           88 ls-mode-entry            VALUE 'E'.
           88 ls-mode-start            VALUE 'S'.
           88 ls-mode-replay           VALUE 'R'.
       01 ls-row-count                 PIC 9(3) COMP.
       01 ls-rows.
           02 ls-row OCCURS 200 TIMES
                   INDEXED BY ix-row.
               03 ls-row-kind          PIC X.
               03 ls-row-name          PIC X(20).
               03 ls-row-month         PIC 9(6).
               03 ls-row-column        PIC X.
               03 ls-row-raw           PIC S9(12) COMP.
               03 ls-row-converted     PIC S9(12) COMP.

       PROCEDURE DIVISION USING ls-group ls-transaction ls-mode
               ls-row-count ls-rows.
       para-main.
           MOVE 0 TO ls-row-count
           CALL 'asdf-format-uuid' USING ls-group ws-group-text
           IF ls-mode-entry OR ls-mode-start
                   OR ls-group IS NOT EQUAL TO ws-loaded-group THEN
               PERFORM para-load-target-currency
                   THRU para-load-target-currency-exit
               MOVE ls-group TO ws-loaded-group
           END-IF
           IF ls-mode-start THEN
               PERFORM para-load-items THRU para-load-items-exit
               PERFORM para-load-tags THRU para-load-tags-exit
               PERFORM para-load-dates THRU para-load-dates-exit
           END-IF

           EVALUATE TRUE
               WHEN ls-debt
                   MOVE 'D' TO ws-column
                   MOVE 1 TO ws-sign
                   MOVE ls-id TO ws-lookup-id
               WHEN ls-reversal AND ls-reversal-of-type IS EQUAL TO
                       'D'
                   MOVE 'R' TO ws-column
                   MOVE 1 TO ws-sign
                   MOVE ls-reversal-of TO ws-lookup-id
               WHEN ls-write-off
                   MOVE 'W' TO ws-column
                   MOVE 1 TO ws-sign
                   MOVE SPACES TO ws-lookup-id
               WHEN ls-reversal AND ls-reversal-of-type IS EQUAL TO
                       'W'
                   MOVE 'W' TO ws-column
                   MOVE -1 TO ws-sign
                   MOVE SPACES TO ws-lookup-id
               WHEN OTHER
                   GO TO para-exit
           END-EVALUATE

           COMPUTE ws-convert-date =
               ls-year OF ls-timestamp * 10000
               + ls-month OF ls-timestamp * 100
               + ls-day OF ls-timestamp
           COMPUTE ws-posting-month = ws-convert-date / 100
           PERFORM para-find-value-date
           COMPUTE ws-value-month = ws-value-date / 100

           MOVE 'C' TO ws-add-kind
           MOVE ls-category TO ws-add-name
           MOVE ws-value-month TO ws-add-month
           MOVE ls-amount TO ws-add-amount
           PERFORM para-add-row

           SET ws-has-lines-no TO TRUE
           IF ws-lookup-id IS NOT EQUAL TO SPACES THEN
               PERFORM para-apply-lines THRU para-apply-lines-exit
           END-IF
           IF ws-has-lines-no THEN
               MOVE 'L' TO ws-add-kind
               MOVE ls-category TO ws-add-name
               MOVE ls-amount TO ws-add-amount
               PERFORM para-add-row
           END-IF

           IF ws-lookup-id IS NOT EQUAL TO SPACES THEN
               MOVE 'T' TO ws-add-kind
               MOVE ws-posting-month TO ws-add-month
               MOVE ls-amount TO ws-add-amount
               PERFORM para-apply-tags THRU para-apply-tags-exit
           END-IF
           .

       para-exit.
           EXIT PROGRAM
           .

      *Folds one amount into the row for ws-add-kind / name / month,
      *starting the row the first time that total is touched.
       para-add-row.
           MOVE ws-add-amount TO ws-convert-in
           CALL 'asdf-convert-amount' USING ws-convert-in ls-currency
               ws-convert-date ws-target-currency
               ws-converted-amount
           SET ws-hit-no TO TRUE
           IF ls-row-count IS GREATER THAN 0 THEN
               PERFORM para-probe-row
                   VARYING ix-row FROM 1 BY 1
                   UNTIL ix-row > ls-row-count OR ws-hit-yes
           END-IF
           IF ws-hit-yes THEN
               SET ix-row DOWN BY 1
           ELSE
               IF ls-row-count IS GREATER THAN OR EQUAL TO
                       ws-row-limit THEN
                   DISPLAY 'warning: too many category totals for '
                       'one entry' UPON SYSERR
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ls-row-count
               SET ix-row TO ls-row-count
               MOVE ws-add-kind TO ls-row-kind(ix-row)
               MOVE ws-add-name TO ls-row-name(ix-row)
               MOVE ws-add-month TO ls-row-month(ix-row)
               MOVE ws-column TO ls-row-column(ix-row)
               MOVE 0 TO ls-row-raw(ix-row)
               MOVE 0 TO ls-row-converted(ix-row)
           END-IF
           COMPUTE ls-row-raw(ix-row) = ls-row-raw(ix-row)
               + ws-add-amount * ws-sign
           COMPUTE ls-row-converted(ix-row) =
               ls-row-converted(ix-row)
               + ws-converted-amount * ws-sign
           .

       para-probe-row.
           IF ls-row-kind(ix-row) IS EQUAL TO ws-add-kind
                   AND ls-row-name(ix-row) IS EQUAL TO ws-add-name
                   AND ls-row-month(ix-row) IS EQUAL TO
                       ws-add-month THEN
               SET ws-hit-yes TO TRUE
           END-IF
           .

      *The expense date a backdated entry was given, latest record
      *winning; its posting date otherwise.
       para-find-value-date.
           MOVE ws-convert-date TO ws-value-date
           IF NOT ls-mode-entry THEN
               IF ws-dated-count IS GREATER THAN 0 THEN
                   SET ix-dated TO 1
                   SEARCH ws-dated
                       AT END
                           CONTINUE
                       WHEN ix-dated > ws-dated-count
                           CONTINUE
                       WHEN ws-dated-id(ix-dated) IS EQUAL TO ls-id
                           MOVE ws-dated-date(ix-dated)
                               TO ws-value-date
                   END-SEARCH
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM para-open-dates
           IF ws-value-dates-status IS NOT EQUAL TO '00' THEN
               IF ws-value-dates-status IS EQUAL TO '05' THEN
                   CLOSE fd-value-dates
               END-IF
               EXIT PARAGRAPH
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-scan-date-one UNTIL ws-eof-yes
           CLOSE fd-value-dates
           .

       para-scan-date-one.
           READ fd-value-dates
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF vd-entry-id IS EQUAL TO ls-id THEN
                       MOVE vd-value-date TO ws-value-date
                   END-IF
           END-READ
           .

      *One 'L' row per line category of the debt ws-lookup-id names,
      *when it was itemized.
       para-apply-lines.
           MOVE 'L' TO ws-add-kind
           IF NOT ls-mode-entry THEN
               PERFORM para-apply-line-slot
                   VARYING ix-item FROM 1 BY 1
                   UNTIL ix-item > ws-item-count
               GO TO para-apply-lines-exit
           END-IF
           PERFORM para-open-items
           IF ws-items-status IS NOT EQUAL TO '00' THEN
               IF ws-items-status IS EQUAL TO '05' THEN
                   CLOSE fd-items
               END-IF
               GO TO para-apply-lines-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-scan-item-one UNTIL ws-eof-yes
           CLOSE fd-items
           .

       para-apply-lines-exit.
           EXIT PARAGRAPH
           .

       para-apply-line-slot.
           IF ws-item-id(ix-item) IS EQUAL TO ws-lookup-id THEN
               SET ws-has-lines-yes TO TRUE
               MOVE ws-item-category(ix-item) TO ws-add-name
               MOVE ws-item-amount(ix-item) TO ws-add-amount
               PERFORM para-add-row
           END-IF
           .

       para-scan-item-one.
           READ fd-items
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF it-transaction-id IS EQUAL TO ws-lookup-id THEN
                       SET ws-has-lines-yes TO TRUE
                       MOVE it-category TO ws-add-name
                       MOVE it-amount TO ws-add-amount
                       PERFORM para-add-row
                   END-IF
           END-READ
           .

      *One 'T' row per tag the debt ws-lookup-id names carries.
       para-apply-tags.
           IF NOT ls-mode-entry THEN
               PERFORM para-apply-tag-slot
                   VARYING ix-link FROM 1 BY 1
                   UNTIL ix-link > ws-link-count
               GO TO para-apply-tags-exit
           END-IF
           PERFORM para-open-tags
           IF ws-tags-status IS NOT EQUAL TO '00' THEN
               IF ws-tags-status IS EQUAL TO '05' THEN
                   CLOSE fd-tags
               END-IF
               GO TO para-apply-tags-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-scan-tag-one UNTIL ws-eof-yes
           CLOSE fd-tags
           .

       para-apply-tags-exit.
           EXIT PARAGRAPH
           .

       para-apply-tag-slot.
           IF ws-link-id(ix-link) IS EQUAL TO ws-lookup-id THEN
               MOVE ws-link-tag(ix-link) TO ws-add-name
               PERFORM para-add-row
           END-IF
           .

       para-scan-tag-one.
           READ fd-tags
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF tj-transaction-id IS EQUAL TO ws-lookup-id THEN
                       MOVE tj-tag TO ws-add-name
                       PERFORM para-add-row
                   END-IF
           END-READ
           .

       para-load-target-currency.
           MOVE 'USD' TO ws-target-currency
           MOVE SPACES TO ws-info-path
           STRING '/var/lib/asdf/group/' ws-group-text '/info'
               INTO ws-info-path
           OPEN INPUT fd-group-info
           IF ws-info-status IS NOT EQUAL TO '00' THEN
               IF ws-info-status IS EQUAL TO '05' THEN
                   CLOSE fd-group-info
               END-IF
               GO TO para-load-target-currency-exit
           END-IF
           READ fd-group-info
           IF gi-default-currency IS NOT EQUAL TO SPACES THEN
               MOVE gi-default-currency TO ws-target-currency
           END-IF
           CLOSE fd-group-info
           .

       para-load-target-currency-exit.
           EXIT PARAGRAPH
           .

       para-open-items.
           MOVE SPACES TO ws-items-path
           STRING '/var/lib/asdf/group/' ws-group-text '/items'
               INTO ws-items-path
           OPEN INPUT fd-items
           .

       para-open-tags.
           MOVE SPACES TO ws-tags-path
           STRING '/var/lib/asdf/group/' ws-group-text '/tags'
               INTO ws-tags-path
           OPEN INPUT fd-tags
           .

       para-open-dates.
           MOVE SPACES TO ws-value-dates-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/value-dates' INTO ws-value-dates-path
           OPEN INPUT fd-value-dates
           .

       para-load-items.
           MOVE 0 TO ws-item-count
           PERFORM para-open-items
           IF ws-items-status IS NOT EQUAL TO '00' THEN
               IF ws-items-status IS EQUAL TO '05' THEN
                   CLOSE fd-items
               END-IF
               GO TO para-load-items-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-load-item-one UNTIL ws-eof-yes
           CLOSE fd-items
           .

       para-load-items-exit.
           EXIT PARAGRAPH
           .

       para-load-item-one.
           READ fd-items
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ws-item-count IS GREATER THAN OR EQUAL TO
                           ws-table-limit THEN
                       PERFORM para-table-full
                   END-IF
                   ADD 1 TO ws-item-count
                   SET ix-item TO ws-item-count
                   MOVE it-transaction-id TO ws-item-id(ix-item)
                   MOVE it-category TO ws-item-category(ix-item)
                   MOVE it-amount TO ws-item-amount(ix-item)
           END-READ
           .

       para-load-tags.
           MOVE 0 TO ws-link-count
           PERFORM para-open-tags
           IF ws-tags-status IS NOT EQUAL TO '00' THEN
               IF ws-tags-status IS EQUAL TO '05' THEN
                   CLOSE fd-tags
               END-IF
               GO TO para-load-tags-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-load-tag-one UNTIL ws-eof-yes
           CLOSE fd-tags
           .

       para-load-tags-exit.
           EXIT PARAGRAPH
           .

       para-load-tag-one.
           READ fd-tags
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ws-link-count IS GREATER THAN OR EQUAL TO
                           ws-table-limit THEN
                       PERFORM para-table-full
                   END-IF
                   ADD 1 TO ws-link-count
                   SET ix-link TO ws-link-count
                   MOVE tj-transaction-id TO ws-link-id(ix-link)
                   MOVE tj-tag TO ws-link-tag(ix-link)
           END-READ
           .

       para-load-dates.
           MOVE 0 TO ws-dated-count
           PERFORM para-open-dates
           IF ws-value-dates-status IS NOT EQUAL TO '00' THEN
               IF ws-value-dates-status IS EQUAL TO '05' THEN
                   CLOSE fd-value-dates
               END-IF
               GO TO para-load-dates-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-load-date-one UNTIL ws-eof-yes
           CLOSE fd-value-dates
           .

       para-load-dates-exit.
           EXIT PARAGRAPH
           .

      *The latest record for an entry wins, as in asdf-value-date.
       para-load-date-one.
           READ fd-value-dates
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   SET ws-hit-no TO TRUE
                   IF ws-dated-count IS GREATER THAN 0 THEN
                       SET ix-dated TO 1
                       SEARCH ws-dated
                           AT END
                               CONTINUE
                           WHEN ix-dated > ws-dated-count
                               CONTINUE
                           WHEN ws-dated-id(ix-dated) IS EQUAL TO
                                   vd-entry-id
                               SET ws-hit-yes TO TRUE
                               MOVE vd-value-date
                                   TO ws-dated-date(ix-dated)
                       END-SEARCH
                   END-IF
                   IF ws-hit-no THEN
                       IF ws-dated-count IS GREATER THAN OR EQUAL TO
                               ws-table-limit THEN
                           PERFORM para-table-full
                       END-IF
                       ADD 1 TO ws-dated-count
                       SET ix-dated TO ws-dated-count
                       MOVE vd-entry-id TO ws-dated-id(ix-dated)
                       MOVE vd-value-date TO ws-dated-date(ix-dated)
                   END-IF
           END-READ
           .

       para-table-full.
           DISPLAY 'Too many side records for category totals'
               WITH NO ADVANCING
           MOVE 101 TO RETURN-CODE
           STOP RUN
           .
