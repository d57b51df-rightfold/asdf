      *200-character fs-comment text by hand. Payments (settling up)
      *are money moving between members, not new spend, so they are
      *not counted.
      *
      *An optional second argument, ROLLUP, folds in every group
      *below this one in the parent/child hierarchy
      *(asdf-list-descendants). Groups under one umbrella need not
      *share a currency, so in that mode each entry (and each
      *receipt line) is converted into this group's reporting
      *currency at its own date's rate, the asdf-convert-amount
      *lookup asdf-group-summary uses; a single group's report
      *stays in the amounts as entered. Both read the groups'
      *maintained category-by-month totals rather than their
      *ledgers wherever they can.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-category-report.
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-ledger-status.

       SELECT OPTIONAL fd-group-info
           ASSIGN DYNAMIC ws-group-info-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-group-info-status.

       SELECT OPTIONAL fd-category-months
           ASSIGN DYNAMIC ws-category-months-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-category-months-status.

       SELECT OPTIONAL fd-items
           ASSIGN DYNAMIC ws-items-path
           ACCESS IS SEQUENTIAL
       FD fd-ledger.
       COPY 'asdf-transaction.cpy' REPLACING ==:X:== BY ==fs==.

       FD fd-group-info.
       COPY 'asdf-group-info.cpy' REPLACING ==:X:== BY ==gi==.

       FD fd-category-months.
       COPY 'asdf-category-month.cpy' REPLACING ==:X:== BY ==cm==.

       FD fd-items.
       COPY 'asdf-line-item.cpy' REPLACING ==:X:== BY ==it==.

               03 ws-total-amount      PIC S9(11) COMP.

       01 ws-target-month              PIC 9(6).
       01 ws-value-date                PIC 9(8).
       01 ws-target-category           PIC X(20).
       01 ws-display-amount            PIC -(10)9.

           88 ws-entry-has-items-no    VALUE 'N'.
       01 ws-item-sign                 PIC S9 COMP.

      *ROLLUP walks the group and every descendant; otherwise the
      *table holds the group alone.
       01 ws-rollup-text               PIC X(6) VALUE SPACES.
       01 ws-root-group                PIC X(16).
       01 ws-family-count              PIC 9(3) COMP.
       01 ws-family.
           02 ws-family-group OCCURS 100 TIMES
                                       PIC X(16).
       01 ws-fam-i                     PIC 9(3) COMP.
       01 ws-group-info-path           PIC X(256).
       01 ws-group-info-status         PIC XX.
       01 ws-target-currency           PIC X(3) VALUE 'USD'.
       01 ws-convert-date              PIC 9(8).
       01 ws-convert-in                PIC 9(10) COMP.
       01 ws-converted-amount          PIC S9(11) COMP.

      *Each group's maintained category-by-month totals
      *(asdf-category-month.cpy) stand in for its ledger: the
      *per-line view, raw for a single group, converted in a
      *roll-up when the group keeps them in the umbrella's reporting
      *currency. A group without the file yet, or reporting in
      *another currency, is still replayed from its ledger.
       01 ws-category-months-path      PIC X(256).
       01 ws-category-months-status    PIC XX.
       01 ws-fast-found                PIC X.
           88 ws-fast-found-yes        VALUE 'Y'.
           88 ws-fast-found-no         VALUE 'N'.
       01 ws-member-currency           PIC X(3).

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
           PERFORM para-input
           MOVE ws-group TO ws-root-group
           IF ws-rollup-text IS EQUAL TO 'ROLLUP' THEN
               PERFORM para-load-target-currency
               CALL 'asdf-list-descendants' USING ws-root-group
                   ws-family-count ws-family
           ELSE
               MOVE 1 TO ws-family-count
               MOVE ws-root-group TO ws-family-group(1)
           END-IF
           PERFORM para-accumulate-group
               VARYING ws-fam-i FROM 1 BY 1
               UNTIL ws-fam-i > ws-family-count
           PERFORM para-print
           STOP RUN
           .
       para-input.
           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-group
           ACCEPT ws-rollup-text FROM ARGUMENT-VALUE
           .

      *Each group's receipt lines are loaded fresh before its own
      *ledger is read.
       para-accumulate-group.
           MOVE ws-family-group(ws-fam-i) TO ws-group
           PERFORM para-read-totals THRU para-read-totals-exit
           IF ws-fast-found-yes THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM para-load-items THRU para-load-items-exit
           PERFORM para-accumulate THRU para-accumulate-exit
           .

       para-read-totals.
           SET ws-fast-found-no TO TRUE
           CALL 'asdf-format-uuid' USING ws-group ws-uuid-text
           IF ws-rollup-text IS EQUAL TO 'ROLLUP' THEN
               MOVE 'USD' TO ws-member-currency
               MOVE SPACES TO ws-group-info-path
               STRING '/var/lib/asdf/group/' ws-uuid-text '/info'
                   INTO ws-group-info-path
               OPEN INPUT fd-group-info
               IF ws-group-info-status IS EQUAL TO '00' THEN
                   READ fd-group-info
                   IF gi-default-currency IS NOT EQUAL TO SPACES
                           THEN
                       MOVE gi-default-currency
                           TO ws-member-currency
                   END-IF
                   CLOSE fd-group-info
               ELSE
                   IF ws-group-info-status IS EQUAL TO '05' THEN
                       CLOSE fd-group-info
                   END-IF
               END-IF
               IF ws-member-currency IS NOT EQUAL TO
                       ws-target-currency THEN
                   GO TO para-read-totals-exit
               END-IF
           END-IF

           MOVE SPACES TO ws-category-months-path
           STRING '/var/lib/asdf/group/' ws-uuid-text
               '/category-months' INTO ws-category-months-path
           OPEN INPUT fd-category-months
           IF ws-category-months-status IS NOT EQUAL TO '00' THEN
               IF ws-category-months-status IS EQUAL TO '05' THEN
                   CLOSE fd-category-months
               END-IF
               GO TO para-read-totals-exit
           END-IF

           SET ws-fast-found-yes TO TRUE
           SET ws-eof-no TO TRUE
           PERFORM para-read-totals-one UNTIL ws-eof-yes
           CLOSE fd-category-months
           .

       para-read-totals-exit.
           EXIT PARAGRAPH
           .

       para-read-totals-one.
           READ fd-category-months
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF cm-kind-line THEN
                       MOVE cm-month TO ws-target-month
                       MOVE cm-name TO ws-target-category
                       PERFORM para-find-total
                       IF ws-rollup-text IS EQUAL TO 'ROLLUP' THEN
                           COMPUTE ws-total-amount(ix-total) =
                               ws-total-amount(ix-total)
                               + cm-debt-converted
                               - cm-reversed-converted
                       ELSE
                           COMPUTE ws-total-amount(ix-total) =
                               ws-total-amount(ix-total)
                               + cm-debt-raw - cm-reversed-raw
                       END-IF
                   END-IF
           END-READ
           .

      *The roll-up reports in the umbrella group's own reporting
      *currency, USD when it never set one.
       para-load-target-currency.
           CALL 'asdf-format-uuid' USING ws-root-group ws-uuid-text
           MOVE SPACES TO ws-group-info-path
           STRING '/var/lib/asdf/group/' ws-uuid-text '/info'
               INTO ws-group-info-path
           OPEN INPUT fd-group-info
           IF ws-group-info-status IS NOT EQUAL TO '00' THEN
               IF ws-group-info-status IS EQUAL TO '05' THEN
                   CLOSE fd-group-info
               END-IF
               EXIT PARAGRAPH
           END-IF
           READ fd-group-info
           IF gi-default-currency IS NOT EQUAL TO SPACES THEN
               MOVE gi-default-currency TO ws-target-currency
           END-IF
           CLOSE fd-group-info
           .

      *Leaves ws-convert-in, in the entry's currency, in
      *ws-converted-amount: converted at the entry's date in a
      *roll-up, unchanged otherwise.
       para-convert-amount.
           IF ws-rollup-text IS NOT EQUAL TO 'ROLLUP' THEN
               MOVE ws-convert-in TO ws-converted-amount
               EXIT PARAGRAPH
           END-IF
           COMPUTE ws-convert-date =
               fs-year OF fs-timestamp * 10000
               + fs-month OF fs-timestamp * 100
               + fs-day OF fs-timestamp
           CALL 'asdf-convert-amount' USING ws-convert-in fs-currency
               ws-convert-date ws-target-currency
               ws-converted-amount
           .

       para-accumulate.
           CALL 'asdf-format-uuid' USING ws-group ws-uuid-text
           MOVE SPACES TO ws-ledger
           STRING '/var/lib/asdf/group/' ws-uuid-text '/ledger'
               INTO ws-ledger

           END-READ
           .

      *An entry counts in the month of its expense date
      *(asdf-value-date), so a backdated expense lands where it was
      *spent.
       para-apply-transaction.
           CALL 'asdf-value-date' USING ws-group fs-transaction
               ws-value-date
           PERFORM para-check-entry-items
           IF ws-entry-has-items-yes THEN
               PERFORM para-apply-item-lines
           END-IF

           IF fs-debt THEN
               COMPUTE ws-target-month = ws-value-date / 100
               MOVE fs-category TO ws-target-category
               PERFORM para-find-total
               MOVE fs-amount TO ws-convert-in
               PERFORM para-convert-amount
               ADD ws-converted-amount TO ws-total-amount(ix-total)
           END-IF

           IF fs-reversal AND fs-reversal-of-type IS EQUAL TO 'D' THEN
               COMPUTE ws-target-month = ws-value-date / 100
               MOVE fs-category TO ws-target-category
               PERFORM para-find-total
               MOVE fs-amount TO ws-convert-in
               PERFORM para-convert-amount
               SUBTRACT ws-converted-amount
                   FROM ws-total-amount(ix-total)
           END-IF
           .

           ELSE
               MOVE -1 TO ws-item-sign
           END-IF
           COMPUTE ws-target-month = ws-value-date / 100
           PERFORM para-apply-item-one
               VARYING ix-item FROM 1 BY 1
               UNTIL ix-item > ws-item-count
           END-IF
           MOVE ws-item-category(ix-item) TO ws-target-category
           PERFORM para-find-total
           MOVE ws-item-amount(ix-item) TO ws-convert-in
           PERFORM para-convert-amount
           COMPUTE ws-total-amount(ix-total) =
               ws-total-amount(ix-total)
               + ws-converted-amount * ws-item-sign
           .

       para-load-items.
