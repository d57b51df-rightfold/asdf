      *Quarterly VAT / sales-tax report for a group: totals the net
      *and tax portions held on the group's tax records
      *(asdf-entry-tax.cpy) per rate code and currency, for the debts
      *dated in the quarter - what an association needs to fill in a
      *reclaim. A reversal of a coded debt dated in the quarter backs
      *that debt's portions out again, the same way
      *asdf-category-report nets reversals, so a correction lands in
      *the period it was made. Payments move money between members
      *and carry no tax.
      *
      *After the totals it lists the debts in the quarter that sit
      *in a taxable category (asdf-taxable-category.cpy) but have no
      *tax code: for an itemized debt each taxable receipt line is
      *checked on its own, unless the entry is coded as a whole. A
      *debt reversed later in the ledger is not listed - there is
      *nothing left to reclaim on it.
      *
      *Arguments: group UUID, year (YYYY), quarter (1-4).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-tax-report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT fd-ledger
           ASSIGN DYNAMIC ws-ledger
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-ledger-status.

       SELECT OPTIONAL fd-tax
           ASSIGN DYNAMIC ws-tax-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-tax-status.

       SELECT OPTIONAL fd-taxable
           ASSIGN DYNAMIC ws-taxable-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-taxable-status.

       SELECT OPTIONAL fd-items
           ASSIGN DYNAMIC ws-items-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-items-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-ledger.
       COPY 'asdf-transaction.cpy' REPLACING ==:X:== BY ==fs==.

       FD fd-tax.
       COPY 'asdf-entry-tax.cpy' REPLACING ==:X:== BY ==et==.

       FD fd-taxable.
       COPY 'asdf-taxable-category.cpy' REPLACING ==:X:== BY ==tx==.

       FD fd-items.
       COPY 'asdf-line-item.cpy' REPLACING ==:X:== BY ==it==.

       WORKING-STORAGE SECTION.
       01 ws-group                     PIC X(16).
       01 ws-uuid-text                 PIC X(32).
       01 ws-ledger                    PIC X(256).
       01 ws-ledger-status             PIC XX.
       01 ws-tax-path                  PIC X(256).
       01 ws-tax-status                PIC XX.
       01 ws-taxable-path              PIC X(256).
       01 ws-taxable-status            PIC XX.
       01 ws-items-path                PIC X(256).
       01 ws-items-status              PIC XX.

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.

       01 ws-year-text                 PIC X(4).
       01 ws-quarter-text              PIC X(1).
       01 ws-year                      PIC 9(4).
       01 ws-quarter                   PIC 9(1).
       01 ws-first-month               PIC 9(6).
       01 ws-last-month                PIC 9(6).
       01 ws-entry-month               PIC 9(6).

      *The group's tax records, loaded whole.
       01 ws-link-limit                PIC 9(4) COMP VALUE 2000.
       01 ws-link-count                PIC 9(4) COMP VALUE 0.
       01 ws-links.
           02 ws-link-entry OCCURS 2000 TIMES.
               03 ws-link-id           PIC X(16).
               03 ws-link-line         PIC 9(3).
               03 ws-link-code         PIC X(8).
               03 ws-link-net          PIC 9(10) COMP.
               03 ws-link-tax          PIC 9(10) COMP.
       01 ws-l                         PIC 9(4) COMP.

       01 ws-taxable-count             PIC 9(3) COMP VALUE 0.
       01 ws-taxable-names.
           02 ws-taxable-name OCCURS 200 TIMES
                                       PIC X(20).
       01 ws-c                         PIC 9(3) COMP.

       01 ws-item-limit                PIC 9(4) COMP VALUE 2000.
       01 ws-item-count                PIC 9(4) COMP VALUE 0.
       01 ws-items.
           02 ws-item-entry OCCURS 2000 TIMES.
               03 ws-item-id           PIC X(16).
               03 ws-item-line         PIC 9(3).
               03 ws-item-category     PIC X(20).
       01 ws-i                         PIC 9(4) COMP.

       01 ws-totals-count              PIC 9(3) COMP VALUE 0.
       01 ws-totals.
           02 ws-total-entry OCCURS 200 TIMES
                   INDEXED BY ix-total.
               03 ws-total-code        PIC X(8).
               03 ws-total-currency    PIC X(3).
               03 ws-total-net         PIC S9(11) COMP.
               03 ws-total-tax         PIC S9(11) COMP.
               03 ws-total-entries     PIC S9(5) COMP.

      *Debts in the quarter still waiting for a tax code; a later
      *reversal of one strikes it off again.
       01 ws-missing-limit             PIC 9(4) COMP VALUE 1000.
       01 ws-missing-count             PIC 9(4) COMP VALUE 0.
       01 ws-missing.
           02 ws-missing-entry OCCURS 1000 TIMES.
               03 ws-missing-id        PIC X(16).
               03 ws-missing-line      PIC 9(3).
               03 ws-missing-date      PIC 9(8).
               03 ws-missing-category  PIC X(20).
               03 ws-missing-amount    PIC 9(10) COMP.
               03 ws-missing-currency  PIC X(3).
               03 ws-missing-struck    PIC X.
       01 ws-m                         PIC 9(4) COMP.
       01 ws-missing-shown             PIC 9(4) COMP VALUE 0.

       01 ws-sign                      PIC S9 COMP.
       01 ws-lookup-id                 PIC X(16).
       01 ws-check-category            PIC X(20).
       01 ws-taxable                   PIC X.
           88 ws-taxable-yes           VALUE 'Y'.
           88 ws-taxable-no            VALUE 'N'.
       01 ws-coded                     PIC X.
           88 ws-coded-yes             VALUE 'Y'.
           88 ws-coded-no              VALUE 'N'.
       01 ws-coded-whole               PIC X.
           88 ws-coded-whole-yes       VALUE 'Y'.
           88 ws-coded-whole-no        VALUE 'N'.
       01 ws-items-eof                 PIC X.
           88 ws-items-eof-yes         VALUE 'Y'.
           88 ws-items-eof-no          VALUE 'N'.
       01 ws-itemized                  PIC X.
           88 ws-itemized-yes          VALUE 'Y'.
           88 ws-itemized-no           VALUE 'N'.
       01 ws-check-line                PIC 9(3).
       01 ws-line-amount               PIC 9(10) COMP.

       01 ws-display-signed            PIC S9(11) COMP.
       01 ws-net-text                  PIC X(20).
       01 ws-tax-text                  PIC X(20).
       01 ws-amount-text               PIC X(20).
       01 ws-entries-edit              PIC -(4)9.

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
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-group
           CALL 'asdf-format-uuid' USING ws-group ws-uuid-text

           ACCEPT ws-year-text FROM ARGUMENT-VALUE
           ACCEPT ws-quarter-text FROM ARGUMENT-VALUE
           IF ws-year-text IS NOT NUMERIC
                   OR ws-quarter-text IS LESS THAN '1'
                   OR ws-quarter-text IS GREATER THAN '4' THEN
               DISPLAY 'Give the year (YYYY) and quarter (1-4)'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ws-year-text TO ws-year
           MOVE ws-quarter-text TO ws-quarter
           COMPUTE ws-first-month =
               ws-year * 100 + (ws-quarter - 1) * 3 + 1
           COMPUTE ws-last-month = ws-first-month + 2

           PERFORM para-load-tax THRU para-load-tax-exit
           PERFORM para-load-taxable THRU para-load-taxable-exit
           PERFORM para-load-items THRU para-load-items-exit
           PERFORM para-accumulate THRU para-accumulate-exit
           PERFORM para-print
           STOP RUN
           .

       para-load-tax.
           MOVE SPACES TO ws-tax-path
           STRING '/var/lib/asdf/group/' ws-uuid-text '/tax'
               INTO ws-tax-path
           OPEN INPUT fd-tax
           IF ws-tax-status IS NOT EQUAL TO '00' THEN
               IF ws-tax-status IS EQUAL TO '05' THEN
                   CLOSE fd-tax
               END-IF
               GO TO para-load-tax-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-load-tax-one UNTIL ws-eof-yes
           CLOSE fd-tax
           .

       para-load-tax-exit.
           EXIT PARAGRAPH
           .

       para-load-tax-one.
           READ fd-tax
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ws-link-count IS GREATER THAN OR EQUAL TO
                           ws-link-limit THEN
                       DISPLAY 'Too many tax records for report'
                           WITH NO ADVANCING
                       MOVE 101 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO ws-link-count
                   MOVE et-transaction-id TO ws-link-id(ws-link-count)
                   MOVE et-line-number TO ws-link-line(ws-link-count)
                   MOVE et-code TO ws-link-code(ws-link-count)
                   MOVE et-net TO ws-link-net(ws-link-count)
                   MOVE et-tax TO ws-link-tax(ws-link-count)
           END-READ
           .

       para-load-taxable.
           MOVE SPACES TO ws-taxable-path
           STRING '/var/lib/asdf/group/' ws-uuid-text
               '/taxable-categories'
               INTO ws-taxable-path
           OPEN INPUT fd-taxable
           IF ws-taxable-status IS NOT EQUAL TO '00' THEN
               IF ws-taxable-status IS EQUAL TO '05' THEN
                   CLOSE fd-taxable
               END-IF
               GO TO para-load-taxable-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-load-taxable-one UNTIL ws-eof-yes
           CLOSE fd-taxable
           .

       para-load-taxable-exit.
           EXIT PARAGRAPH
           .

       para-load-taxable-one.
           READ fd-taxable
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF tx-taxable
                           AND ws-taxable-count IS LESS THAN 200 THEN
                       ADD 1 TO ws-taxable-count
                       MOVE tx-name
                           TO ws-taxable-name(ws-taxable-count)
                   END-IF
           END-READ
           .

      *Only needed when some category is taxable: the line items
      *tell which receipt lines of an itemized debt fall in one.
       para-load-items.
           IF ws-taxable-count IS EQUAL TO 0 THEN
               GO TO para-load-items-exit
           END-IF
           MOVE SPACES TO ws-items-path
           STRING '/var/lib/asdf/group/' ws-uuid-text '/items'
               INTO ws-items-path
           OPEN INPUT fd-items
           IF ws-items-status IS NOT EQUAL TO '00' THEN
               IF ws-items-status IS EQUAL TO '05' THEN
                   CLOSE fd-items
               END-IF
               GO TO para-load-items-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-load-items-one UNTIL ws-eof-yes
           CLOSE fd-items
           .

       para-load-items-exit.
           EXIT PARAGRAPH
           .

       para-load-items-one.
           READ fd-items
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ws-item-count IS GREATER THAN OR EQUAL TO
                           ws-item-limit THEN
                       DISPLAY 'Too many line items in group'
                           WITH NO ADVANCING
                       MOVE 101 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO ws-item-count
                   MOVE it-transaction-id TO ws-item-id(ws-item-count)
                   MOVE it-line-number TO ws-item-line(ws-item-count)
                   MOVE it-category
                       TO ws-item-category(ws-item-count)
           END-READ
           .

       para-accumulate.
           MOVE SPACES TO ws-ledger
           STRING '/var/lib/asdf/group/' ws-uuid-text '/ledger'
               INTO ws-ledger
           OPEN INPUT fd-ledger
           IF ws-ledger-status IS EQUAL TO '35' THEN
               GO TO para-accumulate-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-accumulate-one UNTIL ws-eof-yes
           CLOSE fd-ledger
           .

       para-accumulate-exit.
           EXIT PARAGRAPH
           .

       para-accumulate-one.
           READ fd-ledger
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   PERFORM para-apply-transaction
           END-READ
           .

       para-apply-transaction.
           IF fs-reversal AND fs-reversal-of-type IS EQUAL TO 'D' THEN
               PERFORM para-strike-missing
                   VARYING ws-m FROM 1 BY 1
                   UNTIL ws-m > ws-missing-count
           END-IF

           COMPUTE ws-entry-month =
               fs-year OF fs-timestamp * 100
               + fs-month OF fs-timestamp
           IF ws-entry-month IS LESS THAN ws-first-month
                   OR ws-entry-month IS GREATER THAN ws-last-month THEN
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN fs-debt
                   MOVE fs-id TO ws-lookup-id
                   MOVE 1 TO ws-sign
               WHEN fs-reversal AND fs-reversal-of-type IS EQUAL TO
                       'D'
                   MOVE fs-reversal-of TO ws-lookup-id
                   MOVE -1 TO ws-sign
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           SET ws-coded-no TO TRUE
           SET ws-coded-whole-no TO TRUE
           PERFORM para-apply-link
               VARYING ws-l FROM 1 BY 1
               UNTIL ws-l > ws-link-count

           IF fs-debt AND ws-taxable-count IS GREATER THAN 0
                   AND ws-coded-whole-no THEN
               PERFORM para-check-missing
           END-IF
           .

       para-apply-link.
           IF ws-link-id(ws-l) IS NOT EQUAL TO ws-lookup-id THEN
               EXIT PARAGRAPH
           END-IF
           SET ws-coded-yes TO TRUE
           IF ws-link-line(ws-l) IS EQUAL TO 0 THEN
               SET ws-coded-whole-yes TO TRUE
           END-IF
           SET ix-total TO 1
           SEARCH ws-total-entry
               AT END
                   ADD 1 TO ws-totals-count
                   SET ix-total TO ws-totals-count
                   MOVE ws-link-code(ws-l) TO ws-total-code(ix-total)
                   MOVE fs-currency TO ws-total-currency(ix-total)
                   MOVE 0 TO ws-total-net(ix-total)
                   MOVE 0 TO ws-total-tax(ix-total)
                   MOVE 0 TO ws-total-entries(ix-total)
               WHEN ws-total-code(ix-total) IS EQUAL TO
                       ws-link-code(ws-l)
                   AND ws-total-currency(ix-total) IS EQUAL TO
                       fs-currency
                   CONTINUE
           END-SEARCH
           COMPUTE ws-total-net(ix-total) = ws-total-net(ix-total)
               + ws-link-net(ws-l) * ws-sign
           COMPUTE ws-total-tax(ix-total) = ws-total-tax(ix-total)
               + ws-link-tax(ws-l) * ws-sign
           ADD ws-sign TO ws-total-entries(ix-total)
           .

      *A debt not coded as a whole: an itemized one is checked line
      *by line against the line's own category, any other one
      *against its fs-category.
       para-check-missing.
           SET ws-itemized-no TO TRUE
           PERFORM para-check-item-line
               VARYING ws-i FROM 1 BY 1
               UNTIL ws-i > ws-item-count
           IF ws-itemized-yes OR ws-coded-yes THEN
               EXIT PARAGRAPH
           END-IF
           MOVE fs-category TO ws-check-category
           PERFORM para-check-taxable
           IF ws-taxable-yes THEN
               MOVE 0 TO ws-check-line
               MOVE fs-amount TO ws-line-amount
               PERFORM para-add-missing
           END-IF
           .

       para-check-item-line.
           IF ws-item-id(ws-i) IS NOT EQUAL TO fs-id THEN
               EXIT PARAGRAPH
           END-IF
           SET ws-itemized-yes TO TRUE
           MOVE ws-item-category(ws-i) TO ws-check-category
           PERFORM para-check-taxable
           IF ws-taxable-no THEN
               EXIT PARAGRAPH
           END-IF
           MOVE ws-item-line(ws-i) TO ws-check-line
           PERFORM para-check-line-coded
               VARYING ws-l FROM 1 BY 1
               UNTIL ws-l > ws-link-count OR ws-taxable-no
           IF ws-taxable-no THEN
               EXIT PARAGRAPH
           END-IF
      *One record per member sharing the line; list the line once.
           PERFORM para-check-line-listed
               VARYING ws-m FROM 1 BY 1
               UNTIL ws-m > ws-missing-count OR ws-taxable-no
           IF ws-taxable-no THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM para-sum-line-amount
           PERFORM para-add-missing
           .

       para-check-line-coded.
           IF ws-link-id(ws-l) IS EQUAL TO fs-id
                   AND ws-link-line(ws-l) IS EQUAL TO ws-check-line
                   THEN
               SET ws-taxable-no TO TRUE
           END-IF
           .

       para-check-line-listed.
           IF ws-missing-id(ws-m) IS EQUAL TO fs-id
                   AND ws-missing-line(ws-m) IS EQUAL TO
                       ws-check-line THEN
               SET ws-taxable-no TO TRUE
           END-IF
           .

       para-sum-line-amount.
           MOVE 0 TO ws-line-amount
           OPEN INPUT fd-items
           SET ws-items-eof-no TO TRUE
           PERFORM para-sum-line-amount-one UNTIL ws-items-eof-yes
           CLOSE fd-items
           .

       para-sum-line-amount-one.
           READ fd-items
               AT END
                   SET ws-items-eof-yes TO TRUE
               NOT AT END
                   IF it-transaction-id IS EQUAL TO fs-id
                           AND it-line-number IS EQUAL TO
                               ws-check-line THEN
                       ADD it-amount TO ws-line-amount
                   END-IF
           END-READ
           .

       para-check-taxable.
           SET ws-taxable-no TO TRUE
           PERFORM para-check-taxable-one
               VARYING ws-c FROM 1 BY 1
               UNTIL ws-c > ws-taxable-count OR ws-taxable-yes
           .

       para-check-taxable-one.
           IF ws-taxable-name(ws-c) IS EQUAL TO ws-check-category
                   THEN
               SET ws-taxable-yes TO TRUE
           END-IF
           .

       para-add-missing.
           IF ws-missing-count IS GREATER THAN OR EQUAL TO
                   ws-missing-limit THEN
               DISPLAY 'Too many uncoded entries for report'
                   WITH NO ADVANCING
               MOVE 101 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO ws-missing-count
           MOVE fs-id TO ws-missing-id(ws-missing-count)
           MOVE ws-check-line TO ws-missing-line(ws-missing-count)
           MOVE fs-timestamp(1:8)
               TO ws-missing-date(ws-missing-count)
           MOVE ws-check-category
               TO ws-missing-category(ws-missing-count)
           MOVE ws-line-amount TO ws-missing-amount(ws-missing-count)
           MOVE fs-currency TO ws-missing-currency(ws-missing-count)
           MOVE 'N' TO ws-missing-struck(ws-missing-count)
           .

       para-strike-missing.
           IF ws-missing-id(ws-m) IS EQUAL TO fs-reversal-of THEN
               MOVE 'Y' TO ws-missing-struck(ws-m)
           END-IF
           .

       para-print.
           DISPLAY 'Tax report ' ws-year ' Q' ws-quarter
           PERFORM para-print-total
               VARYING ix-total FROM 1 BY 1
               UNTIL ix-total > ws-totals-count
           DISPLAY 'Taxable entries missing a tax code:'
           PERFORM para-print-missing
               VARYING ws-m FROM 1 BY 1
               UNTIL ws-m > ws-missing-count
           IF ws-missing-shown IS EQUAL TO 0 THEN
               DISPLAY '  none'
           END-IF
           .

       para-print-total.
           MOVE ws-total-net(ix-total) TO ws-display-signed
           CALL 'asdf-format-amount' USING ws-display-signed
               ws-total-currency(ix-total) ws-net-text
           MOVE ws-total-tax(ix-total) TO ws-display-signed
           CALL 'asdf-format-amount' USING ws-display-signed
               ws-total-currency(ix-total) ws-tax-text
           MOVE ws-total-entries(ix-total) TO ws-entries-edit
           DISPLAY ws-total-code(ix-total) ' '
               ws-total-currency(ix-total) ' net '
               FUNCTION TRIM(ws-net-text) ' tax '
               FUNCTION TRIM(ws-tax-text) ' entries '
               FUNCTION TRIM(ws-entries-edit)
           .

       para-print-missing.
           IF ws-missing-struck(ws-m) IS EQUAL TO 'Y' THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws-missing-shown
           CALL 'asdf-format-uuid' USING ws-missing-id(ws-m)
               ws-uuid-text
           MOVE ws-missing-amount(ws-m) TO ws-display-signed
           CALL 'asdf-format-amount' USING ws-display-signed
               ws-missing-currency(ws-m) ws-amount-text
           IF ws-missing-line(ws-m) IS EQUAL TO 0 THEN
               DISPLAY '  ' ws-uuid-text ' ' ws-missing-date(ws-m)
                   ' ' FUNCTION TRIM(ws-missing-category(ws-m))
                   ' ' FUNCTION TRIM(ws-amount-text)
           ELSE
               DISPLAY '  ' ws-uuid-text ' ' ws-missing-date(ws-m)
                   ' line ' ws-missing-line(ws-m)
                   ' ' FUNCTION TRIM(ws-missing-category(ws-m))
                   ' ' FUNCTION TRIM(ws-amount-text)
           END-IF
           .
