      *budgets file asdf-set-budget maintains against the same
      *per-category spend totals asdf-category-report computes (debt
      *entries net of reversals that undo a debt), converted to the
      *group's reporting currency at each entry's own date, as kept
      *in the group's maintained category-by-month totals. One line
      *per budgeted category - budget, actual, remaining, and OVER
      *when the envelope is blown - plus a line per category with
      *spend but no envelope, so untracked spending is visible too.
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-budgets-status.

       SELECT OPTIONAL fd-category-months
           ASSIGN DYNAMIC ws-category-months-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-category-months-status.

       SELECT OPTIONAL fd-group-info
           ASSIGN DYNAMIC ws-group-info-path
           ACCESS IS SEQUENTIAL
       FD fd-budgets.
       COPY 'asdf-budget.cpy' REPLACING ==:X:== BY ==bg==.

       FD fd-category-months.
       COPY 'asdf-category-month.cpy' REPLACING ==:X:== BY ==cm==.

       FD fd-group-info.
       COPY 'asdf-group-info.cpy' REPLACING ==:X:== BY ==gi==.

       01 ws-group-info-path           PIC X(256).
       01 ws-group-info-status         PIC XX.
       01 ws-target-currency           PIC X(3) VALUE 'USD'.
       01 ws-category-months-path      PIC X(256).
       01 ws-category-months-status    PIC XX.
       01 ws-fast-found                PIC X.
           88 ws-fast-found-yes        VALUE 'Y'.
           88 ws-fast-found-no         VALUE 'N'.

       01 ws-month-text                PIC X(6) VALUE SPACES.
       01 ws-month                     PIC 9(6).
       01 ws-record-month              PIC 9(6).
       01 ws-value-date                PIC 9(8).

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
       01 ws-format-in                 PIC S9(11) COMP.
       01 ws-amount-text               PIC X(20).

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
           CALL 'asdf-format-uuid' USING ws-group ws-group-text
           PERFORM para-load-target-currency
               THRU para-load-target-currency-exit
           PERFORM para-load-budgets THRU para-load-budgets-exit
           PERFORM para-read-totals THRU para-read-totals-exit
           IF ws-fast-found-no THEN
               PERFORM para-accumulate THRU para-accumulate-exit
           END-IF
           PERFORM para-print-report
           STOP RUN
           .
           END-READ
           .

      *The actuals come from the group's maintained category-by-
      *month totals (asdf-category-month.cpy): the entry's own
      *category, converted, debts less reversals - the arithmetic
      *para-accumulate below replays the ledger for, which only a
      *group without the file yet still needs.
       para-read-totals.
           SET ws-fast-found-no TO TRUE
           MOVE SPACES TO ws-category-months-path
           STRING '/var/lib/asdf/group/' ws-group-text
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
                   IF cm-kind-category
                           AND cm-month IS EQUAL TO ws-month THEN
                       MOVE cm-name TO ws-target-category
                       PERFORM para-find-row
                       COMPUTE ws-row-actual(ix-row) =
                           ws-row-actual(ix-row) + cm-debt-converted
                           - cm-reversed-converted
                   END-IF
           END-READ
           .

       para-accumulate.
           MOVE SPACES TO ws-ledger
           STRING '/var/lib/asdf/group/' ws-group-text '/ledger'

      *Same spend arithmetic asdf-category-report applies - a debt
      *adds, a reversal of a debt subtracts under its own category -
      *restricted to the report month, judged by the entry's expense
      *date (asdf-value-date) so a backdated expense counts against
      *the month it was spent in.
       para-accumulate-one.
           READ fd-ledger
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   CALL 'asdf-value-date' USING ws-group
                       fs-transaction ws-value-date
                   COMPUTE ws-record-month = ws-value-date / 100
                   IF ws-record-month IS EQUAL TO ws-month THEN
                       PERFORM para-apply-entry
                   END-IF
