      *Works out how reliably a member of a group pays what they owe
      *(asdf-payment-reliability.cpy): how many of their debts have
      *been paid off through open-item allocations, the average and
      *worst days each took, the share paid after the due date, and
      *the same for each of the last four calendar quarters. A debt
      *counts once the live allocations against it - those whose
      *payment was not itself reversed - cover its whole posted
      *amount; reversed and written-off debts do not count at all.
      *The whole group is worked out on the first call for it and
      *kept, so a report can ask for every member in turn. An
      *account with nothing paid comes back with zero counts.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-payment-reliability.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-ledger
           ASSIGN DYNAMIC ws-ledger
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-ledger-status.

       SELECT OPTIONAL fd-allocations
           ASSIGN DYNAMIC ws-allocations-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-allocations-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-ledger.
       COPY 'asdf-transaction.cpy' REPLACING ==:X:== BY ==fs==.

       FD fd-allocations.
       COPY 'asdf-allocation.cpy' REPLACING ==:X:== BY ==av==.

       WORKING-STORAGE SECTION.
       01 ws-ledger                    PIC X(256).
       01 ws-ledger-status             PIC XX.
       01 ws-allocations-path          PIC X(256).
       01 ws-allocations-status        PIC XX.
       01 ws-group-text                PIC X(32).
       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.

       01 ws-loaded-group              PIC X(16) VALUE LOW-VALUES.
       01 ws-loaded                    PIC X VALUE 'N'.
           88 ws-loaded-yes            VALUE 'Y'.
       01 ws-complete                  PIC X.

       01 ws-segment-dates.
           02 ws-segment-date OCCURS 100 TIMES
                   PIC 9(8).
       01 ws-segment-count             PIC 9(3) COMP.
       01 ws-seg-i                     PIC 9(3) COMP.
       01 ws-seg-date-text             PIC X(8).

      *The group's allocations, each with the expense date of its
      *payment once the walk has met the payment (zero until then,
      *or for good if the payment is not on file).
       01 ws-alloc-count               PIC 9(5) COMP VALUE 0.
       01 ws-allocs.
           02 ws-alloc-entry OCCURS 5000 TIMES
                   INDEXED BY ix-alloc.
               03 ws-alloc-payment     PIC X(16).
               03 ws-alloc-debt        PIC X(16).
               03 ws-alloc-amount      PIC 9(10) COMP.
               03 ws-alloc-paid-date   PIC 9(8).

       01 ws-debt-count                PIC 9(5) COMP VALUE 0.
       01 ws-debts.
           02 ws-debt-entry OCCURS 5000 TIMES
                   INDEXED BY ix-debt.
               03 ws-debt-id           PIC X(16).
               03 ws-debt-debitor      PIC X(16).
               03 ws-debt-amount       PIC 9(10) COMP.
               03 ws-debt-posted-date  PIC 9(8).
               03 ws-debt-due-date     PIC 9(8).
               03 ws-debt-allocated    PIC 9(11) COMP.
               03 ws-debt-paid-date    PIC 9(8).

       01 ws-reversed-count            PIC 9(5) COMP VALUE 0.
       01 ws-reversed-ids.
           02 ws-reversed-id OCCURS 5000 TIMES
                   INDEXED BY ix-reversed
                   PIC X(16).

      *Running figures per debitor, overall and per quarter.
       01 ws-member-count              PIC 9(4) COMP VALUE 0.
       01 ws-members.
           02 ws-member-entry OCCURS 1000 TIMES
                   INDEXED BY ix-member.
               03 ws-member-account    PIC X(16).
               03 ws-member-paid       PIC 9(5) COMP.
               03 ws-member-days       PIC 9(9) COMP.
               03 ws-member-worst      PIC 9(5) COMP.
               03 ws-member-late       PIC 9(5) COMP.
               03 ws-member-q-paid     PIC 9(5) COMP
                   OCCURS 4 TIMES.
               03 ws-member-q-days     PIC 9(9) COMP
                   OCCURS 4 TIMES.
               03 ws-member-q-late     PIC 9(5) COMP
                   OCCURS 4 TIMES.

      *The four quarters reported, oldest first, each as year * 4
      *plus the quarter's number less one so they compare as plain
      *numbers.
       01 ws-quarter-keys.
           02 ws-quarter-key OCCURS 4 TIMES
                   PIC 9(6) COMP.
       01 ws-q                         PIC 9 COMP.
       01 ws-paid-key                  PIC 9(6) COMP.
       01 ws-today                     PIC 9(8).
       01 ws-today-key                 PIC 9(6) COMP.

       01 ws-found                     PIC X.
           88 ws-found-yes             VALUE 'Y'.
           88 ws-found-no              VALUE 'N'.
       01 ws-target-id                 PIC X(16).
       01 ws-value-date                PIC 9(8).
       01 ws-days                      PIC S9(7) COMP.

      *Business-day arithmetic through asdf-business-date.
       01 ws-bd-function               PIC X.
       01 ws-bd-calendar               PIC X(3).
       01 ws-bd-date-1                 PIC 9(8).
       01 ws-bd-date-2                 PIC 9(8).
       01 ws-bd-result                 PIC S9(8).

       LINKAGE SECTION.
       01 ls-group                     PIC X(16).
       01 ls-account                   PIC X(16).
       COPY 'asdf-payment-reliability.cpy' REPLACING ==:X:== BY ==ls==.

       PROCEDURE DIVISION USING ls-group ls-account
           ls-payment-reliability.
       para-main.
           IF NOT ws-loaded-yes
                   OR ls-group IS NOT EQUAL TO ws-loaded-group THEN
               PERFORM para-load
               MOVE ls-group TO ws-loaded-group
               SET ws-loaded-yes TO TRUE
           END-IF

           INITIALIZE ls-payment-reliability
           MOVE ws-complete TO ls-complete
           PERFORM para-label-quarter
               VARYING ws-q FROM 1 BY 1 UNTIL ws-q > 4

           SET ws-found-no TO TRUE
           IF ws-member-count IS GREATER THAN 0 THEN
               SET ix-member TO 1
               SEARCH ws-member-entry
                   AT END
                       CONTINUE
                   WHEN ix-member > ws-member-count
                       CONTINUE
                   WHEN ws-member-account(ix-member) IS EQUAL TO
                           ls-account
                       SET ws-found-yes TO TRUE
               END-SEARCH
           END-IF
           IF ws-found-no THEN
               GO TO para-exit
           END-IF

           MOVE ws-member-paid(ix-member) TO ls-paid-count
           MOVE ws-member-worst(ix-member) TO ls-worst-days
           MOVE ws-member-late(ix-member) TO ls-late-count
           COMPUTE ls-average-days ROUNDED =
               ws-member-days(ix-member) / ws-member-paid(ix-member)
           COMPUTE ls-late-percent ROUNDED =
               ws-member-late(ix-member) * 100
               / ws-member-paid(ix-member)
           PERFORM para-report-quarter
               VARYING ws-q FROM 1 BY 1 UNTIL ws-q > 4
           .

       para-exit.
           EXIT PROGRAM
           .

       para-label-quarter.
           COMPUTE ls-quarter-year(ws-q) = ws-quarter-key(ws-q) / 4
           COMPUTE ls-quarter-number(ws-q) =
               ws-quarter-key(ws-q) - ls-quarter-year(ws-q) * 4 + 1
           .

       para-report-quarter.
           MOVE ws-member-q-paid(ix-member, ws-q)
               TO ls-quarter-paid(ws-q)
           MOVE ws-member-q-late(ix-member, ws-q)
               TO ls-quarter-late(ws-q)
           IF ws-member-q-paid(ix-member, ws-q) IS GREATER THAN 0
                   THEN
               COMPUTE ls-quarter-average(ws-q) ROUNDED =
                   ws-member-q-days(ix-member, ws-q)
                   / ws-member-q-paid(ix-member, ws-q)
           END-IF
           .

      *Reads the group once: allocations first, so the ledger walk
      *can date each payment as it passes, then every compaction
      *segment and the active ledger, and finally the debts that
      *the allocations retired are scored against their debitors.
       para-load.
           MOVE 'Y' TO ws-complete
           MOVE 0 TO ws-alloc-count
           MOVE 0 TO ws-debt-count
           MOVE 0 TO ws-reversed-count
           MOVE 0 TO ws-member-count

           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-today
           COMPUTE ws-today-key = (ws-today / 10000) * 4
               + (FUNCTION MOD(ws-today / 100, 100) - 1) / 3
           PERFORM para-set-quarter-key
               VARYING ws-q FROM 1 BY 1 UNTIL ws-q > 4

           CALL 'asdf-format-uuid' USING ls-group ws-group-text
           PERFORM para-load-allocations
               THRU para-load-allocations-exit
           CALL 'asdf-load-segments' USING ls-group
               ws-segment-dates ws-segment-count
           PERFORM para-walk-segment
               VARYING ws-seg-i FROM 1 BY 1
               UNTIL ws-seg-i > ws-segment-count
           MOVE SPACES TO ws-ledger
           STRING '/var/lib/asdf/group/' ws-group-text '/ledger'
               DELIMITED BY SIZE INTO ws-ledger
           PERFORM para-walk-file THRU para-walk-file-exit

           IF ws-alloc-count IS GREATER THAN 0 THEN
               PERFORM para-apply-allocation
                   VARYING ix-alloc FROM 1 BY 1
                   UNTIL ix-alloc > ws-alloc-count
           END-IF
           IF ws-debt-count IS GREATER THAN 0 THEN
               PERFORM para-score-debt
                   VARYING ix-debt FROM 1 BY 1
                   UNTIL ix-debt > ws-debt-count
           END-IF
           .

       para-set-quarter-key.
           COMPUTE ws-quarter-key(ws-q) = ws-today-key - 4 + ws-q
           .

       para-load-allocations.
           MOVE SPACES TO ws-allocations-path
           STRING '/var/lib/asdf/group/' ws-group-text '/allocations'
               DELIMITED BY SIZE INTO ws-allocations-path
           OPEN INPUT fd-allocations
           IF ws-allocations-status IS NOT EQUAL TO '00' THEN
               IF ws-allocations-status IS EQUAL TO '05' THEN
                   CLOSE fd-allocations
               END-IF
               GO TO para-load-allocations-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-load-allocation-one UNTIL ws-eof-yes
           CLOSE fd-allocations
           .

       para-load-allocations-exit.
           EXIT PARAGRAPH
           .

       para-load-allocation-one.
           READ fd-allocations
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ws-alloc-count IS NOT LESS THAN 5000 THEN
                       MOVE 'N' TO ws-complete
                   ELSE
                       ADD 1 TO ws-alloc-count
                       SET ix-alloc TO ws-alloc-count
                       MOVE av-payment-id TO ws-alloc-payment(ix-alloc)
                       MOVE av-debt-id TO ws-alloc-debt(ix-alloc)
                       MOVE av-amount TO ws-alloc-amount(ix-alloc)
                       MOVE 0 TO ws-alloc-paid-date(ix-alloc)
                   END-IF
           END-READ
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
           SET ws-eof-no TO TRUE
           PERFORM para-walk-one UNTIL ws-eof-yes
           CLOSE fd-ledger
           .

       para-walk-file-exit.
           EXIT PARAGRAPH
           .

       para-walk-one.
           READ fd-ledger
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN fs-debt
                           PERFORM para-keep-debt
                       WHEN fs-payment
                           PERFORM para-date-payment
                       WHEN fs-reversal OR fs-write-off
                           PERFORM para-keep-reversed
                   END-EVALUATE
           END-READ
           .

       para-keep-debt.
           IF ws-debt-count IS NOT LESS THAN 5000 THEN
               MOVE 'N' TO ws-complete
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws-debt-count
           SET ix-debt TO ws-debt-count
           MOVE fs-id TO ws-debt-id(ix-debt)
           MOVE fs-debitor TO ws-debt-debitor(ix-debt)
           MOVE fs-amount TO ws-debt-amount(ix-debt)
           COMPUTE ws-debt-posted-date(ix-debt) =
               fs-year OF fs-timestamp * 10000
               + fs-month OF fs-timestamp * 100
               + fs-day OF fs-timestamp
           MOVE 0 TO ws-debt-due-date(ix-debt)
           MOVE 0 TO ws-debt-allocated(ix-debt)
           MOVE 0 TO ws-debt-paid-date(ix-debt)
           IF fs-due-date IS NOT EQUAL TO 0 THEN
               MOVE 'N' TO ws-bd-function
               MOVE fs-currency TO ws-bd-calendar
               MOVE fs-due-date TO ws-bd-date-1
               MOVE 0 TO ws-bd-date-2
               CALL 'asdf-business-date' USING ws-bd-function
                   ws-bd-calendar ws-bd-date-1 ws-bd-date-2
                   ws-bd-result
               MOVE ws-bd-result TO ws-debt-due-date(ix-debt)
           END-IF
           .

      *A payment retires at most the one debt it named, so the first
      *allocation carrying its id is the only one.
       para-date-payment.
           IF ws-alloc-count IS EQUAL TO 0 THEN
               EXIT PARAGRAPH
           END-IF
           SET ix-alloc TO 1
           SEARCH ws-alloc-entry
               AT END
                   CONTINUE
               WHEN ix-alloc > ws-alloc-count
                   CONTINUE
               WHEN ws-alloc-payment(ix-alloc) IS EQUAL TO fs-id
                   CALL 'asdf-value-date' USING ls-group
                       fs-transaction ws-value-date
                   MOVE ws-value-date TO ws-alloc-paid-date(ix-alloc)
           END-SEARCH
           .

       para-keep-reversed.
           IF ws-reversed-count IS NOT LESS THAN 5000 THEN
               MOVE 'N' TO ws-complete
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws-reversed-count
           MOVE fs-reversal-of TO ws-reversed-id(ws-reversed-count)
           .

      *An allocation only counts once its payment has been seen on
      *file and was not reversed since.
       para-apply-allocation.
           IF ws-alloc-paid-date(ix-alloc) IS EQUAL TO 0 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE ws-alloc-payment(ix-alloc) TO ws-target-id
           PERFORM para-check-reversed
           IF ws-found-yes THEN
               EXIT PARAGRAPH
           END-IF
           IF ws-debt-count IS EQUAL TO 0 THEN
               EXIT PARAGRAPH
           END-IF
           SET ix-debt TO 1
           SEARCH ws-debt-entry
               AT END
                   CONTINUE
               WHEN ix-debt > ws-debt-count
                   CONTINUE
               WHEN ws-debt-id(ix-debt) IS EQUAL TO
                       ws-alloc-debt(ix-alloc)
                   ADD ws-alloc-amount(ix-alloc)
                       TO ws-debt-allocated(ix-debt)
                   IF ws-alloc-paid-date(ix-alloc) IS GREATER THAN
                           ws-debt-paid-date(ix-debt) THEN
                       MOVE ws-alloc-paid-date(ix-alloc)
                           TO ws-debt-paid-date(ix-debt)
                   END-IF
           END-SEARCH
           .

       para-check-reversed.
           SET ws-found-no TO TRUE
           IF ws-reversed-count IS GREATER THAN 0 THEN
               SET ix-reversed TO 1
               SEARCH ws-reversed-id
                   AT END
                       CONTINUE
                   WHEN ix-reversed > ws-reversed-count
                       CONTINUE
                   WHEN ws-reversed-id(ix-reversed) IS EQUAL TO
                           ws-target-id
                       SET ws-found-yes TO TRUE
               END-SEARCH
           END-IF
           .

      *A payment dated before the debt was posted (a transfer made
      *ahead of the bill being keyed) counts as paid the same day.
       para-score-debt.
           IF ws-debt-allocated(ix-debt) IS LESS THAN
                   ws-debt-amount(ix-debt) THEN
               EXIT PARAGRAPH
           END-IF
           MOVE ws-debt-id(ix-debt) TO ws-target-id
           PERFORM para-check-reversed
           IF ws-found-yes THEN
               EXIT PARAGRAPH
           END-IF

           COMPUTE ws-days =
               FUNCTION INTEGER-OF-DATE(ws-debt-paid-date(ix-debt))
               - FUNCTION INTEGER-OF-DATE(
                   ws-debt-posted-date(ix-debt))
           IF ws-days IS LESS THAN 0 THEN
               MOVE 0 TO ws-days
           END-IF

           PERFORM para-find-member
           IF ws-found-no THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws-member-paid(ix-member)
           ADD ws-days TO ws-member-days(ix-member)
           IF ws-days IS GREATER THAN ws-member-worst(ix-member) THEN
               MOVE ws-days TO ws-member-worst(ix-member)
           END-IF
           SET ws-found-no TO TRUE
           IF ws-debt-due-date(ix-debt) IS NOT EQUAL TO 0
                   AND ws-debt-paid-date(ix-debt) IS GREATER THAN
                       ws-debt-due-date(ix-debt) THEN
               ADD 1 TO ws-member-late(ix-member)
               SET ws-found-yes TO TRUE
           END-IF

           COMPUTE ws-paid-key =
               (ws-debt-paid-date(ix-debt) / 10000) * 4
               + (FUNCTION MOD(ws-debt-paid-date(ix-debt) / 100, 100)
                   - 1) / 3
           PERFORM para-score-quarter
               VARYING ws-q FROM 1 BY 1 UNTIL ws-q > 4
           .

      *ws-found still says whether the debt was paid late.
       para-score-quarter.
           IF ws-quarter-key(ws-q) IS EQUAL TO ws-paid-key THEN
               ADD 1 TO ws-member-q-paid(ix-member, ws-q)
               ADD ws-days TO ws-member-q-days(ix-member, ws-q)
               IF ws-found-yes THEN
                   ADD 1 TO ws-member-q-late(ix-member, ws-q)
               END-IF
           END-IF
           .

       para-find-member.
           SET ws-found-yes TO TRUE
           SET ix-member TO 1
           SEARCH ws-member-entry
               AT END
                   SET ws-found-no TO TRUE
               WHEN ix-member > ws-member-count
                   IF ws-member-count IS NOT LESS THAN 1000 THEN
                       MOVE 'N' TO ws-complete
                       SET ws-found-no TO TRUE
                   ELSE
                       ADD 1 TO ws-member-count
                       SET ix-member TO ws-member-count
                       INITIALIZE ws-member-entry(ix-member)
                       MOVE ws-debt-debitor(ix-debt)
                           TO ws-member-account(ix-member)
                   END-IF
               WHEN ws-member-account(ix-member) IS EQUAL TO
                       ws-debt-debitor(ix-debt)
                   CONTINUE
           END-SEARCH
           .
