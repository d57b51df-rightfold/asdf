      *Payment run for external payees: takes the open debts a
      *group owes its registered payees (asdf-payee.cpy) - the rent
      *to the landlord, the bill to the electric company - and pays
      *them out of the group's pot (gi-pot-id), so the money leaves
      *the house account as one transfer per payee instead of a
      *member fronting it and being reimbursed by everyone.
      *
      *A debt is open for as much of it as no live open-item
      *allocation (asdf-allocation.cpy) already covers, and while
      *it has not been reversed or written off. What a run pays a
      *payee is further capped at the payee's own net position in
      *that currency - money a member already handed the landlord
      *directly is not paid twice - and at the cash the pot holds
      *in the currency (payments into it less payments out of it).
      *Debts are paid oldest first; whatever the pot can't cover
      *is listed as short and waits for the next run. A payee with
      *no bank details on file is listed and skipped.
      *
      *Arguments: acting account UUID (must be an active group
      *admin), group UUID, optional mode. Without a mode the run
      *is only printed. RUN writes the transfers into a bank
      *payment file under /var/lib/asdf/payment-export/, named
      *<group>-<date>-<time>-payees, in the same header/detail/
      *trailer format asdf-settle-up's EXPORT mode produces - the
      *pot's house account (asdf-create-pot)
      *as payer, the payee's bank details as payee - and, once the
      *file is safely closed, posts one payment entry per transfer
      *from the pot to the payee, with an allocation record
      *against every debt it settles. The run is logged through
      *asdf-append-admin-audit. RUN refuses a frozen group and a
      *pot with no house account on file.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-pay-payees.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-info
           ASSIGN DYNAMIC ws-info-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-info-status.

       SELECT OPTIONAL fd-payees
           ASSIGN DYNAMIC ws-payees-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-payees-status.

       SELECT OPTIONAL fd-allocations
           ASSIGN DYNAMIC ws-allocations-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-allocations-status.

       SELECT OPTIONAL fd-scan
           ASSIGN DYNAMIC ws-scan-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-scan-status.

       SELECT OPTIONAL fd-ledger
           ASSIGN DYNAMIC ws-ledger
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           LOCK MODE IS EXCLUSIVE
           FILE STATUS IS ws-ledger-status.

       SELECT OPTIONAL fd-export
           ASSIGN DYNAMIC ws-export-path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-export-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-info.
       COPY 'asdf-group-info.cpy' REPLACING ==:X:== BY ==gi==.

       FD fd-payees.
       COPY 'asdf-payee.cpy' REPLACING ==:X:== BY ==py==.

       FD fd-allocations.
       COPY 'asdf-allocation.cpy' REPLACING ==:X:== BY ==av==.

       FD fd-scan.
       COPY 'asdf-transaction.cpy' REPLACING ==:X:== BY ==sv==.

       FD fd-ledger.
       COPY 'asdf-transaction.cpy' REPLACING ==:X:== BY ==fs==.

      *The same fixed-column lines asdf-settle-up's EXPORT writes:
      *'H' header, 'D' detail, 'T' trailer.
       FD fd-export.
       01 fx-line                      PIC X(140).

       WORKING-STORAGE SECTION.
       01 ws-info-path                 PIC X(256).
       01 ws-info-status               PIC XX.
       01 ws-payees-path               PIC X(256).
       01 ws-payees-status             PIC XX.
       01 ws-allocations-path          PIC X(256).
       01 ws-allocations-status        PIC XX.
       01 ws-scan-path                 PIC X(256).
       01 ws-scan-status               PIC XX.
       01 ws-ledger                    PIC X(256).
       01 ws-ledger-status             PIC XX.

       01 ws-group                     PIC X(16).
       01 ws-group-text                PIC X(32).
       01 ws-uuid-text                 PIC X(32).
       01 ws-acting-account-text       PIC X(32).
       01 ws-acting-account            PIC X(16).
       01 ws-is-admin                  PIC X.
           88 ws-is-admin-yes          VALUE 'Y'.
           88 ws-is-admin-no           VALUE 'N'.

       01 ws-mode                      PIC X(10) VALUE SPACES.
           88 ws-mode-preview          VALUE SPACES.
           88 ws-mode-run              VALUE 'RUN'.

       01 ws-frozen                    PIC X.
           88 ws-frozen-yes            VALUE 'Y'.
       01 ws-freeze-reason             PIC X(100).

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-found                     PIC X.
           88 ws-found-yes             VALUE 'Y'.
           88 ws-found-no              VALUE 'N'.
       01 ws-effective-debt            PIC X.
           88 ws-effective-debt-yes    VALUE 'Y'.
           88 ws-effective-debt-no     VALUE 'N'.

       01 ws-segment-dates.
           02 ws-segment-date OCCURS 100 TIMES
                   PIC 9(8).
       01 ws-segment-count             PIC 9(3) COMP.
       01 ws-seg-i                     PIC 9(3) COMP.
       01 ws-seg-date-text             PIC X(8).

      *Registered payees, active or retired - a retired payee's
      *debts are still owed - with whatever bank details they have.
       01 ws-payee-count               PIC 9(4) COMP VALUE 0.
       01 ws-payees.
           02 ws-payee-entry OCCURS 500 TIMES
                   INDEXED BY ix-payee.
               03 ws-payee-id          PIC X(16).
               03 ws-payee-name        PIC X(100).
               03 ws-payee-details     PIC X(34).

      *Per payee and currency: what the group still owes the payee
      *by its net position, and what this run transfers.
       01 ws-position-count            PIC 9(4) COMP VALUE 0.
       01 ws-positions.
           02 ws-position-entry OCCURS 1000 TIMES
                   INDEXED BY ix-position.
               03 ws-position-payee    PIC X(16).
               03 ws-position-currency PIC X(3).
               03 ws-position-owed     PIC S9(11) COMP.
               03 ws-position-transfer PIC 9(10) COMP.
               03 ws-position-payment-id
                                       PIC X(16).

      *The pot's cash by currency: payments in less payments out.
       01 ws-cash-count                PIC 9(3) COMP VALUE 0.
       01 ws-cash.
           02 ws-cash-entry OCCURS 50 TIMES
                   INDEXED BY ix-cash.
               03 ws-cash-currency     PIC X(3).
               03 ws-cash-amount       PIC S9(11) COMP.

       01 ws-debt-count                PIC 9(4) COMP VALUE 0.
       01 ws-debts.
           02 ws-debt-entry OCCURS 2000 TIMES
                   INDEXED BY ix-debt.
               03 ws-debt-id           PIC X(16).
               03 ws-debt-payee        PIC X(16).
               03 ws-debt-amount       PIC 9(10) COMP.
               03 ws-debt-currency     PIC X(3).
               03 ws-debt-pay          PIC 9(10) COMP.
               03 ws-debt-position     PIC 9(4) COMP.

       01 ws-reversed-count            PIC 9(4) COMP VALUE 0.
       01 ws-reversed-ids.
           02 ws-reversed-id OCCURS 2000 TIMES
                   INDEXED BY ix-reversed.
               03 ws-reversed-entry-id PIC X(16).

       01 ws-alloc-count               PIC 9(4) COMP VALUE 0.
       01 ws-allocs.
           02 ws-alloc-entry OCCURS 2000 TIMES
                   INDEXED BY ix-alloc.
               03 ws-alloc-payment     PIC X(16).
               03 ws-alloc-debt        PIC X(16).
               03 ws-alloc-amount      PIC 9(10) COMP.

       01 ws-lookup-payee              PIC X(16).
       01 ws-lookup-currency           PIC X(3).
       01 ws-allocated-total           PIC S9(11) COMP.
       01 ws-remaining-amount          PIC S9(11) COMP.
       01 ws-pay-amount                PIC S9(11) COMP.
       01 ws-short-count               PIC 9(4) COMP VALUE 0.
       01 ws-no-details-count          PIC 9(4) COMP VALUE 0.
       01 ws-transfer-count            PIC 9(4) COMP VALUE 0.

       01 ws-format-in                 PIC S9(11) COMP.
       01 ws-amount-text               PIC X(20).
       01 ws-display-count             PIC Z(4)9.

       01 ws-export-path               PIC X(256).
       01 ws-export-dir                PIC X(256)
           VALUE '/var/lib/asdf/payment-export'.
       01 ws-export-status             PIC XX.
       01 ws-today                     PIC 9(8).
       01 ws-run-time                  PIC 9(6).
       01 ws-detail-count              PIC 9(6) VALUE 0.
       01 ws-hash-total                PIC 9(14) VALUE 0.
       01 ws-export-amount             PIC 9(12).
       01 ws-reference                 PIC X(40).

       01 fx-header.
           02 FILLER                   PIC X VALUE 'H'.
           02 fxh-date                 PIC 9(8).
           02 FILLER                   PIC X VALUE SPACE.
           02 fxh-name                 PIC X(100).
       01 fx-detail.
           02 FILLER                   PIC X VALUE 'D'.
           02 fxd-sequence             PIC 9(6).
           02 FILLER                   PIC X VALUE SPACE.
           02 fxd-payer                PIC X(34).
           02 FILLER                   PIC X VALUE SPACE.
           02 fxd-payee                PIC X(34).
           02 FILLER                   PIC X VALUE SPACE.
           02 fxd-amount               PIC 9(12).
           02 FILLER                   PIC X VALUE SPACE.
           02 fxd-currency             PIC X(3).
           02 FILLER                   PIC X VALUE SPACE.
           02 fxd-reference            PIC X(40).
       01 fx-trailer.
           02 FILLER                   PIC X VALUE 'T'.
           02 fxt-count                PIC 9(6).
           02 FILLER                   PIC X VALUE SPACE.
           02 fxt-hash                 PIC 9(14).

       01 ws-utc-now.
           02 ws-utc-year              PIC 9(4).
           02 ws-utc-month             PIC 9(2).
           02 ws-utc-day               PIC 9(2).
           02 ws-utc-hour              PIC 9(2).
           02 ws-utc-minute            PIC 9(2).
           02 ws-utc-second            PIC 9(2).

      *How long to keep retrying an OPEN that finds the group's
      *ledger held by another process, the same budget and
      *ASDF_LOCK_RETRY override asdf-post-recurring uses.
       01 ws-lock-retry-text           PIC X(8) VALUE SPACES.
       01 ws-lock-budget               PIC 9(5) VALUE 10.
       01 ws-lock-waited               PIC 9(5) COMP VALUE 0.
       01 ws-lock-delay                PIC 9(5) COMP VALUE 1.

       01 ws-audit-program             PIC X(30)
           VALUE 'asdf-pay-payees'.
       01 ws-audit-detail              PIC X(200).

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
           ACCEPT ws-acting-account-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-acting-account-text
               ws-acting-account

           ACCEPT ws-group-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-group-text ws-group

           CALL 'asdf-check-admin' USING ws-group ws-acting-account
               ws-is-admin
           IF ws-is-admin-no THEN
               DISPLAY 'Only an admin can run payee payments'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT ws-mode FROM ARGUMENT-VALUE
           IF NOT ws-mode-preview AND NOT ws-mode-run THEN
               DISPLAY 'Invalid mode' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-today
           MOVE FUNCTION CURRENT-DATE(9:6) TO ws-run-time
           CALL 'asdf-format-uuid' USING ws-group ws-group-text
           PERFORM para-read-info

           PERFORM para-load-payees THRU para-load-payees-exit
           PERFORM para-load-allocations
               THRU para-load-allocations-exit
           CALL 'asdf-load-segments' USING ws-group
               ws-segment-dates ws-segment-count
           PERFORM para-scan-segment
               VARYING ws-seg-i FROM 1 BY 1
               UNTIL ws-seg-i > ws-segment-count
           MOVE SPACES TO ws-scan-path
           STRING '/var/lib/asdf/group/' ws-group-text '/ledger'
               INTO ws-scan-path
           PERFORM para-scan-file

           DISPLAY 'PAYEE PAYMENT RUN ' ws-today
           PERFORM para-plan-debt
               VARYING ix-debt FROM 1 BY 1
               UNTIL ix-debt > ws-debt-count
           PERFORM para-print-transfer
               VARYING ix-position FROM 1 BY 1
               UNTIL ix-position > ws-position-count

           MOVE ws-transfer-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count) ' transfer(s)'
           IF ws-short-count IS GREATER THAN 0 THEN
               MOVE ws-short-count TO ws-display-count
               DISPLAY FUNCTION TRIM(ws-display-count)
                   ' debt(s) short of pot funds'
           END-IF

           IF ws-mode-run AND ws-transfer-count IS GREATER THAN 0
                   THEN
               PERFORM para-write-export
               PERFORM para-post-transfer
                   VARYING ix-position FROM 1 BY 1
                   UNTIL ix-position > ws-position-count
               PERFORM para-write-allocation
                   VARYING ix-debt FROM 1 BY 1
                   UNTIL ix-debt > ws-debt-count
               PERFORM para-audit-run
           END-IF
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

       para-read-info.
           MOVE SPACES TO ws-info-path
           STRING '/var/lib/asdf/group/' ws-group-text '/info'
               INTO ws-info-path
           OPEN INPUT fd-info
           IF ws-info-status IS NOT EQUAL TO '00' THEN
               IF ws-info-status IS EQUAL TO '05' THEN
                   CLOSE fd-info
               END-IF
               DISPLAY 'No such group' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           READ fd-info
           CLOSE fd-info

           IF NOT gi-status-active THEN
               DISPLAY 'Group is archived' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF gi-pot-id IS EQUAL TO LOW-VALUES
                   OR gi-pot-id IS EQUAL TO SPACES THEN
               DISPLAY 'Group has no pot' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT ws-mode-run THEN
               EXIT PARAGRAPH
           END-IF
           IF gi-pot-bank-details IS EQUAL TO SPACES THEN
               DISPLAY 'Pot has no house bank account'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL 'asdf-check-freeze' USING ws-group ws-frozen
               ws-freeze-reason
           IF ws-frozen-yes THEN
               DISPLAY 'Group is frozen: '
                   FUNCTION TRIM(ws-freeze-reason)
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *A table at capacity would pay a partial picture; abending
      *with a clean diagnostic is the batch convention.
       para-table-full.
           DISPLAY 'Too many entries for payment run'
               WITH NO ADVANCING
           MOVE 101 TO RETURN-CODE
           STOP RUN
           .

       para-load-payees.
           MOVE SPACES TO ws-payees-path
           STRING '/var/lib/asdf/group/' ws-group-text '/payees'
               INTO ws-payees-path
           OPEN INPUT fd-payees
           IF ws-payees-status IS NOT EQUAL TO '00' THEN
               IF ws-payees-status IS EQUAL TO '05' THEN
                   CLOSE fd-payees
               END-IF
               GO TO para-load-payees-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-load-payees-one UNTIL ws-eof-yes
           CLOSE fd-payees
           .

       para-load-payees-exit.
           EXIT PARAGRAPH
           .

       para-load-payees-one.
           READ fd-payees
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ws-payee-count IS EQUAL TO 500 THEN
                       PERFORM para-table-full
                   END-IF
                   ADD 1 TO ws-payee-count
                   SET ix-payee TO ws-payee-count
                   MOVE py-payee-id TO ws-payee-id(ix-payee)
                   MOVE py-name TO ws-payee-name(ix-payee)
                   MOVE py-bank-details TO ws-payee-details(ix-payee)
           END-READ
           .

       para-load-allocations.
           MOVE SPACES TO ws-allocations-path
           STRING '/var/lib/asdf/group/' ws-group-text '/allocations'
               INTO ws-allocations-path
           OPEN INPUT fd-allocations
           IF ws-allocations-status IS NOT EQUAL TO '00' THEN
               IF ws-allocations-status IS EQUAL TO '05' THEN
                   CLOSE fd-allocations
               END-IF
               GO TO para-load-allocations-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-load-allocations-one UNTIL ws-eof-yes
           CLOSE fd-allocations
           .

       para-load-allocations-exit.
           EXIT PARAGRAPH
           .

       para-load-allocations-one.
           READ fd-allocations
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ws-alloc-count IS EQUAL TO 2000 THEN
                       PERFORM para-table-full
                   END-IF
                   ADD 1 TO ws-alloc-count
                   SET ix-alloc TO ws-alloc-count
                   MOVE av-payment-id TO ws-alloc-payment(ix-alloc)
                   MOVE av-debt-id TO ws-alloc-debt(ix-alloc)
                   MOVE av-amount TO ws-alloc-amount(ix-alloc)
           END-READ
           .

       para-scan-segment.
           MOVE ws-segment-date(ws-seg-i) TO ws-seg-date-text
           MOVE SPACES TO ws-scan-path
           STRING '/var/lib/asdf/group/' ws-group-text '/ledger.'
               ws-seg-date-text INTO ws-scan-path
           PERFORM para-scan-file
           .

       para-scan-file.
           OPEN INPUT fd-scan
           IF ws-scan-status IS NOT EQUAL TO '00' THEN
               IF ws-scan-status IS EQUAL TO '05' THEN
                   CLOSE fd-scan
               END-IF
               EXIT PARAGRAPH
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-scan-one UNTIL ws-eof-yes
           CLOSE fd-scan
           .

       para-scan-one.
           READ fd-scan
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   PERFORM para-apply-entry
           END-READ
           .

       para-apply-entry.
           IF sv-reversal OR sv-write-off THEN
               IF ws-reversed-count IS EQUAL TO 2000 THEN
                   PERFORM para-table-full
               END-IF
               ADD 1 TO ws-reversed-count
               MOVE sv-reversal-of
                   TO ws-reversed-entry-id(ws-reversed-count)
           END-IF

           PERFORM para-apply-pot-cash

           MOVE sv-creditor TO ws-lookup-payee
           PERFORM para-find-payee
           IF ws-found-no THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM para-determine-effect
           MOVE sv-currency TO ws-lookup-currency
           PERFORM para-find-position
           IF ws-effective-debt-yes THEN
               ADD sv-amount TO ws-position-owed(ix-position)
           ELSE
               SUBTRACT sv-amount FROM ws-position-owed(ix-position)
           END-IF

           IF sv-debt THEN
               IF ws-debt-count IS EQUAL TO 2000 THEN
                   PERFORM para-table-full
               END-IF
               ADD 1 TO ws-debt-count
               SET ix-debt TO ws-debt-count
               MOVE sv-id TO ws-debt-id(ix-debt)
               MOVE sv-creditor TO ws-debt-payee(ix-debt)
               MOVE sv-amount TO ws-debt-amount(ix-debt)
               MOVE sv-currency TO ws-debt-currency(ix-debt)
               MOVE 0 TO ws-debt-pay(ix-debt)
               SET ws-debt-position(ix-debt) TO ix-position
           END-IF
           .

      *Only real money counts as pot cash: payments into and out of
      *it, and the reversal of either. Debts naming the pot change
      *what it owes, not what it holds.
       para-apply-pot-cash.
           IF NOT sv-payment AND NOT (sv-reversal
                   AND sv-reversal-of-type IS EQUAL TO 'P') THEN
               EXIT PARAGRAPH
           END-IF
           IF sv-creditor IS NOT EQUAL TO gi-pot-id
                   AND sv-debitor IS NOT EQUAL TO gi-pot-id THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM para-find-cash
           IF sv-creditor IS EQUAL TO gi-pot-id THEN
               IF sv-payment THEN
                   ADD sv-amount TO ws-cash-amount(ix-cash)
               ELSE
                   SUBTRACT sv-amount FROM ws-cash-amount(ix-cash)
               END-IF
           ELSE
               IF sv-payment THEN
                   SUBTRACT sv-amount FROM ws-cash-amount(ix-cash)
               ELSE
                   ADD sv-amount TO ws-cash-amount(ix-cash)
               END-IF
           END-IF
           .

       para-determine-effect.
           IF sv-debt THEN
               SET ws-effective-debt-yes TO TRUE
           END-IF
           IF sv-payment OR sv-write-off THEN
               SET ws-effective-debt-no TO TRUE
           END-IF
           IF sv-reversal THEN
               IF sv-reversal-of-type IS EQUAL TO 'D' THEN
                   SET ws-effective-debt-no TO TRUE
               ELSE
                   SET ws-effective-debt-yes TO TRUE
               END-IF
           END-IF
           .

       para-find-payee.
           SET ws-found-no TO TRUE
           IF ws-payee-count IS EQUAL TO 0 THEN
               EXIT PARAGRAPH
           END-IF
           SET ix-payee TO 1
           SEARCH ws-payee-entry
               AT END
                   CONTINUE
               WHEN ws-payee-id(ix-payee) IS EQUAL TO
                       ws-lookup-payee
                   SET ws-found-yes TO TRUE
           END-SEARCH
           .

       para-find-position.
           SET ix-position TO 1
           SEARCH ws-position-entry
               AT END
                   IF ws-position-count IS EQUAL TO 1000 THEN
                       PERFORM para-table-full
                   END-IF
                   ADD 1 TO ws-position-count
                   SET ix-position TO ws-position-count
                   MOVE ws-lookup-payee
                       TO ws-position-payee(ix-position)
                   MOVE ws-lookup-currency
                       TO ws-position-currency(ix-position)
                   MOVE 0 TO ws-position-owed(ix-position)
                   MOVE 0 TO ws-position-transfer(ix-position)
                   MOVE SPACES TO ws-position-payment-id(ix-position)
               WHEN ix-position IS GREATER THAN ws-position-count
                   IF ws-position-count IS EQUAL TO 1000 THEN
                       PERFORM para-table-full
                   END-IF
                   ADD 1 TO ws-position-count
                   SET ix-position TO ws-position-count
                   MOVE ws-lookup-payee
                       TO ws-position-payee(ix-position)
                   MOVE ws-lookup-currency
                       TO ws-position-currency(ix-position)
                   MOVE 0 TO ws-position-owed(ix-position)
                   MOVE 0 TO ws-position-transfer(ix-position)
                   MOVE SPACES TO ws-position-payment-id(ix-position)
               WHEN ws-position-payee(ix-position) IS EQUAL TO
                       ws-lookup-payee
                       AND ws-position-currency(ix-position) IS
                           EQUAL TO ws-lookup-currency
                   CONTINUE
           END-SEARCH
           .

       para-find-cash.
           SET ix-cash TO 1
           SEARCH ws-cash-entry
               AT END
                   PERFORM para-table-full
               WHEN ix-cash IS GREATER THAN ws-cash-count
                   IF ws-cash-count IS EQUAL TO 50 THEN
                       PERFORM para-table-full
                   END-IF
                   ADD 1 TO ws-cash-count
                   SET ix-cash TO ws-cash-count
                   MOVE sv-currency TO ws-cash-currency(ix-cash)
                   MOVE 0 TO ws-cash-amount(ix-cash)
               WHEN ws-cash-currency(ix-cash) IS EQUAL TO sv-currency
                   CONTINUE
           END-SEARCH
           .

      *Works out what this run pays against one debt: what is left
      *of it after live allocations, no more than the payee is
      *still owed overall and no more than the pot holds.
       para-plan-debt.
           PERFORM para-check-reversed
           IF ws-found-yes THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM para-sum-allocations
           COMPUTE ws-remaining-amount =
               ws-debt-amount(ix-debt) - ws-allocated-total
           IF ws-remaining-amount IS NOT GREATER THAN 0 THEN
               EXIT PARAGRAPH
           END-IF

           SET ix-position TO ws-debt-position(ix-debt)
           MOVE ws-debt-payee(ix-debt) TO ws-lookup-payee
           PERFORM para-find-payee
           IF ws-payee-details(ix-payee) IS EQUAL TO SPACES THEN
               CALL 'asdf-format-uuid' USING ws-debt-payee(ix-debt)
                   ws-uuid-text
               DISPLAY 'no bank details for payee ' ws-uuid-text
                   ' ' FUNCTION TRIM(ws-payee-name(ix-payee))
               ADD 1 TO ws-no-details-count
               EXIT PARAGRAPH
           END-IF

           COMPUTE ws-pay-amount = ws-position-owed(ix-position)
               - ws-position-transfer(ix-position)
           IF ws-pay-amount IS GREATER THAN ws-remaining-amount THEN
               MOVE ws-remaining-amount TO ws-pay-amount
           END-IF
           IF ws-pay-amount IS NOT GREATER THAN 0 THEN
               EXIT PARAGRAPH
           END-IF

           MOVE ws-debt-currency(ix-debt) TO sv-currency
           PERFORM para-find-cash
           IF ws-pay-amount IS GREATER THAN ws-cash-amount(ix-cash)
                   THEN
               ADD 1 TO ws-short-count
               CALL 'asdf-format-uuid' USING ws-debt-id(ix-debt)
                   ws-uuid-text
               DISPLAY 'short of pot funds for debt ' ws-uuid-text
               IF ws-cash-amount(ix-cash) IS GREATER THAN 0 THEN
                   MOVE ws-cash-amount(ix-cash) TO ws-pay-amount
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE ws-pay-amount TO ws-debt-pay(ix-debt)
           SUBTRACT ws-pay-amount FROM ws-cash-amount(ix-cash)
           IF ws-position-transfer(ix-position) IS EQUAL TO 0 THEN
               ADD 1 TO ws-transfer-count
           END-IF
           ADD ws-pay-amount TO ws-position-transfer(ix-position)
           .

       para-check-reversed.
           SET ws-found-no TO TRUE
           IF ws-reversed-count IS GREATER THAN 0 THEN
               SET ix-reversed TO 1
               SEARCH ws-reversed-id
                   AT END
                       CONTINUE
                   WHEN ws-reversed-entry-id(ix-reversed) IS EQUAL TO
                           ws-debt-id(ix-debt)
                       SET ws-found-yes TO TRUE
               END-SEARCH
           END-IF
           .

      *Live allocations only: one whose payment was itself
      *reversed no longer counts.
       para-sum-allocations.
           MOVE 0 TO ws-allocated-total
           IF ws-alloc-count IS EQUAL TO 0 THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM para-sum-allocations-one
               VARYING ix-alloc FROM 1 BY 1
               UNTIL ix-alloc > ws-alloc-count
           .

       para-sum-allocations-one.
           IF ws-alloc-debt(ix-alloc) IS NOT EQUAL TO
                   ws-debt-id(ix-debt) THEN
               EXIT PARAGRAPH
           END-IF
           SET ws-found-no TO TRUE
           IF ws-reversed-count IS GREATER THAN 0 THEN
               SET ix-reversed TO 1
               SEARCH ws-reversed-id
                   AT END
                       CONTINUE
                   WHEN ws-reversed-entry-id(ix-reversed) IS EQUAL TO
                           ws-alloc-payment(ix-alloc)
                       SET ws-found-yes TO TRUE
               END-SEARCH
           END-IF
           IF ws-found-no THEN
               ADD ws-alloc-amount(ix-alloc) TO ws-allocated-total
           END-IF
           .

       para-print-transfer.
           IF ws-position-transfer(ix-position) IS EQUAL TO 0 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE ws-position-payee(ix-position) TO ws-lookup-payee
           PERFORM para-find-payee
           CALL 'asdf-format-uuid' USING ws-lookup-payee ws-uuid-text
           MOVE ws-position-transfer(ix-position) TO ws-format-in
           CALL 'asdf-format-amount' USING ws-format-in
               ws-position-currency(ix-position) ws-amount-text
           DISPLAY ws-uuid-text ' ' FUNCTION TRIM(ws-amount-text)
               ' to ' FUNCTION TRIM(ws-payee-name(ix-payee))
           .

      *The file is named for the run's date and time, so a second
      *run the same day leaves the first file for the bank; one that
      *would still land on an existing file is refused before
      *anything is posted.
       para-write-export.
           CALL 'CBL_CREATE_DIR' USING ws-export-dir
           MOVE SPACES TO ws-export-path
           STRING '/var/lib/asdf/payment-export/' ws-group-text
               '-' ws-today '-' ws-run-time '-payees'
               INTO ws-export-path
           OPEN INPUT fd-export
           IF ws-export-status IS EQUAL TO '00' THEN
               CLOSE fd-export
               DISPLAY 'Refused: payment file '
                   FUNCTION TRIM(ws-export-path) ' already exists'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-export-status IS EQUAL TO '05' THEN
               CLOSE fd-export
           END-IF

           MOVE SPACES TO ws-reference
           STRING FUNCTION TRIM(gi-name) ' ' ws-today
               DELIMITED BY SIZE INTO ws-reference
               ON OVERFLOW CONTINUE
           END-STRING

           OPEN OUTPUT fd-export
           MOVE ws-today TO fxh-date
           MOVE gi-name TO fxh-name
           MOVE fx-header TO fx-line
           WRITE fx-line
           PERFORM para-export-transfer
               VARYING ix-position FROM 1 BY 1
               UNTIL ix-position > ws-position-count
           MOVE ws-detail-count TO fxt-count
           MOVE ws-hash-total TO fxt-hash
           MOVE fx-trailer TO fx-line
           WRITE fx-line
           CLOSE fd-export
           DISPLAY 'payment file ' FUNCTION TRIM(ws-export-path)
           .

       para-export-transfer.
           IF ws-position-transfer(ix-position) IS EQUAL TO 0 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE ws-position-payee(ix-position) TO ws-lookup-payee
           PERFORM para-find-payee
           ADD 1 TO ws-detail-count
           MOVE ws-detail-count TO fxd-sequence
           MOVE gi-pot-bank-details TO fxd-payer
           MOVE ws-payee-details(ix-payee) TO fxd-payee
           MOVE ws-position-transfer(ix-position) TO ws-export-amount
           MOVE ws-export-amount TO fxd-amount
           MOVE ws-position-currency(ix-position) TO fxd-currency
           MOVE ws-reference TO fxd-reference
           ADD ws-position-transfer(ix-position) TO ws-hash-total
           MOVE fx-detail TO fx-line
           WRITE fx-line
           .

      *One payment per transfer, pot to payee, through the same
      *ledger write, per-party mirroring and control update
      *asdf-post-recurring applies.
       para-post-transfer.
           IF ws-position-transfer(ix-position) IS EQUAL TO 0 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE ws-position-payee(ix-position) TO ws-lookup-payee
           PERFORM para-find-payee

           CALL 'asdf-generate-uuid' USING fs-id
           MOVE fs-id TO ws-position-payment-id(ix-position)
           SET fs-payment TO TRUE
           CALL 'asdf-utc-timestamp' USING fs-timestamp
           MOVE 'UTC' TO fs-timezone
           MOVE SPACES TO fs-comment
           STRING 'payment run ' ws-today ' to '
               FUNCTION TRIM(ws-payee-name(ix-payee))
               DELIMITED BY SIZE INTO fs-comment
               ON OVERFLOW CONTINUE
           END-STRING
           MOVE gi-pot-id TO fs-debitor
           MOVE ws-position-payee(ix-position) TO fs-creditor
           MOVE ws-position-transfer(ix-position) TO fs-amount
           MOVE SPACES TO fs-reversal-of
           MOVE SPACES TO fs-reversal-of-type
           MOVE SPACES TO fs-category
           MOVE 0 TO fs-due-date
           MOVE ws-position-currency(ix-position) TO fs-currency
           MOVE SPACES TO fs-attachment-ref
           MOVE SPACES TO fs-split-of

           MOVE SPACES TO ws-ledger
           STRING '/var/lib/asdf/group/' ws-group-text '/ledger'
               INTO ws-ledger
           PERFORM para-open-ledger
           WRITE fs-transaction
           CLOSE fd-ledger

           CALL 'asdf-append-account-ledger' USING ws-group
               fs-debitor fs-transaction
           CALL 'asdf-append-account-ledger' USING ws-group
               fs-creditor fs-transaction
           CALL 'asdf-update-control' USING ws-group fs-transaction
           .

       para-write-allocation.
           IF ws-debt-pay(ix-debt) IS EQUAL TO 0 THEN
               EXIT PARAGRAPH
           END-IF
           SET ix-position TO ws-debt-position(ix-debt)
           MOVE ws-position-payment-id(ix-position) TO av-payment-id
           MOVE ws-debt-id(ix-debt) TO av-debt-id
           MOVE ws-debt-pay(ix-debt) TO av-amount
           CALL 'asdf-utc-timestamp' USING ws-utc-now
           COMPUTE av-timestamp =
               ws-utc-year * 10000000000
               + ws-utc-month * 100000000
               + ws-utc-day * 1000000
               + ws-utc-hour * 10000
               + ws-utc-minute * 100
               + ws-utc-second
           OPEN EXTEND fd-allocations
           WRITE av-allocation
           CLOSE fd-allocations
           .

       para-audit-run.
           MOVE ws-transfer-count TO ws-display-count
           MOVE SPACES TO ws-audit-detail
           STRING 'payee payment run ' ws-today ': '
               FUNCTION TRIM(ws-display-count) ' transfer(s) to '
               FUNCTION TRIM(ws-export-path)
               DELIMITED BY SIZE INTO ws-audit-detail
               ON OVERFLOW CONTINUE
           END-STRING
           CALL 'asdf-append-admin-audit' USING ws-group
               ws-acting-account ws-audit-program ws-audit-detail
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
