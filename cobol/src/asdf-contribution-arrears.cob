      *Nightly contribution-call matcher: walks the group-index and,
      *for every active group with a pot, compares the payments its
      *members have posted into the pot (gi-pot-id) against their
      *records in the group's contribution-call file
      *(asdf-contribution-call.cpy), then prints a per-member
      *arrears listing of whatever is past due and still unpaid.
      *
      *Matching is recomputed from the ledger every night, so a
      *reversed pot payment reopens the call it had paid. A
      *member's pot payments in a call's currency, posted on or
      *after the member's earliest live call was issued, form one
      *pool that is applied to that member's calls in the order
      *they were issued; whatever pays a call in full marks it paid
      *and the rest is left on the open record as a part payment.
      *Money paid before any call existed was a voluntary top-up
      *and answers no call. Cancelled records are left alone, and
      *money that had gone against one flows on to the next call.
      *The paid amount and status are rewritten onto each record,
      *which is what asdf-send-reminders reads when it duns the
      *member for the remainder, so this step runs ahead of it.
      *No arguments.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-contribution-arrears.

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

       SELECT OPTIONAL fd-calls
           ASSIGN DYNAMIC ws-calls-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-calls-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-group-index.
       COPY 'asdf-group-index.cpy' REPLACING ==:X:== BY ==gx==.

       FD fd-info.
       COPY 'asdf-group-info.cpy' REPLACING ==:X:== BY ==gi==.

       FD fd-ledger.
       COPY 'asdf-transaction.cpy' REPLACING ==:X:== BY ==fs==.

       FD fd-calls.
       COPY 'asdf-contribution-call.cpy' REPLACING ==:X:== BY ==cc==.

       WORKING-STORAGE SECTION.
       01 ws-index-path                PIC X(256)
           VALUE '/var/lib/asdf/group-index'.
       01 ws-index-status              PIC XX.
       01 ws-info-path                 PIC X(256).
       01 ws-info-status               PIC XX.
       01 ws-ledger                    PIC X(256).
       01 ws-ledger-status             PIC XX.
       01 ws-calls-path                PIC X(256).
       01 ws-calls-status              PIC XX.

       01 ws-group-text                PIC X(32).
       01 ws-uuid-text                 PIC X(32).
       01 ws-today                     PIC 9(8).
      *"Now" as the batch sees it: the business date being
      *processed (asdf-business-timestamp) and the clock's time.
       01 ws-business-now              PIC 9(14).

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-ledger-eof                PIC X.
           88 ws-ledger-eof-yes        VALUE 'Y'.
           88 ws-ledger-eof-no         VALUE 'N'.
       01 ws-calls-eof                 PIC X.
           88 ws-calls-eof-yes         VALUE 'Y'.
           88 ws-calls-eof-no          VALUE 'N'.
       01 ws-found                     PIC X.
           88 ws-found-yes             VALUE 'Y'.
           88 ws-found-no              VALUE 'N'.

      *Compacted periods live on in ledger.<date> segment files
      *(asdf-compact-ledger); the walk covers them before the active
      *ledger so a pot payment compacted away still counts.
       01 ws-segment-dates.
           02 ws-segment-date OCCURS 100 TIMES
                   PIC 9(8).
       01 ws-segment-count             PIC 9(3) COMP.
       01 ws-seg-i                     PIC 9(3) COMP.
       01 ws-seg-date-text             PIC X(8).

      *The group's call records in file order; the subscript of an
      *entry is its record position, which the rewrite pass relies
      *on.
       01 ws-call-count                PIC 9(4) COMP.
       01 ws-calls.
           02 ws-call-entry OCCURS 2000 TIMES
                   INDEXED BY ix-call.
               03 ws-call-member       PIC X(16).
               03 ws-call-amount       PIC 9(10) COMP.
               03 ws-call-currency     PIC X(3).
               03 ws-call-due-date     PIC 9(8).
               03 ws-call-cancelled    PIC X.
               03 ws-call-issued       PIC 9(14).
               03 ws-call-paid         PIC 9(10) COMP.

      *One payment pool per member and currency: the earliest live
      *call it answers, what has been paid in since, and - once the
      *pool has been applied - what is past due and unpaid.
       01 ws-pool-count                PIC 9(4) COMP.
       01 ws-pools.
           02 ws-pool-entry OCCURS 2000 TIMES
                   INDEXED BY ix-pool.
               03 ws-pool-member       PIC X(16).
               03 ws-pool-currency     PIC X(3).
               03 ws-pool-from         PIC 9(14).
               03 ws-pool-amount       PIC S9(11) COMP.
               03 ws-pool-arrears      PIC S9(11) COMP.
               03 ws-pool-arrears-count
                                       PIC 9(4) COMP.
               03 ws-pool-oldest-due   PIC 9(8).
       01 ws-lookup-member             PIC X(16).
       01 ws-lookup-currency           PIC X(3).

      *Pot payments that went into a pool, so that only their own
      *reversals take money back out of it.
       01 ws-counted-count             PIC 9(4) COMP.
       01 ws-counted-ids.
           02 ws-counted-id OCCURS 2000 TIMES
                   INDEXED BY ix-counted.
               03 ws-counted-entry-id  PIC X(16).

       01 ws-entry-flat                PIC 9(14).
       01 ws-remaining-amount          PIC S9(11) COMP.
       01 ws-format-in                 PIC S9(11) COMP.
       01 ws-amount-text               PIC X(20).

       01 ws-arrears-total             PIC 9(5) COMP VALUE 0.
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
           MOVE 'asdf-contribution-arrears' TO st-job-name
           CALL 'asdf-business-timestamp' USING ws-business-now
           MOVE ws-business-now(1:8) TO ws-today
           DISPLAY 'CONTRIBUTION ARREARS ' ws-today

           PERFORM para-walk-groups THRU para-walk-groups-exit

           MOVE ws-arrears-total TO st-rejects
           CALL 'asdf-write-step-stats' USING st-step-stats
           MOVE ws-arrears-total TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count)
               ' member(s) in arrears'
           MOVE 0 TO RETURN-CODE
           STOP RUN
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
                   ADD 1 TO st-records-read
                   PERFORM para-match-group
                       THRU para-match-group-exit
           END-READ
           .

       para-match-group.
           CALL 'asdf-format-uuid' USING gx-group-id ws-group-text
           MOVE SPACES TO ws-info-path
           STRING '/var/lib/asdf/group/' ws-group-text '/info'
               INTO ws-info-path
           OPEN INPUT fd-info
           IF ws-info-status IS NOT EQUAL TO '00' THEN
               IF ws-info-status IS EQUAL TO '05' THEN
                   CLOSE fd-info
               END-IF
               GO TO para-match-group-exit
           END-IF
           READ fd-info
           CLOSE fd-info

           IF NOT gi-status-active THEN
               GO TO para-match-group-exit
           END-IF
           IF gi-pot-id IS EQUAL TO LOW-VALUES
                   OR gi-pot-id IS EQUAL TO SPACES THEN
               GO TO para-match-group-exit
           END-IF

           MOVE 0 TO ws-pool-count ws-counted-count
           PERFORM para-load-calls THRU para-load-calls-exit
           IF ws-call-count IS EQUAL TO 0 THEN
               GO TO para-match-group-exit
           END-IF

           CALL 'asdf-load-segments' USING gx-group-id
               ws-segment-dates ws-segment-count
           PERFORM para-accumulate-segment
               VARYING ws-seg-i FROM 1 BY 1
               UNTIL ws-seg-i > ws-segment-count
           MOVE SPACES TO ws-ledger
           STRING '/var/lib/asdf/group/' ws-group-text '/ledger'
               INTO ws-ledger
           PERFORM para-accumulate-file

           PERFORM para-apply-call
               VARYING ix-call FROM 1 BY 1
               UNTIL ix-call > ws-call-count
           PERFORM para-rewrite-calls THRU para-rewrite-calls-exit
           PERFORM para-print-arrears
               VARYING ix-pool FROM 1 BY 1
               UNTIL ix-pool > ws-pool-count
           .

       para-match-group-exit.
           EXIT PARAGRAPH
           .

      *A table at capacity would leave some members unmatched;
      *abending with a clean diagnostic is the convention
      *asdf-send-reminders and asdf-accrue-late-fees set.
       para-table-full.
           DISPLAY 'Too many entries for contribution matching'
               WITH NO ADVANCING
           MOVE 101 TO RETURN-CODE
           STOP RUN
           .

       para-load-calls.
           MOVE 0 TO ws-call-count
           MOVE SPACES TO ws-calls-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/contribution-calls' INTO ws-calls-path
           OPEN INPUT fd-calls
           IF ws-calls-status IS NOT EQUAL TO '00' THEN
               IF ws-calls-status IS EQUAL TO '05' THEN
                   CLOSE fd-calls
               END-IF
               GO TO para-load-calls-exit
           END-IF

           SET ws-calls-eof-no TO TRUE
           PERFORM para-load-calls-one UNTIL ws-calls-eof-yes
           CLOSE fd-calls
           .

       para-load-calls-exit.
           EXIT PARAGRAPH
           .

       para-load-calls-one.
           READ fd-calls
               AT END
                   SET ws-calls-eof-yes TO TRUE
               NOT AT END
                   PERFORM para-remember-call
           END-READ
           .

       para-remember-call.
           IF ws-call-count IS EQUAL TO 2000 THEN
               PERFORM para-table-full
           END-IF
           ADD 1 TO ws-call-count
           SET ix-call TO ws-call-count
           MOVE cc-member-id TO ws-call-member(ix-call)
           MOVE cc-amount TO ws-call-amount(ix-call)
           MOVE cc-currency TO ws-call-currency(ix-call)
           MOVE cc-due-date TO ws-call-due-date(ix-call)
           MOVE cc-issued-timestamp TO ws-call-issued(ix-call)
           MOVE 0 TO ws-call-paid(ix-call)
           IF cc-status-cancelled THEN
               MOVE 'Y' TO ws-call-cancelled(ix-call)
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO ws-call-cancelled(ix-call)

           MOVE cc-member-id TO ws-lookup-member
           MOVE cc-currency TO ws-lookup-currency
           PERFORM para-find-pool
           IF ws-found-no THEN
               PERFORM para-add-pool
               MOVE cc-issued-timestamp TO ws-pool-from(ix-pool)
           END-IF
           IF cc-issued-timestamp IS LESS THAN
                   ws-pool-from(ix-pool) THEN
               MOVE cc-issued-timestamp TO ws-pool-from(ix-pool)
           END-IF
           .

       para-find-pool.
           SET ws-found-no TO TRUE
           IF ws-pool-count IS EQUAL TO 0 THEN
               EXIT PARAGRAPH
           END-IF
           SET ix-pool TO 1
           SEARCH ws-pool-entry
               AT END
                   CONTINUE
               WHEN ws-pool-member(ix-pool) IS EQUAL TO
                       ws-lookup-member
                       AND ws-pool-currency(ix-pool) IS EQUAL TO
                           ws-lookup-currency
                   SET ws-found-yes TO TRUE
           END-SEARCH
           IF ws-found-no THEN
               SET ix-pool TO ws-pool-count
           END-IF
           .

       para-add-pool.
           IF ws-pool-count IS EQUAL TO 2000 THEN
               PERFORM para-table-full
           END-IF
           ADD 1 TO ws-pool-count
           SET ix-pool TO ws-pool-count
           MOVE ws-lookup-member TO ws-pool-member(ix-pool)
           MOVE ws-lookup-currency TO ws-pool-currency(ix-pool)
           MOVE 0 TO ws-pool-amount(ix-pool)
           MOVE 0 TO ws-pool-arrears(ix-pool)
           MOVE 0 TO ws-pool-arrears-count(ix-pool)
           MOVE 0 TO ws-pool-oldest-due(ix-pool)
           .

       para-accumulate-segment.
           MOVE ws-segment-date(ws-seg-i) TO ws-seg-date-text
           MOVE SPACES TO ws-ledger
           STRING '/var/lib/asdf/group/' ws-group-text '/ledger.'
               ws-seg-date-text INTO ws-ledger
           PERFORM para-accumulate-file
           .

       para-accumulate-file.
           OPEN INPUT fd-ledger
           IF ws-ledger-status IS NOT EQUAL TO '00' THEN
               IF ws-ledger-status IS EQUAL TO '05' THEN
                   CLOSE fd-ledger
               END-IF
               EXIT PARAGRAPH
           END-IF
           SET ws-ledger-eof-no TO TRUE
           PERFORM para-accumulate-one UNTIL ws-ledger-eof-yes
           CLOSE fd-ledger
           .

       para-accumulate-one.
           READ fd-ledger
               AT END
                   SET ws-ledger-eof-yes TO TRUE
               NOT AT END
                   IF fs-creditor IS EQUAL TO gi-pot-id THEN
                       PERFORM para-apply-transaction
                   END-IF
           END-READ
           .

      *A reversal carries the corrected entry's own debitor,
      *creditor and currency, so it finds the same pool the payment
      *went into.
       para-apply-transaction.
           MOVE fs-debitor TO ws-lookup-member
           MOVE fs-currency TO ws-lookup-currency
           IF fs-payment THEN
               PERFORM para-find-pool
               IF ws-found-no THEN
                   EXIT PARAGRAPH
               END-IF
               COMPUTE ws-entry-flat =
                   fs-year * 10000000000
                   + fs-month * 100000000
                   + fs-day * 1000000
                   + fs-hour * 10000
                   + fs-minute * 100
                   + fs-second
               IF ws-entry-flat IS LESS THAN ws-pool-from(ix-pool)
                       THEN
                   EXIT PARAGRAPH
               END-IF
               ADD fs-amount TO ws-pool-amount(ix-pool)
               IF ws-counted-count IS EQUAL TO 2000 THEN
                   PERFORM para-table-full
               END-IF
               ADD 1 TO ws-counted-count
               MOVE fs-id TO ws-counted-entry-id(ws-counted-count)
           END-IF

           IF fs-reversal AND fs-reversal-of-type IS EQUAL TO 'P'
                   AND ws-counted-count IS GREATER THAN 0 THEN
               SET ix-counted TO 1
               SEARCH ws-counted-id
                   AT END
                       CONTINUE
                   WHEN ws-counted-entry-id(ix-counted) IS EQUAL TO
                           fs-reversal-of
                       PERFORM para-find-pool
                       IF ws-found-yes THEN
                           SUBTRACT fs-amount
                               FROM ws-pool-amount(ix-pool)
                       END-IF
               END-SEARCH
           END-IF
           .

      *Applies the member's pool to one call, oldest issued first
      *since the table is in file order, and counts the remainder
      *of a past-due call into the member's arrears.
       para-apply-call.
           IF ws-call-cancelled(ix-call) IS EQUAL TO 'Y' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE ws-call-member(ix-call) TO ws-lookup-member
           MOVE ws-call-currency(ix-call) TO ws-lookup-currency
           PERFORM para-find-pool

           IF ws-pool-amount(ix-pool) IS GREATER THAN
                   ws-call-amount(ix-call) THEN
               MOVE ws-call-amount(ix-call) TO ws-call-paid(ix-call)
           ELSE
               IF ws-pool-amount(ix-pool) IS GREATER THAN 0 THEN
                   MOVE ws-pool-amount(ix-pool)
                       TO ws-call-paid(ix-call)
               END-IF
           END-IF
           SUBTRACT ws-call-paid(ix-call) FROM ws-pool-amount(ix-pool)

           COMPUTE ws-remaining-amount =
               ws-call-amount(ix-call) - ws-call-paid(ix-call)
           IF ws-remaining-amount IS GREATER THAN 0
                   AND ws-call-due-date(ix-call) IS LESS THAN
                       ws-today THEN
               ADD ws-remaining-amount TO ws-pool-arrears(ix-pool)
               ADD 1 TO ws-pool-arrears-count(ix-pool)
               IF ws-pool-oldest-due(ix-pool) IS EQUAL TO 0
                       OR ws-call-due-date(ix-call) IS LESS THAN
                           ws-pool-oldest-due(ix-pool) THEN
                   MOVE ws-call-due-date(ix-call)
                       TO ws-pool-oldest-due(ix-pool)
               END-IF
           END-IF
           .

       para-rewrite-calls.
           OPEN I-O fd-calls
           IF ws-calls-status IS NOT EQUAL TO '00' THEN
               IF ws-calls-status IS EQUAL TO '05' THEN
                   CLOSE fd-calls
               END-IF
               GO TO para-rewrite-calls-exit
           END-IF
           SET ix-call TO 1
           SET ws-calls-eof-no TO TRUE
           PERFORM para-rewrite-calls-one
               UNTIL ws-calls-eof-yes OR ix-call > ws-call-count
           CLOSE fd-calls
           .

       para-rewrite-calls-exit.
           EXIT PARAGRAPH
           .

       para-rewrite-calls-one.
           READ fd-calls
               AT END
                   SET ws-calls-eof-yes TO TRUE
               NOT AT END
                   IF NOT cc-status-cancelled THEN
                       MOVE ws-call-paid(ix-call) TO cc-paid-amount
                       IF cc-paid-amount IS EQUAL TO cc-amount THEN
                           SET cc-status-paid TO TRUE
                       ELSE
                           SET cc-status-open TO TRUE
                       END-IF
                       REWRITE cc-call-entry
                       ADD 1 TO st-records-written
                   END-IF
                   SET ix-call UP BY 1
           END-READ
           .

       para-print-arrears.
           IF ws-pool-arrears(ix-pool) IS NOT GREATER THAN 0 THEN
               EXIT PARAGRAPH
           END-IF
           CALL 'asdf-format-uuid' USING ws-pool-member(ix-pool)
               ws-uuid-text
           MOVE ws-pool-arrears(ix-pool) TO ws-format-in
           CALL 'asdf-format-amount' USING ws-format-in
               ws-pool-currency(ix-pool) ws-amount-text
           MOVE ws-pool-arrears-count(ix-pool) TO ws-display-count
           DISPLAY ws-group-text ' ' ws-uuid-text ' owes '
               FUNCTION TRIM(ws-amount-text) ' on '
               FUNCTION TRIM(ws-display-count)
               ' call(s), oldest due ' ws-pool-oldest-due(ix-pool)
           ADD 1 TO ws-arrears-total
           .
