      *still reserve their payment on later runs, so a payment never
      *vouches for two lines.
      *
      *Every mismatch and every line-matching exception is also
      *posted to the operator exceptions queue (asdf-raise-
      *exception), which keeps one open item per finding however
      *many nights it is reported.
      *
      *A group with no reconciliation entry loaded yet is reported as
      *NO-DATA rather than a mismatch, since there is nothing to
      *compare against. Archived groups are still reconciled, with
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-settlements-status.

      *A leg whose payee takes payment in their own currency
      *(asdf-settlement-payout.cpy) reaches the bank as the payout
      *amount, so a line may carry that figure instead.
       SELECT OPTIONAL fd-payouts
           ASSIGN DYNAMIC ws-payouts-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-payouts-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-group-index.
       FD fd-settlements.
       COPY 'asdf-settlement.cpy' REPLACING ==:X:== BY ==sl==.

       FD fd-payouts.
       COPY 'asdf-settlement-payout.cpy' REPLACING ==:X:== BY ==so==.

       WORKING-STORAGE SECTION.
       01 ws-index-path                PIC X(256)
           VALUE '/var/lib/asdf/group-index'.
           88 ws-leg-posted-yes        VALUE 'Y'.
           88 ws-leg-posted-no         VALUE 'N'.
       01 ws-plan-text                 PIC X(32).
       01 ws-payouts-path              PIC X(256).
       01 ws-payouts-status            PIC XX.
       01 ws-payouts-eof               PIC X.
           88 ws-payouts-eof-yes       VALUE 'Y'.
           88 ws-payouts-eof-no        VALUE 'N'.
       01 ws-leg-amount-match          PIC X.
           88 ws-leg-amount-match-yes  VALUE 'Y'.
           88 ws-leg-amount-match-no   VALUE 'N'.
       01 ws-event-type                PIC X(20).
       01 ws-id-collision              PIC X.
           88 ws-id-collision-yes      VALUE 'Y'.
           88 ws-id-found-yes          VALUE 'Y'.
           88 ws-id-found-no           VALUE 'N'.
       01 ws-new-id                    PIC X(16).
      *The posted leg's plan basis (asdf-plan-basis).
       01 ws-basis-mode                PIC X.
       01 ws-basis-state               PIC X.
           88 ws-basis-current         VALUE 'C'.
       01 ws-superseded-by             PIC X(16).
       01 ws-auto-posted-count         PIC 9(5) COMP VALUE 0.
       01 ws-utc-now.
           02 ws-utc-year              PIC 9(4).
           02 ws-utc-second            PIC 9(2).
       01 ws-utc-flat                  PIC 9(14).

      *Operator exceptions queue item (asdf-raise-exception).
       01 ws-exception-source          PIC X(20).
       01 ws-exception-severity        PIC X.
       01 ws-exception-subject         PIC X(16).
       01 ws-exception-description     PIC X(200).
       01 ws-exception-raised          PIC X.

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
           MOVE 'asdf-reconcile-ledgers' TO st-job-name
           PERFORM para-scan-groups THRU para-scan-groups-exit
           PERFORM para-print-summary

           COMPUTE st-rejects = ws-mismatch-count + ws-exception-count
           MOVE ws-auto-posted-count TO st-records-written
           CALL 'asdf-write-step-stats' USING st-step-stats
           IF ws-mismatch-count IS GREATER THAN 0
                   OR ws-exception-count IS GREATER THAN 0 THEN
               MOVE 1 TO RETURN-CODE
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   ADD 1 TO st-records-read
                   PERFORM para-reconcile-group THRU
                       para-reconcile-group-exit
           END-READ
                       ' expected=' FUNCTION TRIM(ws-display-expected)
                       ' MISMATCH'
                   ADD 1 TO ws-mismatch-count
                   MOVE 'RECONCILE' TO ws-exception-source
                   MOVE 'H' TO ws-exception-severity
                   MOVE LOW-VALUES TO ws-exception-subject
                   MOVE SPACES TO ws-exception-description
                   STRING 'payment total computed='
                       FUNCTION TRIM(ws-display-computed)
                       ' expected=' FUNCTION TRIM(ws-display-expected)
                       ' from the bank'
                       DELIMITED BY SIZE INTO ws-exception-description
                   PERFORM para-raise-exception
           END-EVALUATE
           .

       para-raise-exception.
           CALL 'asdf-raise-exception' USING ws-exception-source
               ws-exception-severity gx-group-id ws-exception-subject
               ws-exception-description ws-exception-raised
           .

       para-print-summary.
           DISPLAY ws-mismatch-count ' group(s) with a reconciliation '
               'mismatch, ' ws-exception-count
                   ADD 1 TO ws-exception-count
                   DISPLAY '  unmatched bank line ' bl-date ' '
                       bl-amount ' ' FUNCTION TRIM(bl-reference)
                   MOVE 'BANK-MATCH' TO ws-exception-source
                   MOVE 'M' TO ws-exception-severity
                   MOVE LOW-VALUES TO ws-exception-subject
                   MOVE SPACES TO ws-exception-description
                   STRING 'unmatched bank line ' bl-date ' '
                       bl-amount ' ' FUNCTION TRIM(bl-reference)
                       DELIMITED BY SIZE INTO ws-exception-description
                   PERFORM para-raise-exception
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
               AT END
                   SET ws-settlements-eof-yes TO TRUE
               NOT AT END
                   IF sl-status-open THEN
                       CALL 'asdf-format-uuid' USING sl-plan-id
                           ws-plan-text
                       IF bl-reference(1:8) IS EQUAL TO
                               ws-plan-text(1:8) THEN
                           PERFORM para-check-leg-amount
                               THRU para-check-leg-amount-exit
                           IF ws-leg-amount-match-yes THEN
                               PERFORM para-auto-post-leg
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .

      *The line pays the leg if it carries either the leg's own
      *amount or the payout amount recorded for it.
       para-check-leg-amount.
           IF sl-amount IS EQUAL TO bl-amount THEN
               SET ws-leg-amount-match-yes TO TRUE
               GO TO para-check-leg-amount-exit
           END-IF
           SET ws-leg-amount-match-no TO TRUE

           MOVE SPACES TO ws-payouts-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/settlement-payouts' INTO ws-payouts-path
           OPEN INPUT fd-payouts
           IF ws-payouts-status IS NOT EQUAL TO '00' THEN
               IF ws-payouts-status IS EQUAL TO '05' THEN
                   CLOSE fd-payouts
               END-IF
               GO TO para-check-leg-amount-exit
           END-IF

           SET ws-payouts-eof-no TO TRUE
           PERFORM para-check-payout-one
               UNTIL ws-payouts-eof-yes OR ws-leg-amount-match-yes
           CLOSE fd-payouts
           .

       para-check-leg-amount-exit.
           EXIT PARAGRAPH
           .

       para-check-payout-one.
           READ fd-payouts
               AT END
                   SET ws-payouts-eof-yes TO TRUE
               NOT AT END
                   IF so-plan-id IS EQUAL TO sl-plan-id
                           AND so-leg-number IS EQUAL TO sl-leg-number
                           AND so-amount IS EQUAL TO bl-amount THEN
                       SET ws-leg-amount-match-yes TO TRUE
                   END-IF
           END-READ
           .

      *Posts the payment exactly the way asdf-confirm-settlement
      *does - same entry shape, mirrors and control-total update -
      *and marks the leg confirmed carrying the posted entry's id.
           MOVE SPACES TO fs-attachment-ref
           MOVE SPACES TO fs-split-of

      *The bank line is money that moved, so the leg posts whatever
      *state its plan is in; only a plan still current has its basis
      *carried forward over the payment.
           MOVE 'Q' TO ws-basis-mode
           CALL 'asdf-plan-basis' USING ws-basis-mode gx-group-id
               sl-plan-id ws-basis-state ws-superseded-by

           MOVE SPACES TO ws-ledger
           STRING '/var/lib/asdf/group/' ws-group-text '/ledger'
               INTO ws-ledger
           END-IF
           CALL 'asdf-update-control' USING gx-group-id
               fs-transaction
           IF ws-basis-current THEN
               MOVE 'A' TO ws-basis-mode
               CALL 'asdf-plan-basis' USING ws-basis-mode gx-group-id
                   sl-plan-id ws-basis-state ws-superseded-by
           END-IF

           CALL 'asdf-utc-timestamp' USING ws-utc-now
           COMPUTE ws-utc-flat =

           SET ws-leg-posted-yes TO TRUE
           ADD 1 TO ws-auto-posted-count
           ADD fs-amount TO st-amount-total
           CALL 'asdf-format-uuid' USING ws-new-id ws-uuid-text
           DISPLAY '  auto-posted leg ' sl-leg-number ' of plan '
               FUNCTION TRIM(ws-plan-text) ' as '
               DISPLAY '  unmatched ledger payment '
                   FUNCTION TRIM(ws-uuid-text) ' '
                   ws-payment-amount(ws-p)
               MOVE 'BANK-MATCH' TO ws-exception-source
               MOVE 'M' TO ws-exception-severity
               MOVE ws-payment-id(ws-p) TO ws-exception-subject
               MOVE SPACES TO ws-exception-description
               MOVE ws-payment-amount(ws-p) TO ws-display-computed
               STRING 'ledger payment of '
                   FUNCTION TRIM(ws-display-computed)
                   ' carried by no bank line'
                   DELIMITED BY SIZE INTO ws-exception-description
               PERFORM para-raise-exception
           END-IF
           .
