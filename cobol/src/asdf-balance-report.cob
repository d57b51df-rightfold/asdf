      *sorted stream, so the report handles arbitrarily many accounts
      *- group size is bounded by sort work space on disk, not by a
      *working-storage table. Accounts print in ascending id order.
      *
      *ROLLUP mode runs the full computation over the group and
      *every group below it in the parent/child hierarchy
      *(asdf-list-descendants), all in this group's reporting
      *currency, each group's payees, receipt lines, disputes,
      *confirmation holds and households applied to its own entries;
      *a member of several of them gets one net line.
      *
      *The partners of an active household (asdf-household.cpy) are
      *netted as the household: their movements and any share
      *charged to the household itself come out on its one line.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-balance-report.
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-resolutions-status.

       SELECT OPTIONAL fd-confirmations
           ASSIGN DYNAMIC ws-confirmations-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-confirmations-status.

       SELECT OPTIONAL fd-households
           ASSIGN DYNAMIC ws-households-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-households-status.

       SELECT OPTIONAL fd-balances
           ASSIGN DYNAMIC ws-balances-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-req-account-status.

       SELECT OPTIONAL fd-calls
           ASSIGN DYNAMIC ws-calls-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-calls-status.

       SELECT sd-movements
           ASSIGN 'balance-sort-work'.

       FD fd-resolutions.
       COPY 'asdf-dispute-resolution.cpy' REPLACING ==:X:== BY ==dr==.

       FD fd-confirmations.
       COPY 'asdf-payment-confirmation.cpy' REPLACING ==:X:== BY ==pc==.

       FD fd-households.
       COPY 'asdf-household.cpy' REPLACING ==:X:== BY ==hh==.

       FD fd-balances.
       COPY 'asdf-balances.cpy' REPLACING ==:X:== BY ==bl==.

       FD fd-req-account.
       COPY 'asdf-account.cpy' REPLACING ==:X:== BY ==fa==.

       FD fd-calls.
       COPY 'asdf-contribution-call.cpy' REPLACING ==:X:== BY ==cc==.

       SD sd-movements.
       01 st-movement.
           02 st-account               PIC X(16).
      *position, so it never reads as someone owing or being owed.
       01 ws-pot-id                    PIC X(16) VALUE LOW-VALUES.

      *What the open contribution calls on the pot
      *(asdf-contribution-call.cpy) still ask for, net of the part
      *payments asdf-contribution-arrears has matched, converted at
      *each call's due date; shown beside the pot's holdings.
       01 ws-calls-path                PIC X(256).
       01 ws-calls-status              PIC XX.
       01 ws-calls-eof                 PIC X.
           88 ws-calls-eof-yes         VALUE 'Y'.
           88 ws-calls-eof-no          VALUE 'N'.
       01 ws-call-remaining            PIC 9(10) COMP.
       01 ws-call-converted            PIC S9(11) COMP.
       01 ws-calls-outstanding         PIC S9(11) COMP VALUE 0.
       01 ws-calls-text                PIC X(20).

      *FAST mode prints straight from the maintained
      *current-balances file (asdf-balances.cpy) instead of
      *replaying the ledger - instant for the 40-member group, but
      *without the receipt-item reassignment, dispute holds,
      *confirmation holds and household netting the full
      *computation applies;
      *asdf-verify-controls keeps the file honest nightly.
       01 ws-balances-path             PIC X(256).
       01 ws-balances-status           PIC XX.
       01 ws-balances-eof              PIC X.
       01 ws-mode                      PIC X(10) VALUE SPACES.
           88 ws-mode-full             VALUE SPACES.
           88 ws-mode-fast             VALUE 'FAST'.
           88 ws-mode-rollup           VALUE 'ROLLUP'.

      *The groups whose ledgers are netted: the group alone, or in
      *ROLLUP mode the group and every descendant.
       01 ws-family-count              PIC 9(3) COMP.
       01 ws-family.
           02 ws-family-group OCCURS 100 TIMES
                                       PIC X(16).
       01 ws-fam-i                     PIC 9(3) COMP.

      *Localized report labels (asdf-get-label): selected by the
      *optional requesting-account argument's fa-language with the
       01 ws-disputed-total            PIC S9(11) COMP VALUE 0.
       01 ws-disputed-text             PIC X(20).

      *Payments still waiting on their creditor's receipt
      *confirmation (asdf-payment-confirmation.cpy) are held out the
      *same way, with any reversal of one, and reported on their own
      *"awaiting confirmation" line until the creditor answers.
       01 ws-confirmations-path        PIC X(256).
       01 ws-confirmations-status      PIC XX.
       01 ws-confirmations-eof         PIC X.
           88 ws-confirmations-eof-yes VALUE 'Y'.
           88 ws-confirmations-eof-no  VALUE 'N'.
       01 ws-awaiting-count            PIC 9(4) COMP VALUE 0.
       01 ws-awaiting-payments.
           02 ws-awaiting-entry OCCURS 1000 TIMES
                   INDEXED BY ix-awaiting.
               03 ws-awaiting-id       PIC X(16).
       01 ws-awaiting-lookup-id        PIC X(16).
       01 ws-entry-awaiting            PIC X.
           88 ws-entry-awaiting-yes    VALUE 'Y'.
           88 ws-entry-awaiting-no     VALUE 'N'.
       01 ws-awaiting-total            PIC S9(11) COMP VALUE 0.
       01 ws-awaiting-text             PIC X(20).

      *Partners of an active household (asdf-household.cpy): every
      *movement of a partner's is released against the household
      *instead, so the unit nets to the one line.
       01 ws-households-path           PIC X(256).
       01 ws-households-status         PIC XX.
       01 ws-households-eof            PIC X.
           88 ws-households-eof-yes    VALUE 'Y'.
           88 ws-households-eof-no     VALUE 'N'.
       01 ws-partner-count             PIC 9(4) COMP VALUE 0.
       01 ws-partners.
           02 ws-partner-entry OCCURS 500 TIMES
                   INDEXED BY ix-partner.
               03 ws-partner-account   PIC X(16).
               03 ws-partner-household PIC X(16).
       01 ws-hm                        PIC 9(2) COMP.

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
           PERFORM para-load-target-currency
           IF ws-mode-fast THEN
               PERFORM para-print-fast THRU para-print-fast-exit
               STOP RUN
           END-IF
           IF ws-mode-rollup THEN
               CALL 'asdf-list-descendants' USING ws-group
                   ws-family-count ws-family
           ELSE
               MOVE 1 TO ws-family-count
               MOVE ws-group TO ws-family-group(1)
           END-IF
           MOVE 'balance-heading' TO ws-label-key
           MOVE 'BALANCES' TO ws-label-text
           CALL 'asdf-get-label' USING ws-label-key
               DISPLAY FUNCTION TRIM(ws-label-text) ' '
                   FUNCTION TRIM(ws-disputed-text)
           END-IF
           IF ws-awaiting-total IS NOT EQUAL TO 0 THEN
               MOVE ws-awaiting-total TO ws-format-in
               CALL 'asdf-format-amount' USING ws-format-in
                   ws-target-currency ws-awaiting-text
               MOVE 'label-awaiting-confirmation' TO ws-label-key
               MOVE 'awaiting confirmation' TO ws-label-text
               CALL 'asdf-get-label' USING ws-label-key
                   ws-report-language ws-label-text
               DISPLAY FUNCTION TRIM(ws-label-text) ' '
                   FUNCTION TRIM(ws-awaiting-text)
           END-IF
           STOP RUN
           .

           ACCEPT ws-req-account-text FROM ARGUMENT-VALUE
           PERFORM para-load-language
           ACCEPT ws-mode FROM ARGUMENT-VALUE
           IF NOT ws-mode-full AND NOT ws-mode-fast
                   AND NOT ws-mode-rollup THEN
               DISPLAY 'Invalid mode' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
               MOVE gi-pot-id TO ws-pot-id
           END-IF
           CLOSE fd-group-info
           IF ws-pot-id IS NOT EQUAL TO LOW-VALUES THEN
               PERFORM para-load-calls THRU para-load-calls-exit
           END-IF
           .

       para-load-calls.
           MOVE SPACES TO ws-calls-path
           STRING '/var/lib/asdf/group/' ws-target-group-text
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
                   IF cc-status-open THEN
                       COMPUTE ws-call-remaining =
                           cc-amount - cc-paid-amount
                       CALL 'asdf-convert-amount' USING
                           ws-call-remaining cc-currency
                           cc-due-date ws-target-currency
                           ws-call-converted
                       ADD ws-call-converted TO ws-calls-outstanding
                   END-IF
           END-READ
           .

      *Converts fs-amount (in fs-currency) into the base reporting
      *the netting below is a straight control-break sum and never
      *needs every account in memory at once.
       para-release-movements.
           PERFORM para-release-group
               VARYING ws-fam-i FROM 1 BY 1
               UNTIL ws-fam-i > ws-family-count
           .

       para-release-movements-exit.
           EXIT PARAGRAPH
           .

      *Each group's payees, receipt lines, open disputes, payments
      *awaiting confirmation and households are loaded fresh before
      *its own ledger is released.
       para-release-group.
           MOVE ws-family-group(ws-fam-i) TO ws-group
           CALL 'asdf-format-uuid' USING ws-group ws-uuid-text
           MOVE ws-uuid-text TO ws-target-group-text
           PERFORM para-load-payees THRU para-load-payees-exit
           PERFORM para-load-items THRU para-load-items-exit
           PERFORM para-load-open-disputes
               THRU para-load-open-disputes-exit
           PERFORM para-load-awaiting THRU para-load-awaiting-exit
           PERFORM para-load-households THRU para-load-households-exit
           CALL 'asdf-load-segments' USING ws-group
               ws-segment-dates ws-segment-count
           PERFORM para-release-segment
           PERFORM para-release-file
           .

       para-release-segment.
           MOVE ws-segment-date(ws-seg-i) TO ws-seg-date-text
           MOVE SPACES TO ws-ledger
               EXIT PARAGRAPH
           END-IF

           PERFORM para-check-entry-awaiting
           IF ws-entry-awaiting-yes THEN
               IF NOT fs-reversal THEN
                   PERFORM para-convert-amount
                   ADD ws-converted-amount TO ws-awaiting-total
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM para-check-entry-payee
           IF ws-entry-has-payee-yes THEN
               EXIT PARAGRAPH
           ELSE
               MOVE ws-converted-amount TO st-amount
           END-IF
           PERFORM para-fold-household
           RELEASE st-movement

           MOVE fs-creditor TO st-account
           ELSE
               COMPUTE st-amount = 0 - ws-converted-amount
           END-IF
           PERFORM para-fold-household
           RELEASE st-movement
           .


           MOVE fs-creditor TO st-account
           COMPUTE st-amount = 0 - ws-share-converted
           PERFORM para-fold-household
           RELEASE st-movement
           .

           MOVE ws-item-member(ix-item) TO st-account
           COMPUTE st-amount = st-amount * ws-item-sign
           ADD st-amount TO ws-share-converted
           PERFORM para-fold-household
           RELEASE st-movement
           .

               COMPUTE ws-format-in = 0 - ws-break-amount
               CALL 'asdf-format-amount' USING ws-format-in
                   ws-target-currency ws-balance-text
               IF ws-calls-outstanding IS GREATER THAN 0 THEN
                   MOVE ws-calls-outstanding TO ws-format-in
                   CALL 'asdf-format-amount' USING ws-format-in
                       ws-target-currency ws-calls-text
                   DISPLAY 'pot ' ws-uuid-text ' holds '
                       FUNCTION TRIM(ws-balance-text)
                       ', calls outstanding '
                       FUNCTION TRIM(ws-calls-text)
               ELSE
                   DISPLAY 'pot ' ws-uuid-text ' holds '
                       FUNCTION TRIM(ws-balance-text)
               END-IF
           ELSE
               MOVE ws-break-amount TO ws-format-in
               CALL 'asdf-format-amount' USING ws-format-in
           END-SEARCH
           .

      *Loads the ids of the payments still pending their creditor's
      *answer.
       para-load-awaiting.
           MOVE 0 TO ws-awaiting-count
           MOVE SPACES TO ws-confirmations-path
           STRING '/var/lib/asdf/group/' ws-target-group-text
               '/payment-confirmations' INTO ws-confirmations-path
           OPEN INPUT fd-confirmations
           IF ws-confirmations-status IS NOT EQUAL TO '00' THEN
               IF ws-confirmations-status IS EQUAL TO '05' THEN
                   CLOSE fd-confirmations
               END-IF
               GO TO para-load-awaiting-exit
           END-IF

           SET ws-confirmations-eof-no TO TRUE
           PERFORM para-load-awaiting-one
               UNTIL ws-confirmations-eof-yes
           CLOSE fd-confirmations
           .

       para-load-awaiting-exit.
           EXIT PARAGRAPH
           .

       para-load-awaiting-one.
           READ fd-confirmations
               AT END
                   SET ws-confirmations-eof-yes TO TRUE
               NOT AT END
                   IF pc-status-pending THEN
                       IF ws-awaiting-count IS GREATER THAN OR
                               EQUAL TO 1000 THEN
                           DISPLAY 'Too many payments awaiting '
                               'confirmation' WITH NO ADVANCING
                           MOVE 101 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO ws-awaiting-count
                       SET ix-awaiting TO ws-awaiting-count
                       MOVE pc-transaction-id
                           TO ws-awaiting-id(ix-awaiting)
                   END-IF
           END-READ
           .

      *Loads the partners of the group's active households.
       para-load-households.
           MOVE 0 TO ws-partner-count
           MOVE SPACES TO ws-households-path
           STRING '/var/lib/asdf/group/' ws-target-group-text
               '/households' INTO ws-households-path
           OPEN INPUT fd-households
           IF ws-households-status IS NOT EQUAL TO '00' THEN
               IF ws-households-status IS EQUAL TO '05' THEN
                   CLOSE fd-households
               END-IF
               GO TO para-load-households-exit
           END-IF

           SET ws-households-eof-no TO TRUE
           PERFORM para-load-household-one
               UNTIL ws-households-eof-yes
           CLOSE fd-households
           .

       para-load-households-exit.
           EXIT PARAGRAPH
           .

       para-load-household-one.
           READ fd-households
               AT END
                   SET ws-households-eof-yes TO TRUE
               NOT AT END
                   IF hh-status-active THEN
                       PERFORM para-load-partner
                           VARYING ws-hm FROM 1 BY 1
                           UNTIL ws-hm > hh-member-count
                   END-IF
           END-READ
           .

       para-load-partner.
           IF ws-partner-count IS GREATER THAN OR EQUAL TO 500 THEN
               DISPLAY 'Too many household members' WITH NO ADVANCING
               MOVE 101 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO ws-partner-count
           SET ix-partner TO ws-partner-count
           MOVE hh-account-id(ws-hm) TO ws-partner-account(ix-partner)
           MOVE hh-household-id TO ws-partner-household(ix-partner)
           .

       para-fold-household.
           IF ws-partner-count IS EQUAL TO 0 THEN
               EXIT PARAGRAPH
           END-IF
           SET ix-partner TO 1
           SEARCH ws-partner-entry
               AT END
                   CONTINUE
               WHEN ix-partner IS GREATER THAN ws-partner-count
                   CONTINUE
               WHEN ws-partner-account(ix-partner) IS EQUAL TO
                       st-account
                   MOVE ws-partner-household(ix-partner) TO st-account
           END-SEARCH
           .

      *A pending payment, or a reversal of one.
       para-check-entry-awaiting.
           SET ws-entry-awaiting-no TO TRUE
           IF ws-awaiting-count IS EQUAL TO 0 THEN
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN fs-payment
                   MOVE fs-id TO ws-awaiting-lookup-id
               WHEN fs-reversal AND fs-reversal-of-type IS EQUAL TO
                       'P'
                   MOVE fs-reversal-of TO ws-awaiting-lookup-id
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           SET ix-awaiting TO 1
           SEARCH ws-awaiting-entry
               AT END
                   CONTINUE
               WHEN ws-awaiting-id(ix-awaiting) IS EQUAL TO
                       ws-awaiting-lookup-id
                   SET ws-entry-awaiting-yes TO TRUE
           END-SEARCH
           .

       para-print-fast.
           MOVE 'balance-heading' TO ws-label-key
           MOVE 'BALANCES' TO ws-label-text
