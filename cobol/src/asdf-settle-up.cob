      *payment file under /var/lib/asdf/payment-export/ - a header
      *record, one detail record per suggested payment carrying both
      *parties' bank details (asdf-set-bank-details), the amount,
      *currency and a reference, and a trailer with the record count
      *and amount hash total so the receiving system can verify the
      *file. The plan is recorded exactly as RECORD does, and each
      *payment's reference is its plan id's 32 hex characters
      *followed by its three-digit leg number - 35 characters, the
      *most an ISO 20022 end-to-end id holds - which the bank quotes
      *back in its payment status report for
      *asdf-load-payment-status. A payment whose
      *payer or payee never provided bank details is still written
      *(with spaces) but flagged, and the run exits non-zero so the
      *file isn't uploaded incomplete by accident.
      *
      *A recorded or exported plan also notes the ledger position it
      *was computed from - the group's control record as it stood -
      *in the settlement-basis file (asdf-settlement-basis.cpy), so
      *a later posting that shifts the net positions under an open
      *plan can be noticed. SUPERSEDE, given the plan id of such a
      *stale plan, works the plan out afresh from the ledger as it
      *now stands - legs of the old plan already confirmed are
      *payments in that ledger, so the new plan only covers what is
      *still owed - records it exactly as RECORD does, closes the
      *old plan's open legs as superseded and links the two plans'
      *basis records. Every payer whose leg is new or no longer
      *matches an open leg of the old plan (same payee, same amount)
      *is told by mail, or by text on the SMS channel, under the
      *'settlement-plan-changed' template. asdf-check-stale-plans
      *runs this nightly for every plan it finds stale.
      *
      *A payee who has set a preferred receiving currency
      *(asdf-set-payout-currency) has each leg paying them also
      *stated in that currency at today's dated rate
      *(asdf-payout-amount). The printout shows it beside the
      *reporting-currency figure; RECORD, EXPORT and SUPERSEDE keep
      *the payout amount and the rate used in the group's
      *settlement-payouts file (asdf-settlement-payout.cpy), STATUS
      *shows it again, and EXPORT's detail record asks the bank for
      *the payout amount in the payout currency. The leg itself stays
      *in the reporting currency, so its confirmation posts exactly
      *the amount the netting worked out.
      *
      *The partners of an active household (asdf-household.cpy) are
      *netted as the household, so the plan never moves money from
      *one partner to the other: a leg to or from the unit names the
      *household, and any one of its partners confirms it.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-settle-up.
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

       SELECT OPTIONAL fd-payees
           ASSIGN DYNAMIC ws-payees-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-payees-status.

       SELECT OPTIONAL fd-basis
           ASSIGN DYNAMIC ws-basis-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-basis-status.

       SELECT OPTIONAL fd-mail-queue
           ASSIGN DYNAMIC ws-mail-queue-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       SELECT OPTIONAL fd-payouts
           ASSIGN DYNAMIC ws-payouts-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-payouts-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-ledger.
       FD fd-resolutions.
       COPY 'asdf-dispute-resolution.cpy' REPLACING ==:X:== BY ==dr==.

       FD fd-confirmations.
       COPY 'asdf-payment-confirmation.cpy' REPLACING ==:X:== BY ==pc==.

       FD fd-households.
       COPY 'asdf-household.cpy' REPLACING ==:X:== BY ==hh==.

       FD fd-payees.
       COPY 'asdf-payee.cpy' REPLACING ==:X:== BY ==py==.

       FD fd-basis.
       COPY 'asdf-settlement-basis.cpy' REPLACING ==:X:== BY ==sb==.

       FD fd-mail-queue.
       COPY 'asdf-mail-queue.cpy' REPLACING ==:X:== BY ==mq==.

       FD fd-payouts.
       COPY 'asdf-settlement-payout.cpy' REPLACING ==:X:== BY ==so==.

       WORKING-STORAGE SECTION.
       01 ws-group                     PIC X(16).
       01 ws-ledger                    PIC X(256).
       01 ws-disputed-total            PIC S9(11) COMP VALUE 0.
       01 ws-disputed-text             PIC X(20).

      *Payments still waiting on their creditor's receipt
      *confirmation (asdf-payment-confirmation.cpy) are held out the
      *same way, with any reversal of one: nobody is told they are
      *square on money the payee says has not yet arrived.
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
      *position of a partner's is carried on the household's slot.
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

       01 ws-max-creditor-amount       PIC S9(11) COMP.
       01 ws-max-creditor-ix           PIC 9(4) COMP.
       01 ws-max-debitor-amount        PIC S9(11) COMP.
           88 ws-mode-record           VALUE 'RECORD'.
           88 ws-mode-status           VALUE 'STATUS'.
           88 ws-mode-export           VALUE 'EXPORT'.
           88 ws-mode-supersede        VALUE 'SUPERSEDE'.

       01 ws-export-path               PIC X(256).
       01 ws-export-dir                PIC X(256)
       01 ws-export-amount             PIC 9(12).
       01 ws-payer-details             PIC X(34).
       01 ws-payee-details             PIC X(34).
       01 ws-party-account             PIC X(16).
       01 ws-party-details             PIC X(34).
       01 ws-party-household           PIC X.
           88 ws-party-household-yes   VALUE 'Y'.
           88 ws-party-household-no    VALUE 'N'.
       01 ws-details-account           PIC X(16).
       01 ws-details-value             PIC X(34).
      *The account record holds the details protected
      *(asdf-protect-field); only the payment file carries them plain.
       01 ws-reveal-mode               PIC X VALUE 'R'.
       01 ws-protected-value           PIC X(254).
       01 ws-plain-value               PIC X(254).
       01 ws-missing-details           PIC 9(3) COMP VALUE 0.
       01 ws-reference                 PIC X(40).

           88 ws-has-plan-filter-yes   VALUE 'Y'.
           88 ws-has-plan-filter-no    VALUE 'N'.
       01 ws-leg-number                PIC 9(3) VALUE 0.
       01 ws-leg-state                 PIC X(11).
       01 ws-settlements-eof           PIC X.
           88 ws-settlements-eof-yes   VALUE 'Y'.
           88 ws-settlements-eof-no    VALUE 'N'.
       01 ws-now-flat REDEFINES ws-now-group
                                        PIC 9(14).

      *The ledger position the plan is computed from
      *(asdf-read-control), noted in its basis record.
       COPY 'asdf-control.cpy' REPLACING ==:X:== BY ==cr==.
       01 ws-control-found             PIC X.
       01 ws-basis-path                PIC X(256).
       01 ws-basis-status              PIC XX.
       01 ws-basis-eof                 PIC X.
           88 ws-basis-eof-yes         VALUE 'Y'.
           88 ws-basis-eof-no          VALUE 'N'.
       01 ws-supersedes                PIC X(16) VALUE LOW-VALUES.
       01 ws-old-basis                 PIC X.
           88 ws-old-basis-yes         VALUE 'Y'.
           88 ws-old-basis-no          VALUE 'N'.
       01 ws-event-type                PIC X(20).
       01 ws-event-actor               PIC X(16) VALUE LOW-VALUES.

      *The superseded plan's open legs; each is ticked off as the new
      *plan repeats it, and the payers of what is left unticked on
      *either side are the ones told their leg changed. Sized like
      *the balance table it is drawn from.
       01 ws-old-leg-count             PIC 9(4) COMP VALUE 0.
       01 ws-old-legs.
           02 ws-old-leg-entry OCCURS 5000 TIMES
                   INDEXED BY ix-old-leg.
               03 ws-old-leg-payer     PIC X(16).
               03 ws-old-leg-payee     PIC X(16).
               03 ws-old-leg-amount    PIC 9(10) COMP.
               03 ws-old-leg-matched   PIC X.
                   88 ws-old-leg-matched-yes VALUE 'Y'.
                   88 ws-old-leg-matched-no  VALUE 'N'.
       01 ws-leg-matched               PIC X.
           88 ws-leg-matched-yes       VALUE 'Y'.
           88 ws-leg-matched-no        VALUE 'N'.
       01 ws-superseded-count          PIC 9(4) COMP VALUE 0.
       01 ws-display-legs              PIC Z(3)9.

      *Payers already told this run, so a payer with two changed
      *legs gets one notice.
       01 ws-told-count                PIC 9(4) COMP VALUE 0.
       01 ws-told-table.
           02 ws-told-entry OCCURS 5000 TIMES
                   INDEXED BY ix-told.
               03 ws-told-account      PIC X(16).
       01 ws-told                      PIC X.
           88 ws-told-yes              VALUE 'Y'.
           88 ws-told-no               VALUE 'N'.
       01 ws-notify-account            PIC X(16).
       01 ws-notify-amount             PIC 9(10) COMP.
       01 ws-mail-queue-path           PIC X(256)
           VALUE '/var/lib/asdf/mail-queue'.
       01 ws-notify-subject            PIC X(80).
       01 ws-notify-body               PIC X(200).
       01 ws-template-key              PIC X(30).
       01 ws-render-amount-in          PIC S9(11) COMP.
       01 ws-render-amount             PIC X(20).
       01 ws-render-party              PIC X(32).
       01 ws-render-due                PIC X(10).
       01 ws-render-found              PIC X.
       01 ws-sms-queued                PIC X.
           88 ws-sms-queued-yes        VALUE 'Y'.
           88 ws-sms-queued-no         VALUE 'N'.

      *The current leg in its payee's preferred receiving currency
      *(asdf-payout-amount), priced at today's rate.
       01 ws-payouts-path              PIC X(256).
       01 ws-payouts-status            PIC XX.
       01 ws-payouts-eof               PIC X.
           88 ws-payouts-eof-yes       VALUE 'Y'.
           88 ws-payouts-eof-no        VALUE 'N'.
       01 ws-leg-amount                PIC 9(10) COMP.
       01 ws-payout-currency           PIC X(3).
       01 ws-payout-amount             PIC 9(10) COMP.
       01 ws-payout-rate               PIC 9(7)V9(8) COMP.
       01 ws-payout-date               PIC 9(8).
       01 ws-payout-base               PIC X(3).
       01 ws-payout-found              PIC X.
           88 ws-payout-found-yes      VALUE 'Y'.
           88 ws-payout-found-no       VALUE 'N'.
       01 ws-payout-format-in          PIC S9(11) COMP.
       01 ws-payout-text               PIC X(20).
       01 ws-rate-display              PIC Z(6)9.9(8).

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
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-today
           IF ws-mode-status THEN
               PERFORM para-report-status THRU para-report-status-exit
               STOP RUN
           END-IF
           IF ws-mode-supersede THEN
               PERFORM para-load-old-plan THRU para-load-old-plan-exit
           END-IF
           IF ws-mode-record OR ws-mode-export OR ws-mode-supersede
                   THEN
               CALL 'asdf-generate-uuid' USING ws-plan-id
               CALL 'asdf-format-uuid' USING ws-plan-id
                   ws-plan-id-text
               DISPLAY 'plan ' ws-plan-id-text
      *Noted before the walk: a posting that lands while the plan is
      *being worked out makes the plan look stale, never current.
               CALL 'asdf-read-control' USING ws-group cr-control
                   ws-control-found
           END-IF
           IF ws-mode-export THEN
               PERFORM para-open-export
           END-IF
           PERFORM para-load-open-disputes
               THRU para-load-open-disputes-exit
           PERFORM para-load-awaiting THRU para-load-awaiting-exit
           PERFORM para-load-households THRU para-load-households-exit
           PERFORM para-accumulate THRU para-accumulate-exit
           PERFORM para-report-pot
           PERFORM para-report-disputed
           PERFORM para-report-awaiting
           PERFORM para-settle
           IF ws-mode-record OR ws-mode-export OR ws-mode-supersede
                   THEN
               PERFORM para-write-basis
           END-IF
           IF ws-mode-supersede THEN
               PERFORM para-close-old-plan
           END-IF
           IF ws-mode-export THEN
               PERFORM para-close-export
           END-IF
           .

       para-open-export.
           CALL 'CBL_CREATE_DIR' USING ws-export-dir
           CALL 'asdf-format-uuid' USING ws-group ws-uuid-text
           MOVE SPACES TO ws-export-path
           STRING '/var/lib/asdf/payment-export/' ws-uuid-text
               '-' ws-today INTO ws-export-path

           OPEN OUTPUT fd-export
           MOVE ws-today TO fxh-date
           MOVE ws-group-name TO fxh-name

      *Bank details come off each party's account record; an account
      *that never provided any exports as spaces and is counted so
      *the run can refuse to call the file complete. A household's
      *leg is paid from, or into, the account of its first partner
      *in the household record who has given bank details.
       para-fetch-bank-details.
           MOVE ws-balance-account(ws-max-debitor-ix)
               TO ws-party-account
           PERFORM para-fetch-party-details
               THRU para-fetch-party-details-exit
           MOVE ws-party-details TO ws-payer-details

           MOVE ws-balance-account(ws-max-creditor-ix)
               TO ws-party-account
           PERFORM para-fetch-party-details
               THRU para-fetch-party-details-exit
           MOVE ws-party-details TO ws-payee-details

           IF ws-payer-details IS EQUAL TO SPACES
                   OR ws-payee-details IS EQUAL TO SPACES THEN
               ADD 1 TO ws-missing-details
           END-IF
           .

      *ws-party-details for ws-party-account, or for the first of
      *its partners with any when it is a household.
       para-fetch-party-details.
           MOVE SPACES TO ws-party-details
           SET ws-party-household-no TO TRUE
           IF ws-partner-count IS GREATER THAN 0 THEN
               PERFORM para-fetch-partner-details
                   VARYING ix-partner FROM 1 BY 1
                   UNTIL ix-partner > ws-partner-count
                       OR ws-party-details IS NOT EQUAL TO SPACES
           END-IF
           IF ws-party-household-yes THEN
               GO TO para-fetch-party-details-exit
           END-IF

           MOVE ws-party-account TO ws-details-account
           PERFORM para-read-bank-details
               THRU para-read-bank-details-exit
           MOVE ws-details-value TO ws-party-details
           .

       para-fetch-party-details-exit.
           EXIT PARAGRAPH
           .

       para-fetch-partner-details.
           IF ws-partner-household(ix-partner) IS EQUAL TO
                   ws-party-account THEN
               SET ws-party-household-yes TO TRUE
               MOVE ws-partner-account(ix-partner)
                   TO ws-details-account
               PERFORM para-read-bank-details
                   THRU para-read-bank-details-exit
               MOVE ws-details-value TO ws-party-details
           END-IF
           .

      *The revealed bank details of ws-details-account, or spaces.
       para-read-bank-details.
           MOVE SPACES TO ws-details-value
           CALL 'asdf-format-uuid' USING ws-details-account
               ws-uuid-text
           MOVE SPACES TO ws-account-path
           STRING '/var/lib/asdf/account/' ws-uuid-text '/info'
               INTO ws-account-path
           OPEN INPUT fd-account
           IF ws-account-status IS NOT EQUAL TO '00' THEN
               IF ws-account-status IS EQUAL TO '05' THEN
                   CLOSE fd-account
               END-IF
               GO TO para-read-bank-details-exit
           END-IF

           READ fd-account
           MOVE fa-bank-details TO ws-protected-value
           CALL 'asdf-protect-field' USING ws-reveal-mode
               ws-protected-value ws-plain-value
           MOVE ws-plain-value TO ws-details-value
           CLOSE fd-account
           .

       para-read-bank-details-exit.
           EXIT PARAGRAPH
           .

       para-export-leg.
           MOVE ws-detail-count TO fxd-sequence
           MOVE ws-payer-details TO fxd-payer
           MOVE ws-payee-details TO fxd-payee
      *The bank is asked for what the payee actually receives.
           IF ws-payout-found-yes THEN
               MOVE ws-payout-amount TO ws-export-amount
               MOVE ws-payout-currency TO fxd-currency
           ELSE
               MOVE ws-settle-amount TO ws-export-amount
               MOVE ws-target-currency TO fxd-currency
           END-IF
           MOVE ws-export-amount TO fxd-amount
           MOVE SPACES TO ws-reference
           STRING ws-plan-id-text ws-leg-number
               DELIMITED BY SIZE INTO ws-reference
           MOVE ws-reference TO fxd-reference
           ADD ws-export-amount TO ws-hash-total
           MOVE fx-detail TO fx-line
           WRITE fx-line
           .

           ACCEPT ws-mode FROM ARGUMENT-VALUE
           IF NOT ws-mode-print AND NOT ws-mode-record
                   AND NOT ws-mode-status AND NOT ws-mode-export
                   AND NOT ws-mode-supersede THEN
               DISPLAY 'Invalid mode' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
                   ws-plan-filter
               SET ws-has-plan-filter-yes TO TRUE
           END-IF
           IF ws-mode-supersede AND ws-has-plan-filter-no THEN
               DISPLAY 'SUPERSEDE needs the plan id to replace'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           CALL 'asdf-format-uuid' USING ws-group ws-uuid-text
           MOVE SPACES TO ws-settlements-path
           STRING '/var/lib/asdf/group/' ws-uuid-text '/settlements'
               INTO ws-settlements-path
           MOVE SPACES TO ws-basis-path
           STRING '/var/lib/asdf/group/' ws-uuid-text
               '/settlement-basis' INTO ws-basis-path
           MOVE SPACES TO ws-payouts-path
           STRING '/var/lib/asdf/group/' ws-uuid-text
               '/settlement-payouts' INTO ws-payouts-path
           .

      *If the group has been archived its info has moved under
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
           .

       para-find-balance.
           PERFORM para-fold-household
           SET ix-balance TO 1
           SEARCH ws-balance-entry
               AT END
           DISPLAY FUNCTION TRIM(ws-uuid-text) ' '
               FUNCTION TRIM(ws-settle-display)

           MOVE ws-settle-amount TO ws-leg-amount
           CALL 'asdf-payout-amount' USING
               ws-balance-account(ws-max-creditor-ix) ws-leg-amount
               ws-target-currency ws-today ws-payout-currency
               ws-payout-amount ws-payout-rate ws-payout-found
           IF ws-payout-found-yes THEN
               MOVE ws-today TO ws-payout-date
               MOVE ws-target-currency TO ws-payout-base
               PERFORM para-print-payout
           END-IF

           IF ws-mode-record OR ws-mode-export OR ws-mode-supersede
                   THEN
               PERFORM para-record-leg
           END-IF
           IF ws-mode-export THEN
               PERFORM para-export-leg
           END-IF
           IF ws-mode-supersede THEN
               PERFORM para-match-old-leg
           END-IF
           .

       para-record-leg.
           MOVE ws-now-flat TO sl-created-timestamp
           MOVE 0 TO sl-confirmed-timestamp
           MOVE LOW-VALUES TO sl-confirmed-entry
           SET sl-bank-status-none TO TRUE
           MOVE SPACES TO sl-bank-reason
           MOVE 0 TO sl-bank-timestamp

           OPEN EXTEND fd-settlements
           WRITE sl-settlement-leg
           CLOSE fd-settlements

           IF ws-payout-found-yes THEN
               MOVE ws-plan-id TO so-plan-id
               MOVE ws-leg-number TO so-leg-number
               MOVE ws-payout-currency TO so-currency
               MOVE ws-payout-amount TO so-amount
               MOVE ws-payout-rate TO so-rate
               MOVE ws-payout-date TO so-rate-date
               OPEN EXTEND fd-payouts
               WRITE so-settlement-payout
               CLOSE fd-payouts
           END-IF
           .

       para-print-payout.
           MOVE ws-payout-amount TO ws-payout-format-in
           CALL 'asdf-format-amount' USING ws-payout-format-in
               ws-payout-currency ws-payout-text
           MOVE ws-payout-rate TO ws-rate-display
           DISPLAY '    paid as ' FUNCTION TRIM(ws-payout-text)
               ' at ' FUNCTION TRIM(ws-rate-display) ' '
               ws-payout-currency '/' ws-payout-base
               ' (' ws-payout-date ')'
           .

      *The plan being replaced must have a basis record that is not
      *already superseded, and at least one leg still open - a plan
      *fully paid has nothing left to replace.
       para-load-old-plan.
           SET ws-old-basis-no TO TRUE
           OPEN INPUT fd-basis
           IF ws-basis-status IS EQUAL TO '00' THEN
               SET ws-basis-eof-no TO TRUE
               PERFORM para-find-old-basis
                   UNTIL ws-basis-eof-yes OR ws-old-basis-yes
               CLOSE fd-basis
           ELSE
               IF ws-basis-status IS EQUAL TO '05' THEN
                   CLOSE fd-basis
               END-IF
           END-IF
           IF ws-old-basis-no THEN
               DISPLAY 'No recorded basis for that plan'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF sb-status-superseded THEN
               DISPLAY 'Plan already superseded' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO ws-old-leg-count
           OPEN INPUT fd-settlements
           IF ws-settlements-status IS NOT EQUAL TO '00' THEN
               IF ws-settlements-status IS EQUAL TO '05' THEN
                   CLOSE fd-settlements
               END-IF
               GO TO para-load-old-plan-check
           END-IF
           SET ws-settlements-eof-no TO TRUE
           PERFORM para-load-old-leg UNTIL ws-settlements-eof-yes
           CLOSE fd-settlements
           .

       para-load-old-plan-check.
           IF ws-old-leg-count IS EQUAL TO 0 THEN
               DISPLAY 'Plan has no open legs' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ws-plan-filter TO ws-supersedes
           .

       para-load-old-plan-exit.
           EXIT PARAGRAPH
           .

       para-find-old-basis.
           READ fd-basis
               AT END
                   SET ws-basis-eof-yes TO TRUE
               NOT AT END
                   IF sb-plan-id IS EQUAL TO ws-plan-filter THEN
                       SET ws-old-basis-yes TO TRUE
                   END-IF
           END-READ
           .

       para-load-old-leg.
           READ fd-settlements
               AT END
                   SET ws-settlements-eof-yes TO TRUE
               NOT AT END
                   IF sl-plan-id IS EQUAL TO ws-plan-filter
                           AND sl-status-open THEN
                       ADD 1 TO ws-old-leg-count
                       SET ix-old-leg TO ws-old-leg-count
                       MOVE sl-payer TO ws-old-leg-payer(ix-old-leg)
                       MOVE sl-payee TO ws-old-leg-payee(ix-old-leg)
                       MOVE sl-amount
                           TO ws-old-leg-amount(ix-old-leg)
                       SET ws-old-leg-matched-no(ix-old-leg) TO TRUE
                   END-IF
           END-READ
           .

       para-write-basis.
           MOVE ws-plan-id TO sb-plan-id
           MOVE cr-record-count TO sb-record-count
           MOVE cr-chain-hash TO sb-chain-hash
           MOVE cr-last-id TO sb-last-id
           SET sb-status-current TO TRUE
           MOVE 0 TO sb-stale-timestamp
           MOVE ws-supersedes TO sb-supersedes
           MOVE LOW-VALUES TO sb-superseded-by
           OPEN EXTEND fd-basis
           WRITE sb-settlement-basis
           CLOSE fd-basis
           .

      *A new leg the old plan already asked for, payee and amount
      *alike, is no news to its payer; anything else is.
       para-match-old-leg.
           SET ws-leg-matched-no TO TRUE
           PERFORM para-match-old-slot
               VARYING ix-old-leg FROM 1 BY 1
               UNTIL ix-old-leg > ws-old-leg-count
                   OR ws-leg-matched-yes
           IF ws-leg-matched-no THEN
               MOVE sl-payer TO ws-notify-account
               MOVE sl-amount TO ws-notify-amount
               CALL 'asdf-format-uuid' USING sl-payee ws-render-party
               PERFORM para-notify-payer THRU para-notify-payer-exit
           END-IF
           .

       para-match-old-slot.
           IF ws-old-leg-matched-no(ix-old-leg)
                   AND ws-old-leg-payer(ix-old-leg) IS EQUAL TO
                       sl-payer
                   AND ws-old-leg-payee(ix-old-leg) IS EQUAL TO
                       sl-payee
                   AND ws-old-leg-amount(ix-old-leg) IS EQUAL TO
                       sl-amount THEN
               SET ws-old-leg-matched-yes(ix-old-leg) TO TRUE
               SET ws-leg-matched-yes TO TRUE
           END-IF
           .

      *The old plan's open legs are closed as superseded - confirmed
      *ones stay as they are, their payments are part of the ledger
      *the new plan was worked out from - and its basis record points
      *at the new plan. Payers of old legs the new plan dropped or
      *changed are told last.
       para-close-old-plan.
           CALL 'asdf-utc-timestamp' USING ws-now-group
           OPEN I-O fd-settlements
           IF ws-settlements-status IS EQUAL TO '00' THEN
               SET ws-settlements-eof-no TO TRUE
               PERFORM para-close-old-leg UNTIL ws-settlements-eof-yes
               CLOSE fd-settlements
           ELSE
               IF ws-settlements-status IS EQUAL TO '05' THEN
                   CLOSE fd-settlements
               END-IF
           END-IF

           OPEN I-O fd-basis
           IF ws-basis-status IS EQUAL TO '00' THEN
               SET ws-basis-eof-no TO TRUE
               PERFORM para-close-old-basis UNTIL ws-basis-eof-yes
               CLOSE fd-basis
           ELSE
               IF ws-basis-status IS EQUAL TO '05' THEN
                   CLOSE fd-basis
               END-IF
           END-IF

           PERFORM para-notify-old-slot
               VARYING ix-old-leg FROM 1 BY 1
               UNTIL ix-old-leg > ws-old-leg-count

           MOVE 'PLAN-SUPERSEDED' TO ws-event-type
           CALL 'asdf-append-change-event' USING ws-event-type
               ws-group ws-supersedes ws-event-actor

           CALL 'asdf-format-uuid' USING ws-supersedes ws-uuid-text
           MOVE ws-superseded-count TO ws-display-legs
           DISPLAY 'superseded plan ' ws-uuid-text ', '
               FUNCTION TRIM(ws-display-legs) ' open leg(s) closed'
           .

       para-close-old-leg.
           READ fd-settlements
               AT END
                   SET ws-settlements-eof-yes TO TRUE
               NOT AT END
                   IF sl-plan-id IS EQUAL TO ws-supersedes
                           AND sl-status-open THEN
                       SET sl-status-superseded TO TRUE
                       REWRITE sl-settlement-leg
                       ADD 1 TO ws-superseded-count
                   END-IF
           END-READ
           .

       para-close-old-basis.
           READ fd-basis
               AT END
                   SET ws-basis-eof-yes TO TRUE
               NOT AT END
                   IF sb-plan-id IS EQUAL TO ws-supersedes THEN
                       IF sb-stale-timestamp IS EQUAL TO 0 THEN
                           MOVE ws-now-flat TO sb-stale-timestamp
                       END-IF
                       SET sb-status-superseded TO TRUE
                       MOVE ws-plan-id TO sb-superseded-by
                       REWRITE sb-settlement-basis
                   END-IF
           END-READ
           .

       para-notify-old-slot.
           IF ws-old-leg-matched-no(ix-old-leg) THEN
               MOVE ws-old-leg-payer(ix-old-leg) TO ws-notify-account
               MOVE ws-old-leg-amount(ix-old-leg) TO ws-notify-amount
               CALL 'asdf-format-uuid' USING
                   ws-old-leg-payee(ix-old-leg) ws-render-party
               PERFORM para-notify-payer THRU para-notify-payer-exit
           END-IF
           .

      *Once per payer per run, on the member's own channel: a text
      *when they are on SMS with a verified number, otherwise the
      *immediate mail queue, like asdf-load-payment-status's notice
      *of a returned transfer.
       para-notify-payer.
           SET ws-told-no TO TRUE
           PERFORM para-check-told
               VARYING ix-told FROM 1 BY 1
               UNTIL ix-told > ws-told-count OR ws-told-yes
           IF ws-told-yes THEN
               GO TO para-notify-payer-exit
           END-IF
           IF ws-told-count IS LESS THAN 5000 THEN
               ADD 1 TO ws-told-count
               MOVE ws-notify-account TO ws-told-account(ws-told-count)
           END-IF

           CALL 'asdf-format-uuid' USING ws-notify-account
               ws-uuid-text
           MOVE SPACES TO ws-account-path
           STRING '/var/lib/asdf/account/' ws-uuid-text '/info'
               INTO ws-account-path
           OPEN INPUT fd-account
           IF ws-account-status IS NOT EQUAL TO '00' THEN
               IF ws-account-status IS EQUAL TO '05' THEN
                   CLOSE fd-account
               END-IF
               GO TO para-notify-payer-exit
           END-IF
           READ fd-account
           CLOSE fd-account

           IF fa-notify-none THEN
               GO TO para-notify-payer-exit
           END-IF

           MOVE 'Your settlement plan has changed' TO ws-notify-subject
           CALL 'asdf-format-uuid' USING ws-supersedes ws-uuid-text
           MOVE SPACES TO ws-notify-body
           STRING 'Later postings changed the balances settlement plan '
               ws-uuid-text(1:8) ' was worked out from, so it has '
               'been replaced by plan ' ws-plan-id-text(1:8)
               '. Please check your leg in the new plan before paying.'
               DELIMITED BY SIZE INTO ws-notify-body
               ON OVERFLOW CONTINUE
           END-STRING
           MOVE ws-notify-amount TO ws-render-amount-in
           CALL 'asdf-format-amount' USING ws-render-amount-in
               ws-target-currency ws-render-amount
           MOVE 'none' TO ws-render-due
           MOVE 'settlement-plan-changed' TO ws-template-key
           CALL 'asdf-render-template' USING ws-template-key
               fa-language ws-render-amount ws-group-name
               ws-render-party ws-render-due
               ws-notify-subject ws-notify-body ws-render-found

           IF fa-notify-sms THEN
               CALL 'asdf-queue-sms' USING ws-notify-account
                   ws-template-key fa-language ws-render-amount
                   ws-group-name ws-render-party ws-render-due
                   ws-notify-subject ws-notify-body ws-sms-queued
               IF ws-sms-queued-yes THEN
                   GO TO para-notify-payer-exit
               END-IF
           END-IF
           IF fa-deliverable-no THEN
               GO TO para-notify-payer-exit
           END-IF

           MOVE fa-email TO mq-to-email
           MOVE ws-notify-subject TO mq-subject
           MOVE ws-notify-body TO mq-body
           MOVE FUNCTION CURRENT-DATE TO mq-queued-timestamp
           OPEN EXTEND fd-mail-queue
           WRITE mq-mail-entry
           CLOSE fd-mail-queue
           .

       para-notify-payer-exit.
           EXIT PARAGRAPH
           .

       para-check-told.
           IF ws-told-account(ix-told) IS EQUAL TO ws-notify-account
                   THEN
               SET ws-told-yes TO TRUE
           END-IF
           .

       para-report-status.
           DISPLAY FUNCTION TRIM(ws-uuid-text) ' '
               FUNCTION TRIM(ws-settle-display) ' ' sl-currency ' '
               WITH NO ADVANCING
           EVALUATE TRUE
               WHEN sl-status-confirmed
                   MOVE 'CONFIRMED' TO ws-leg-state
               WHEN sl-status-superseded
                   MOVE 'SUPERSEDED' TO ws-leg-state
               WHEN OTHER
                   MOVE 'OUTSTANDING' TO ws-leg-state
           END-EVALUATE
           EVALUATE TRUE
               WHEN sl-bank-status-accepted
                   DISPLAY FUNCTION TRIM(ws-leg-state) ' BANK ACCEPTED'
               WHEN sl-bank-status-rejected
                   DISPLAY FUNCTION TRIM(ws-leg-state)
                       ' BANK REJECTED ' sl-bank-reason
               WHEN OTHER
                   DISPLAY FUNCTION TRIM(ws-leg-state)
           END-EVALUATE

           PERFORM para-find-payout THRU para-find-payout-exit
           IF ws-payout-found-yes THEN
               MOVE sl-currency TO ws-payout-base
               PERFORM para-print-payout
           END-IF
           .

      *The payout recorded for the leg just read, if its payee had a
      *preferred receiving currency when the plan was worked out.
       para-find-payout.
           SET ws-payout-found-no TO TRUE
           OPEN INPUT fd-payouts
           IF ws-payouts-status IS NOT EQUAL TO '00' THEN
               IF ws-payouts-status IS EQUAL TO '05' THEN
                   CLOSE fd-payouts
               END-IF
               GO TO para-find-payout-exit
           END-IF

           SET ws-payouts-eof-no TO TRUE
           PERFORM para-find-payout-one
               UNTIL ws-payouts-eof-yes OR ws-payout-found-yes
           CLOSE fd-payouts
           .

       para-find-payout-exit.
           EXIT PARAGRAPH
           .

       para-find-payout-one.
           READ fd-payouts
               AT END
                   SET ws-payouts-eof-yes TO TRUE
               NOT AT END
                   IF so-plan-id IS EQUAL TO sl-plan-id
                           AND so-leg-number IS EQUAL TO sl-leg-number
                           THEN
                       SET ws-payout-found-yes TO TRUE
                       MOVE so-currency TO ws-payout-currency
                       MOVE so-amount TO ws-payout-amount
                       MOVE so-rate TO ws-payout-rate
                       MOVE so-rate-date TO ws-payout-date
                   END-IF
           END-READ
           .

      *The plan printed below only covers uncontested money; what is
           DISPLAY 'in dispute ' FUNCTION TRIM(ws-disputed-text)
           .

       para-report-awaiting.
           IF ws-awaiting-total IS EQUAL TO 0 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE ws-awaiting-total TO ws-pot-format-in
           CALL 'asdf-format-amount' USING ws-pot-format-in
               ws-target-currency ws-awaiting-text
           DISPLAY 'awaiting confirmation '
               FUNCTION TRIM(ws-awaiting-text)
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
                       ws-target-account
                   MOVE ws-partner-household(ix-partner)
                       TO ws-target-account
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

      *Loads the ids still under open dispute: every dispute record
      *whose transaction id has no resolution record alongside it.
       para-load-open-disputes.
