      *acting account, the same gate asdf-append-to-ledger applies,
      *and only legs whose payer is the acting account are touched -
      *each payer confirms their own transfer, nobody confirms
      *somebody else's. A leg whose payer is a household
      *(asdf-household.cpy) is confirmed by whichever partner paid
      *it, and its payment posts from that partner's own account so
      *it stays on their statement; the household nets it all the
      *same. In a group that asks for receipt confirmation
      *(gi-payment-confirm-days) each payment posted here then waits
      *on its payee's word that the money arrived, like any other
      *payment its payer records.
      *
      *The plan's recorded basis (asdf-plan-basis) is checked first.
      *A plan replaced by asdf-settle-up's SUPERSEDE mode is refused
      *with the id of the plan that replaced it, and so is one the
      *nightly check has already marked stale. When something else
      *has posted since the plan was worked out but the nightly
      *check has not yet been round, the leg is still confirmed - the
      *payer may well have paid it already - with a warning that the
      *plan may no longer match the balances. A plan that was current
      *has its basis carried forward over the payments posted here.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-confirm-settlement.
           88 ws-eof-no                VALUE 'N'.

       01 ws-new-id                    PIC X(16).
       01 ws-basis-mode                PIC X.
       01 ws-basis-state               PIC X.
           88 ws-basis-current         VALUE 'C'.
           88 ws-basis-drifted         VALUE 'D'.
           88 ws-basis-stale           VALUE 'S'.
           88 ws-basis-superseded      VALUE 'X'.
       01 ws-superseded-by             PIC X(16).
       01 ws-confirmed-count           PIC 9(3) COMP VALUE 0.
       01 ws-display-count             PIC Z(2)9.
      *Legs whose payment now waits on the payee's receipt
      *confirmation (asdf-queue-payment-confirmation).
       01 ws-awaiting-count            PIC 9(3) COMP VALUE 0.
       01 ws-confirm-queued            PIC X.
           88 ws-confirm-queued-yes    VALUE 'Y'.

      *The acting account's household, when it is a partner in one.
       01 ws-unit                      PIC X(16).
       01 ws-unit-found                PIC X.
           88 ws-unit-found-household  VALUE 'H'.
           88 ws-unit-found-member     VALUE 'M'.
           88 ws-unit-found-no         VALUE 'N'.

       01 ws-now-group.
           02 ws-now-year               PIC 9(4).
       01 ws-now-flat REDEFINES ws-now-group
                                        PIC 9(14).

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
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-acting-account


           CALL 'asdf-utc-timestamp' USING ws-now-group

           MOVE 'Q' TO ws-basis-mode
           CALL 'asdf-plan-basis' USING ws-basis-mode ws-group
               ws-plan-id ws-basis-state ws-superseded-by
           IF ws-basis-superseded THEN
               CALL 'asdf-format-uuid' USING ws-superseded-by
                   ws-uuid-text
               DISPLAY 'Plan superseded by plan '
                   FUNCTION TRIM(ws-uuid-text) WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-basis-stale THEN
               DISPLAY 'Plan is out of date and being replaced'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-basis-drifted THEN
               DISPLAY 'Warning: the group has posted entries since '
                   'this plan was worked out'
           END-IF

           CALL 'asdf-check-household' USING ws-group
               ws-acting-account ws-unit ws-unit-found
           IF NOT ws-unit-found-member THEN
               MOVE ws-acting-account TO ws-unit
           END-IF
           PERFORM para-confirm-legs THRU para-confirm-legs-exit

           IF ws-confirmed-count IS GREATER THAN 0
                   AND ws-basis-current THEN
               MOVE 'A' TO ws-basis-mode
               CALL 'asdf-plan-basis' USING ws-basis-mode ws-group
                   ws-plan-id ws-basis-state ws-superseded-by
           END-IF

           IF ws-confirmed-count IS EQUAL TO 0 THEN
               DISPLAY 'No open leg of that plan names you as payer'
                   WITH NO ADVANCING
               MOVE ws-confirmed-count TO ws-display-count
               DISPLAY FUNCTION TRIM(ws-display-count)
                   ' leg(s) confirmed and posted' WITH NO ADVANCING
               IF ws-awaiting-count IS GREATER THAN 0 THEN
                   MOVE ws-awaiting-count TO ws-display-count
                   DISPLAY ', ' FUNCTION TRIM(ws-display-count)
                       ' awaiting the payee''s confirmation'
                       WITH NO ADVANCING
               END-IF
      *Mirror-directory creation inside asdf-append-account-ledger
      *leaves a non-zero CBL_ return code behind when the directories
      *already exist; that is not a failure of the confirmation.
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF sl-plan-id IS EQUAL TO ws-plan-id
                           AND (sl-payer IS EQUAL TO ws-acting-account
                               OR sl-payer IS EQUAL TO ws-unit)
                           AND sl-status-open THEN
                       PERFORM para-post-leg
                   END-IF
      *Posts the leg as an ordinary payment entry and marks the leg
      *confirmed carrying the posted entry's id, so the plan and the
      *ledger can always be tied back together.
      *A leg paid in its payee's preferred currency
      *(asdf-settlement-payout.cpy) still posts its own amount in
      *its own currency: that is what the payout converts back to at
      *the rate recorded with it, so the payment clears the position
      *exactly and no exchange difference is left on either balance.
       para-post-leg.
           CALL 'asdf-generate-uuid' USING ws-new-id
           MOVE ws-new-id TO fs-id
           STRING 'Settlement payment, plan '
               FUNCTION TRIM(ws-uuid-text)
               DELIMITED BY SIZE INTO fs-comment
           MOVE ws-acting-account TO fs-debitor
           MOVE sl-payee TO fs-creditor
           MOVE sl-amount TO fs-amount
           MOVE SPACES TO fs-reversal-of
           END-IF

           CALL 'asdf-update-control' USING ws-group fs-transaction
      *The payer's word that the transfer went out is all the leg
      *has, so where the group asks for it the payee confirms the
      *money actually arrived.
           CALL 'asdf-queue-payment-confirmation' USING ws-group
               ws-acting-account fs-transaction ws-confirm-queued
           IF ws-confirm-queued-yes THEN
               ADD 1 TO ws-awaiting-count
           END-IF

           SET sl-status-confirmed TO TRUE
           MOVE ws-now-flat TO sl-confirmed-timestamp
