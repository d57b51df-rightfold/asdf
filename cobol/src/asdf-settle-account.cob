      *the cross-group convention, and the printed summary nets the
      *recorded legs per counterparty across all groups. Prints the
      *plan id first, then one summary line per counterparty.
      *
      *A leg whose payee has set a preferred receiving currency
      *(asdf-set-payout-currency) is also stated in that currency at
      *today's dated rate (asdf-payout-amount), recorded beside the
      *leg in the group's settlement-payouts file exactly as
      *asdf-settle-up records it, and listed after the summary with
      *the rate used.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-settle-account.
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-resolutions-status.

       SELECT OPTIONAL fd-payouts
           ASSIGN DYNAMIC ws-payouts-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD fd-memberships.
       FD fd-resolutions.
       COPY 'asdf-dispute-resolution.cpy' REPLACING ==:X:== BY ==dr==.

       FD fd-payouts.
       COPY 'asdf-settlement-payout.cpy' REPLACING ==:X:== BY ==so==.

       WORKING-STORAGE SECTION.
       01 ws-memberships-path          PIC X(256)
           VALUE '/var/lib/asdf/membership-index'.
       01 ws-now-flat REDEFINES ws-now-group
                                        PIC 9(14).

      *Legs stated in their payee's preferred receiving currency,
      *kept for the listing after the summary.
       01 ws-payouts-path              PIC X(256).
       01 ws-today                     PIC 9(8).
       01 ws-leg-amount                PIC 9(10) COMP.
       01 ws-payout-currency           PIC X(3).
       01 ws-payout-amount             PIC 9(10) COMP.
       01 ws-payout-rate               PIC 9(7)V9(8) COMP.
       01 ws-payout-found              PIC X.
           88 ws-payout-found-yes      VALUE 'Y'.
           88 ws-payout-found-no       VALUE 'N'.
       01 ws-po-limit                  PIC 9(3) COMP VALUE 200.
       01 ws-po-count                  PIC 9(3) COMP VALUE 0.
       01 ws-pos.
           02 ws-po-entry OCCURS 200 TIMES
                   INDEXED BY ix-po.
               03 ws-po-group          PIC X(16).
               03 ws-po-leg-number     PIC 9(3).
               03 ws-po-payee          PIC X(16).
               03 ws-po-currency       PIC X(3).
               03 ws-po-amount         PIC 9(10) COMP.
               03 ws-po-rate           PIC 9(7)V9(8) COMP.
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
           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-account

           CALL 'asdf-generate-uuid' USING ws-plan-id
           CALL 'asdf-format-uuid' USING ws-plan-id ws-plan-text
           CALL 'asdf-utc-timestamp' USING ws-now-group
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-today

           PERFORM para-load-groups THRU para-load-groups-exit
           PERFORM para-plan-group THRU para-plan-group-exit
           PERFORM para-print-counterparty
               VARYING ix-cp FROM 1 BY 1
               UNTIL ix-cp > ws-cp-count
           PERFORM para-print-payout
               VARYING ix-po FROM 1 BY 1
               UNTIL ix-po > ws-po-count
           DISPLAY ws-legs-recorded ' leg(s) recorded; confirm '
               'each through asdf-confirm-settlement per group'
           MOVE 0 TO RETURN-CODE
           MOVE ws-now-flat TO sl-created-timestamp
           MOVE 0 TO sl-confirmed-timestamp
           MOVE LOW-VALUES TO sl-confirmed-entry
           SET sl-bank-status-none TO TRUE
           MOVE SPACES TO sl-bank-reason
           MOVE 0 TO sl-bank-timestamp

           MOVE SPACES TO ws-settlements-path
           STRING '/var/lib/asdf/group/' ws-group-text
           WRITE sl-settlement-leg
           CLOSE fd-settlements
           ADD 1 TO ws-legs-recorded

           MOVE ws-settle-amount TO ws-leg-amount
           CALL 'asdf-payout-amount' USING sl-payee ws-leg-amount
               ws-target-currency ws-today ws-payout-currency
               ws-payout-amount ws-payout-rate ws-payout-found
           IF ws-payout-found-yes THEN
               PERFORM para-record-payout
           END-IF
           .

       para-record-payout.
           MOVE ws-plan-id TO so-plan-id
           MOVE ws-leg-number TO so-leg-number
           MOVE ws-payout-currency TO so-currency
           MOVE ws-payout-amount TO so-amount
           MOVE ws-payout-rate TO so-rate
           MOVE ws-today TO so-rate-date
           MOVE SPACES TO ws-payouts-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/settlement-payouts' INTO ws-payouts-path
           OPEN EXTEND fd-payouts
           WRITE so-settlement-payout
           CLOSE fd-payouts

      *The listing is only a convenience; past its size the record
      *above still carries the payout.
           IF ws-po-count IS LESS THAN ws-po-limit THEN
               ADD 1 TO ws-po-count
               MOVE ws-current-group TO ws-po-group(ws-po-count)
               MOVE ws-leg-number TO ws-po-leg-number(ws-po-count)
               MOVE sl-payee TO ws-po-payee(ws-po-count)
               MOVE ws-payout-currency
                   TO ws-po-currency(ws-po-count)
               MOVE ws-payout-amount TO ws-po-amount(ws-po-count)
               MOVE ws-payout-rate TO ws-po-rate(ws-po-count)
           END-IF
           .

       para-add-counterparty.
                   FUNCTION TRIM(ws-amount-text)
           END-IF
           .

       para-print-payout.
           CALL 'asdf-format-uuid' USING ws-po-group(ix-po)
               ws-group-text
           CALL 'asdf-format-uuid' USING ws-po-payee(ix-po)
               ws-uuid-text
           MOVE ws-po-amount(ix-po) TO ws-format-in
           CALL 'asdf-format-amount' USING ws-format-in
               ws-po-currency(ix-po) ws-amount-text
           MOVE ws-po-rate(ix-po) TO ws-rate-display
           DISPLAY '  group ' FUNCTION TRIM(ws-group-text) ' leg '
               ws-po-leg-number(ix-po) ' to '
               FUNCTION TRIM(ws-uuid-text) ' paid as '
               FUNCTION TRIM(ws-amount-text) ' at '
               FUNCTION TRIM(ws-rate-display) ' '
               ws-po-currency(ix-po) '/' ws-target-currency
           .
