      *States one settlement leg in its payee's preferred receiving
      *currency (asdf-payout-currency.cpy), for the programs that
      *work out settlement plans - asdf-settle-up and
      *asdf-settle-account. Arguments: payee account id, the leg's
      *amount (minor units), its currency, the date to price it on
      *(YYYYMMDD), then returned: the payout currency, the payout
      *amount in that currency's minor units, the rate used, and a
      *found flag.
      *
      *ls-found comes back 'N', and nothing else is set, when the
      *payee has no preference or prefers the leg's own currency -
      *the leg is then paid as it stands. Otherwise the amount is
      *priced through asdf-convert-amount's dated lookup, the rate
      *every converting report uses, and the rate returned is the
      *one that leg actually got: payout units per unit of the leg's
      *currency, in major units on both sides, to eight decimals.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-payout-amount.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-payout-currency
           ASSIGN DYNAMIC ws-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-status.

       SELECT OPTIONAL fd-currencies
           ASSIGN DYNAMIC ws-currencies-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-currencies-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-payout-currency.
       COPY 'asdf-payout-currency.cpy' REPLACING ==:X:== BY ==pc==.

       FD fd-currencies.
       COPY 'asdf-currency.cpy' REPLACING ==:X:== BY ==cu==.

       WORKING-STORAGE SECTION.
       01 ws-path                      PIC X(256).
       01 ws-status                    PIC XX.
       01 ws-uuid-text                 PIC X(32).
       01 ws-preferred                 PIC X(3).
       01 ws-converted                 PIC S9(11) COMP.

      *Minor-unit digits per currency, loaded once per process the
      *way asdf-convert-amount keeps its own copy; a currency with no
      *entry carries two.
       01 ws-currencies-path           PIC X(256)
           VALUE '/var/lib/asdf/currency-properties'.
       01 ws-currencies-status         PIC XX.
       01 ws-loaded                    PIC X VALUE 'N'.
           88 ws-loaded-yes            VALUE 'Y'.
           88 ws-loaded-no             VALUE 'N'.
       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-currency-count            PIC 9(3) COMP VALUE 0.
       01 ws-currency-table.
           02 ws-currency-entry OCCURS 200 TIMES.
               03 ws-currency-code     PIC X(3).
               03 ws-currency-minor    PIC 9(1).
       01 ws-j                         PIC 9(3) COMP.
       01 ws-pick-currency             PIC X(3).
       01 ws-pick-factor               PIC 9(4) COMP.
       01 ws-source-factor             PIC 9(4) COMP.
       01 ws-target-factor             PIC 9(4) COMP.
      *Both sides of the rate in major units, worked out before the
      *division so its intermediate keeps the rate's eight decimals.
       01 ws-rate-dividend             PIC 9(14) COMP.
       01 ws-rate-divisor              PIC 9(14) COMP.

       LINKAGE SECTION.
       01 ls-payee                     PIC X(16).
       01 ls-amount                    PIC 9(10) COMP.
       01 ls-currency                  PIC X(3).
       01 ls-date                      PIC 9(8).
       01 ls-payout-currency           PIC X(3).
       01 ls-payout-amount             PIC 9(10) COMP.
       01 ls-rate                      PIC 9(7)V9(8) COMP.
       01 ls-found                     PIC X.
           88 ls-found-yes             VALUE 'Y'.
           88 ls-found-no              VALUE 'N'.

       PROCEDURE DIVISION USING ls-payee ls-amount ls-currency
               ls-date ls-payout-currency ls-payout-amount ls-rate
               ls-found.
       para-main.
           SET ls-found-no TO TRUE
           PERFORM para-read-preference THRU para-read-preference-exit
           IF ws-preferred IS EQUAL TO SPACES
                   OR ws-preferred IS EQUAL TO ls-currency THEN
               GO TO para-exit
           END-IF

           IF ws-loaded-no THEN
               PERFORM para-load-currencies
                   THRU para-load-currencies-exit
               SET ws-loaded-yes TO TRUE
           END-IF

           CALL 'asdf-convert-amount' USING ls-amount ls-currency
               ls-date ws-preferred ws-converted
           MOVE ws-preferred TO ls-payout-currency
           MOVE ws-converted TO ls-payout-amount
           MOVE 0 TO ls-rate
           IF ls-amount IS GREATER THAN 0 THEN
               MOVE ls-currency TO ws-pick-currency
               PERFORM para-pick-factor
               MOVE ws-pick-factor TO ws-source-factor
               MOVE ws-preferred TO ws-pick-currency
               PERFORM para-pick-factor
               MOVE ws-pick-factor TO ws-target-factor
               COMPUTE ws-rate-dividend =
                   ls-payout-amount * ws-source-factor
               COMPUTE ws-rate-divisor = ls-amount * ws-target-factor
               COMPUTE ls-rate ROUNDED =
                   ws-rate-dividend / ws-rate-divisor
           END-IF
           SET ls-found-yes TO TRUE
           .

       para-exit.
           EXIT PROGRAM
           .

       para-read-preference.
           MOVE SPACES TO ws-preferred
           CALL 'asdf-format-uuid' USING ls-payee ws-uuid-text
           MOVE SPACES TO ws-path
           STRING '/var/lib/asdf/account/' ws-uuid-text
               '/payout-currency' INTO ws-path
           OPEN INPUT fd-payout-currency
           IF ws-status IS NOT EQUAL TO '00' THEN
               IF ws-status IS EQUAL TO '05' THEN
                   CLOSE fd-payout-currency
               END-IF
               GO TO para-read-preference-exit
           END-IF
           READ fd-payout-currency
               AT END
                   CONTINUE
               NOT AT END
                   MOVE pc-currency TO ws-preferred
           END-READ
           CLOSE fd-payout-currency
           .

       para-read-preference-exit.
           EXIT PARAGRAPH
           .

      *10 to the power of ws-pick-currency's minor-unit digits.
       para-pick-factor.
           MOVE 100 TO ws-pick-factor
           PERFORM para-pick-factor-one
               VARYING ws-j FROM 1 BY 1
               UNTIL ws-j > ws-currency-count
           .

       para-pick-factor-one.
           IF ws-currency-code(ws-j) IS EQUAL TO ws-pick-currency THEN
               EVALUATE ws-currency-minor(ws-j)
                   WHEN 0 MOVE 1 TO ws-pick-factor
                   WHEN 1 MOVE 10 TO ws-pick-factor
                   WHEN 2 MOVE 100 TO ws-pick-factor
                   WHEN 3 MOVE 1000 TO ws-pick-factor
               END-EVALUATE
           END-IF
           .

       para-load-currencies.
           OPEN INPUT fd-currencies
           IF ws-currencies-status IS NOT EQUAL TO '00' THEN
               IF ws-currencies-status IS EQUAL TO '05' THEN
                   CLOSE fd-currencies
               END-IF
               GO TO para-load-currencies-exit
           END-IF

           SET ws-eof-no TO TRUE
           PERFORM para-load-currencies-one UNTIL ws-eof-yes
           CLOSE fd-currencies
           .

       para-load-currencies-exit.
           EXIT PARAGRAPH
           .

       para-load-currencies-one.
           READ fd-currencies
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ws-currency-count IS LESS THAN 200 THEN
                       ADD 1 TO ws-currency-count
                       MOVE cu-code
                           TO ws-currency-code(ws-currency-count)
                       MOVE cu-minor-units
                           TO ws-currency-minor(ws-currency-count)
                   END-IF
           END-READ
           .
