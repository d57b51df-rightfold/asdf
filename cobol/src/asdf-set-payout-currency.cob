      *Sets the currency the calling account prefers to be paid in
      *(asdf-payout-currency.cpy). From then on every settlement leg
      *paying the account - asdf-settle-up's plans and exports and
      *asdf-settle-account's account-wide plan - is also stated in
      *this currency at the dated exchange rate, and the bank payment
      *export asks the bank to send that amount in that currency.
      *
      *Arguments: account UUID, session token (asdf-check-session-
      *account must resolve it to the account), the three-letter
      *currency code - or NONE to go back to being paid in each
      *group's reporting currency.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-set-payout-currency.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-payout-currency
           ASSIGN DYNAMIC ws-payout-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-payout-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-payout-currency.
       COPY 'asdf-payout-currency.cpy' REPLACING ==:X:== BY ==pc==.

       WORKING-STORAGE SECTION.
       01 ws-payout-path               PIC X(256).
       01 ws-payout-status             PIC XX.

       01 ws-uuid-text                 PIC X(32).
       01 ws-account                   PIC X(16).
       01 ws-account-text              PIC X(32).
       01 ws-session-token             PIC X(16).
       01 ws-session-account           PIC X(16).
       01 ws-session-valid             PIC X.
           88 ws-session-valid-yes     VALUE 'Y'.
           88 ws-session-valid-no      VALUE 'N'.

       01 ws-currency-text             PIC X(8).
       01 ws-currency                  PIC X(3).
       01 ws-now-group.
           02 ws-now-year               PIC 9(4).
           02 ws-now-month              PIC 9(2).
           02 ws-now-day                PIC 9(2).
           02 ws-now-hour               PIC 9(2).
           02 ws-now-minute             PIC 9(2).
           02 ws-now-second             PIC 9(2).
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
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-account
           CALL 'asdf-format-uuid' USING ws-account ws-account-text

           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-session-token
           CALL 'asdf-check-session-account' USING ws-session-token
               ws-session-account ws-session-valid
           IF ws-session-valid-no THEN
               DISPLAY 'Invalid or expired session' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-session-account IS NOT EQUAL TO ws-account THEN
               DISPLAY 'Session does not match account'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT ws-currency-text FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(ws-currency-text)
               TO ws-currency-text
           IF ws-currency-text IS EQUAL TO 'NONE' THEN
               MOVE SPACES TO ws-currency
           ELSE
               IF ws-currency-text(4:) IS NOT EQUAL TO SPACES
                       OR ws-currency-text(1:3) IS NOT ALPHABETIC-UPPER
                       OR ws-currency-text(1:3) IS EQUAL TO SPACES
                       THEN
                   DISPLAY 'Invalid currency code' WITH NO ADVANCING
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ws-currency-text(1:3) TO ws-currency
           END-IF

           CALL 'asdf-utc-timestamp' USING ws-now-group
           MOVE SPACES TO ws-payout-path
           STRING '/var/lib/asdf/account/' ws-account-text
               '/payout-currency' INTO ws-payout-path
           MOVE ws-currency TO pc-currency
           MOVE ws-now-flat TO pc-set-timestamp
      *The account's directory is where its info record lives; no
      *directory, no account.
           OPEN OUTPUT fd-payout-currency
           IF ws-payout-status IS NOT EQUAL TO '00' THEN
               DISPLAY 'Unknown account' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE pc-payout-currency
           CLOSE fd-payout-currency

           IF ws-currency IS EQUAL TO SPACES THEN
               DISPLAY 'Payout currency cleared' WITH NO ADVANCING
           ELSE
               DISPLAY 'Payout currency set to ' ws-currency
                   WITH NO ADVANCING
           END-IF
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .
