      *new spending cap, new default currency, new late-fee type
      *(N/F/P), new late-fee amount, new grace days, new category
      *policy (F/W/E), new approval threshold, new monthly interest
      *rate in basis points, new fiscal year-end month (1-12; the
      *next asdf-year-end-close closes through the new month's end,
      *periods already closed stay as they were), new payment
      *confirmation window in days (0-365; payments already pending
      *keep the confirm-by date they were given). Any of the
      *optional fields may be passed as a single space (or left
      *blank) to leave that field unchanged. The acting account must
      *be an active admin of the group. Also keeps
      *Blank leaves the interest rate unchanged; "0" turns the
      *monthly interest accrual off.
       01 ws-new-interest-text         PIC X(5) VALUE SPACES.
      *Blank leaves the fiscal year-end month unchanged.
       01 ws-new-year-end-text         PIC X(2) VALUE SPACES.
       01 ws-new-year-end              PIC 9(2).
      *Blank leaves the payment confirmation window unchanged; "0"
      *turns receipt confirmation off.
       01 ws-new-confirm-days-text     PIC X(5) VALUE SPACES.
       01 ws-new-confirm-days          PIC 9(5).

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           VALUE 'asdf-update-group'.
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
           END-IF
           ACCEPT ws-new-approval-text FROM ARGUMENT-VALUE
           ACCEPT ws-new-interest-text FROM ARGUMENT-VALUE
           ACCEPT ws-new-year-end-text FROM ARGUMENT-VALUE
           IF ws-new-year-end-text IS NOT EQUAL TO SPACES THEN
               IF FUNCTION TRIM(ws-new-year-end-text) IS NOT NUMERIC
                   THEN
                   DISPLAY 'Invalid fiscal year-end month'
                       WITH NO ADVANCING
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FUNCTION TRIM(ws-new-year-end-text)
                   TO ws-new-year-end
               IF ws-new-year-end IS LESS THAN 1
                       OR ws-new-year-end IS GREATER THAN 12 THEN
                   DISPLAY 'Invalid fiscal year-end month'
                       WITH NO ADVANCING
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ACCEPT ws-new-confirm-days-text FROM ARGUMENT-VALUE
           IF ws-new-confirm-days-text IS NOT EQUAL TO SPACES THEN
               IF FUNCTION TRIM(ws-new-confirm-days-text)
                       IS NOT NUMERIC THEN
                   DISPLAY 'Invalid payment confirmation window'
                       WITH NO ADVANCING
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FUNCTION TRIM(ws-new-confirm-days-text)
                   TO ws-new-confirm-days
               IF ws-new-confirm-days IS GREATER THAN 365 THEN
                   DISPLAY 'Invalid payment confirmation window'
                       WITH NO ADVANCING
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM para-update-info
           PERFORM para-update-index THRU para-update-index-exit
               MOVE FUNCTION TRIM(ws-new-interest-text)
                   TO fs-interest-rate-bp
           END-IF
           IF ws-new-year-end-text IS NOT EQUAL TO SPACES THEN
               MOVE ws-new-year-end TO fs-fiscal-year-end
           END-IF
           IF ws-new-confirm-days-text IS NOT EQUAL TO SPACES THEN
               MOVE ws-new-confirm-days TO fs-payment-confirm-days
           END-IF
           REWRITE fs-info
           CLOSE fd-info

               FUNCTION TRIM(fs-name) ''', cap ' ws-cap-edit
               ' currency ' fs-default-currency
               ' fees ' fs-late-fee-type ' categories '
               fs-category-policy ' fiscal year-end '
               fs-fiscal-year-end ' payment confirmation days '
               fs-payment-confirm-days
               DELIMITED BY SIZE INTO ws-audit-detail
               ON OVERFLOW CONTINUE
           END-STRING
