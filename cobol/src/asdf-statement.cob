
       01 ws-counterparty               PIC X(16).

      *The member's own payment reliability line closes the
      *statement (asdf-payment-reliability).
       COPY 'asdf-payment-reliability.cpy' REPLACING ==:X:== BY ==pr==.
       01 ws-count-text                PIC Z(4)9.
       01 ws-percent-text              PIC ZZ9.

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
           PERFORM para-walk
           PERFORM para-print-reliability
           STOP RUN
           .

       para-print-heading-exit.
           EXIT PARAGRAPH
           .

      *Only shown once the member has a paid debt to speak of.
       para-print-reliability.
           CALL 'asdf-payment-reliability' USING ws-group ws-account
               pr-payment-reliability
           IF pr-paid-count IS EQUAL TO 0 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'payment-reliability' TO ws-label-key
           MOVE 'PAYMENT RELIABILITY' TO ws-label-text
           CALL 'asdf-get-label' USING ws-label-key
               ws-report-language ws-label-text
           DISPLAY FUNCTION TRIM(ws-label-text) WITH NO ADVANCING
           MOVE pr-paid-count TO ws-count-text
           DISPLAY ' paid ' FUNCTION TRIM(ws-count-text)
               WITH NO ADVANCING
           MOVE pr-average-days TO ws-count-text
           DISPLAY ' avg-days ' FUNCTION TRIM(ws-count-text)
               WITH NO ADVANCING
           MOVE pr-worst-days TO ws-count-text
           DISPLAY ' worst-days ' FUNCTION TRIM(ws-count-text)
               WITH NO ADVANCING
           MOVE pr-late-percent TO ws-percent-text
           DISPLAY ' late ' FUNCTION TRIM(ws-percent-text) '%'
           .
