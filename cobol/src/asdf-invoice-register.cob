      *Invoice register for the shop's own bookkeeping: every
      *service-fee invoice asdf-bill-groups has issued
      *(asdf-invoice.cpy), in invoice-number order - the order the
      *file is appended in - with the group billed, the month, the
      *member-days against the days in the month, the rate, the
      *amount and the ledger entry the fee was posted as; then the
      *invoice count and amount total per currency. A gap or repeat
      *in the numbering is flagged where it occurs. Arguments:
      *optional from-month and to-month (YYYYMM, blank meaning
      *unbounded) restricting the months listed. Read-only.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-invoice-register.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-invoices
           ASSIGN DYNAMIC ws-invoices-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-invoices-status.

       SELECT OPTIONAL fd-group-index
           ASSIGN DYNAMIC ws-index-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-index-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-invoices.
       COPY 'asdf-invoice.cpy' REPLACING ==:X:== BY ==iv==.

       FD fd-group-index.
       COPY 'asdf-group-index.cpy' REPLACING ==:X:== BY ==gx==.

       WORKING-STORAGE SECTION.
       01 ws-invoices-path             PIC X(256)
           VALUE '/var/lib/asdf/invoices'.
       01 ws-invoices-status           PIC XX.
       01 ws-index-path                PIC X(256)
           VALUE '/var/lib/asdf/group-index'.
       01 ws-index-status              PIC XX.

       01 ws-from-text                 PIC X(10) VALUE SPACES.
       01 ws-to-text                   PIC X(10) VALUE SPACES.
       01 ws-from-period               PIC 9(6) VALUE 0.
       01 ws-to-period                 PIC 9(6) VALUE 999999.

      *Group names for the listing.
       01 ws-group-count               PIC 9(5) COMP VALUE 0.
       01 ws-group-table.
           02 ws-gt-entry OCCURS 10000 TIMES.
               03 ws-gt-id             PIC X(16).
               03 ws-gt-name           PIC X(30).
       01 ws-gt-i                      PIC 9(5) COMP.
       01 ws-group-name                PIC X(30).

      *Totals per currency.
       01 ws-currency-count            PIC 9(2) COMP VALUE 0.
       01 ws-currency-table.
           02 ws-ct-entry OCCURS 30 TIMES.
               03 ws-ct-code           PIC X(3).
               03 ws-ct-invoices       PIC 9(7) COMP.
               03 ws-ct-amount         PIC S9(11) COMP.
       01 ws-ct-i                      PIC 9(2) COMP.
       01 ws-ct-j                      PIC 9(2) COMP.

       01 ws-expected-number           PIC 9(8) VALUE 0.
       01 ws-group-text                PIC X(32).
       01 ws-entry-text                PIC X(32).
       01 ws-display-days              PIC Z(6)9.
       01 ws-display-count             PIC Z(6)9.
       01 ws-format-in                 PIC S9(11) COMP.
       01 ws-format-rate               PIC X(20).
       01 ws-format-out                PIC X(20).

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-found                     PIC X.
           88 ws-found-yes             VALUE 'Y'.
           88 ws-found-no              VALUE 'N'.

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
           ACCEPT ws-from-text FROM ARGUMENT-VALUE
           ACCEPT ws-to-text FROM ARGUMENT-VALUE
           IF ws-from-text IS NOT EQUAL TO SPACES THEN
               IF FUNCTION TRIM(ws-from-text) IS NOT NUMERIC THEN
                   DISPLAY 'Invalid month' WITH NO ADVANCING
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FUNCTION TRIM(ws-from-text) TO ws-from-period
           END-IF
           IF ws-to-text IS NOT EQUAL TO SPACES THEN
               IF FUNCTION TRIM(ws-to-text) IS NOT NUMERIC THEN
                   DISPLAY 'Invalid month' WITH NO ADVANCING
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FUNCTION TRIM(ws-to-text) TO ws-to-period
           END-IF

           PERFORM para-load-groups THRU para-load-groups-exit
           DISPLAY 'INVOICE REGISTER'
           PERFORM para-list THRU para-list-exit

           DISPLAY 'TOTALS'
           PERFORM para-print-total
               VARYING ws-ct-i FROM 1 BY 1
               UNTIL ws-ct-i > ws-currency-count
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

       para-load-groups.
           OPEN INPUT fd-group-index
           IF ws-index-status IS NOT EQUAL TO '00' THEN
               IF ws-index-status IS EQUAL TO '05' THEN
                   CLOSE fd-group-index
               END-IF
               GO TO para-load-groups-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-load-groups-one UNTIL ws-eof-yes
           CLOSE fd-group-index
           .

       para-load-groups-exit.
           EXIT PARAGRAPH
           .

       para-load-groups-one.
           READ fd-group-index
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ws-group-count IS LESS THAN 10000 THEN
                       ADD 1 TO ws-group-count
                       MOVE gx-group-id TO ws-gt-id(ws-group-count)
                       MOVE gx-name TO ws-gt-name(ws-group-count)
                   END-IF
           END-READ
           .

      *The numbering check runs over the whole file, whatever the
      *months listed.
       para-list.
           OPEN INPUT fd-invoices
           IF ws-invoices-status IS NOT EQUAL TO '00' THEN
               IF ws-invoices-status IS EQUAL TO '05' THEN
                   CLOSE fd-invoices
               END-IF
               GO TO para-list-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-list-one UNTIL ws-eof-yes
           CLOSE fd-invoices
           .

       para-list-exit.
           EXIT PARAGRAPH
           .

       para-list-one.
           READ fd-invoices
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   PERFORM para-check-number
                   IF iv-period IS NOT LESS THAN ws-from-period
                           AND iv-period IS NOT GREATER THAN
                               ws-to-period THEN
                       PERFORM para-print-invoice
                   END-IF
           END-READ
           .

       para-check-number.
           ADD 1 TO ws-expected-number
           IF iv-invoice-number IS LESS THAN ws-expected-number THEN
               DISPLAY '*** invoice number ' iv-invoice-number
                   ' repeated'
               SUBTRACT 1 FROM ws-expected-number
           END-IF
           IF iv-invoice-number IS GREATER THAN ws-expected-number
                   THEN
               DISPLAY '*** invoice numbers ' ws-expected-number
                   ' to ' iv-invoice-number ' missing before this one'
               MOVE iv-invoice-number TO ws-expected-number
           END-IF
           .

       para-print-invoice.
           MOVE SPACES TO ws-group-name
           SET ws-found-no TO TRUE
           PERFORM para-find-group
               VARYING ws-gt-i FROM 1 BY 1
               UNTIL ws-gt-i > ws-group-count OR ws-found-yes
           CALL 'asdf-format-uuid' USING iv-group-id ws-group-text
           CALL 'asdf-format-uuid' USING iv-entry-id ws-entry-text
           MOVE iv-member-days TO ws-display-days
           MOVE iv-rate TO ws-format-in
           CALL 'asdf-format-amount' USING ws-format-in iv-currency
               ws-format-rate
           MOVE iv-amount TO ws-format-in
           CALL 'asdf-format-amount' USING ws-format-in iv-currency
               ws-format-out
           DISPLAY iv-invoice-number ' ' iv-period ' ' ws-group-text
               ' ' ws-group-name
           DISPLAY '         ' FUNCTION TRIM(ws-display-days) '/'
               iv-period-days ' member-days at '
               FUNCTION TRIM(ws-format-rate) ', '
               FUNCTION TRIM(ws-format-out) ' entry ' ws-entry-text

           SET ws-found-no TO TRUE
           PERFORM para-find-currency
               VARYING ws-ct-j FROM 1 BY 1
               UNTIL ws-ct-j > ws-currency-count OR ws-found-yes
           IF ws-found-no THEN
               IF ws-currency-count IS NOT LESS THAN 30 THEN
                   DISPLAY 'Currency table full' WITH NO ADVANCING
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO ws-currency-count
               MOVE ws-currency-count TO ws-ct-i
               MOVE iv-currency TO ws-ct-code(ws-ct-i)
               MOVE 0 TO ws-ct-invoices(ws-ct-i)
               MOVE 0 TO ws-ct-amount(ws-ct-i)
           END-IF
           ADD 1 TO ws-ct-invoices(ws-ct-i)
           ADD iv-amount TO ws-ct-amount(ws-ct-i)
           .

       para-find-group.
           IF ws-gt-id(ws-gt-i) IS EQUAL TO iv-group-id THEN
               MOVE ws-gt-name(ws-gt-i) TO ws-group-name
               SET ws-found-yes TO TRUE
           END-IF
           .

       para-find-currency.
           IF ws-ct-code(ws-ct-j) IS EQUAL TO iv-currency THEN
               MOVE ws-ct-j TO ws-ct-i
               SET ws-found-yes TO TRUE
           END-IF
           .

       para-print-total.
           MOVE ws-ct-invoices(ws-ct-i) TO ws-display-count
           MOVE ws-ct-amount(ws-ct-i) TO ws-format-in
           CALL 'asdf-format-amount' USING ws-format-in
               ws-ct-code(ws-ct-i) ws-format-out
           DISPLAY FUNCTION TRIM(ws-display-count) ' invoice(s) '
               FUNCTION TRIM(ws-format-out)
           .
