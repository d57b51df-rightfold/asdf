      *Splits a tax-inclusive gross amount into its net and tax
      *portions under a rate code (asdf-tax-rate.cpy), using the
      *rate in effect on the entry's own date: the entry for the
      *code with the latest effective date not after ls-date wins.
      *Unlike an exchange rate there is no sensible fallback - a
      *code that was not yet in force on that date, or is not in
      *the table at all, hands back ls-found 'N' and zero portions
      *rather than guessing. The table is loaded once on the first
      *call and kept for the life of the process, like the
      *exchange-rate table in asdf-convert-amount.
      *
      *Receipts quote the gross, so the net is backed out of it:
      *net = gross * 100 / (100 + rate), rounded to the minor unit,
      *and the tax is whatever remains - the two always add back to
      *the gross exactly.
      *
      *Arguments: code, date (YYYYMMDD), gross, net out, tax out,
      *rate percent out, Y/N.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-tax-portion.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-tax-rates
           ASSIGN DYNAMIC ws-rates-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-rates-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-tax-rates.
       COPY 'asdf-tax-rate.cpy' REPLACING ==:X:== BY ==tr==.

       WORKING-STORAGE SECTION.
       01 ws-rates-path                PIC X(256)
           VALUE '/var/lib/asdf/tax-rates'.
       01 ws-rates-status              PIC XX.

       01 ws-loaded                    PIC X VALUE 'N'.
           88 ws-loaded-yes            VALUE 'Y'.
           88 ws-loaded-no             VALUE 'N'.
       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.

       01 ws-rate-count                PIC 9(4) COMP VALUE 0.
       01 ws-rates.
           02 ws-rate-entry OCCURS 500 TIMES.
               03 ws-rate-code         PIC X(8).
               03 ws-rate-date         PIC 9(8).
               03 ws-rate-value        PIC 9(3)V99 COMP.
       01 ws-i                         PIC 9(4) COMP.
       01 ws-best-date                 PIC 9(8).

       LINKAGE SECTION.
       01 ls-code                      PIC X(8).
       01 ls-date                      PIC 9(8).
       01 ls-gross                     PIC 9(10) COMP.
       01 ls-net                       PIC 9(10) COMP.
       01 ls-tax                       PIC 9(10) COMP.
       01 ls-rate-percent              PIC 9(3)V99 COMP.
       01 ls-found                     PIC X.
           88 ls-found-yes             VALUE 'Y'.
           88 ls-found-no              VALUE 'N'.

       PROCEDURE DIVISION USING ls-code ls-date ls-gross ls-net
               ls-tax ls-rate-percent ls-found.
       para-main.
           IF ws-loaded-no THEN
               PERFORM para-load-rates THRU para-load-rates-exit
               SET ws-loaded-yes TO TRUE
           END-IF

           SET ls-found-no TO TRUE
           MOVE 0 TO ls-net ls-tax ls-rate-percent ws-best-date
           PERFORM para-pick-rate-one
               VARYING ws-i FROM 1 BY 1
               UNTIL ws-i > ws-rate-count
           IF ls-found-no THEN
               GO TO para-exit
           END-IF

           COMPUTE ls-net ROUNDED =
               ls-gross * 100 / (100 + ls-rate-percent)
           COMPUTE ls-tax = ls-gross - ls-net
           .

       para-exit.
           EXIT PROGRAM
           .

       para-pick-rate-one.
           IF ws-rate-code(ws-i) IS EQUAL TO ls-code
                   AND ws-rate-date(ws-i) IS NOT GREATER THAN ls-date
                   AND (ls-found-no
                       OR ws-rate-date(ws-i) IS NOT LESS THAN
                           ws-best-date) THEN
               SET ls-found-yes TO TRUE
               MOVE ws-rate-date(ws-i) TO ws-best-date
               MOVE ws-rate-value(ws-i) TO ls-rate-percent
           END-IF
           .

       para-load-rates.
           OPEN INPUT fd-tax-rates
           IF ws-rates-status IS NOT EQUAL TO '00' THEN
               IF ws-rates-status IS EQUAL TO '05' THEN
                   CLOSE fd-tax-rates
               END-IF
               GO TO para-load-rates-exit
           END-IF

           SET ws-eof-no TO TRUE
           PERFORM para-load-rates-one UNTIL ws-eof-yes
           CLOSE fd-tax-rates
           .

       para-load-rates-exit.
           EXIT PARAGRAPH
           .

       para-load-rates-one.
           READ fd-tax-rates
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ws-rate-count IS LESS THAN 500 THEN
                       ADD 1 TO ws-rate-count
                       MOVE tr-code TO ws-rate-code(ws-rate-count)
                       MOVE tr-effective-date
                           TO ws-rate-date(ws-rate-count)
                       MOVE tr-rate-percent
                           TO ws-rate-value(ws-rate-count)
                   END-IF
           END-READ
           .
