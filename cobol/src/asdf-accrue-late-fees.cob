      *A flat fee posts gi-late-fee-amount in the group's reporting
      *currency; a percentage fee posts that many percent of the
      *overdue debt's own amount, in the debt's own currency.
      *
      *A due date on a weekend or on a holiday of the debt's currency
      *(asdf-business-date over the holiday calendar) rolls forward
      *to the next business day, and the grace days are business
      *days counted from there.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-accrue-late-fees.
       01 ws-group-text                PIC X(32).
       01 ws-uuid-text                 PIC X(32).
       01 ws-today-int                 PIC 9(7) COMP.
       01 ws-target-currency           PIC X(3).
       01 ws-today                     PIC 9(8).
      *"Now" as the batch sees it: the business date being
      *processed (asdf-business-timestamp) and the clock's time.
       01 ws-business-now              PIC 9(14).

      *Business-day arithmetic through asdf-business-date.
       01 ws-bd-function               PIC X.
       01 ws-bd-calendar               PIC X(3).
       01 ws-bd-date-1                 PIC 9(8).
       01 ws-bd-date-2                 PIC 9(8).
       01 ws-bd-result                 PIC S9(8).

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
       01 ws-posted-count              PIC 9(5) COMP VALUE 0.
       01 ws-display-count             PIC Z(4)9.

      *This run's figures for the morning report (asdf-step-
      *stats.cpy), appended through asdf-write-step-stats.
       COPY 'asdf-step-stats.cpy' REPLACING ==:X:== BY ==st==.

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
           INITIALIZE st-step-stats
           MOVE 'asdf-accrue-late-fees' TO st-job-name
           CALL 'asdf-business-timestamp' USING ws-business-now
           MOVE ws-business-now(1:8) TO ws-today
           MOVE FUNCTION INTEGER-OF-DATE(ws-today) TO ws-today-int

           PERFORM para-walk-groups THRU para-walk-groups-exit

           MOVE ws-posted-count TO st-records-written
           CALL 'asdf-write-step-stats' USING st-step-stats
           MOVE ws-posted-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count)
               ' late fee(s) posted'
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   ADD 1 TO st-records-read
                   PERFORM para-accrue-group
                       THRU para-accrue-group-exit
           END-READ
           MOVE fs-creditor TO ws-debt-creditor(ix-debt)
           MOVE fs-amount TO ws-debt-amount(ix-debt)
           MOVE fs-currency TO ws-debt-currency(ix-debt)
           MOVE 'N' TO ws-bd-function
           MOVE fs-currency TO ws-bd-calendar
           MOVE fs-due-date TO ws-bd-date-1
           MOVE 0 TO ws-bd-date-2
           CALL 'asdf-business-date' USING ws-bd-function
               ws-bd-calendar ws-bd-date-1 ws-bd-date-2 ws-bd-result
           MOVE ws-bd-result TO ws-debt-due-date(ix-debt)
           .

      *A fee entry's comment is 'Late fee for ' followed by the
           IF ws-debt-due-date(ix-debt) IS EQUAL TO 0 THEN
               GO TO para-fee-candidate-exit
           END-IF
           MOVE 'C' TO ws-bd-function
           MOVE ws-debt-currency(ix-debt) TO ws-bd-calendar
           MOVE ws-debt-due-date(ix-debt) TO ws-bd-date-1
           MOVE ws-today TO ws-bd-date-2
           CALL 'asdf-business-date' USING ws-bd-function
               ws-bd-calendar ws-bd-date-1 ws-bd-date-2 ws-bd-result
           IF ws-bd-result IS NOT GREATER THAN gi-late-grace-days THEN
               GO TO para-fee-candidate-exit
           END-IF

           CALL 'asdf-generate-uuid' USING ws-new-id
           MOVE ws-new-id TO fs-id
           SET fs-debt TO TRUE
           CALL 'asdf-business-timestamp' USING fs-timestamp
           MOVE 'UTC' TO fs-timezone
           MOVE SPACES TO fs-comment
           CALL 'asdf-format-uuid' USING ws-debt-id(ix-debt)
           OPEN EXTEND fd-ledger
           WRITE fs-transaction
           CLOSE fd-ledger
           ADD fs-amount TO st-amount-total

           CALL 'asdf-append-account-ledger' USING gx-group-id
               fs-debitor fs-transaction
