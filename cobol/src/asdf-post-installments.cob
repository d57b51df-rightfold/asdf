      *remainder) has gone out. Meant to run from the nightly batch;
      *plans not yet due are left untouched, so running it more than
      *once a day is harmless.
      *A due date on a weekend or a holiday of the plan's currency
      *is not acted on until the next business day.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-post-installments.
       01 ws-freeze-reason             PIC X(100).

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
       01 ws-new-id                    PIC X(16).

       01 ws-eof                       PIC X.
           88 ws-leap-year-yes         VALUE 'Y'.
           88 ws-leap-year-no          VALUE 'N'.

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
           MOVE 'asdf-post-installments' TO st-job-name
           CALL 'asdf-business-timestamp' USING ws-business-now
           MOVE ws-business-now(1:8) TO ws-today
           PERFORM para-walk THRU para-walk-exit
           CALL 'asdf-write-step-stats' USING st-step-stats
           DISPLAY ws-posted-count WITH NO ADVANCING
      *Mirror-directory creation inside asdf-append-account-ledger
      *leaves a non-zero CBL_ return code behind; not a failure here.
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   ADD 1 TO st-records-read
                   IF ip-status-active THEN
                       PERFORM para-consider THRU para-consider-exit
                   END-IF
           END-READ
           .

      *A due date on a weekend or a holiday of the entry's currency
      *rolls forward to the next business day before it is compared
      *with today; the stored due date itself is not moved, so the
      *cadence keeps its own calendar.
       para-consider.
           MOVE 'N' TO ws-bd-function
           MOVE ip-currency TO ws-bd-calendar
           MOVE ip-next-due-date TO ws-bd-date-1
           MOVE 0 TO ws-bd-date-2
           CALL 'asdf-business-date' USING ws-bd-function
               ws-bd-calendar ws-bd-date-1 ws-bd-date-2 ws-bd-result
           IF ws-bd-result IS GREATER THAN ws-today THEN
               GO TO para-consider-exit
           END-IF
           CALL 'asdf-check-freeze' USING ip-group
               ws-frozen ws-freeze-reason
           IF ws-frozen-yes THEN
               DISPLAY 'skipping frozen group: '
                   FUNCTION TRIM(ws-freeze-reason)
               ADD 1 TO st-rejects
           ELSE
               PERFORM para-fire
           END-IF
           .

       para-consider-exit.
           EXIT PARAGRAPH
           .

      *Posts one installment, then advances and rewrites the plan in
      *place so the same installment is never posted twice; the final
      *installment completes the plan.
           CALL 'asdf-generate-uuid' USING ws-new-id
           MOVE ws-new-id TO fs-id
           SET fs-payment TO TRUE
           CALL 'asdf-business-timestamp' USING fs-timestamp
           MOVE 'UTC' TO fs-timezone
           MOVE SPACES TO fs-comment
           CALL 'asdf-format-uuid' USING ip-debt-id ws-uuid-text
           OPEN EXTEND fd-ledger
           WRITE fs-transaction
           CLOSE fd-ledger
           ADD 1 TO st-records-written
           ADD fs-amount TO st-amount-total

           CALL 'asdf-append-account-ledger' USING ip-group
               fs-debitor fs-transaction
