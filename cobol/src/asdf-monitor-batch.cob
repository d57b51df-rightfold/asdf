      *same order asdf-run-batch loads its own table, and reviewed
      *together - a step missing from the window means the chain
      *(or cron itself) silently died before reaching it.
       01 ws-expected-count            PIC 9(2) COMP VALUE 21.
       01 ws-expected-table.
           02 ws-expected-entry OCCURS 21 TIMES.
               03 ws-expected-name     PIC X(30).
               03 ws-expected-seen     PIC X.
       01 ws-e                         PIC 9(2) COMP.
       01 ws-display-o                 PIC Z(3)9.
       01 ws-display-m                 PIC Z(3)9.

      *This run's figures for the morning report (asdf-step-
      *stats.cpy), appended through asdf-write-step-stats.
       COPY 'asdf-step-stats.cpy' REPLACING ==:X:== BY ==st==.

      *The queue holds recipient addresses in their protected form
      *(asdf-protect-field).
       01 ws-protect-mode              PIC X VALUE 'P'.

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
           MOVE 'asdf-monitor-batch' TO st-job-name
      *The chain runner passes no step arguments, so when invoked
      *from there the address and ceiling come from the central
      *configuration file; the environment variable stays as a

           COMPUTE ws-problem-total = ws-failure-count
               + ws-overrun-count + ws-missing-count
           MOVE ws-problem-total TO st-rejects
           IF ws-problem-total IS GREATER THAN 0 THEN
               MOVE 1 TO st-mails-queued
           END-IF
           CALL 'asdf-write-step-stats' USING st-step-stats
           IF ws-problem-total IS GREATER THAN 0 THEN
               PERFORM para-queue-alert
               MOVE 1 TO RETURN-CODE
      *being invisible.
       para-load-expected.
           MOVE 'asdf-backup-ledgers' TO ws-expected-name(1)
           MOVE 'asdf-restore-test' TO ws-expected-name(2)
           MOVE 'asdf-check-ledgers' TO ws-expected-name(3)
           MOVE 'asdf-verify-controls' TO ws-expected-name(4)
           MOVE 'asdf-verify-chain' TO ws-expected-name(5)
           MOVE 'asdf-reconcile-ledgers' TO ws-expected-name(6)
           MOVE 'asdf-sweep-integrity' TO ws-expected-name(7)
           MOVE 'asdf-post-recurring' TO ws-expected-name(8)
           MOVE 'asdf-post-installments' TO ws-expected-name(9)
           MOVE 'asdf-accrue-late-fees' TO ws-expected-name(10)
           MOVE 'asdf-auto-confirm-payments' TO ws-expected-name(11)
           MOVE 'asdf-check-stale-plans' TO ws-expected-name(12)
           MOVE 'asdf-contribution-arrears' TO ws-expected-name(13)
           MOVE 'asdf-send-reminders' TO ws-expected-name(14)
           MOVE 'asdf-balance-alerts' TO ws-expected-name(15)
           MOVE 'asdf-anomaly-report' TO ws-expected-name(16)
           MOVE 'asdf-password-expiry-warning' TO ws-expected-name(17)
           MOVE 'asdf-snapshot-balances' TO ws-expected-name(18)
           MOVE 'asdf-run-subscriptions' TO ws-expected-name(19)
           MOVE 'asdf-year-end-close' TO ws-expected-name(20)
           MOVE 'asdf-detect-orphaned-groups'
               TO ws-expected-name(21)
           PERFORM para-clear-seen
               VARYING ws-e FROM 1 BY 1
               UNTIL ws-e > ws-expected-count
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   ADD 1 TO st-records-read
                   PERFORM para-review-record
           END-READ
           .
               ADD 1 TO ws-failure-count
               DISPLAY 'FAILED ' FUNCTION TRIM(jl-job-name)
                   ' rc ' jl-return-code ' at '
                   jl-start-timestamp ' business date '
                   jl-business-date
           END-IF

           MOVE jl-end-timestamp TO ws-ts-work
           .

       para-queue-alert.
           CALL 'asdf-protect-field' USING ws-protect-mode
               ws-operator-email mq-to-email
           MOVE 'Nightly batch needs attention' TO mq-subject
           MOVE ws-failure-count TO ws-display-f
           MOVE ws-overrun-count TO ws-display-o
