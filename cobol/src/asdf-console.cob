
      *The batch steps an operator may kick one at a time; the same
      *names asdf-run-batch's own chain runs.
       01 ws-step-count                PIC 9(2) COMP VALUE 22.
       01 ws-step-table.
           02 ws-step-entry OCCURS 22 TIMES.
               03 ws-step-name         PIC X(30).
       01 ws-s                         PIC 9(2) COMP.

      *The address is looked up in its protected form
      *(asdf-protect-field), the form the account index holds.
      *Look-up mode: nothing is filed in the field vault.
       01 ws-protect-mode              PIC X VALUE 'L'.
       01 ws-protected-email           PIC X(254).

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
           CALL 'asdf-parse-uuid' USING ws-uuid-text
               ws-operator-account

       para-load-steps.
           MOVE 'asdf-backup-ledgers' TO ws-step-name(1)
           MOVE 'asdf-restore-test' TO ws-step-name(2)
           MOVE 'asdf-check-ledgers' TO ws-step-name(3)
           MOVE 'asdf-verify-controls' TO ws-step-name(4)
           MOVE 'asdf-verify-chain' TO ws-step-name(5)
           MOVE 'asdf-reconcile-ledgers' TO ws-step-name(6)
           MOVE 'asdf-sweep-integrity' TO ws-step-name(7)
           MOVE 'asdf-post-recurring' TO ws-step-name(8)
           MOVE 'asdf-post-installments' TO ws-step-name(9)
           MOVE 'asdf-accrue-late-fees' TO ws-step-name(10)
           MOVE 'asdf-auto-confirm-payments' TO ws-step-name(11)
           MOVE 'asdf-check-stale-plans' TO ws-step-name(12)
           MOVE 'asdf-contribution-arrears' TO ws-step-name(13)
           MOVE 'asdf-send-reminders' TO ws-step-name(14)
           MOVE 'asdf-balance-alerts' TO ws-step-name(15)
           MOVE 'asdf-anomaly-report' TO ws-step-name(16)
           MOVE 'asdf-password-expiry-warning' TO ws-step-name(17)
           MOVE 'asdf-snapshot-balances' TO ws-step-name(18)
           MOVE 'asdf-run-subscriptions' TO ws-step-name(19)
           MOVE 'asdf-year-end-close' TO ws-step-name(20)
           MOVE 'asdf-detect-orphaned-groups' TO ws-step-name(21)
           MOVE 'asdf-monitor-batch' TO ws-step-name(22)
           .

       para-menu.
               DISPLAY 'invalid email'
               GO TO para-lookup-email-exit
           END-IF
           CALL 'asdf-protect-field' USING ws-protect-mode
               ws-email-input ws-protected-email

           SET ws-found-no TO TRUE
           OPEN INPUT fd-account-index
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ax-email IS EQUAL TO ws-protected-email THEN
                       CALL 'asdf-format-uuid' USING ax-account-id
                           ws-uuid-text
                       DISPLAY 'account ' ws-uuid-text
