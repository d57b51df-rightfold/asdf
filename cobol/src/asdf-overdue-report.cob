      *still shows money owed - the same aggregate "are they square
      *yet" test asdf-settle-up already relies on, since individual
      *debts and payments aren't linked to each other.
      *
      *Arguments: group UUID and the optional requesting account,
      *which picks the report language and is the viewer a private
      *entry (asdf-entry-visibility) is masked for, as
      *asdf-list-ledger masks it: anyone not entitled to see it in
      *full gets the debt's id and due date with "private
      *adjustment" in place of its amount and comment. With no
      *requesting account every private entry is masked.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-overdue-report.
       01 ws-label-text                PIC X(80).
       01 ws-report-language           PIC X(2) VALUE 'en'.
       01 ws-req-account-text          PIC X(32) VALUE SPACES.
       01 ws-req-account               PIC X(16) VALUE LOW-VALUES.
       01 ws-req-account-path          PIC X(256).
       01 ws-req-account-status        PIC XX.

               03 ws-debt-amount       PIC 9(10) COMP.
               03 ws-debt-due-date     PIC 9(8).
               03 ws-debt-comment      PIC X(200).
      *The requesting account's view of the debt (asdf-entry-
      *visibility): F, P, A or M.
               03 ws-debt-view         PIC X.
                   88 ws-debt-view-masked
                                       VALUE 'A' 'M'.

       01 ws-reversed-count            PIC 9(4) COMP VALUE 0.
       01 ws-reversed-ids.

       01 ws-display-amount            PIC Z(9)9.

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
           PERFORM para-accumulate THRU para-accumulate-exit
           PERFORM para-print-overdue
           MOVE fs-creditor TO ws-debt-creditor(ix-debt)
           MOVE fs-amount TO ws-debt-amount(ix-debt)
           MOVE fs-due-date TO ws-debt-due-date(ix-debt)
           CALL 'asdf-entry-visibility' USING ws-group
               ws-req-account fs-transaction ws-debt-view(ix-debt)
           IF ws-debt-view-masked(ix-debt) THEN
               MOVE 'private adjustment' TO ws-debt-comment(ix-debt)
           ELSE
               MOVE fs-comment TO ws-debt-comment(ix-debt)
           END-IF
           .

       para-remember-reversed.
           CALL 'asdf-format-uuid' USING ws-debt-id(ix-debt)
               ws-uuid-text
           MOVE ws-remaining-amount TO ws-display-amount
           IF ws-debt-view-masked(ix-debt) THEN
               DISPLAY FUNCTION TRIM(ws-uuid-text) ' '
                   ws-debt-due-date(ix-debt) SPACE
                   FUNCTION TRIM(ws-debt-comment(ix-debt))
               GO TO para-print-overdue-one-exit
           END-IF
           DISPLAY FUNCTION TRIM(ws-uuid-text) ' '
               ws-debt-due-date(ix-debt) SPACE
               ws-display-amount ' '
