      *party fields change, never counts, amounts or entry ids.
      *Open settlement plans, installment plans and disputes keep
      *the ids they were recorded with.
      *
      *Legal hold (asdf-check-legal-hold): refused outright when the
      *survivor or the duplicate is held; a held group is skipped
      *with a message and keeps the duplicate's appearances - rerun
      *the merge once the hold is released to fold them in.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-merge-accounts.
           VALUE 'asdf-merge-accounts'.
       01 ws-audit-detail              PIC X(200).

       01 ws-hold-group                PIC X VALUE 'G'.
       01 ws-hold-account              PIC X VALUE 'A'.
       01 ws-held                      PIC X.
           88 ws-held-yes              VALUE 'Y'.

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
           CALL 'asdf-format-uuid' USING ws-duplicate
               ws-duplicate-text

           CALL 'asdf-check-legal-hold' USING ws-hold-account
               ws-survivor ws-held
           IF NOT ws-held-yes THEN
               CALL 'asdf-check-legal-hold' USING ws-hold-account
                   ws-duplicate ws-held
           END-IF
           IF ws-held-yes THEN
               DISPLAY 'An account is under legal hold'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM para-walk-groups THRU para-walk-groups-exit
           PERFORM para-merge-account-index
               THRU para-merge-account-index-exit

       para-merge-group.
           CALL 'asdf-format-uuid' USING gx-group-id ws-group-text
           CALL 'asdf-check-legal-hold' USING ws-hold-group
               gx-group-id ws-held
           IF ws-held-yes THEN
               DISPLAY FUNCTION TRIM(ws-group-text)
                   ': under legal hold, skipped - rerun once released'
               GO TO para-merge-group-exit
           END-IF
           MOVE SPACES TO ws-ledger-path
           STRING '/var/lib/asdf/group/' ws-group-text '/ledger'
               INTO ws-ledger-path
