      *source group UUID, target group UUID. Collisions (a category
      *name, a budget month, a payee id already in the target) are
      *reported and the target's version kept.
      *Refused when either group is under legal hold
      *(asdf-check-legal-hold).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-merge-groups.
           VALUE 'asdf-merge-groups'.
       01 ws-audit-detail              PIC X(200).

       01 ws-hold-type                 PIC X VALUE 'G'.
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
           CALL 'asdf-format-uuid' USING ws-target-group
               ws-target-text

           CALL 'asdf-check-legal-hold' USING ws-hold-type
               ws-source-group ws-held
           IF NOT ws-held-yes THEN
               CALL 'asdf-check-legal-hold' USING ws-hold-type
                   ws-target-group ws-held
           END-IF
           IF ws-held-yes THEN
               DISPLAY 'A group is under legal hold' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM para-merge-members THRU para-merge-members-exit
           PERFORM para-merge-ledger THRU para-merge-ledger-exit
           PERFORM para-merge-categories
