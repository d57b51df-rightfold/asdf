      *group UUID. The acting party must be a registered system
      *operator with a live session, the same gate
      *asdf-year-end-close itself demands.
      *A group under legal hold (asdf-check-legal-hold) is refused
      *untouched.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-reopen-period.
           VALUE 'asdf-reopen-period'.
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
           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-group
           CALL 'asdf-format-uuid' USING ws-group ws-group-text
           CALL 'asdf-check-legal-hold' USING ws-hold-type ws-group
               ws-held
           IF ws-held-yes THEN
               DISPLAY 'Group is under legal hold' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM para-set-paths

           PERFORM para-read-info
