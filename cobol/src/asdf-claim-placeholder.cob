      *(merging rewrites history, so this takes the same operator
      *authority asdf-merge-accounts itself demands), group UUID,
      *placeholder UUID, real account UUID.
      *Refused when the group, the placeholder or the real account
      *is under legal hold (asdf-check-legal-hold).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-claim-placeholder.
           VALUE 'asdf-claim-placeholder'.
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
           CALL 'asdf-format-uuid' USING ws-real-account
               ws-real-text

           PERFORM para-check-legal-hold
           PERFORM para-check-placeholder
               THRU para-check-placeholder-exit
           PERFORM para-check-real-account
           STOP RUN
           .

       para-check-legal-hold.
           CALL 'asdf-check-legal-hold' USING ws-hold-group ws-group
               ws-held
           IF NOT ws-held-yes THEN
               CALL 'asdf-check-legal-hold' USING ws-hold-account
                   ws-placeholder-id ws-held
           END-IF
           IF NOT ws-held-yes THEN
               CALL 'asdf-check-legal-hold' USING ws-hold-account
                   ws-real-account ws-held
           END-IF
           IF ws-held-yes THEN
               DISPLAY 'Under legal hold' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       para-invalid.
           MOVE 1 TO RETURN-CODE
           STOP RUN
