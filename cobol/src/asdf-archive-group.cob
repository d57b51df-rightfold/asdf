      *either an active admin of the group (asdf-check-session
      *vouches for both at once) or a registered system operator
      *(asdf-check-operator-session) - archival is no longer open to
      *anyone who can type the command. A group under legal hold
      *(asdf-check-legal-hold) is refused untouched.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-archive-group.
       01 ws-is-admin                  PIC X.
           88 ws-is-admin-yes          VALUE 'Y'.
           88 ws-is-admin-no           VALUE 'N'.
       01 ws-hold-type                 PIC X VALUE 'G'.
       01 ws-held                      PIC X.
           88 ws-held-yes              VALUE 'Y'.

       01 ws-audit-program             PIC X(30)
           VALUE 'asdf-archive-group'.
       01 ws-audit-detail              PIC X(200)
           VALUE 'group archived'.

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
           ACCEPT ws-acting-account-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-acting-account-text
               ws-acting-account
               END-IF
           END-IF

           CALL 'asdf-check-legal-hold' USING ws-hold-type ws-group
               ws-held
           IF ws-held-yes THEN
               DISPLAY 'Group is under legal hold' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM para-mark-info-archived
           PERFORM para-mark-index-archived
               THRU para-mark-index-archived-exit
