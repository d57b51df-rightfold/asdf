      *it, so historical ledger entries and statements can still
      *resolve the account, while asdf-check-member will refuse it
      *for new transactions. Arguments: acting account UUID, group
      *UUID, member account UUID to remove, and optionally the UUID
      *of an active member to make an admin in the same operation.
      *The acting account must be an active admin of the group. The
      *group's last active admin is only removed when a successor
      *is named, so the group is never left without one. A partner
      *in an active household (asdf-household.cpy) is refused until
      *they have been taken out of it, or it has been dissolved.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-remove-group-member.
           88 ws-is-admin-yes          VALUE 'Y'.
           88 ws-is-admin-no           VALUE 'N'.

      *The successor named to take over as admin, LOW-VALUES when
      *none was.
       01 ws-successor-text            PIC X(32).
       01 ws-successor                 PIC X(16) VALUE LOW-VALUES.
       01 ws-last-admin                PIC X.
           88 ws-last-admin-yes        VALUE 'Y'.
       01 ws-grant-result              PIC X.
           88 ws-grant-promoted        VALUE 'P'.
           88 ws-grant-not-member      VALUE 'N'.

       01 ws-unit                      PIC X(16).
       01 ws-unit-found                PIC X.
           88 ws-unit-found-member     VALUE 'M'.

       01 ws-audit-program             PIC X(30)
           VALUE 'asdf-remove-group-member'.
       01 ws-audit-detail              PIC X(200).

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
           ACCEPT ws-account-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-account-text ws-account-id

           ACCEPT ws-successor-text FROM ARGUMENT-VALUE
           IF ws-successor-text IS NOT EQUAL TO SPACES
                   AND ws-successor-text IS NOT EQUAL TO LOW-VALUES
                   THEN
               CALL 'asdf-parse-uuid' USING ws-successor-text
                   ws-successor
           END-IF

           CALL 'asdf-check-household' USING ws-group ws-account-id
               ws-unit ws-unit-found
           IF ws-unit-found-member THEN
               DISPLAY 'Refused: still a partner in a household; '
                   'remove them from it or dissolve it first'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM para-check-succession
               THRU para-check-succession-exit

           CALL 'asdf-format-uuid' USING ws-group ws-group-text
           STRING '/var/lib/asdf/group/' ws-group-text '/members'
               INTO ws-path
           STOP RUN
           .

      *Refuses to take away the group's last active admin unless a
      *successor, some other active member, is named; a named
      *successor is made an admin before the removal goes ahead.
      *Nothing is granted for someone who is not a member to remove;
      *the removal itself reports that.
       para-check-succession.
           CALL 'asdf-check-member' USING ws-group ws-account-id
               ws-found
           IF ws-found-no THEN
               GO TO para-check-succession-exit
           END-IF
           CALL 'asdf-check-last-admin' USING ws-group ws-account-id
               ws-last-admin
           IF ws-successor IS EQUAL TO LOW-VALUES THEN
               IF ws-last-admin-yes THEN
                   DISPLAY 'Refused: the last active admin can only '
                       'be removed with a successor admin named'
                       WITH NO ADVANCING
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               GO TO para-check-succession-exit
           END-IF

           IF ws-successor IS EQUAL TO ws-account-id THEN
               DISPLAY 'The successor must be another member'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL 'asdf-grant-admin-role' USING ws-group ws-successor
               ws-grant-result
           IF ws-grant-not-member THEN
               DISPLAY 'The successor is not an active member'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-grant-promoted THEN
               MOVE SPACES TO ws-audit-detail
               STRING 'made ' ws-successor-text ' an admin as '
                   'successor to ' ws-account-text
                   DELIMITED BY SIZE INTO ws-audit-detail
               CALL 'asdf-append-admin-audit' USING ws-group
                   ws-acting-account ws-audit-program ws-audit-detail
               MOVE 'ADMIN-ASSIGNED' TO ws-event-type
               CALL 'asdf-append-change-event' USING ws-event-type
                   ws-group ws-successor ws-acting-account
           END-IF
           .

       para-check-succession-exit.
           EXIT PARAGRAPH
           .

       para-deactivate-one.
           READ fd-members
               AT END
