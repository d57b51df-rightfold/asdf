      *Takes up the admin role asdf-detect-orphaned-groups offered
      *a member of a group left with no active admin. Arguments:
      *account UUID, session token (asdf-check-session-account must
      *resolve it to the account), the offer token from the mail.
      *The offer (asdf-admin-succession.cpy) must be open, unexpired
      *and made to this account, and the account still an active
      *member of the group. Should the group have gained an admin
      *in the meantime the offer is withdrawn instead - the group
      *is no longer orphaned. Otherwise the member is made an admin
      *(asdf-grant-admin-role), the offer closed and the change
      *logged to the group's admin-audit trail. Rejects with the
      *usual message-plus-RETURN-CODE-1 shape.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-confirm-admin-succession.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-successions
           ASSIGN DYNAMIC ws-successions-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-successions-status.

       SELECT OPTIONAL fd-members
           ASSIGN DYNAMIC ws-members-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-members-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-successions.
       COPY 'asdf-admin-succession.cpy' REPLACING ==:X:== BY ==as==.

       FD fd-members.
       COPY 'asdf-member.cpy' REPLACING ==:X:== BY ==mb==.

       WORKING-STORAGE SECTION.
       01 ws-successions-path          PIC X(256)
           VALUE '/var/lib/asdf/admin-successions'.
       01 ws-successions-status        PIC XX.
       01 ws-members-path              PIC X(256).
       01 ws-members-status            PIC XX.

       01 ws-uuid-text                 PIC X(32).
       01 ws-account                   PIC X(16).
       01 ws-account-text              PIC X(32).
       01 ws-session-token             PIC X(16).
       01 ws-session-account           PIC X(16).
       01 ws-session-valid             PIC X.
           88 ws-session-valid-yes     VALUE 'Y'.
           88 ws-session-valid-no      VALUE 'N'.
       01 ws-token                     PIC X(16).
       01 ws-group                     PIC X(16).
       01 ws-group-text                PIC X(32).

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-found                     PIC X.
           88 ws-found-yes             VALUE 'Y'.
           88 ws-found-no              VALUE 'N'.
       01 ws-has-admin                 PIC X.
           88 ws-has-admin-yes         VALUE 'Y'.
           88 ws-has-admin-no          VALUE 'N'.
      *What becomes of the offer: 'C' accepted, 'X' withdrawn.
       01 ws-close-status              PIC X.
       01 ws-grant-result              PIC X.
           88 ws-grant-promoted        VALUE 'P'.
           88 ws-grant-already         VALUE 'A'.
           88 ws-grant-not-member      VALUE 'N'.

       01 ws-event-type                PIC X(20).
       01 ws-audit-program             PIC X(30)
           VALUE 'asdf-confirm-admin-succession'.
       01 ws-audit-detail              PIC X(200).

       01 ws-now-group.
           02 ws-now-year               PIC 9(4).
           02 ws-now-month              PIC 9(2).
           02 ws-now-day                PIC 9(2).
           02 ws-now-hour               PIC 9(2).
           02 ws-now-minute             PIC 9(2).
           02 ws-now-second             PIC 9(2).
       01 ws-now-flat REDEFINES ws-now-group
                                        PIC 9(14).

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
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-account
           CALL 'asdf-format-uuid' USING ws-account ws-account-text

           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-session-token
           CALL 'asdf-check-session-account' USING ws-session-token
               ws-session-account ws-session-valid
           IF ws-session-valid-no THEN
               DISPLAY 'Invalid or expired session' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-session-account IS NOT EQUAL TO ws-account THEN
               DISPLAY 'Session does not match account'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-token
           CALL 'asdf-utc-timestamp' USING ws-now-group

           PERFORM para-find-offer THRU para-find-offer-exit
           IF ws-found-no THEN
               DISPLAY 'Offer token invalid or expired'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL 'asdf-format-uuid' USING ws-group ws-group-text

           PERFORM para-check-admins THRU para-check-admins-exit
           IF ws-has-admin-yes THEN
               MOVE 'X' TO ws-close-status
               PERFORM para-close-offer THRU para-close-offer-exit
               DISPLAY 'The group has an admin again; the offer is '
                   'withdrawn' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           CALL 'asdf-grant-admin-role' USING ws-group ws-account
               ws-grant-result
           IF ws-grant-not-member THEN
               MOVE 'X' TO ws-close-status
               PERFORM para-close-offer THRU para-close-offer-exit
               DISPLAY 'No longer an active member of the group'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'C' TO ws-close-status
           PERFORM para-close-offer THRU para-close-offer-exit

           MOVE SPACES TO ws-audit-detail
           STRING 'took up the admin role offered to '
               ws-account-text ' by the orphaned-group check'
               DELIMITED BY SIZE INTO ws-audit-detail
           CALL 'asdf-append-admin-audit' USING ws-group
               ws-account ws-audit-program ws-audit-detail
           MOVE 'ADMIN-ASSIGNED' TO ws-event-type
           CALL 'asdf-append-change-event' USING ws-event-type
               ws-group ws-account ws-session-account

           DISPLAY 'You are now an admin of the group'
               WITH NO ADVANCING
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

       para-find-offer.
           SET ws-found-no TO TRUE
           OPEN INPUT fd-successions
           IF ws-successions-status IS NOT EQUAL TO '00' THEN
               IF ws-successions-status IS EQUAL TO '05' THEN
                   CLOSE fd-successions
               END-IF
               GO TO para-find-offer-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-find-offer-one UNTIL ws-eof-yes
               OR ws-found-yes
           CLOSE fd-successions
           .

       para-find-offer-exit.
           EXIT PARAGRAPH
           .

       para-find-offer-one.
           READ fd-successions
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF as-token IS EQUAL TO ws-token
                           AND as-status-open
                           AND as-account-id IS EQUAL TO ws-account
                           AND ws-now-flat IS NOT GREATER THAN
                               as-expiry THEN
                       MOVE as-group-id TO ws-group
                       SET ws-found-yes TO TRUE
                   END-IF
           END-READ
           .

       para-check-admins.
           SET ws-has-admin-no TO TRUE
           MOVE SPACES TO ws-members-path
           STRING '/var/lib/asdf/group/' ws-group-text '/members'
               INTO ws-members-path
           OPEN INPUT fd-members
           IF ws-members-status IS NOT EQUAL TO '00' THEN
               IF ws-members-status IS EQUAL TO '05' THEN
                   CLOSE fd-members
               END-IF
               GO TO para-check-admins-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-check-admins-one UNTIL ws-eof-yes
               OR ws-has-admin-yes
           CLOSE fd-members
           .

       para-check-admins-exit.
           EXIT PARAGRAPH
           .

       para-check-admins-one.
           READ fd-members
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF mb-status-active AND mb-role-admin THEN
                       SET ws-has-admin-yes TO TRUE
                   END-IF
           END-READ
           .

      *Either way the token cannot be presented again.
       para-close-offer.
           OPEN I-O fd-successions
           IF ws-successions-status IS NOT EQUAL TO '00' THEN
               IF ws-successions-status IS EQUAL TO '05' THEN
                   CLOSE fd-successions
               END-IF
               GO TO para-close-offer-exit
           END-IF
           SET ws-eof-no TO TRUE
           SET ws-found-no TO TRUE
           PERFORM para-close-offer-one UNTIL ws-eof-yes
               OR ws-found-yes
           CLOSE fd-successions
           .

       para-close-offer-exit.
           EXIT PARAGRAPH
           .

       para-close-offer-one.
           READ fd-successions
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF as-token IS EQUAL TO ws-token
                           AND as-status-open THEN
                       MOVE ws-close-status TO as-status
                       REWRITE as-admin-succession
                       SET ws-found-yes TO TRUE
                   END-IF
           END-READ
           .
