      *Broadcasts an announcement to a group: an admin's message is
      *stored in the group's announcements file
      *(asdf-announcement.cpy) and sent to every other active member
      *on their own channel - a text when they are on SMS with a
      *verified number, their digest when they take mail that way,
      *the immediate mail queue otherwise, nothing for a member who
      *turned notifications off or whose address bounced. It shows
      *in each member's activity feed whatever their channel, and
      *each member signs it off through asdf-ack-announcement.
      *
      *The mail carries the admin's own subject and text. A
      *'group-announcement' template (asdf-set-template), when the
      *member's language or 'en' has one, supplies the subject line
      *instead and a closing line after the text - {group} is the
      *group's name, {party} the first 32 characters of the admin's
      *subject, {amount} the announcement id members quote to sign
      *it off, {due} the date it was posted.
      *
      *Arguments: acting account UUID, session token, group UUID,
      *subject (up to 80 characters), text (up to 200). The session
      *must belong to the acting account, which must be a group
      *admin. Each broadcast is written to the group's admin-audit
      *trail. Prints the announcement id and how many members it
      *went to.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-post-announcement.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-announcements
           ASSIGN DYNAMIC ws-announcements-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       SELECT OPTIONAL fd-members
           ASSIGN DYNAMIC ws-members-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-members-status.

       SELECT OPTIONAL fd-group-info
           ASSIGN DYNAMIC ws-group-info-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-group-info-status.

       SELECT OPTIONAL fd-account
           ASSIGN DYNAMIC ws-account-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-account-status.

       SELECT OPTIONAL fd-mail-queue
           ASSIGN DYNAMIC ws-mail-queue-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       SELECT OPTIONAL fd-digest-queue
           ASSIGN DYNAMIC ws-digest-queue-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD fd-announcements.
       COPY 'asdf-announcement.cpy' REPLACING ==:X:== BY ==an==.

       FD fd-members.
       COPY 'asdf-member.cpy' REPLACING ==:X:== BY ==mb==.

       FD fd-group-info.
       COPY 'asdf-group-info.cpy' REPLACING ==:X:== BY ==gi==.

       FD fd-account.
       COPY 'asdf-account.cpy' REPLACING ==:X:== BY ==fa==.

       FD fd-mail-queue.
       COPY 'asdf-mail-queue.cpy' REPLACING ==:X:== BY ==mq==.

       FD fd-digest-queue.
       COPY 'asdf-mail-queue.cpy' REPLACING ==:X:== BY ==dq==.

       WORKING-STORAGE SECTION.
       01 ws-announcements-path        PIC X(256).
       01 ws-members-path              PIC X(256).
       01 ws-members-status            PIC XX.
       01 ws-group-info-path           PIC X(256).
       01 ws-group-info-status         PIC XX.
       01 ws-account-path              PIC X(256).
       01 ws-account-status            PIC XX.
       01 ws-mail-queue-path           PIC X(256)
           VALUE '/var/lib/asdf/mail-queue'.
       01 ws-digest-queue-path         PIC X(256).

       01 ws-uuid-text                 PIC X(32).
       01 ws-acting-account            PIC X(16).
       01 ws-session-token             PIC X(16).
       01 ws-session-account           PIC X(16).
       01 ws-session-valid             PIC X.
           88 ws-session-valid-yes     VALUE 'Y'.
           88 ws-session-valid-no      VALUE 'N'.
       01 ws-is-admin                  PIC X.
           88 ws-is-admin-yes          VALUE 'Y'.
           88 ws-is-admin-no           VALUE 'N'.

       01 ws-group                     PIC X(16).
       01 ws-group-text                PIC X(32).
       01 ws-group-name                PIC X(100) VALUE SPACES.
       01 ws-subject                   PIC X(80).
       01 ws-body                      PIC X(200).
       01 ws-announcement-id           PIC X(16).
       01 ws-announcement-text         PIC X(32).

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-recipient-count           PIC 9(5) VALUE 0.
       01 ws-sent-count                PIC 9(5) VALUE 0.

       01 ws-now-group.
           02 ws-now-year               PIC 9(4).
           02 ws-now-month              PIC 9(2).
           02 ws-now-day                PIC 9(2).
           02 ws-now-hour               PIC 9(2).
           02 ws-now-minute             PIC 9(2).
           02 ws-now-second             PIC 9(2).
       01 ws-now-flat REDEFINES ws-now-group
                                        PIC 9(14).

      *Rendering: the template's subject and closing line, and the
      *placeholder values handed to it.
       01 ws-template-key              PIC X(30)
           VALUE 'group-announcement'.
       01 ws-render-amount             PIC X(20).
       01 ws-render-party              PIC X(32).
       01 ws-render-due                PIC X(10).
       01 ws-render-subject            PIC X(80).
       01 ws-render-body               PIC X(200).
       01 ws-render-found              PIC X.
           88 ws-render-found-yes      VALUE 'Y'.
           88 ws-render-found-no       VALUE 'N'.
       01 ws-notify-subject            PIC X(80).
       01 ws-notify-body               PIC X(200).
       01 ws-sms-queued                PIC X.
           88 ws-sms-queued-yes        VALUE 'Y'.
           88 ws-sms-queued-no         VALUE 'N'.

       01 ws-event-type                PIC X(20)
           VALUE 'ANNOUNCEMENT-POSTED'.
       01 ws-audit-program             PIC X(30)
           VALUE 'asdf-post-announcement'.
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
           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-acting-account

           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-session-token

           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-group
           CALL 'asdf-format-uuid' USING ws-group ws-group-text

           CALL 'asdf-check-session' USING ws-session-token ws-group
               ws-session-account ws-session-valid
           IF ws-session-valid-no THEN
               DISPLAY 'Invalid or expired session' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-session-account IS NOT EQUAL TO ws-acting-account THEN
               DISPLAY 'Session does not match acting account'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL 'asdf-check-admin' USING ws-group ws-acting-account
               ws-is-admin
           IF ws-is-admin-no THEN
               DISPLAY 'Only an admin can post an announcement'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT ws-subject FROM ARGUMENT-VALUE
           ACCEPT ws-body FROM ARGUMENT-VALUE
           IF ws-subject IS EQUAL TO SPACES
                   OR ws-subject IS EQUAL TO LOW-VALUES THEN
               DISPLAY 'An announcement needs a subject'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-body IS EQUAL TO LOW-VALUES THEN
               MOVE SPACES TO ws-body
           END-IF

           PERFORM para-load-group-name
           CALL 'asdf-generate-uuid' USING ws-announcement-id
           CALL 'asdf-format-uuid' USING ws-announcement-id
               ws-announcement-text
           CALL 'asdf-utc-timestamp' USING ws-now-group

           MOVE ws-announcement-text(1:20) TO ws-render-amount
           MOVE ws-subject TO ws-render-party
           STRING ws-now-year '-' ws-now-month '-' ws-now-day
               DELIMITED BY SIZE INTO ws-render-due

           MOVE SPACES TO ws-members-path
           STRING '/var/lib/asdf/group/' ws-group-text '/members'
               INTO ws-members-path
           OPEN INPUT fd-members
           IF ws-members-status IS NOT EQUAL TO '00' THEN
               IF ws-members-status IS EQUAL TO '05' THEN
                   CLOSE fd-members
               END-IF
               DISPLAY 'No such group' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-send-one UNTIL ws-eof-yes
           CLOSE fd-members

           MOVE ws-announcement-id TO an-id
           MOVE ws-acting-account TO an-author
           MOVE ws-now-flat TO an-posted-timestamp
           MOVE ws-subject TO an-subject
           MOVE ws-body TO an-body
           MOVE ws-recipient-count TO an-recipient-count
           MOVE SPACES TO ws-announcements-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/announcements' INTO ws-announcements-path
           OPEN EXTEND fd-announcements
           WRITE an-announcement
           CLOSE fd-announcements

           CALL 'asdf-append-change-event' USING ws-event-type
               ws-group ws-announcement-id ws-acting-account

           MOVE SPACES TO ws-audit-detail
           STRING 'posted announcement ' ws-announcement-text ': '
               ws-subject
               DELIMITED BY SIZE INTO ws-audit-detail
               ON OVERFLOW CONTINUE
           END-STRING
           CALL 'asdf-append-admin-audit' USING ws-group
               ws-acting-account ws-audit-program ws-audit-detail

           DISPLAY 'announcement ' ws-announcement-text
           DISPLAY ws-recipient-count ' member(s), '
               ws-sent-count ' notice(s) queued'
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

      *If the group has been archived its info has moved under
      */var/lib/asdf/archive/group/<id>; an archived group has no
      *one left to tell, so a missing info file just leaves the name
      *blank.
       para-load-group-name.
           MOVE SPACES TO ws-group-info-path
           STRING '/var/lib/asdf/group/' ws-group-text '/info'
               INTO ws-group-info-path
           OPEN INPUT fd-group-info
           IF ws-group-info-status IS NOT EQUAL TO '00' THEN
               IF ws-group-info-status IS EQUAL TO '05' THEN
                   CLOSE fd-group-info
               END-IF
               EXIT PARAGRAPH
           END-IF
           READ fd-group-info
               NOT AT END
                   MOVE gi-name TO ws-group-name
           END-READ
           CLOSE fd-group-info
           .

       para-send-one.
           READ fd-members
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF mb-status-active AND mb-account-id IS NOT
                           EQUAL TO ws-acting-account THEN
                       ADD 1 TO ws-recipient-count
                       PERFORM para-notify-member
                           THRU para-notify-member-exit
                   END-IF
           END-READ
           .

      *The member's own channel, language and deliverability, the
      *order asdf-append-to-ledger's debt notice follows.
       para-notify-member.
           CALL 'asdf-format-uuid' USING mb-account-id ws-uuid-text
           MOVE SPACES TO ws-account-path
           STRING '/var/lib/asdf/account/' ws-uuid-text '/info'
               INTO ws-account-path
           OPEN INPUT fd-account
           IF ws-account-status IS NOT EQUAL TO '00' THEN
               IF ws-account-status IS EQUAL TO '05' THEN
                   CLOSE fd-account
               END-IF
               GO TO para-notify-member-exit
           END-IF
           READ fd-account
           CLOSE fd-account

           IF fa-notify-none THEN
               GO TO para-notify-member-exit
           END-IF

           MOVE SPACES TO ws-render-subject ws-render-body
           CALL 'asdf-render-template' USING ws-template-key
               fa-language ws-render-amount ws-group-name
               ws-render-party ws-render-due
               ws-render-subject ws-render-body ws-render-found
           MOVE SPACES TO ws-notify-subject ws-notify-body
           IF ws-render-found-yes THEN
               MOVE ws-render-subject TO ws-notify-subject
               STRING FUNCTION TRIM(ws-body) ' '
                   FUNCTION TRIM(ws-render-body)
                   DELIMITED BY SIZE INTO ws-notify-body
                   ON OVERFLOW CONTINUE
               END-STRING
           ELSE
               STRING FUNCTION TRIM(ws-group-name) ': '
                   FUNCTION TRIM(ws-subject)
                   DELIMITED BY SIZE INTO ws-notify-subject
                   ON OVERFLOW CONTINUE
               END-STRING
               MOVE ws-body TO ws-notify-body
           END-IF

           IF fa-notify-sms THEN
               CALL 'asdf-queue-sms' USING mb-account-id
                   ws-template-key fa-language ws-render-amount
                   ws-group-name ws-render-party ws-render-due
                   ws-notify-subject ws-notify-body ws-sms-queued
               IF ws-sms-queued-yes THEN
                   ADD 1 TO ws-sent-count
                   GO TO para-notify-member-exit
               END-IF
           END-IF
           IF fa-deliverable-no THEN
               GO TO para-notify-member-exit
           END-IF

           IF fa-notify-digest THEN
               MOVE SPACES TO ws-digest-queue-path
               STRING '/var/lib/asdf/account/' ws-uuid-text
                   '/notification-digest' INTO ws-digest-queue-path
               MOVE fa-email TO dq-to-email
               MOVE ws-notify-subject TO dq-subject
               MOVE ws-notify-body TO dq-body
               MOVE FUNCTION CURRENT-DATE TO dq-queued-timestamp
               OPEN EXTEND fd-digest-queue
               WRITE dq-mail-entry
               CLOSE fd-digest-queue
           ELSE
               MOVE fa-email TO mq-to-email
               MOVE ws-notify-subject TO mq-subject
               MOVE ws-notify-body TO mq-body
               MOVE FUNCTION CURRENT-DATE TO mq-queued-timestamp
               OPEN EXTEND fd-mail-queue
               WRITE mq-mail-entry
               CLOSE fd-mail-queue
           END-IF
           ADD 1 TO ws-sent-count
           .

       para-notify-member-exit.
           EXIT PARAGRAPH
           .
