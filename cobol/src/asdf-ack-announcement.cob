      *Records a member's sign-off on a group announcement
      *(asdf-announcement-ack.cpy): the member confirms they read
      *what asdf-post-announcement sent round, and the group's
      *announcement report stops listing them for it - the same
      *sign-off asdf-ack-statement takes for a statement period.
      *Arguments: account UUID, session token (asdf-check-session-
      *account must resolve it to the account), group UUID,
      *announcement UUID. Acknowledging the same announcement twice
      *is harmless.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-ack-announcement.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-announcements
           ASSIGN DYNAMIC ws-announcements-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-announcements-status.

       SELECT OPTIONAL fd-acks
           ASSIGN DYNAMIC ws-acks-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-acks-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-announcements.
       COPY 'asdf-announcement.cpy' REPLACING ==:X:== BY ==an==.

       FD fd-acks.
       COPY 'asdf-announcement-ack.cpy' REPLACING ==:X:== BY ==aa==.

       WORKING-STORAGE SECTION.
       01 ws-announcements-path        PIC X(256).
       01 ws-announcements-status      PIC XX.
       01 ws-acks-path                 PIC X(256).
       01 ws-acks-status               PIC XX.

       01 ws-uuid-text                 PIC X(32).
       01 ws-account                   PIC X(16).
       01 ws-account-text              PIC X(32).
       01 ws-session-token             PIC X(16).
       01 ws-session-account           PIC X(16).
       01 ws-session-valid             PIC X.
           88 ws-session-valid-yes     VALUE 'Y'.
           88 ws-session-valid-no      VALUE 'N'.
       01 ws-group                     PIC X(16).
       01 ws-group-text                PIC X(32).
       01 ws-announcement-id           PIC X(16).

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-found                     PIC X.
           88 ws-found-yes             VALUE 'Y'.
           88 ws-found-no              VALUE 'N'.

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
           CALL 'asdf-parse-uuid' USING ws-uuid-text
               ws-session-token

           CALL 'asdf-check-session-account' USING ws-session-token
               ws-session-account ws-session-valid
           IF ws-session-valid-no OR ws-session-account IS NOT
                   EQUAL TO ws-account THEN
               DISPLAY 'A valid session for the account is required'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-group
           CALL 'asdf-format-uuid' USING ws-group ws-group-text

           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text
               ws-announcement-id

           PERFORM para-find-announcement
               THRU para-find-announcement-exit
           IF ws-found-no THEN
               DISPLAY 'No such announcement' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO ws-acks-path
           STRING '/var/lib/asdf/account/' ws-account-text
               '/announcement-acks' INTO ws-acks-path
           PERFORM para-check-existing
               THRU para-check-existing-exit
           IF ws-found-yes THEN
               DISPLAY 'Already acknowledged' WITH NO ADVANCING
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           CALL 'asdf-utc-timestamp' USING ws-now-group
           MOVE ws-group TO aa-group-id
           MOVE ws-announcement-id TO aa-announcement-id
           MOVE ws-now-flat TO aa-acked-timestamp
           OPEN EXTEND fd-acks
           WRITE aa-announcement-ack
           CLOSE fd-acks

           DISPLAY 'Acknowledged' WITH NO ADVANCING
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

       para-find-announcement.
           SET ws-found-no TO TRUE
           MOVE SPACES TO ws-announcements-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/announcements' INTO ws-announcements-path
           OPEN INPUT fd-announcements
           IF ws-announcements-status IS NOT EQUAL TO '00' THEN
               IF ws-announcements-status IS EQUAL TO '05' THEN
                   CLOSE fd-announcements
               END-IF
               GO TO para-find-announcement-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-find-announcement-one
               UNTIL ws-eof-yes OR ws-found-yes
           CLOSE fd-announcements
           .

       para-find-announcement-exit.
           EXIT PARAGRAPH
           .

       para-find-announcement-one.
           READ fd-announcements
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF an-id IS EQUAL TO ws-announcement-id THEN
                       SET ws-found-yes TO TRUE
                   END-IF
           END-READ
           .

       para-check-existing.
           SET ws-found-no TO TRUE
           OPEN INPUT fd-acks
           IF ws-acks-status IS NOT EQUAL TO '00' THEN
               IF ws-acks-status IS EQUAL TO '05' THEN
                   CLOSE fd-acks
               END-IF
               GO TO para-check-existing-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-check-existing-one
               UNTIL ws-eof-yes OR ws-found-yes
           CLOSE fd-acks
           .

       para-check-existing-exit.
           EXIT PARAGRAPH
           .

       para-check-existing-one.
           READ fd-acks
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF aa-group-id IS EQUAL TO ws-group
                           AND aa-announcement-id IS EQUAL TO
                               ws-announcement-id THEN
                       SET ws-found-yes TO TRUE
                   END-IF
           END-READ
           .
