      *Announcement sign-off report for a group's admins: for each
      *announcement posted through asdf-post-announcement
      *(asdf-announcement.cpy), the active members it went to who
      *have not yet acknowledged it through asdf-ack-announcement
      *(asdf-announcement-ack.cpy) - the author, and anyone who
      *joined after it went out, are not chased for it. Arguments:
      *acting account UUID (must be an active group admin), group
      *UUID, and optionally one announcement UUID to report on alone.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-announcement-report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-announcements
           ASSIGN DYNAMIC ws-announcements-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-announcements-status.

       SELECT OPTIONAL fd-members
           ASSIGN DYNAMIC ws-members-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-members-status.

       SELECT OPTIONAL fd-acks
           ASSIGN DYNAMIC ws-acks-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-acks-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-announcements.
       COPY 'asdf-announcement.cpy' REPLACING ==:X:== BY ==an==.

       FD fd-members.
       COPY 'asdf-member.cpy' REPLACING ==:X:== BY ==mb==.

       FD fd-acks.
       COPY 'asdf-announcement-ack.cpy' REPLACING ==:X:== BY ==aa==.

       WORKING-STORAGE SECTION.
       01 ws-announcements-path        PIC X(256).
       01 ws-announcements-status      PIC XX.
       01 ws-members-path              PIC X(256).
       01 ws-members-status            PIC XX.
       01 ws-acks-path                 PIC X(256).
       01 ws-acks-status               PIC XX.

       01 ws-uuid-text                 PIC X(32).
       01 ws-acting-account            PIC X(16).
       01 ws-group                     PIC X(16).
       01 ws-group-text                PIC X(32).
       01 ws-is-admin                  PIC X.
           88 ws-is-admin-yes          VALUE 'Y'.
           88 ws-is-admin-no           VALUE 'N'.
      *LOW-VALUES reports every announcement on file.
       01 ws-only-id                   PIC X(16).

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-members-eof               PIC X.
           88 ws-members-eof-yes       VALUE 'Y'.
           88 ws-members-eof-no        VALUE 'N'.
       01 ws-acks-eof                  PIC X.
           88 ws-acks-eof-yes          VALUE 'Y'.
           88 ws-acks-eof-no           VALUE 'N'.
       01 ws-acked                     PIC X.
           88 ws-acked-yes             VALUE 'Y'.
           88 ws-acked-no              VALUE 'N'.

       01 ws-announcement-text         PIC X(32).
       01 ws-member-text               PIC X(32).
       01 ws-joined-flat               PIC 9(14).
       01 ws-outstanding-count         PIC 9(5).
       01 ws-reported-count            PIC 9(5) VALUE 0.
       01 ws-count-display             PIC Z(4)9.

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
               ws-acting-account
           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-group
           CALL 'asdf-format-uuid' USING ws-group ws-group-text

           MOVE LOW-VALUES TO ws-only-id
           MOVE SPACES TO ws-uuid-text
           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           IF ws-uuid-text IS NOT EQUAL TO SPACES THEN
               CALL 'asdf-parse-uuid' USING ws-uuid-text ws-only-id
           END-IF

           CALL 'asdf-check-admin' USING ws-group
               ws-acting-account ws-is-admin
           IF ws-is-admin-no THEN
               DISPLAY 'Only an admin can run the announcement report'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO ws-members-path
           STRING '/var/lib/asdf/group/' ws-group-text '/members'
               INTO ws-members-path
           MOVE SPACES TO ws-announcements-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/announcements' INTO ws-announcements-path
           OPEN INPUT fd-announcements
           IF ws-announcements-status IS NOT EQUAL TO '00' THEN
               IF ws-announcements-status IS EQUAL TO '05' THEN
                   CLOSE fd-announcements
               END-IF
               DISPLAY 'No announcements' WITH NO ADVANCING
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-report-one UNTIL ws-eof-yes
           CLOSE fd-announcements

           IF ws-reported-count IS EQUAL TO 0 THEN
               IF ws-only-id IS EQUAL TO LOW-VALUES THEN
                   DISPLAY 'No announcements' WITH NO ADVANCING
               ELSE
                   DISPLAY 'No such announcement' WITH NO ADVANCING
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

       para-report-one.
           READ fd-announcements
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ws-only-id IS EQUAL TO LOW-VALUES
                           OR an-id IS EQUAL TO ws-only-id THEN
                       PERFORM para-report-announcement
                           THRU para-report-announcement-exit
                   END-IF
           END-READ
           .

       para-report-announcement.
           ADD 1 TO ws-reported-count
           CALL 'asdf-format-uuid' USING an-id ws-announcement-text
           DISPLAY 'ANNOUNCEMENT ' ws-announcement-text ' '
               an-posted-timestamp ' ' FUNCTION TRIM(an-subject)
           MOVE 0 TO ws-outstanding-count

           OPEN INPUT fd-members
           IF ws-members-status IS NOT EQUAL TO '00' THEN
               IF ws-members-status IS EQUAL TO '05' THEN
                   CLOSE fd-members
               END-IF
           ELSE
               SET ws-members-eof-no TO TRUE
               PERFORM para-member-one UNTIL ws-members-eof-yes
               CLOSE fd-members
           END-IF

           MOVE ws-outstanding-count TO ws-count-display
           DISPLAY '  ' FUNCTION TRIM(ws-count-display)
               ' member(s) outstanding'
           .

       para-report-announcement-exit.
           EXIT PARAGRAPH
           .

       para-member-one.
           READ fd-members
               AT END
                   SET ws-members-eof-yes TO TRUE
               NOT AT END
                   IF mb-status-active
                           AND mb-account-id IS NOT EQUAL TO
                               an-author THEN
                       PERFORM para-check-member
                           THRU para-check-member-exit
                   END-IF
           END-READ
           .

      *A member who joined after the announcement went out was never
      *sent it.
       para-check-member.
           MOVE mb-joined-timestamp TO ws-joined-flat
           IF ws-joined-flat IS GREATER THAN an-posted-timestamp THEN
               GO TO para-check-member-exit
           END-IF

           CALL 'asdf-format-uuid' USING mb-account-id
               ws-member-text
           SET ws-acked-no TO TRUE
           MOVE SPACES TO ws-acks-path
           STRING '/var/lib/asdf/account/' ws-member-text
               '/announcement-acks' INTO ws-acks-path
           OPEN INPUT fd-acks
           IF ws-acks-status IS EQUAL TO '00' THEN
               SET ws-acks-eof-no TO TRUE
               PERFORM para-scan-ack-one
                   UNTIL ws-acks-eof-yes OR ws-acked-yes
               CLOSE fd-acks
           ELSE
               IF ws-acks-status IS EQUAL TO '05' THEN
                   CLOSE fd-acks
               END-IF
           END-IF

           IF ws-acked-no THEN
               ADD 1 TO ws-outstanding-count
               DISPLAY '  ' ws-member-text ' not acknowledged'
           END-IF
           .

       para-check-member-exit.
           EXIT PARAGRAPH
           .

       para-scan-ack-one.
           READ fd-acks
               AT END
                   SET ws-acks-eof-yes TO TRUE
               NOT AT END
                   IF aa-group-id IS EQUAL TO ws-group
                           AND aa-announcement-id IS EQUAL TO an-id
                           THEN
                       SET ws-acked-yes TO TRUE
                   END-IF
           END-READ
           .
