      *the size and checksum recorded in the attachment index, and
      *the 32-character hex id printed - which is what the caller
      *then posts in fs-attachment-ref, instead of a path on a laptop
      *that stops existing. Arguments: path of the document to
      *ingest, and the UUID of the group it is stored for.
      *
      *The document is charged to the group's attachment register
      *(asdf-group-attachment.cpy) and held to the group's storage
      *quota (asdf-storage-quota): a document that would take the
      *group past its quota is refused, and nothing of it is kept.
      *The copy stops as soon as the quota is passed, so an oversized
      *upload never gets the chance to fill the disk. The store that
      *first takes a group to 80% of its quota mails a warning to
      *each of its active admins.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-store-attachment.
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       SELECT OPTIONAL fd-register
           ASSIGN DYNAMIC ws-register-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-register-status.

       SELECT OPTIONAL fd-group-index
           ASSIGN DYNAMIC ws-group-index-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-group-index-status.

       SELECT OPTIONAL fd-members
           ASSIGN DYNAMIC ws-members-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-members-status.

       SELECT OPTIONAL fd-account
           ASSIGN DYNAMIC ws-account-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-account-status.

       SELECT OPTIONAL fd-mail-queue
           ASSIGN DYNAMIC ws-mail-queue-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *One byte per record: attachments are arbitrary binary, and a
       FD fd-index.
       COPY 'asdf-attachment.cpy' REPLACING ==:X:== BY ==at==.

       FD fd-register.
       COPY 'asdf-group-attachment.cpy' REPLACING ==:X:== BY ==ga==.

       FD fd-group-index.
       COPY 'asdf-group-index.cpy' REPLACING ==:X:== BY ==gx==.

       FD fd-members.
       COPY 'asdf-member.cpy' REPLACING ==:X:== BY ==mb==.

       FD fd-account.
       COPY 'asdf-account.cpy' REPLACING ==:X:== BY ==fa==.

       FD fd-mail-queue.
       COPY 'asdf-mail-queue.cpy' REPLACING ==:X:== BY ==mq==.

       WORKING-STORAGE SECTION.
       01 ws-source-path               PIC X(256).
       01 ws-source-status             PIC XX.
           VALUE '/var/lib/asdf/attachment-index'.
       01 ws-store-dir                 PIC X(256)
           VALUE '/var/lib/asdf/attachment'.
       01 ws-register-path             PIC X(256).
       01 ws-register-status           PIC XX.
       01 ws-group-index-path          PIC X(256)
           VALUE '/var/lib/asdf/group-index'.
       01 ws-group-index-status        PIC XX.
       01 ws-members-path              PIC X(256).
       01 ws-members-status            PIC XX.
       01 ws-account-path              PIC X(256).
       01 ws-account-status            PIC XX.
       01 ws-mail-queue-path           PIC X(256)
           VALUE '/var/lib/asdf/mail-queue'.

       01 ws-group-text                PIC X(32) VALUE SPACES.
       01 ws-group                     PIC X(16).
       01 ws-group-name                PIC X(100).
       01 ws-uuid-text                 PIC X(32).
       01 ws-found                     PIC X.
           88 ws-found-yes             VALUE 'Y'.
           88 ws-found-no              VALUE 'N'.

      *The group's quota (asdf-storage-quota), what its register
      *already holds, and what this document may still take.
       01 ws-limited                   PIC X.
           88 ws-limited-yes           VALUE 'Y'.
           88 ws-limited-no            VALUE 'N'.
       01 ws-quota-bytes               PIC 9(15) COMP.
       01 ws-used-bytes                PIC 9(15) COMP VALUE 0.
       01 ws-allowance                 PIC 9(15) COMP VALUE 0.
       01 ws-over                      PIC X VALUE 'N'.
           88 ws-over-yes              VALUE 'Y'.
           88 ws-over-no               VALUE 'N'.
       01 ws-display-mb                PIC Z(8)9.
       01 ws-display-used              PIC Z(8)9.
       01 ws-display-percent           PIC ZZ9.
       01 ws-percent                   PIC 9(3).

      *The document's own name, the path's last component.
       01 ws-name                      PIC X(60).
       01 ws-slash                     PIC 9(3) COMP.
       01 ws-i                         PIC 9(3) COMP.

       01 ws-notify-subject            PIC X(80).
       01 ws-notify-body               PIC X(200).

       01 ws-id                        PIC X(16).
       01 ws-id-text                   PIC X(32).
       01 ws-size                      PIC 9(10) COMP VALUE 0.
       01 ws-checksum                  PIC 9(9) COMP VALUE 0.

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
           ACCEPT ws-source-path FROM ARGUMENT-VALUE
           IF ws-source-path IS EQUAL TO SPACES THEN
               DISPLAY 'Missing document path' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT ws-group-text FROM ARGUMENT-VALUE
           IF ws-group-text IS EQUAL TO SPACES
                   OR ws-group-text IS EQUAL TO LOW-VALUES THEN
               DISPLAY 'Missing group' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL 'asdf-parse-uuid' USING ws-group-text ws-group
           CALL 'asdf-format-uuid' USING ws-group ws-group-text
           PERFORM para-find-group THRU para-find-group-exit
           IF ws-found-no THEN
               DISPLAY 'No such active group' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT fd-source
           IF ws-source-status IS NOT EQUAL TO '00' THEN
               STOP RUN
           END-IF

           MOVE SPACES TO ws-register-path
           STRING '/var/lib/asdf/group/' ws-group-text '/attachments'
               INTO ws-register-path
           CALL 'asdf-storage-quota' USING ws-group ws-limited
               ws-quota-bytes
           PERFORM para-load-usage THRU para-load-usage-exit
           IF ws-limited-yes THEN
               IF ws-used-bytes IS NOT LESS THAN ws-quota-bytes THEN
                   CLOSE fd-source
                   PERFORM para-refuse
               END-IF
               COMPUTE ws-allowance = ws-quota-bytes - ws-used-bytes
           END-IF

           CALL 'asdf-generate-uuid' USING ws-id
           CALL 'asdf-format-uuid' USING ws-id ws-id-text
           CALL 'CBL_CREATE_DIR' USING ws-store-dir

           OPEN OUTPUT fd-stored
           SET ws-eof-no TO TRUE
           PERFORM para-copy-byte UNTIL ws-eof-yes OR ws-over-yes
           CLOSE fd-stored
           CLOSE fd-source
           IF ws-over-yes THEN
               CALL 'CBL_DELETE_FILE' USING ws-stored-path
               PERFORM para-refuse
           END-IF

           PERFORM para-write-index
           PERFORM para-write-register
           IF ws-limited-yes
                   AND ws-used-bytes * 5 IS LESS THAN
                       ws-quota-bytes * 4
                   AND (ws-used-bytes + ws-size) * 5
                       IS NOT LESS THAN ws-quota-bytes * 4 THEN
               PERFORM para-warn-admins THRU para-warn-admins-exit
           END-IF

           DISPLAY ws-id-text WITH NO ADVANCING
           MOVE 0 TO RETURN-CODE
                   MOVE fb-byte TO fo-byte
                   WRITE fo-byte
                   ADD 1 TO ws-size
                   IF ws-limited-yes
                           AND ws-size IS GREATER THAN ws-allowance
                           THEN
                       SET ws-over-yes TO TRUE
                   END-IF
                   COMPUTE ws-checksum = FUNCTION MOD(
                       ws-checksum + FUNCTION ORD(fb-byte) - 1,
                       1000000000)
           WRITE at-attachment-entry
           CLOSE fd-index
           .

       para-write-register.
           PERFORM para-take-name
           MOVE ws-id TO ga-id
           MOVE ws-size TO ga-size
           MOVE at-stored-timestamp TO ga-stored-timestamp
           MOVE ws-name TO ga-name
           OPEN EXTEND fd-register
           WRITE ga-group-attachment
           CLOSE fd-register
           .

      *The name is whatever follows the last slash of the path.
       para-take-name.
           MOVE 0 TO ws-slash
           PERFORM para-take-name-one
               VARYING ws-i FROM 1 BY 1 UNTIL ws-i > 256
           MOVE SPACES TO ws-name
           IF ws-slash IS LESS THAN 256 THEN
               MOVE ws-source-path(ws-slash + 1:) TO ws-name
           END-IF
           .

       para-take-name-one.
           IF ws-source-path(ws-i:1) IS EQUAL TO '/' THEN
               MOVE ws-i TO ws-slash
           END-IF
           .

      *Nothing of a refused document is kept; the message names the
      *quota and what the group already holds, both in megabytes.
       para-refuse.
           COMPUTE ws-display-mb = ws-quota-bytes / 1048576
           COMPUTE ws-display-used ROUNDED =
               ws-used-bytes / 1048576
           DISPLAY 'Document refused: the group''s attachment quota '
               'of ' FUNCTION TRIM(ws-display-mb) ' MB would be '
               'exceeded (' FUNCTION TRIM(ws-display-used)
               ' MB already stored)' WITH NO ADVANCING
           MOVE 1 TO RETURN-CODE
           STOP RUN
           .

       para-load-usage.
           OPEN INPUT fd-register
           IF ws-register-status IS NOT EQUAL TO '00' THEN
               IF ws-register-status IS EQUAL TO '05' THEN
                   CLOSE fd-register
               END-IF
               GO TO para-load-usage-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-load-usage-one UNTIL ws-eof-yes
           CLOSE fd-register
           .

       para-load-usage-exit.
           EXIT PARAGRAPH
           .

       para-load-usage-one.
           READ fd-register
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   ADD ga-size TO ws-used-bytes
           END-READ
           .

       para-find-group.
           SET ws-found-no TO TRUE
           OPEN INPUT fd-group-index
           IF ws-group-index-status IS NOT EQUAL TO '00' THEN
               IF ws-group-index-status IS EQUAL TO '05' THEN
                   CLOSE fd-group-index
               END-IF
               GO TO para-find-group-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-find-group-one UNTIL ws-eof-yes OR ws-found-yes
           CLOSE fd-group-index
           .

       para-find-group-exit.
           EXIT PARAGRAPH
           .

       para-find-group-one.
           READ fd-group-index
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF gx-group-id IS EQUAL TO ws-group
                           AND gx-status-active THEN
                       MOVE gx-name TO ws-group-name
                       SET ws-found-yes TO TRUE
                   END-IF
           END-READ
           .

      *One warning to every active admin whose notification
      *preference allows mail.
       para-warn-admins.
           COMPUTE ws-percent =
               (ws-used-bytes + ws-size) * 100 / ws-quota-bytes
           MOVE ws-percent TO ws-display-percent
           COMPUTE ws-display-mb = ws-quota-bytes / 1048576
           MOVE SPACES TO ws-notify-subject
           STRING 'Attachment storage at '
               FUNCTION TRIM(ws-display-percent) '% of quota: '
               ws-group-name
               DELIMITED BY SIZE INTO ws-notify-subject
               ON OVERFLOW CONTINUE
           END-STRING
           MOVE SPACES TO ws-notify-body
           STRING 'The group''s stored documents now take '
               FUNCTION TRIM(ws-display-percent) '% of its '
               FUNCTION TRIM(ws-display-mb) ' MB attachment quota. '
               'Documents that would pass the quota will be refused.'
               DELIMITED BY SIZE INTO ws-notify-body
               ON OVERFLOW CONTINUE
           END-STRING

           MOVE SPACES TO ws-members-path
           STRING '/var/lib/asdf/group/' ws-group-text '/members'
               INTO ws-members-path
           OPEN INPUT fd-members
           IF ws-members-status IS NOT EQUAL TO '00' THEN
               IF ws-members-status IS EQUAL TO '05' THEN
                   CLOSE fd-members
               END-IF
               GO TO para-warn-admins-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-warn-admin-one UNTIL ws-eof-yes
           CLOSE fd-members
           .

       para-warn-admins-exit.
           EXIT PARAGRAPH
           .

       para-warn-admin-one.
           READ fd-members
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF mb-role-admin AND mb-status-active THEN
                       PERFORM para-queue-admin-mail
                   END-IF
           END-READ
           .

       para-queue-admin-mail.
           CALL 'asdf-format-uuid' USING mb-account-id ws-uuid-text
           MOVE SPACES TO ws-account-path
           STRING '/var/lib/asdf/account/' ws-uuid-text '/info'
               INTO ws-account-path
           OPEN INPUT fd-account
           IF ws-account-status IS NOT EQUAL TO '00' THEN
               IF ws-account-status IS EQUAL TO '05' THEN
                   CLOSE fd-account
               END-IF
               EXIT PARAGRAPH
           END-IF
           READ fd-account
           CLOSE fd-account
           IF fa-notify-none OR fa-deliverable-no THEN
               EXIT PARAGRAPH
           END-IF

           MOVE fa-email TO mq-to-email
           MOVE ws-notify-subject TO mq-subject
           MOVE ws-notify-body TO mq-body
           MOVE FUNCTION CURRENT-DATE TO mq-queued-timestamp
           OPEN EXTEND fd-mail-queue
           WRITE mq-mail-entry
           CLOSE fd-mail-queue
           .
