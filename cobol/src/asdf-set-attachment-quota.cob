      *Sets a group's attachment storage quota in the quota table
      *(asdf-attachment-quota.cpy), which asdf-store-attachment
      *enforces. Arguments: acting operator account UUID, operator
      *session token (asdf-check-operator-session must accept the
      *pair), group UUID, then one of:
      *  a whole number of megabytes - the group's own quota;
      *  UNLIMITED - the group is not held to any quota;
      *  DEFAULT - back to the attachment-quota-mb configuration key.
      *A new entry is appended rather than the old one changed, and
      *the change is logged through asdf-append-admin-audit in the
      *group's own trail. Lowering a quota below what a group already
      *holds deletes nothing; it only refuses further documents.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-set-attachment-quota.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-quotas
           ASSIGN DYNAMIC ws-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-file-status.

       SELECT OPTIONAL fd-group-index
           ASSIGN DYNAMIC ws-index-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-index-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-quotas.
       COPY 'asdf-attachment-quota.cpy' REPLACING ==:X:== BY ==aq==.

       FD fd-group-index.
       COPY 'asdf-group-index.cpy' REPLACING ==:X:== BY ==gx==.

       WORKING-STORAGE SECTION.
       01 ws-path                      PIC X(256)
           VALUE '/var/lib/asdf/attachment-quotas'.
       01 ws-file-status               PIC XX.
       01 ws-index-path                PIC X(256)
           VALUE '/var/lib/asdf/group-index'.
       01 ws-index-status              PIC XX.

       01 ws-operator-uuid-text        PIC X(32).
       01 ws-operator-account          PIC X(16).
       01 ws-operator-token            PIC X(16).
       01 ws-operator-valid            PIC X.
           88 ws-operator-valid-yes    VALUE 'Y'.
           88 ws-operator-valid-no     VALUE 'N'.

       01 ws-group-text                PIC X(32).
       01 ws-group                     PIC X(16).
       01 ws-quota-text                PIC X(12) VALUE SPACES.
       01 ws-display-quota             PIC Z(7)9.

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-found                     PIC X.
           88 ws-found-yes             VALUE 'Y'.
           88 ws-found-no              VALUE 'N'.

       01 ws-audit-program             PIC X(30)
           VALUE 'asdf-set-attachment-quota'.
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
           ACCEPT ws-operator-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-operator-uuid-text
               ws-operator-account
           ACCEPT ws-operator-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-operator-uuid-text
               ws-operator-token
           CALL 'asdf-check-operator-session' USING
               ws-operator-account ws-operator-token
               ws-operator-valid
           IF ws-operator-valid-no THEN
               DISPLAY 'A valid operator session is required'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT ws-group-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-group-text ws-group
           PERFORM para-find-group THRU para-find-group-exit
           IF ws-found-no THEN
               DISPLAY 'No such active group' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           INITIALIZE aq-attachment-quota-entry
           MOVE ws-group TO aq-group-id
           ACCEPT ws-quota-text FROM ARGUMENT-VALUE
           EVALUATE ws-quota-text
               WHEN 'DEFAULT'
                   SET aq-kind-default TO TRUE
                   MOVE 'attachment quota set to the default'
                       TO ws-audit-detail
               WHEN 'UNLIMITED'
                   SET aq-kind-unlimited TO TRUE
                   MOVE 'attachment quota set to unlimited'
                       TO ws-audit-detail
               WHEN OTHER
                   IF ws-quota-text IS EQUAL TO SPACES
                           OR ws-quota-text IS EQUAL TO LOW-VALUES
                           OR FUNCTION TRIM(ws-quota-text)
                               IS NOT NUMERIC THEN
                       DISPLAY 'Quota must be megabytes, UNLIMITED '
                           'or DEFAULT' WITH NO ADVANCING
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET aq-kind-limit TO TRUE
                   MOVE FUNCTION TRIM(ws-quota-text) TO aq-quota-mb
                   IF aq-quota-mb IS EQUAL TO 0 THEN
                       DISPLAY 'Quota must be at least 1 megabyte'
                           WITH NO ADVANCING
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE aq-quota-mb TO ws-display-quota
                   MOVE SPACES TO ws-audit-detail
                   STRING 'attachment quota set to '
                       FUNCTION TRIM(ws-display-quota) ' MB'
                       DELIMITED BY SIZE INTO ws-audit-detail
           END-EVALUATE

           MOVE ws-operator-account TO aq-set-by
           CALL 'asdf-utc-timestamp' USING aq-set-timestamp
           OPEN EXTEND fd-quotas
           WRITE aq-attachment-quota-entry
           CLOSE fd-quotas

           CALL 'asdf-append-admin-audit' USING ws-group
               ws-operator-account ws-audit-program ws-audit-detail
           DISPLAY 'Attachment quota set' WITH NO ADVANCING
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

       para-find-group.
           SET ws-found-no TO TRUE
           OPEN INPUT fd-group-index
           IF ws-index-status IS NOT EQUAL TO '00' THEN
               IF ws-index-status IS EQUAL TO '05' THEN
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
                       SET ws-found-yes TO TRUE
                   END-IF
           END-READ
           .
