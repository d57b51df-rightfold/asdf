      *Maintains the webhook subscription registry (asdf-webhook.cpy)
      *that asdf-deliver-webhooks pushes the change-event journal to.
      *Arguments: acting operator account UUID, operator session
      *token (asdf-check-operator-session must accept the pair - a
      *subscription sends our journal to an outside party), action,
      *then:
      *  ADD endpoint URL, shared secret (16 to 64 characters), group
      *      UUID or ALL, then up to five event types (ce-type values
      *      such as ENTRY-POSTED; none means every type) - prints
      *      the new subscription's id. Delivery starts with the next
      *      journal record written, not the history;
      *  REMOVE subscription id - nothing more is delivered to it;
      *  RESUME subscription id - a parked subscription goes back to
      *      delivering from where it stopped, attempts reset;
      *  LIST (no further arguments) prints the registry, secrets
      *      left out.
      *ADD, REMOVE and RESUME are logged through
      *asdf-append-admin-audit under the global scope, without the
      *secret.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-maintain-webhook.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-registry
           ASSIGN DYNAMIC ws-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-file-status.

       SELECT OPTIONAL fd-registry-new
           ASSIGN DYNAMIC ws-work-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       SELECT OPTIONAL fd-sequence
           ASSIGN DYNAMIC ws-sequence-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-sequence-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-registry.
       COPY 'asdf-webhook.cpy' REPLACING ==:X:== BY ==wh==.

       FD fd-registry-new.
       COPY 'asdf-webhook.cpy' REPLACING ==:X:== BY ==wn==.

      *The change-event sequence counter asdf-append-change-event
      *issues from.
       FD fd-sequence.
       01 sq-counter                   PIC 9(10).

       WORKING-STORAGE SECTION.
       01 ws-path                      PIC X(256)
           VALUE '/var/lib/asdf/webhooks'.
       01 ws-work-path                 PIC X(256)
           VALUE '/var/lib/asdf/webhooks.new'.
       01 ws-file-status               PIC XX.
       01 ws-sequence-path             PIC X(256)
           VALUE '/var/lib/asdf/change-seq'.
       01 ws-sequence-status           PIC XX.

       01 ws-operator-uuid-text        PIC X(32).
       01 ws-operator-account          PIC X(16).
       01 ws-operator-token            PIC X(16).
       01 ws-operator-valid            PIC X.
           88 ws-operator-valid-yes    VALUE 'Y'.
           88 ws-operator-valid-no     VALUE 'N'.

       01 ws-action                    PIC X(8).
       01 ws-id-text                   PIC X(32).
       01 ws-group-text                PIC X(32).
       01 ws-secret-text               PIC X(65).
       01 ws-url-text                  PIC X(201).
       01 ws-t                         PIC 9(2) COMP.
      *The entry being added, or the id of the one being changed.
       COPY 'asdf-webhook.cpy' REPLACING ==:X:== BY ==ws==.

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-found                     PIC X.
           88 ws-found-yes             VALUE 'Y'.
           88 ws-found-no              VALUE 'N'.
       01 ws-listed-count              PIC 9(5) COMP VALUE 0.
       01 ws-display-count             PIC Z(4)9.
       01 ws-display-sequence          PIC Z(9)9.
       01 ws-display-attempts          PIC ZZ9.
       01 ws-list-id-text              PIC X(32).
       01 ws-list-group-text           PIC X(32).
       01 ws-list-types                PIC X(110).
       01 ws-list-pointer              PIC 9(3) COMP.

       01 ws-global-scope              PIC X(16) VALUE LOW-VALUES.
       01 ws-audit-program             PIC X(30)
           VALUE 'asdf-maintain-webhook'.
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

           ACCEPT ws-action FROM ARGUMENT-VALUE
           EVALUATE ws-action
               WHEN 'LIST'
                   PERFORM para-list THRU para-list-exit
                   STOP RUN
               WHEN 'ADD'
                   PERFORM para-add
               WHEN 'REMOVE'
                   PERFORM para-change THRU para-change-exit
               WHEN 'RESUME'
                   PERFORM para-change THRU para-change-exit
               WHEN OTHER
                   DISPLAY 'Action must be ADD, REMOVE, RESUME or LIST'
                       WITH NO ADVANCING
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           CALL 'asdf-append-admin-audit' USING ws-global-scope
               ws-operator-account ws-audit-program ws-audit-detail
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

      *An endpoint must be a plain http(s) URL; the secret is what
      *the partner checks every signature with, so a short one is
      *refused.
       para-add.
           MOVE SPACES TO ws-url-text
           ACCEPT ws-url-text FROM ARGUMENT-VALUE
           IF ws-url-text(201:1) IS NOT EQUAL TO SPACE
                   OR (ws-url-text(1:8) IS NOT EQUAL TO 'https://'
                   AND ws-url-text(1:7) IS NOT EQUAL TO 'http://')
                   THEN
               DISPLAY 'Invalid endpoint URL' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO ws-secret-text
           ACCEPT ws-secret-text FROM ARGUMENT-VALUE
           IF ws-secret-text(65:1) IS NOT EQUAL TO SPACE
                   OR ws-secret-text(16:1) IS EQUAL TO SPACE THEN
               DISPLAY 'Secret must be 16 to 64 characters'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO ws-group-text
           ACCEPT ws-group-text FROM ARGUMENT-VALUE
           IF ws-group-text IS EQUAL TO SPACES THEN
               DISPLAY 'Missing group (a group UUID or ALL)'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           INITIALIZE ws-webhook
           CALL 'asdf-generate-uuid' USING ws-id
           MOVE ws-url-text TO ws-endpoint-url
           MOVE ws-secret-text TO ws-secret
           IF ws-group-text IS EQUAL TO 'ALL' THEN
               MOVE LOW-VALUES TO ws-group-id
           ELSE
               CALL 'asdf-parse-uuid' USING ws-group-text ws-group-id
           END-IF
           MOVE SPACES TO ws-event-types
           PERFORM para-take-type VARYING ws-t FROM 1 BY 1
               UNTIL ws-t > 5
           PERFORM para-read-sequence
           MOVE 0 TO ws-attempts
           MOVE 0 TO ws-next-attempt
           SET ws-status-active TO TRUE
           MOVE ws-operator-account TO ws-created-by
           CALL 'asdf-utc-timestamp' USING ws-created-timestamp

           MOVE ws-webhook TO wh-webhook
           OPEN EXTEND fd-registry
           WRITE wh-webhook
           CLOSE fd-registry

           CALL 'asdf-format-uuid' USING ws-id ws-id-text
           MOVE SPACES TO ws-audit-detail
           STRING 'added webhook ' ws-id-text ' to '
               FUNCTION TRIM(ws-endpoint-url)
               DELIMITED BY SIZE INTO ws-audit-detail
               ON OVERFLOW CONTINUE
           END-STRING
           DISPLAY ws-id-text WITH NO ADVANCING
           .

       para-take-type.
           ACCEPT ws-event-type(ws-t) FROM ARGUMENT-VALUE
           .

      *The journal's current high-water mark; no counter yet means
      *no event has ever been written.
       para-read-sequence.
           MOVE 0 TO ws-delivered-through
           OPEN INPUT fd-sequence
           IF ws-sequence-status IS EQUAL TO '00' THEN
               READ fd-sequence
                   NOT AT END
                       MOVE sq-counter TO ws-delivered-through
               END-READ
               CLOSE fd-sequence
           ELSE
               IF ws-sequence-status IS EQUAL TO '05' THEN
                   CLOSE fd-sequence
               END-IF
           END-IF
           .

       para-change.
           MOVE SPACES TO ws-id-text
           ACCEPT ws-id-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-id-text ws-id

           SET ws-found-no TO TRUE
           OPEN INPUT fd-registry
           IF ws-file-status IS NOT EQUAL TO '00' THEN
               IF ws-file-status IS EQUAL TO '05' THEN
                   CLOSE fd-registry
               END-IF
               DISPLAY 'No such subscription' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT fd-registry-new
           SET ws-eof-no TO TRUE
           PERFORM para-change-one UNTIL ws-eof-yes
           CLOSE fd-registry-new
           CLOSE fd-registry

           IF ws-found-no THEN
               CALL 'CBL_DELETE_FILE' USING ws-work-path
               DISPLAY 'No such subscription' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL 'CBL_DELETE_FILE' USING ws-path
           CALL 'CBL_RENAME_FILE' USING ws-work-path ws-path

           MOVE SPACES TO ws-audit-detail
           IF ws-action IS EQUAL TO 'REMOVE' THEN
               STRING 'removed webhook ' ws-id-text
                   DELIMITED BY SIZE INTO ws-audit-detail
               DISPLAY 'Subscription removed' WITH NO ADVANCING
           ELSE
               STRING 'resumed webhook ' ws-id-text
                   DELIMITED BY SIZE INTO ws-audit-detail
               DISPLAY 'Subscription resumed' WITH NO ADVANCING
           END-IF
           .

       para-change-exit.
           EXIT PARAGRAPH
           .

      *A removed entry stays in the registry, marked, so the audit
      *trail's ids keep resolving.
       para-change-one.
           READ fd-registry
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   MOVE wh-webhook TO wn-webhook
                   IF wh-id IS EQUAL TO ws-id
                           AND NOT wh-status-removed THEN
                       SET ws-found-yes TO TRUE
                       IF ws-action IS EQUAL TO 'REMOVE' THEN
                           SET wn-status-removed TO TRUE
                       ELSE
                           SET wn-status-active TO TRUE
                           MOVE 0 TO wn-attempts
                           MOVE 0 TO wn-next-attempt
                       END-IF
                   END-IF
                   WRITE wn-webhook
           END-READ
           .

       para-list.
           OPEN INPUT fd-registry
           IF ws-file-status IS NOT EQUAL TO '00' THEN
               IF ws-file-status IS EQUAL TO '05' THEN
                   CLOSE fd-registry
               END-IF
               DISPLAY 'No webhook subscriptions'
               GO TO para-list-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-list-one UNTIL ws-eof-yes
           CLOSE fd-registry
           MOVE ws-listed-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count) ' subscription(s)'
           .

       para-list-exit.
           EXIT PARAGRAPH
           .

       para-list-one.
           READ fd-registry
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF NOT wh-status-removed THEN
                       PERFORM para-list-entry
                   END-IF
           END-READ
           .

       para-list-entry.
           CALL 'asdf-format-uuid' USING wh-id ws-list-id-text
           IF wh-group-id IS EQUAL TO LOW-VALUES THEN
               MOVE 'ALL' TO ws-list-group-text
           ELSE
               CALL 'asdf-format-uuid' USING wh-group-id
                   ws-list-group-text
           END-IF
           MOVE SPACES TO ws-list-types
           MOVE 1 TO ws-list-pointer
           IF wh-event-types IS EQUAL TO SPACES THEN
               MOVE 'every type' TO ws-list-types
           ELSE
               PERFORM para-list-type VARYING ws-t FROM 1 BY 1
                   UNTIL ws-t > 5
           END-IF
           MOVE wh-delivered-through TO ws-display-sequence
           MOVE wh-attempts TO ws-display-attempts
           DISPLAY ws-list-id-text ' ' wh-status ' '
               FUNCTION TRIM(wh-endpoint-url)
           DISPLAY '    group ' FUNCTION TRIM(ws-list-group-text)
               ', ' FUNCTION TRIM(ws-list-types)
           DISPLAY '    delivered through '
               FUNCTION TRIM(ws-display-sequence) ', '
               FUNCTION TRIM(ws-display-attempts) ' failed attempt(s)'
           ADD 1 TO ws-listed-count
           .

       para-list-type.
           IF wh-event-type(ws-t) IS NOT EQUAL TO SPACES THEN
               STRING FUNCTION TRIM(wh-event-type(ws-t)) ' '
                   DELIMITED BY SIZE INTO ws-list-types
                   WITH POINTER ws-list-pointer
                   ON OVERFLOW CONTINUE
               END-STRING
           END-IF
           .
