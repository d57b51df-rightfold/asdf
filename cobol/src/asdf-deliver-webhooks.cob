      *Scheduled webhook batch: pushes the change-event journal
      */var/lib/asdf/change-events (asdf-change-event.cpy) to every
      *subscription in the webhook registry (asdf-webhook.cpy),
      *instead of each partner polling asdf-read-changes. Run it
      *every few minutes from the scheduler, alongside
      *asdf-send-mail.
      *
      *Each active subscription is walked from just after its own
      *delivered-through sequence: records outside its group or
      *event types are passed over (the cursor still advances past
      *them), and each matching record is POSTed to its endpoint as
      *a JSON object - sequence, type, group, subject, actor,
      *timestamp - with an X-Asdf-Signature header carrying
      *sha256= and the hex HMAC-SHA256 of the body under the
      *subscription's secret. Any 2xx answer is a delivery.
      *
      *The first failure stops that subscription for this run - its
      *records go out in sequence order or not at all - and it is
      *next tried after a backoff that doubles with every
      *consecutive failure (1, 2, 4 ... minutes, at most 240). When
      *the attempts reach the limit the subscription is parked;
      *nothing more goes to it until an operator resumes it with
      *asdf-maintain-webhook, when it carries on from its cursor.
      *Other subscriptions are not held up by one that is down.
      *
      *The body, the secret and the URL are written to working files
      *for the curl/openssl command, so none of them ever appears on
      *a command line: the HMAC is taken as two plain digests over
      *files holding the secret's padded keys (asdf-hmac-pads), and
      *curl reads the URL from a config file (-K). The files sit in
      */var/lib/asdf/webhook-work, a directory only the owner can
      *enter, and are removed after each delivery attempt.
      *
      *Optional argument: consecutive failed attempts before a
      *subscription is parked (default 8).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-deliver-webhooks.

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

       SELECT OPTIONAL fd-events
           ASSIGN DYNAMIC ws-events-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-events-status.

       SELECT OPTIONAL fd-temp
           ASSIGN DYNAMIC ws-temp-path
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL fd-pad
           ASSIGN DYNAMIC ws-temp-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD fd-registry.
       COPY 'asdf-webhook.cpy' REPLACING ==:X:== BY ==wh==.

       FD fd-registry-new.
       COPY 'asdf-webhook.cpy' REPLACING ==:X:== BY ==wn==.

       FD fd-events.
       COPY 'asdf-change-event.cpy' REPLACING ==:X:== BY ==ce==.

       FD fd-temp.
       01 ft-line                      PIC X(300).

      *One padded key, written as its 64 bytes exactly.
       FD fd-pad.
       01 fp-pad                       PIC X(64).

       WORKING-STORAGE SECTION.
       01 ws-path                      PIC X(256)
           VALUE '/var/lib/asdf/webhooks'.
       01 ws-work-path                 PIC X(256)
           VALUE '/var/lib/asdf/webhooks.new'.
       01 ws-file-status               PIC XX.
       01 ws-events-path               PIC X(256)
           VALUE '/var/lib/asdf/change-events'.
       01 ws-events-status             PIC XX.

       01 ws-limit-text                PIC X(10) VALUE SPACES.
       01 ws-attempt-limit             PIC 9(3) VALUE 8.

       01 ws-now-group.
           02 ws-now-year              PIC 9(4).
           02 ws-now-month             PIC 9(2).
           02 ws-now-day               PIC 9(2).
           02 ws-now-hour              PIC 9(2).
           02 ws-now-minute            PIC 9(2).
           02 ws-now-second            PIC 9(2).
       01 ws-now-flat REDEFINES ws-now-group
                                       PIC 9(14).
       01 ws-retry-group.
           02 ws-retry-year            PIC 9(4).
           02 ws-retry-month           PIC 9(2).
           02 ws-retry-day             PIC 9(2).
           02 ws-retry-hour            PIC 9(2).
           02 ws-retry-minute          PIC 9(2).
           02 ws-retry-second          PIC 9(2).
       01 ws-retry-flat REDEFINES ws-retry-group
                                       PIC 9(14).
       01 ws-backoff-minutes           PIC 9(5).

      *Working files for one delivery, all named from one id, in a
      *directory made private at the start of the run.
       01 ws-work-dir                  PIC X(256)
           VALUE '/var/lib/asdf/webhook-work'.
       01 ws-temp-id                   PIC X(16).
       01 ws-temp-id-text              PIC X(32).
       01 ws-temp-path                 PIC X(256).
       01 ws-body-path                 PIC X(256).
       01 ws-ipad-path                 PIC X(256).
       01 ws-opad-path                 PIC X(256).
       01 ws-mac-path                  PIC X(256).
       01 ws-url-path                  PIC X(256).
       01 ws-inner-pad                 PIC X(64).
       01 ws-outer-pad                 PIC X(64).

       01 ws-shell-command             PIC X(1024).
       01 ws-child-rc                  PIC S9(5) COMP.

       01 ws-display-sequence          PIC Z(9)9.
       01 ws-event-group-text          PIC X(32).
       01 ws-event-subject-text        PIC X(32).
       01 ws-event-actor-text          PIC X(32).
       01 ws-t                         PIC 9(2) COMP.

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-events-eof                PIC X.
           88 ws-events-eof-yes        VALUE 'Y'.
           88 ws-events-eof-no         VALUE 'N'.
       01 ws-stop                      PIC X.
           88 ws-stop-yes              VALUE 'Y'.
           88 ws-stop-no               VALUE 'N'.
       01 ws-wanted                    PIC X.
           88 ws-wanted-yes            VALUE 'Y'.
           88 ws-wanted-no             VALUE 'N'.
       01 ws-delivered                 PIC X.
           88 ws-delivered-yes         VALUE 'Y'.
           88 ws-delivered-no          VALUE 'N'.

       01 ws-delivered-count           PIC 9(6) COMP VALUE 0.
       01 ws-failed-count              PIC 9(6) COMP VALUE 0.
       01 ws-parked-count              PIC 9(6) COMP VALUE 0.
       01 ws-display-count             PIC Z(5)9.

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
           ACCEPT ws-limit-text FROM ARGUMENT-VALUE
           IF ws-limit-text IS NOT EQUAL TO SPACES
                   AND FUNCTION TRIM(ws-limit-text) IS NUMERIC THEN
               MOVE FUNCTION TRIM(ws-limit-text) TO ws-attempt-limit
           END-IF
           IF ws-attempt-limit IS EQUAL TO 0 THEN
               MOVE 1 TO ws-attempt-limit
           END-IF

           CALL 'asdf-utc-timestamp' USING ws-now-group
           PERFORM para-make-work-dir
           PERFORM para-run-registry THRU para-run-registry-exit
           PERFORM para-print-summary

      *A delete that found nothing to act on leaves a non-zero CBL_
      *return code behind; that is not a failure of the run itself.
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

      *The registry is copied to a work file with every
      *subscription's cursor, attempts and status brought up to
      *date, and the work file then replaces it.
       para-run-registry.
           OPEN INPUT fd-registry
           IF ws-file-status IS NOT EQUAL TO '00' THEN
               IF ws-file-status IS EQUAL TO '05' THEN
                   CLOSE fd-registry
               END-IF
               GO TO para-run-registry-exit
           END-IF
           OPEN OUTPUT fd-registry-new
           SET ws-eof-no TO TRUE
           PERFORM para-run-one UNTIL ws-eof-yes
           CLOSE fd-registry-new
           CLOSE fd-registry
           CALL 'CBL_DELETE_FILE' USING ws-path
           CALL 'CBL_RENAME_FILE' USING ws-work-path ws-path
           .

       para-run-registry-exit.
           EXIT PARAGRAPH
           .

       para-run-one.
           READ fd-registry
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   MOVE wh-webhook TO wn-webhook
                   IF wn-status-active
                           AND wn-next-attempt IS NOT GREATER THAN
                               ws-now-flat THEN
                       PERFORM para-run-subscriber
                           THRU para-run-subscriber-exit
                   END-IF
                   WRITE wn-webhook
           END-READ
           .

       para-run-subscriber.
           OPEN INPUT fd-events
           IF ws-events-status IS NOT EQUAL TO '00' THEN
               IF ws-events-status IS EQUAL TO '05' THEN
                   CLOSE fd-events
               END-IF
               GO TO para-run-subscriber-exit
           END-IF
           SET ws-events-eof-no TO TRUE
           SET ws-stop-no TO TRUE
           PERFORM para-run-event UNTIL ws-events-eof-yes OR ws-stop-yes
           CLOSE fd-events
           .

       para-run-subscriber-exit.
           EXIT PARAGRAPH
           .

      *Records at or before the cursor were dealt with on an
      *earlier run. A gap in the sequence (records trimmed by the
      *retention run while a subscription was parked) is simply
      *passed over.
       para-run-event.
           READ fd-events
               AT END
                   SET ws-events-eof-yes TO TRUE
               NOT AT END
                   IF ce-sequence IS GREATER THAN
                           wn-delivered-through THEN
                       PERFORM para-offer-event
                   END-IF
           END-READ
           .

       para-offer-event.
           PERFORM para-check-wanted
           IF ws-wanted-no THEN
               MOVE ce-sequence TO wn-delivered-through
           ELSE
               PERFORM para-post-event
               IF ws-delivered-yes THEN
                   MOVE ce-sequence TO wn-delivered-through
                   MOVE 0 TO wn-attempts
                   MOVE 0 TO wn-next-attempt
                   ADD 1 TO ws-delivered-count
               ELSE
                   PERFORM para-record-failure
                   SET ws-stop-yes TO TRUE
               END-IF
           END-IF
           .

       para-check-wanted.
           SET ws-wanted-yes TO TRUE
           IF wn-group-id IS NOT EQUAL TO LOW-VALUES
                   AND wn-group-id IS NOT EQUAL TO ce-group-id THEN
               SET ws-wanted-no TO TRUE
           END-IF
           IF ws-wanted-yes
                   AND wn-event-types IS NOT EQUAL TO SPACES THEN
               SET ws-wanted-no TO TRUE
               PERFORM para-check-type VARYING ws-t FROM 1 BY 1
                   UNTIL ws-t > 5 OR ws-wanted-yes
           END-IF
           .

       para-check-type.
           IF wn-event-type(ws-t) IS NOT EQUAL TO SPACES
                   AND wn-event-type(ws-t) IS EQUAL TO ce-type THEN
               SET ws-wanted-yes TO TRUE
           END-IF
           .

      *chmod as well as mkdir -m, so a directory left behind with
      *looser permissions is closed up again.
       para-make-work-dir.
           MOVE SPACES TO ws-shell-command
           STRING 'umask 077 && mkdir -p -m 700 '
               FUNCTION TRIM(ws-work-dir) ' && chmod 700 '
               FUNCTION TRIM(ws-work-dir)
               DELIMITED BY SIZE INTO ws-shell-command
           CALL 'SYSTEM' USING ws-shell-command
           .

       para-post-event.
           CALL 'asdf-generate-uuid' USING ws-temp-id
           CALL 'asdf-format-uuid' USING ws-temp-id ws-temp-id-text
           MOVE SPACES TO ws-body-path
           STRING FUNCTION TRIM(ws-work-dir) '/'
               FUNCTION TRIM(ws-temp-id-text) '.body'
               DELIMITED BY SIZE INTO ws-body-path
           MOVE SPACES TO ws-ipad-path
           STRING FUNCTION TRIM(ws-work-dir) '/'
               FUNCTION TRIM(ws-temp-id-text) '.ipad'
               DELIMITED BY SIZE INTO ws-ipad-path
           MOVE SPACES TO ws-opad-path
           STRING FUNCTION TRIM(ws-work-dir) '/'
               FUNCTION TRIM(ws-temp-id-text) '.opad'
               DELIMITED BY SIZE INTO ws-opad-path
           MOVE SPACES TO ws-mac-path
           STRING FUNCTION TRIM(ws-work-dir) '/'
               FUNCTION TRIM(ws-temp-id-text) '.mac'
               DELIMITED BY SIZE INTO ws-mac-path
           MOVE SPACES TO ws-url-path
           STRING FUNCTION TRIM(ws-work-dir) '/'
               FUNCTION TRIM(ws-temp-id-text) '.url'
               DELIMITED BY SIZE INTO ws-url-path

           PERFORM para-write-body
           CALL 'asdf-hmac-pads' USING wn-secret ws-inner-pad
               ws-outer-pad
           MOVE ws-ipad-path TO ws-temp-path
           MOVE ws-inner-pad TO fp-pad
           PERFORM para-write-pad
           MOVE ws-opad-path TO ws-temp-path
           MOVE ws-outer-pad TO fp-pad
           PERFORM para-write-pad
           MOVE ws-url-path TO ws-temp-path
           MOVE SPACES TO ft-line
           STRING 'url = ' FUNCTION TRIM(wn-endpoint-url)
               DELIMITED BY SIZE INTO ft-line
           PERFORM para-write-temp

           PERFORM para-attempt-post

           CALL 'CBL_DELETE_FILE' USING ws-body-path
           CALL 'CBL_DELETE_FILE' USING ws-ipad-path
           CALL 'CBL_DELETE_FILE' USING ws-opad-path
           CALL 'CBL_DELETE_FILE' USING ws-mac-path
           CALL 'CBL_DELETE_FILE' USING ws-url-path
           .

      *Ids go out in the same 32-hex-digit form the rest of the
      *system prints; a batch-originated event has an empty actor.
       para-write-body.
           MOVE ce-sequence TO ws-display-sequence
           CALL 'asdf-format-uuid' USING ce-group-id
               ws-event-group-text
           CALL 'asdf-format-uuid' USING ce-subject-id
               ws-event-subject-text
           IF ce-actor IS EQUAL TO LOW-VALUES THEN
               MOVE SPACES TO ws-event-actor-text
           ELSE
               CALL 'asdf-format-uuid' USING ce-actor
                   ws-event-actor-text
           END-IF

           MOVE ws-body-path TO ws-temp-path
           MOVE SPACES TO ft-line
           STRING '{"sequence":' FUNCTION TRIM(ws-display-sequence)
               ',"type":"' FUNCTION TRIM(ce-type)
               '","group":"' ws-event-group-text
               '","subject":"' ws-event-subject-text
               '","actor":"' FUNCTION TRIM(ws-event-actor-text)
               '","timestamp":"' ce-timestamp '"}'
               DELIMITED BY SIZE INTO ft-line
           PERFORM para-write-temp
           .

       para-write-temp.
           OPEN OUTPUT fd-temp
           WRITE ft-line
           CLOSE fd-temp
           .

       para-write-pad.
           OPEN OUTPUT fd-pad
           WRITE fp-pad
           CLOSE fd-pad
           .

      *The trailing newline LINE SEQUENTIAL leaves on the body is
      *part of what is signed and sent. The signature is HMAC-SHA256
      *under the secret, taken as the inner digest over the inner
      *pad and the body, then the outer digest over the outer pad
      *and that; only the resulting hex goes on curl's command line.
      *RETURN-CODE after CALL 'SYSTEM' is the raw wait() status word,
      *recovered as in asdf-send-mail.
       para-attempt-post.
           MOVE SPACES TO ws-shell-command
           STRING 'umask 077; cat ' FUNCTION TRIM(ws-ipad-path)
               ' ' FUNCTION TRIM(ws-body-path)
               ' | openssl dgst -sha256 -binary > '
               FUNCTION TRIM(ws-mac-path)
               ' && sig=$(cat ' FUNCTION TRIM(ws-opad-path)
               ' ' FUNCTION TRIM(ws-mac-path)
               ' | openssl dgst -sha256 | sed "s/^.*= //")'
               ' && curl -sS -f -o /dev/null --max-time 20'
               ' -H "Content-Type: application/json"'
               ' -H "X-Asdf-Signature: sha256=$sig"'
               ' --data-binary @' FUNCTION TRIM(ws-body-path)
               ' -K ' FUNCTION TRIM(ws-url-path)
               DELIMITED BY SIZE INTO ws-shell-command

           SET ws-delivered-no TO TRUE
           CALL 'SYSTEM' USING ws-shell-command
           COMPUTE ws-child-rc = RETURN-CODE / 256
           IF ws-child-rc IS EQUAL TO 0 THEN
               SET ws-delivered-yes TO TRUE
           END-IF
           .

      *Backoff doubles from one minute with each consecutive
      *failure, capped at four hours.
       para-record-failure.
           ADD 1 TO ws-failed-count
           ADD 1 TO wn-attempts
           IF wn-attempts IS NOT LESS THAN ws-attempt-limit THEN
               SET wn-status-parked TO TRUE
               ADD 1 TO ws-parked-count
           ELSE
               IF wn-attempts IS GREATER THAN 8 THEN
                   MOVE 240 TO ws-backoff-minutes
               ELSE
                   COMPUTE ws-backoff-minutes =
                       2 ** (wn-attempts - 1)
                   IF ws-backoff-minutes IS GREATER THAN 240 THEN
                       MOVE 240 TO ws-backoff-minutes
                   END-IF
               END-IF
               MOVE ws-now-group TO ws-retry-group
               CALL 'asdf-add-minutes' USING ws-retry-group
                   ws-backoff-minutes
               MOVE ws-retry-flat TO wn-next-attempt
           END-IF
           .

       para-print-summary.
           MOVE ws-delivered-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count) ' delivered, '
               WITH NO ADVANCING
           MOVE ws-failed-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count) ' failed, '
               WITH NO ADVANCING
           MOVE ws-parked-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count) ' parked'
           .
