      *    POST /invite-acceptances -> asdf-accept-invite
      *    POST /disputes           -> asdf-flag-transaction
      *    POST /notification-prefs -> asdf-set-notification-prefs
      *    POST /password-changes   -> asdf-change-password
      *    POST /terms-acceptances  -> asdf-accept-terms
      *    GET  /terms              -> asdf-current-terms, in-process
      *    POST /posting-requests   -> asdf-queue-posting, in-process
      *    GET  /posting-requests   -> asdf-posting-status
      *Group-scoped routes demand the session_token asdf-log-in hands
      *back, validated in-process through asdf-check-session (and
      *matched against acting_account where one is claimed), the same
      *programs; account-scoped routes without a group go through
      *asdf-check-session-account instead. The report routes return
      *the target program's plain-text output as text/plain.
      *
      *The balance, summary, categories and overdue routes also let
      *an admin of any group above the requested one in the
      *parent/child hierarchy (asdf-check-ancestor-admin) read it
      *without being a member, on their own account session; and
      *balance, summary and categories take rollup=Y to fold every
      *group below the requested one into its figures.
      *Form and query fields are the same names the target programs'
      *own argument order already implies (group, acting_account,
      *session_token, type, comment, category, due_date, currency,
      *attachment_ref, event, tags, debitor, creditor, amount,
      *allocates,
      *reversal_of,
      *idempotency_key, value_date, from_date, to_date, account,
      *search, offset, limit, name, creator_id, cap, description,
      *default_currency, email, password, source, new_password,
      *document, version, request_id).
      *
      *POST /posting-requests takes the same fields as POST /ledger
      *but posts nothing itself: once the session and the fields'
      *shape check out, the posting goes onto the group's posting
      *queue (asdf-queue-posting) and the request id comes straight
      *back with 202 Accepted, the caller never waiting on the ledger
      *lock. asdf-drain-postings posts the queue later, and
      *GET /posting-requests with that request_id says how it went.
      *A POST key may queue postings as it may post them; a READ key
      *may ask after them.
      *POST /ledger and GET /ledger both require the session_token
      *asdf-log-in hands back, now that asdf-append-to-ledger and
      *asdf-list-ledger require one of their own.
      *
      *A machine client may send an api_key field (issued through
      *asdf-maintain-api-key) in place of session_token. A READ key
      *is good for GET /ledger and the report routes (balance,
      *statement, settle-up, summary, categories, overdue); a POST
      *key for those and POST /ledger too; every other route still
      *wants a person's session. Once its scope has been checked
      *against the route, the key is named in ASDF_API_KEY and
      *stands in for the session token all the way through -
      *asdf-check-session, here and in every child, accepts a live
      *key for its group only when it is the one so named, so a key
      *slipped in as a plain session_token is refused like any bad
      *token. Its use is logged and counted under the key's name,
      *against its own ceiling (gateway-key-rate-limit, default 600
      *a minute) rather than a person's.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-http-gateway.
       01 ws-reason-length             PIC 9(4) COMP.
       01 ws-response-body             PIC X(2000).
       01 ws-body-length               PIC 9(4) COMP.

      *GET /terms: one document's version in force at a time
      *(asdf-current-terms), and where the JSON has got to.
       01 ws-terms-document            PIC X.
       01 ws-terms-version             PIC X(10).
       01 ws-terms-effective           PIC 9(8).
       01 ws-terms-reference           PIC X(100).
       01 ws-terms-found               PIC X.
       01 ws-terms-pos                 PIC 9(4) COMP.
       01 ws-content-type              PIC X(30)
           VALUE 'application/json'.

      *POST /posting-requests: the request being queued.
       COPY 'asdf-posting-request.cpy' REPLACING ==:X:== BY ==pq==.
       01 ws-request-text              PIC X(32).

      *Session enforcement shared by the newer routes; the gateway
      *validates in-process (the check programs are CALLable) before
      *any child is spawned.
       01 ws-delegation-program        PIC X(30)
           VALUE 'asdf-http-gateway'.
       01 ws-delegation-detail         PIC X(200).

      *Umbrella-group reads (asdf-check-ancestor-admin): set by the
      *routes whose report a parent group's admin may read.
       01 ws-ancestor-reads            PIC X VALUE 'N'.
           88 ws-ancestor-reads-yes    VALUE 'Y'.
           88 ws-ancestor-reads-no     VALUE 'N'.
       01 ws-ancestor-admin            PIC X.
      *Set by the report routes whose program masks private entries
      *(asdf-entry-visibility) for the account reading: the session's
      *account goes on the command line after the checks have
      *settled who that is.
       01 ws-viewer-arg                PIC X VALUE 'N'.
           88 ws-viewer-arg-yes        VALUE 'Y'.
           88 ws-viewer-arg-no         VALUE 'N'.
       01 ws-viewer-text               PIC X(32).
       01 ws-source                    PIC X(100).
       01 ws-rate-key                  PIC X(254).
       01 ws-window                    PIC 9(12).
           88 ws-rate-exceeded-yes     VALUE 'Y'.
           88 ws-rate-exceeded-no      VALUE 'N'.
       01 ws-now-ts                    PIC 9(14).
       01 ws-current-limit             PIC 9(5).

      *API key callers (asdf-check-api-key). A key presented but not
      *live for the request's group gets no further than para-route.
       01 ws-key-presented             PIC X VALUE 'N'.
           88 ws-key-presented-yes     VALUE 'Y'.
           88 ws-key-presented-no      VALUE 'N'.
       01 ws-key-valid                 PIC X VALUE 'N'.
           88 ws-key-valid-yes         VALUE 'Y'.
           88 ws-key-valid-no          VALUE 'N'.
       01 ws-key-token                 PIC X(16).
       01 ws-key-group                 PIC X(16).
       01 ws-key-account               PIC X(16).
       01 ws-key-name                  PIC X(40).
       01 ws-key-scope                 PIC X.
           88 ws-key-scope-read        VALUE 'R'.
           88 ws-key-scope-post        VALUE 'P'.
       01 ws-key-value                 PIC X(600).
       01 ws-key-env-name              PIC X(20)
           VALUE 'ASDF_API_KEY'.
       01 ws-key-env-value             PIC X(32).
       01 ws-key-rate-limit            PIC 9(5) VALUE 600.
      *What the route being asked for demands of a key: R for the
      *read-only routes, P for posting, N for none a key may call.
       01 ws-route-needs               PIC X.
           88 ws-route-needs-read      VALUE 'R'.
           88 ws-route-needs-post      VALUE 'P'.
           88 ws-route-needs-session   VALUE 'N'.

      *A request's fields, parsed out of the query string or posted
      *body into a flat name/value table - a handful of fields per

       PROCEDURE DIVISION.
       para-main.
      *No key is vouched for until para-route has checked it.
           MOVE SPACES TO ws-key-env-value
           PERFORM para-set-key-env
           ACCEPT ws-bin-dir FROM ENVIRONMENT 'ASDF_BIN_DIR'
           IF ws-bin-dir IS EQUAL TO SPACES THEN
               MOVE '/var/lib/asdf/bin' TO ws-bin-dir
               MOVE FUNCTION TRIM(ws-rate-limit-text)
                   TO ws-rate-limit
           END-IF

           MOVE 'api_key' TO ws-lookup-name
           PERFORM para-get-param
           IF ws-lookup-value IS NOT EQUAL TO SPACES THEN
               PERFORM para-identify-key
           END-IF
           .

      *A live key becomes the caller: the actor is the key's name,
      *and the key is handed on as the session_token every route
      *below already passes to its session check.
       para-identify-key.
           SET ws-key-presented-yes TO TRUE
           MOVE ws-lookup-value TO ws-key-value
           CALL 'asdf-parse-uuid' USING ws-key-value(1:32)
               ws-key-token
           MOVE 'group' TO ws-lookup-name
           PERFORM para-get-param
           IF ws-lookup-value IS EQUAL TO SPACES THEN
               MOVE LOW-VALUES TO ws-key-group
           ELSE
               CALL 'asdf-parse-uuid' USING ws-lookup-value(1:32)
                   ws-key-group
           END-IF
           CALL 'asdf-check-api-key' USING ws-key-token ws-key-group
               ws-key-account ws-key-name ws-key-scope ws-key-valid
           IF ws-key-valid-no THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO ws-actor
           STRING 'key:' FUNCTION TRIM(ws-key-name)
               DELIMITED BY SIZE INTO ws-actor

           MOVE 'gateway-key-rate-limit' TO ws-config-key
           CALL 'asdf-read-config' USING ws-config-key
               ws-config-value ws-config-found
           IF ws-config-found IS EQUAL TO 'Y'
                   AND FUNCTION TRIM(ws-config-value)
                       IS NUMERIC THEN
               MOVE FUNCTION TRIM(ws-config-value)
                   TO ws-key-rate-limit
           END-IF

           MOVE 'session_token' TO ws-lookup-name
           PERFORM para-get-param
           IF ws-lookup-found-yes THEN
               MOVE ws-key-value TO ws-param-value(ix-param)
           ELSE
               IF ws-param-count < 20 THEN
                   ADD 1 TO ws-param-count
                   SET ix-param TO ws-param-count
                   MOVE 'session_token' TO ws-param-name(ix-param)
                   MOVE ws-key-value TO ws-param-value(ix-param)
               END-IF
           END-IF
           .

      *Both ceilings are enforced per minute window: the claimed
           SET ws-rate-exceeded-no TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:12) TO ws-window

      *A machine client is counted only under its key, against the
      *key ceiling - its steady traffic from one address must not
      *eat into the people behind that address, nor theirs into it.
           IF ws-key-valid-yes THEN
               MOVE ws-actor TO ws-rate-key
               MOVE ws-key-rate-limit TO ws-current-limit
               PERFORM para-bump-counter THRU para-bump-counter-exit
               GO TO para-rate-limit-exit
           END-IF

           MOVE ws-rate-limit TO ws-current-limit
           IF ws-actor IS NOT EQUAL TO SPACES THEN
               MOVE SPACES TO ws-rate-key
               STRING 'acct:' FUNCTION TRIM(ws-actor)
                       ADD 1 TO rl-count
                       REWRITE rl-rate-counter
                       SET ws-counter-found-yes TO TRUE
                       IF rl-count IS GREATER THAN ws-current-limit
                               THEN
                           SET ws-rate-exceeded-yes TO TRUE
                       END-IF
                   END-IF
      *the actor lands masked (asdf-mask-email) - the session token
      *and account fields already identify the caller exactly for a
      *real investigation.
      *A key's name is no personal data and is logged as it is.
           IF ws-key-valid-yes THEN
               MOVE ws-actor TO al-actor
           ELSE
               CALL 'asdf-mask-email' USING ws-actor ws-actor-masked
               MOVE ws-actor-masked TO al-actor
           END-IF
           MOVE ws-source TO al-source
           IF ws-child-rc IS LESS THAN 0 THEN
               MOVE 99999 TO al-child-rc
           .

       para-route.
           IF ws-key-presented-yes THEN
               PERFORM para-check-key-route THRU
                   para-check-key-route-exit
               IF ws-http-status IS NOT EQUAL TO 0 THEN
                   GO TO para-route-exit
               END-IF
               MOVE ws-key-value(1:32) TO ws-key-env-value
               PERFORM para-set-key-env
           END-IF

           EVALUATE TRUE
               WHEN ws-method IS EQUAL TO 'POST'
                       AND FUNCTION TRIM(ws-path) IS EQUAL TO '/groups'
                       AND FUNCTION TRIM(ws-path) IS EQUAL TO
                           '/notification-prefs'
                   PERFORM para-notification-prefs
               WHEN ws-method IS EQUAL TO 'POST'
                       AND FUNCTION TRIM(ws-path) IS EQUAL TO
                           '/password-changes'
                   PERFORM para-change-password
               WHEN ws-method IS EQUAL TO 'POST'
                       AND FUNCTION TRIM(ws-path) IS EQUAL TO
                           '/terms-acceptances'
                   PERFORM para-accept-terms
               WHEN ws-method IS EQUAL TO 'GET'
                       AND FUNCTION TRIM(ws-path) IS EQUAL TO
                           '/terms'
                   PERFORM para-current-terms
               WHEN ws-method IS EQUAL TO 'POST'
                       AND FUNCTION TRIM(ws-path) IS EQUAL TO
                           '/posting-requests'
                   PERFORM para-queue-posting
               WHEN ws-method IS EQUAL TO 'GET'
                       AND FUNCTION TRIM(ws-path) IS EQUAL TO
                           '/posting-requests'
                   PERFORM para-posting-status
               WHEN OTHER
                   MOVE 404 TO ws-http-status
                   MOVE 'Not Found' TO ws-http-reason
           EXIT PARAGRAPH
           .

      *ASDF_API_KEY names the key the route check passed, for the
      *session checks made here and in the children, which inherit
      *it.
       para-set-key-env.
           DISPLAY ws-key-env-name UPON ENVIRONMENT-NAME
           DISPLAY ws-key-env-value UPON ENVIRONMENT-VALUE
           .

      *A key must be live for the request's group and its scope must
      *reach the route; anything else is refused here, before a
      *child is spawned.
       para-check-key-route.
           MOVE 0 TO ws-http-status
           IF ws-key-valid-no THEN
               MOVE 401 TO ws-http-status
               MOVE 'Unauthorized' TO ws-http-reason
               MOVE '{"error":"Invalid, expired or revoked API key"}'
                   TO ws-response-body
               GO TO para-check-key-route-exit
           END-IF

           SET ws-route-needs-session TO TRUE
           EVALUATE TRUE
               WHEN ws-method IS EQUAL TO 'POST'
                       AND (FUNCTION TRIM(ws-path) IS EQUAL TO
                           '/ledger'
                       OR FUNCTION TRIM(ws-path) IS EQUAL TO
                           '/posting-requests')
                   SET ws-route-needs-post TO TRUE
               WHEN ws-method IS EQUAL TO 'GET'
                       AND (FUNCTION TRIM(ws-path) IS EQUAL TO
                           '/ledger'
                       OR FUNCTION TRIM(ws-path) IS EQUAL TO
                           '/balance'
                       OR FUNCTION TRIM(ws-path) IS EQUAL TO
                           '/statement'
                       OR FUNCTION TRIM(ws-path) IS EQUAL TO
                           '/settle-up'
                       OR FUNCTION TRIM(ws-path) IS EQUAL TO
                           '/summary'
                       OR FUNCTION TRIM(ws-path) IS EQUAL TO
                           '/categories'
                       OR FUNCTION TRIM(ws-path) IS EQUAL TO
                           '/overdue'
                       OR FUNCTION TRIM(ws-path) IS EQUAL TO
                           '/posting-requests')
                   SET ws-route-needs-read TO TRUE
           END-EVALUATE

           IF ws-route-needs-session
                   OR (ws-route-needs-post AND ws-key-scope-read) THEN
               MOVE 403 TO ws-http-status
               MOVE 'Forbidden' TO ws-http-reason
               MOVE '{"error":"Route not allowed for this API key"}'
                   TO ws-response-body
           END-IF
           .

       para-check-key-route-exit.
           EXIT PARAGRAPH
           .

       para-create-group.
           MOVE SPACES TO ws-shell-command
           MOVE 1 TO ws-shell-cmd-pos
           PERFORM para-add-arg
           MOVE 'JSON' TO ws-quote-in
           PERFORM para-add-literal-arg
      *value_date (YYYYMMDD) backdates the entry's expense date; it
      *follows the dry-run switch, which the gateway never sets.
           MOVE SPACES TO ws-quote-in
           PERFORM para-add-literal-arg
           MOVE 'value_date' TO ws-lookup-name
           PERFORM para-add-arg

           PERFORM para-run-child

           END-EVALUATE
           .

      *Only what can be told without the ledger is checked here -
      *session, type, comment, amount - so the caller is not kept
      *waiting; everything else is asdf-append-to-ledger's to judge
      *when the queue is drained, and a posting it refuses is
      *reported as rejected with its reason.
       para-queue-posting.
           PERFORM para-require-group-session
           IF ws-auth-ok-no THEN
               EXIT PARAGRAPH
           END-IF

           INITIALIZE pq-posting-request
           MOVE ws-auth-group TO pq-group-id
           MOVE ws-auth-account TO pq-requested-by
           SET pq-origin-gateway TO TRUE
           MOVE 'type' TO ws-lookup-name
           PERFORM para-get-param
           MOVE ws-lookup-value TO pq-type
           MOVE 'comment' TO ws-lookup-name
           PERFORM para-get-param
           MOVE ws-lookup-value TO pq-comment
           IF ws-lookup-value(201:100) IS NOT EQUAL TO SPACES THEN
               MOVE 'Comment too long' TO ws-child-output
               PERFORM para-refuse-posting
               EXIT PARAGRAPH
           END-IF
           MOVE 'category' TO ws-lookup-name
           PERFORM para-get-param
           MOVE ws-lookup-value TO pq-category
           MOVE 'due_date' TO ws-lookup-name
           PERFORM para-get-param
           MOVE ws-lookup-value TO pq-due-date
           MOVE 'currency' TO ws-lookup-name
           PERFORM para-get-param
           MOVE ws-lookup-value TO pq-currency
           MOVE 'attachment_ref' TO ws-lookup-name
           PERFORM para-get-param
           MOVE ws-lookup-value TO pq-attachment-ref
           MOVE 'event' TO ws-lookup-name
           PERFORM para-get-param
           MOVE ws-lookup-value TO pq-event
           MOVE 'tags' TO ws-lookup-name
           PERFORM para-get-param
           MOVE ws-lookup-value TO pq-tags
           MOVE 'debitor' TO ws-lookup-name
           PERFORM para-get-param
           MOVE ws-lookup-value TO pq-debitor
           MOVE 'creditor' TO ws-lookup-name
           PERFORM para-get-param
           MOVE ws-lookup-value TO pq-creditor
           MOVE 'amount' TO ws-lookup-name
           PERFORM para-get-param
           MOVE ws-lookup-value TO pq-amount
           MOVE 'allocates' TO ws-lookup-name
           PERFORM para-get-param
           MOVE ws-lookup-value TO pq-allocates
           MOVE 'reversal_of' TO ws-lookup-name
           PERFORM para-get-param
           MOVE ws-lookup-value TO pq-target
           MOVE 'idempotency_key' TO ws-lookup-name
           PERFORM para-get-param
           MOVE ws-lookup-value TO pq-idempotency-key
           MOVE 'value_date' TO ws-lookup-name
           PERFORM para-get-param
           MOVE ws-lookup-value TO pq-value-date

           MOVE SPACES TO ws-child-output
           EVALUATE TRUE
               WHEN pq-type IS NOT EQUAL TO 'D' AND 'P' AND 'R'
                       AND 'W'
                   MOVE 'Invalid type' TO ws-child-output
               WHEN pq-comment IS EQUAL TO SPACES
                   MOVE 'Empty comment' TO ws-child-output
               WHEN (pq-type IS EQUAL TO 'D' OR 'P')
                       AND FUNCTION TRIM(pq-amount) IS NOT NUMERIC
                   MOVE 'Non-numeric amount' TO ws-child-output
           END-EVALUATE
           IF ws-child-output IS NOT EQUAL TO SPACES THEN
               PERFORM para-refuse-posting
               EXIT PARAGRAPH
           END-IF

           CALL 'asdf-queue-posting' USING pq-posting-request
           CALL 'asdf-format-uuid' USING pq-request-id ws-request-text
           MOVE 202 TO ws-http-status
           MOVE 'Accepted' TO ws-http-reason
           MOVE SPACES TO ws-response-body
           STRING '{"request_id":"' ws-request-text '",'
               '"status":"queued"}' DELIMITED BY SIZE
               INTO ws-response-body
           .

       para-refuse-posting.
           MOVE 400 TO ws-http-status
           MOVE 'Bad Request' TO ws-http-reason
           PERFORM para-wrap-error-body
           .

       para-posting-status.
           MOVE SPACES TO ws-shell-command
           MOVE 1 TO ws-shell-cmd-pos
           STRING FUNCTION TRIM(ws-bin-dir) '/asdf-posting-status'
               DELIMITED BY SIZE
               INTO ws-shell-command WITH POINTER ws-shell-cmd-pos
           MOVE 'acting_account' TO ws-lookup-name
           PERFORM para-add-arg
           MOVE 'session_token' TO ws-lookup-name
           PERFORM para-add-arg
           MOVE 'group' TO ws-lookup-name
           PERFORM para-add-arg
           MOVE 'request_id' TO ws-lookup-name
           PERFORM para-add-arg
           MOVE 'JSON' TO ws-quote-in
           PERFORM para-add-literal-arg
           PERFORM para-run-child
           EVALUATE TRUE
               WHEN ws-child-rc IS EQUAL TO 0
                   MOVE 200 TO ws-http-status
                   MOVE 'OK' TO ws-http-reason
                   MOVE ws-child-output TO ws-response-body
               WHEN ws-child-rc IS EQUAL TO 1
                   MOVE 401 TO ws-http-status
                   MOVE 'Unauthorized' TO ws-http-reason
                   PERFORM para-wrap-error-body
               WHEN ws-child-rc IS EQUAL TO 2
                   MOVE 404 TO ws-http-status
                   MOVE 'Not Found' TO ws-http-reason
                   PERFORM para-wrap-error-body
               WHEN OTHER
                   PERFORM para-map-unexpected-failure
           END-EVALUATE
           .

       para-list-ledger.
           MOVE SPACES TO ws-shell-command
           MOVE 1 TO ws-shell-cmd-pos
                       '"status":"pending_confirmation"}'
                       DELIMITED BY SIZE
                       INTO ws-response-body
               WHEN ws-child-rc IS EQUAL TO 6
                   MOVE 201 TO ws-http-status
                   MOVE 'Created' TO ws-http-reason
                   MOVE SPACES TO ws-response-body
                   STRING '{"session_id":"'
                       FUNCTION TRIM(ws-child-output) '",'
                       '"status":"password_expired"}'
                       DELIMITED BY SIZE
                       INTO ws-response-body
               WHEN ws-child-rc IS EQUAL TO 7
                   MOVE 201 TO ws-http-status
                   MOVE 'Created' TO ws-http-reason
                   MOVE SPACES TO ws-response-body
                   STRING '{"session_id":"'
                       FUNCTION TRIM(ws-child-output) '",'
                       '"status":"terms_required"}'
                       DELIMITED BY SIZE
                       INTO ws-response-body
               WHEN ws-child-rc IS EQUAL TO 2
                   MOVE 401 TO ws-http-status
                   MOVE 'Unauthorized' TO ws-http-reason
      *session, shell out, hand the text back as text/plain.
       para-report-route.
           PERFORM para-require-group-session
           IF ws-auth-ok-no AND ws-ancestor-reads-yes THEN
               PERFORM para-try-ancestor-admin
           END-IF
           IF ws-auth-ok-no THEN
               EXIT PARAGRAPH
           END-IF
           IF ws-viewer-arg-yes THEN
               CALL 'asdf-format-uuid' USING ws-auth-account
                   ws-viewer-text
               MOVE ws-viewer-text TO ws-quote-in
               PERFORM para-add-literal-arg
           END-IF
           PERFORM para-run-child
           IF ws-child-rc IS EQUAL TO 0 THEN
               MOVE 200 TO ws-http-status
           END-IF
           .

      *A session that is not the group's own may still read it when
      *its account is an admin of a group above this one; the
      *claimed acting_account, if any, must still be the session's.
       para-try-ancestor-admin.
           CALL 'asdf-check-session-account' USING ws-auth-token
               ws-auth-account ws-auth-valid
           IF ws-auth-valid-no THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'acting_account' TO ws-lookup-name
           PERFORM para-get-param
           IF ws-lookup-found-yes
                   AND ws-lookup-value IS NOT EQUAL TO SPACES THEN
               CALL 'asdf-parse-uuid' USING ws-lookup-value(1:32)
                   ws-auth-claimed
               IF ws-auth-claimed IS NOT EQUAL TO ws-auth-account THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF
           CALL 'asdf-check-ancestor-admin' USING ws-auth-group
               ws-auth-account ws-ancestor-admin
           IF ws-ancestor-admin IS NOT EQUAL TO 'Y' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 200 TO ws-http-status
           SET ws-auth-ok-yes TO TRUE
           .

      *rollup=Y asks for the group and everything below it.
       para-add-rollup-arg.
           MOVE 'rollup' TO ws-lookup-name
           PERFORM para-get-param
           IF ws-lookup-found-yes
                   AND ws-lookup-value(1:1) IS EQUAL TO 'Y' THEN
               MOVE 'ROLLUP' TO ws-quote-in
               PERFORM para-add-literal-arg
           END-IF
           .

       para-balance-report.
           MOVE SPACES TO ws-shell-command
           MOVE 1 TO ws-shell-cmd-pos
               INTO ws-shell-command WITH POINTER ws-shell-cmd-pos
           MOVE 'group' TO ws-lookup-name
           PERFORM para-add-arg
           MOVE 'rollup' TO ws-lookup-name
           PERFORM para-get-param
           IF ws-lookup-found-yes
                   AND ws-lookup-value(1:1) IS EQUAL TO 'Y' THEN
               MOVE SPACES TO ws-quote-in
               PERFORM para-add-literal-arg
               PERFORM para-add-rollup-arg
           END-IF
           SET ws-ancestor-reads-yes TO TRUE
           PERFORM para-report-route
           .

           PERFORM para-add-arg
           MOVE 'to_date' TO ws-lookup-name
           PERFORM para-add-arg
           PERFORM para-add-rollup-arg
           SET ws-ancestor-reads-yes TO TRUE
           PERFORM para-report-route
           .

               INTO ws-shell-command WITH POINTER ws-shell-cmd-pos
           MOVE 'group' TO ws-lookup-name
           PERFORM para-add-arg
           PERFORM para-add-rollup-arg
           SET ws-ancestor-reads-yes TO TRUE
           PERFORM para-report-route
           .

               INTO ws-shell-command WITH POINTER ws-shell-cmd-pos
           MOVE 'group' TO ws-lookup-name
           PERFORM para-add-arg
           SET ws-ancestor-reads-yes TO TRUE
           SET ws-viewer-arg-yes TO TRUE
           PERFORM para-report-route
           .

           END-EVALUATE
           .

      *asdf-change-password checks the session token itself: it is
      *the one program that takes the change-only session asdf-log-in
      *issues for an expired password, which
      *asdf-check-session-account would refuse.
       para-change-password.
           MOVE SPACES TO ws-shell-command
           MOVE 1 TO ws-shell-cmd-pos
           STRING FUNCTION TRIM(ws-bin-dir) '/asdf-change-password'
               DELIMITED BY SIZE
               INTO ws-shell-command WITH POINTER ws-shell-cmd-pos
           MOVE 'session_token' TO ws-lookup-name
           PERFORM para-add-arg
           MOVE 'password' TO ws-lookup-name
           PERFORM para-add-arg
           MOVE 'new_password' TO ws-lookup-name
           PERFORM para-add-arg
           PERFORM para-run-child
           EVALUATE TRUE
               WHEN ws-child-rc IS EQUAL TO 0
                   MOVE 200 TO ws-http-status
                   MOVE 'OK' TO ws-http-reason
                   MOVE '{"status":"ok"}' TO ws-response-body
               WHEN ws-child-rc IS EQUAL TO 1
                       OR ws-child-rc IS EQUAL TO 2
                   MOVE 401 TO ws-http-status
                   MOVE 'Unauthorized' TO ws-http-reason
                   PERFORM para-wrap-error-body
               WHEN ws-child-rc IS EQUAL TO 3
                   MOVE 400 TO ws-http-status
                   MOVE 'Bad Request' TO ws-http-reason
                   PERFORM para-wrap-error-body
               WHEN OTHER
                   PERFORM para-map-unexpected-failure
           END-EVALUATE
           .

      *asdf-accept-terms checks the session token itself, for the
      *same reason: it alone takes the terms-only session asdf-log-in
      *issues while a version in force is still to be accepted.
       para-accept-terms.
           MOVE SPACES TO ws-shell-command
           MOVE 1 TO ws-shell-cmd-pos
           STRING FUNCTION TRIM(ws-bin-dir) '/asdf-accept-terms'
               DELIMITED BY SIZE
               INTO ws-shell-command WITH POINTER ws-shell-cmd-pos
           MOVE 'session_token' TO ws-lookup-name
           PERFORM para-add-arg
           MOVE 'document' TO ws-lookup-name
           PERFORM para-add-arg
           MOVE 'version' TO ws-lookup-name
           PERFORM para-add-arg
           MOVE 'source' TO ws-lookup-name
           PERFORM para-add-arg
           PERFORM para-run-child
           EVALUATE TRUE
               WHEN ws-child-rc IS EQUAL TO 0
                   MOVE 200 TO ws-http-status
                   MOVE 'OK' TO ws-http-reason
                   MOVE '{"status":"ok"}' TO ws-response-body
               WHEN ws-child-rc IS EQUAL TO 1
                   MOVE 401 TO ws-http-status
                   MOVE 'Unauthorized' TO ws-http-reason
                   PERFORM para-wrap-error-body
               WHEN ws-child-rc IS EQUAL TO 2
                   MOVE 400 TO ws-http-status
                   MOVE 'Bad Request' TO ws-http-reason
                   PERFORM para-wrap-error-body
               WHEN OTHER
                   PERFORM para-map-unexpected-failure
           END-EVALUATE
           .

      *The versions in force are public - a member has to read them
      *before there is any session to speak of - so this route needs
      *no token and spawns no child: asdf-current-terms is CALLed for
      *each document and the JSON built here. A document with no
      *version in force yet comes back as null.
       para-current-terms.
           MOVE 200 TO ws-http-status
           MOVE 'OK' TO ws-http-reason
           MOVE SPACES TO ws-response-body
           MOVE 1 TO ws-terms-pos
           STRING '{"terms":' DELIMITED BY SIZE
               INTO ws-response-body WITH POINTER ws-terms-pos
           MOVE 'T' TO ws-terms-document
           PERFORM para-terms-object
           STRING ',"privacy":' DELIMITED BY SIZE
               INTO ws-response-body WITH POINTER ws-terms-pos
           MOVE 'P' TO ws-terms-document
           PERFORM para-terms-object
           STRING '}' DELIMITED BY SIZE
               INTO ws-response-body WITH POINTER ws-terms-pos
           .

       para-terms-object.
           CALL 'asdf-current-terms' USING ws-terms-document
               ws-terms-version ws-terms-effective ws-terms-reference
               ws-terms-found
           IF ws-terms-found IS NOT EQUAL TO 'Y' THEN
               STRING 'null' DELIMITED BY SIZE
                   INTO ws-response-body WITH POINTER ws-terms-pos
           ELSE
               STRING '{"version":"' FUNCTION TRIM(ws-terms-version)
                   '","effective_date":"' ws-terms-effective
                   '","text_reference":"'
                   FUNCTION TRIM(ws-terms-reference) '"}'
                   DELIMITED BY SIZE
                   INTO ws-response-body WITH POINTER ws-terms-pos
           END-IF
           .

       para-map-unexpected-failure.
           MOVE 500 TO ws-http-status
           MOVE 'Internal Server Error' TO ws-http-reason
