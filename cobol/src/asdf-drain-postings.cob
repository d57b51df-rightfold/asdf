      *Drains the asynchronous posting queues (asdf-posting-request.cpy)
      *that asdf-queue-posting fills from the HTTP gateway and the
      *inbound mail processor. Busy groups used to have every caller
      *fight for the ledger lock at once; queued requests instead wait
      *here and are posted by this one writer, one group at a time,
      *in the order they arrived.
      *
      *Argument (optional): a group id, to drain that group only;
      *without it every active group in the group index is drained.
      *A group's drain is held under its posting-lock file, opened
      *with LOCK MODE IS EXCLUSIVE for the whole run over that group,
      *so two copies of this job started close together never post
      *the same group's queue side by side - the second one says so
      *and moves on to the next group.
      *
      *Each request is posted by running asdf-append-to-ledger for
      *it, with the request's own fields as its arguments and the
      *request id in ASDF_POSTING_REQUEST in place of a session
      *(asdf-check-posting-request), so every check a direct posting
      *gets - members, category, policy, caps, budget, the approval
      *threshold - is made at the moment the entry is actually
      *posted. The outcome is written back to the request: posted
      *with the entry's id, held for a group admin's approval with
      *the id it will take, or rejected with the reason the posting
      *program gave. A request that came in by mail is answered by
      *mail too, since its sender has no other way to ask.
      *
      *A posting that cannot get the ledger lock within the lock
      *budget is put back on the queue as it was and the rest of
      *that group is left for the next run, so nothing jumps the
      *queue behind it. Meant to be run every minute or so by an
      *outside scheduler.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-drain-postings.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-group-index
           ASSIGN DYNAMIC ws-group-index-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-group-index-status.

       SELECT OPTIONAL fd-queue
           ASSIGN DYNAMIC ws-queue-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-queue-status.

       SELECT OPTIONAL fd-drain-lock
           ASSIGN DYNAMIC ws-lock-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           LOCK MODE IS EXCLUSIVE
           FILE STATUS IS ws-lock-status.

       SELECT OPTIONAL fd-child-output
           ASSIGN DYNAMIC ws-out-path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-child-output-status.

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
       FD fd-group-index.
       COPY 'asdf-group-index.cpy' REPLACING ==:X:== BY ==gx==.

       FD fd-queue.
       COPY 'asdf-posting-request.cpy' REPLACING ==:X:== BY ==pq==.

       FD fd-drain-lock.
       01 dl-drain-lock                PIC X(14).

       FD fd-child-output.
       01 fo-line                      PIC X(2000).

       FD fd-account.
       COPY 'asdf-account.cpy' REPLACING ==:X:== BY ==fa==.

       FD fd-mail-queue.
       COPY 'asdf-mail-queue.cpy' REPLACING ==:X:== BY ==mq==.

       WORKING-STORAGE SECTION.
       01 ws-bin-dir                   PIC X(256).
       01 ws-group-index-path          PIC X(256)
           VALUE '/var/lib/asdf/group-index'.
       01 ws-group-index-status        PIC XX.
       01 ws-queue-path                PIC X(256).
       01 ws-queue-status              PIC XX.
       01 ws-lock-path                 PIC X(256).
       01 ws-lock-status               PIC XX.
       01 ws-account-path              PIC X(256).
       01 ws-account-status            PIC XX.
       01 ws-mail-queue-path           PIC X(256)
           VALUE '/var/lib/asdf/mail-queue'.

       01 ws-group-arg                 PIC X(32) VALUE SPACES.
       01 ws-group                     PIC X(16).
       01 ws-group-text                PIC X(32).
       01 ws-uuid-text                 PIC X(32).
       01 ws-request-text              PIC X(32).

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-queue-eof                 PIC X.
           88 ws-queue-eof-yes         VALUE 'Y'.
           88 ws-queue-eof-no          VALUE 'N'.
       01 ws-found                     PIC X.
           88 ws-found-yes             VALUE 'Y'.
           88 ws-found-no              VALUE 'N'.
       01 ws-group-done                PIC X.
           88 ws-group-done-yes        VALUE 'Y'.
           88 ws-group-done-no         VALUE 'N'.

      *The request in hand, copied out of the queue so the queue can
      *be closed while the posting runs.
       COPY 'asdf-posting-request.cpy' REPLACING ==:X:== BY ==wr==.

      *How many queue records lie before the one last claimed; the
      *queue is only ever appended to, so the next claim need not
      *look at them again.
       01 ws-claim-position            PIC 9(7) COMP.
       01 ws-read-position             PIC 9(7) COMP.

       01 ws-utc-now.
           02 ws-utc-year              PIC 9(4).
           02 ws-utc-month             PIC 9(2).
           02 ws-utc-day               PIC 9(2).
           02 ws-utc-hour              PIC 9(2).
           02 ws-utc-minute            PIC 9(2).
           02 ws-utc-second            PIC 9(2).
       01 ws-utc-flat REDEFINES ws-utc-now
                                       PIC 9(14).

       01 ws-out-path                  PIC X(256).
       01 ws-child-output-status       PIC XX.
       01 ws-child-output              PIC X(200).
       01 ws-temp-id                   PIC X(16).
       01 ws-temp-id-text              PIC X(32).
       01 ws-shell-command             PIC X(4000).
       01 ws-shell-cmd-pos             PIC 9(4) COMP.
       01 ws-child-rc                  PIC S9(5) COMP.

      *The same POSIX single-quoting asdf-http-gateway puts every
      *untrusted value through before it reaches a shell command
      *line; a queued comment is as untrusted as a live one.
       01 ws-apostrophe                PIC X VALUE "'".
       01 ws-escaped-apostrophe        PIC X(4) VALUE "'\''".
       01 ws-quote-in                  PIC X(600).
       01 ws-quote-out                 PIC X(2400).
       01 ws-quote-length              PIC 9(4) COMP.
       01 ws-quote-pos                 PIC 9(4) COMP.
       01 ws-quote-out-pos             PIC 9(4) COMP.
       01 ws-quote-char                PIC X.

       01 ws-posted-count              PIC 9(5) VALUE 0.
       01 ws-approval-count            PIC 9(5) VALUE 0.
       01 ws-rejected-count            PIC 9(5) VALUE 0.
       01 ws-deferred-count            PIC 9(5) VALUE 0.
       01 ws-notify-body               PIC X(200).
       01 ws-tx-text                   PIC X(32).

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
           ACCEPT ws-bin-dir FROM ENVIRONMENT 'ASDF_BIN_DIR'
           IF ws-bin-dir IS EQUAL TO SPACES THEN
               MOVE '/var/lib/asdf/bin' TO ws-bin-dir
           END-IF

           ACCEPT ws-group-arg FROM ARGUMENT-VALUE
           IF ws-group-arg IS NOT EQUAL TO SPACES THEN
               CALL 'asdf-parse-uuid' USING ws-group-arg ws-group
               PERFORM para-drain-group THRU para-drain-group-exit
           ELSE
               PERFORM para-drain-all THRU para-drain-all-exit
           END-IF

           DISPLAY ws-posted-count ' posted, '
               ws-approval-count ' held for approval, '
               ws-rejected-count ' rejected, '
               ws-deferred-count ' left for the next run'
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

       para-drain-all.
           OPEN INPUT fd-group-index
           IF ws-group-index-status IS NOT EQUAL TO '00' THEN
               IF ws-group-index-status IS EQUAL TO '05' THEN
                   CLOSE fd-group-index
               END-IF
               GO TO para-drain-all-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-drain-all-one UNTIL ws-eof-yes
           CLOSE fd-group-index
           .

       para-drain-all-exit.
           EXIT PARAGRAPH
           .

       para-drain-all-one.
           READ fd-group-index
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF gx-status-active THEN
                       MOVE gx-group-id TO ws-group
                       PERFORM para-drain-group
                           THRU para-drain-group-exit
                   END-IF
           END-READ
           .

      *A group with no queue file has never had anything queued and
      *is passed over without taking its lock.
       para-drain-group.
           CALL 'asdf-format-uuid' USING ws-group ws-group-text
           MOVE SPACES TO ws-queue-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/posting-queue' INTO ws-queue-path
           MOVE SPACES TO ws-lock-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/posting-lock' INTO ws-lock-path

           OPEN INPUT fd-queue
           IF ws-queue-status IS NOT EQUAL TO '00' THEN
               IF ws-queue-status IS EQUAL TO '05' THEN
                   CLOSE fd-queue
               END-IF
               GO TO para-drain-group-exit
           END-IF
           CLOSE fd-queue

           OPEN EXTEND fd-drain-lock
           IF ws-lock-status IS NOT EQUAL TO '00' AND '05' THEN
               DISPLAY 'group ' ws-group-text
                   ' is already being drained'
               GO TO para-drain-group-exit
           END-IF

           MOVE 0 TO ws-claim-position
           SET ws-group-done-no TO TRUE
           PERFORM para-drain-next THRU para-drain-next-exit
               UNTIL ws-group-done-yes
           CLOSE fd-drain-lock
           .

       para-drain-group-exit.
           EXIT PARAGRAPH
           .

      *Claims the oldest request still queued (or left 'D' by a run
      *that died while posting it), posts it with the queue closed,
      *then records how it went.
       para-drain-next.
           OPEN I-O fd-queue
           IF ws-queue-status IS NOT EQUAL TO '00' THEN
               IF ws-queue-status IS EQUAL TO '05' THEN
                   CLOSE fd-queue
               END-IF
               SET ws-group-done-yes TO TRUE
               GO TO para-drain-next-exit
           END-IF
           MOVE 0 TO ws-read-position
           SET ws-queue-eof-no TO TRUE
           SET ws-found-no TO TRUE
           PERFORM para-claim-one UNTIL ws-queue-eof-yes
               OR ws-found-yes
           CLOSE fd-queue
           IF ws-found-no THEN
               SET ws-group-done-yes TO TRUE
               GO TO para-drain-next-exit
           END-IF

           PERFORM para-post-request
           EVALUATE TRUE
               WHEN ws-child-rc IS EQUAL TO 0
                   SET wr-status-posted TO TRUE
                   CALL 'asdf-parse-uuid' USING ws-child-output(1:32)
                       wr-transaction-id
                   ADD 1 TO ws-posted-count
               WHEN ws-child-rc IS EQUAL TO 2
                   SET wr-status-approval TO TRUE
                   CALL 'asdf-parse-uuid' USING ws-child-output(1:32)
                       wr-transaction-id
                   ADD 1 TO ws-approval-count
      *Exit code 101 is asdf-append-to-ledger giving up on the ledger
      *lock; the request goes back as it was, and the rest of this
      *group waits behind it.
               WHEN ws-child-rc IS EQUAL TO 101
                   SET wr-status-queued TO TRUE
                   ADD 1 TO ws-deferred-count
                   SET ws-group-done-yes TO TRUE
               WHEN ws-child-rc IS EQUAL TO 1
                   SET wr-status-rejected TO TRUE
                   MOVE ws-child-output TO wr-reason
                   ADD 1 TO ws-rejected-count
               WHEN OTHER
                   SET wr-status-rejected TO TRUE
                   MOVE 'Posting failed unexpectedly' TO wr-reason
                   ADD 1 TO ws-rejected-count
           END-EVALUATE
           IF NOT wr-status-queued THEN
               CALL 'asdf-utc-timestamp' USING ws-utc-now
               MOVE ws-utc-flat TO wr-completed-timestamp
           END-IF
           PERFORM para-record-outcome THRU para-record-outcome-exit
           IF wr-origin-mail AND NOT wr-status-queued THEN
               PERFORM para-notify-requester
                   THRU para-notify-requester-exit
           END-IF
           .

       para-drain-next-exit.
           EXIT PARAGRAPH
           .

       para-claim-one.
           READ fd-queue
               AT END
                   SET ws-queue-eof-yes TO TRUE
               NOT AT END
                   ADD 1 TO ws-read-position
                   IF ws-read-position IS GREATER THAN
                           ws-claim-position
                           AND (pq-status-queued
                               OR pq-status-draining) THEN
                       SET pq-status-draining TO TRUE
                       REWRITE pq-posting-request
                       MOVE pq-posting-request TO wr-posting-request
                       MOVE ws-read-position TO ws-claim-position
                       SET ws-found-yes TO TRUE
                   END-IF
           END-READ
           .

      *The request's fields go on asdf-append-to-ledger's command line
      *in its own argument order; the session token is left blank,
      *the request id in the environment standing in for it.
       para-post-request.
           CALL 'asdf-format-uuid' USING wr-request-id
               ws-request-text
           MOVE SPACES TO ws-shell-command
           MOVE 1 TO ws-shell-cmd-pos
           STRING 'ASDF_POSTING_REQUEST=' ws-request-text ' '
               FUNCTION TRIM(ws-bin-dir) '/asdf-append-to-ledger'
               DELIMITED BY SIZE
               INTO ws-shell-command WITH POINTER ws-shell-cmd-pos

           CALL 'asdf-format-uuid' USING wr-requested-by ws-uuid-text
           MOVE ws-uuid-text TO ws-quote-in
           PERFORM para-add-arg
           MOVE SPACES TO ws-quote-in
           PERFORM para-add-arg
           MOVE ws-group-text TO ws-quote-in
           PERFORM para-add-arg
           MOVE wr-type TO ws-quote-in
           PERFORM para-add-arg
           MOVE wr-comment TO ws-quote-in
           PERFORM para-add-arg
           MOVE wr-category TO ws-quote-in
           PERFORM para-add-arg
           MOVE wr-due-date TO ws-quote-in
           PERFORM para-add-arg
           MOVE wr-currency TO ws-quote-in
           PERFORM para-add-arg
           MOVE wr-attachment-ref TO ws-quote-in
           PERFORM para-add-arg
           MOVE wr-event TO ws-quote-in
           PERFORM para-add-arg
           MOVE wr-tags TO ws-quote-in
           PERFORM para-add-arg
           IF wr-type IS EQUAL TO 'R' OR 'W' THEN
               MOVE wr-target TO ws-quote-in
               PERFORM para-add-arg
           ELSE
               MOVE wr-debitor TO ws-quote-in
               PERFORM para-add-arg
               MOVE wr-creditor TO ws-quote-in
               PERFORM para-add-arg
               MOVE wr-amount TO ws-quote-in
               PERFORM para-add-arg
               MOVE wr-allocates TO ws-quote-in
               PERFORM para-add-arg
           END-IF
           IF wr-idempotency-key IS EQUAL TO SPACES THEN
               MOVE ws-request-text TO ws-quote-in
           ELSE
               MOVE wr-idempotency-key TO ws-quote-in
           END-IF
           PERFORM para-add-arg
      *Plain text output, and no dry run.
           MOVE SPACES TO ws-quote-in
           PERFORM para-add-arg
           MOVE SPACES TO ws-quote-in
           PERFORM para-add-arg
           MOVE wr-value-date TO ws-quote-in
           PERFORM para-add-arg

           PERFORM para-run-child
           .

       para-add-arg.
           PERFORM para-shell-quote
           STRING ' ' ws-quote-out(1:ws-quote-out-pos - 1)
               DELIMITED BY SIZE
               INTO ws-shell-command WITH POINTER ws-shell-cmd-pos
           .

       para-shell-quote.
           MOVE SPACES TO ws-quote-out
           MOVE 1 TO ws-quote-out-pos
           STRING ws-apostrophe DELIMITED BY SIZE INTO ws-quote-out
               WITH POINTER ws-quote-out-pos

           MOVE FUNCTION LENGTH(FUNCTION TRIM(ws-quote-in))
               TO ws-quote-length
           IF ws-quote-length IS GREATER THAN 0 THEN
               MOVE 1 TO ws-quote-pos
               PERFORM para-shell-quote-one
                   UNTIL ws-quote-pos > ws-quote-length
           END-IF

           STRING ws-apostrophe DELIMITED BY SIZE INTO ws-quote-out
               WITH POINTER ws-quote-out-pos
           .

       para-shell-quote-one.
           MOVE ws-quote-in(ws-quote-pos:1) TO ws-quote-char
           IF ws-quote-char IS EQUAL TO ws-apostrophe THEN
               STRING ws-escaped-apostrophe DELIMITED BY SIZE
                   INTO ws-quote-out WITH POINTER ws-quote-out-pos
           ELSE
               STRING ws-quote-char DELIMITED BY SIZE
                   INTO ws-quote-out WITH POINTER ws-quote-out-pos
           END-IF
           ADD 1 TO ws-quote-pos
           .

      *stdout to a temp file, and the true exit code out of the raw
      *wait() status word, as asdf-http-gateway does it;
      *asdf-append-to-ledger prints a single line there either way -
      *the entry's id, or why it was refused. Its category warnings
      *go to the error stream and are not wanted here.
       para-run-child.
           CALL 'asdf-generate-uuid' USING ws-temp-id
           CALL 'asdf-format-uuid' USING ws-temp-id ws-temp-id-text
           MOVE SPACES TO ws-out-path
           STRING '/tmp/asdf-drain-' FUNCTION TRIM(ws-temp-id-text)
               '.out' DELIMITED BY SIZE INTO ws-out-path

           STRING ' > ' FUNCTION TRIM(ws-out-path) ' 2>/dev/null'
               DELIMITED BY SIZE
               INTO ws-shell-command WITH POINTER ws-shell-cmd-pos

           CALL 'SYSTEM' USING ws-shell-command
           COMPUTE ws-child-rc = RETURN-CODE / 256

           MOVE SPACES TO ws-child-output
           OPEN INPUT fd-child-output
           IF ws-child-output-status IS EQUAL TO '00' THEN
               READ fd-child-output
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE fo-line TO ws-child-output
               END-READ
               CLOSE fd-child-output
           END-IF
           CALL 'CBL_DELETE_FILE' USING ws-out-path
           .

       para-record-outcome.
           OPEN I-O fd-queue
           IF ws-queue-status IS NOT EQUAL TO '00' THEN
               IF ws-queue-status IS EQUAL TO '05' THEN
                   CLOSE fd-queue
               END-IF
               GO TO para-record-outcome-exit
           END-IF
           SET ws-queue-eof-no TO TRUE
           SET ws-found-no TO TRUE
           PERFORM para-record-one UNTIL ws-queue-eof-yes
               OR ws-found-yes
           CLOSE fd-queue
           .

       para-record-outcome-exit.
           EXIT PARAGRAPH
           .

       para-record-one.
           READ fd-queue
               AT END
                   SET ws-queue-eof-yes TO TRUE
               NOT AT END
                   IF pq-request-id IS EQUAL TO wr-request-id THEN
                       MOVE wr-posting-request TO pq-posting-request
                       REWRITE pq-posting-request
                       SET ws-found-yes TO TRUE
                   END-IF
           END-READ
           .

      *The reply goes to the requester's address on file, the same
      *one the command came from.
       para-notify-requester.
           CALL 'asdf-format-uuid' USING wr-requested-by ws-uuid-text
           MOVE SPACES TO ws-account-path
           STRING '/var/lib/asdf/account/' ws-uuid-text '/info'
               INTO ws-account-path
           OPEN INPUT fd-account
           IF ws-account-status IS NOT EQUAL TO '00' THEN
               IF ws-account-status IS EQUAL TO '05' THEN
                   CLOSE fd-account
               END-IF
               GO TO para-notify-requester-exit
           END-IF
           READ fd-account
               AT END
                   CLOSE fd-account
                   GO TO para-notify-requester-exit
           END-READ
           CLOSE fd-account

           CALL 'asdf-format-uuid' USING wr-transaction-id ws-tx-text
           MOVE SPACES TO ws-notify-body
           EVALUATE TRUE
               WHEN wr-status-posted
                   STRING 'Request ' ws-request-text
                       ' was posted as ' ws-tx-text
                       DELIMITED BY SIZE INTO ws-notify-body
               WHEN wr-status-approval
                   STRING 'Request ' ws-request-text
                       ' is waiting for a group admin''s approval as '
                       ws-tx-text
                       DELIMITED BY SIZE INTO ws-notify-body
               WHEN OTHER
                   STRING 'Request ' ws-request-text
                       ' was rejected: ' FUNCTION TRIM(wr-reason)
                       DELIMITED BY SIZE INTO ws-notify-body
                       ON OVERFLOW CONTINUE
                   END-STRING
           END-EVALUATE

           MOVE fa-email TO mq-to-email
           MOVE 'Your queued asdf posting' TO mq-subject
           MOVE ws-notify-body TO mq-body
           MOVE FUNCTION CURRENT-DATE TO mq-queued-timestamp
           OPEN EXTEND fd-mail-queue
           WRITE mq-mail-entry
           CLOSE fd-mail-queue
           .

       para-notify-requester-exit.
           EXIT PARAGRAPH
           .
