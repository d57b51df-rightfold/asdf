      *Reports where a queued posting request (asdf-posting-request.cpy)
      *has got to: still queued, posted (with the entry's id), held
      *for a group admin's approval (with the id it will take), or
      *rejected (with the reason asdf-append-to-ledger gave when
      *asdf-drain-postings ran it). Arguments: acting account UUID,
      *session token (asdf-check-session), group UUID, request id,
      *an optional output-format flag (blank/TEXT or JSON, the same
      *convention asdf-append-to-ledger uses). A request can be looked
      *up by whoever made it, or by an admin of its group; anyone
      *else is told there is no such request, the same as for an id
      *that does not exist. Exits 0 when the request was found, 1
      *when the caller may not look, 2 when there is no such request.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-posting-status.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-queue
           ASSIGN DYNAMIC ws-queue-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-queue-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-queue.
       COPY 'asdf-posting-request.cpy' REPLACING ==:X:== BY ==pq==.

       WORKING-STORAGE SECTION.
       01 ws-queue-path                PIC X(256).
       01 ws-queue-status              PIC XX.

       01 ws-uuid-text                 PIC X(32).
       01 ws-acting-account            PIC X(16).
       01 ws-session-token             PIC X(16).
       01 ws-session-account           PIC X(16).
       01 ws-session-valid             PIC X.
           88 ws-session-valid-yes     VALUE 'Y'.
           88 ws-session-valid-no      VALUE 'N'.
       01 ws-group                     PIC X(16).
       01 ws-group-text                PIC X(32).
       01 ws-request-id                PIC X(16).
       01 ws-request-text              PIC X(32).
       01 ws-tx-text                   PIC X(32).
       01 ws-is-admin                  PIC X.
           88 ws-is-admin-yes          VALUE 'Y'.

       01 ws-format                    PIC X(10).
           88 ws-format-text           VALUE SPACES, 'TEXT'.
           88 ws-format-json           VALUE 'JSON'.

       COPY 'asdf-posting-request.cpy' REPLACING ==:X:== BY ==wr==.

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-found                     PIC X.
           88 ws-found-yes             VALUE 'Y'.
           88 ws-found-no              VALUE 'N'.

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
           ACCEPT ws-group-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-group-text ws-group
           ACCEPT ws-request-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-request-text ws-request-id
           ACCEPT ws-format FROM ARGUMENT-VALUE

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

           CALL 'asdf-format-uuid' USING ws-group ws-group-text
           MOVE SPACES TO ws-queue-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/posting-queue' INTO ws-queue-path
           SET ws-found-no TO TRUE
           OPEN INPUT fd-queue
           IF ws-queue-status IS EQUAL TO '00' THEN
               SET ws-eof-no TO TRUE
               PERFORM para-find-one UNTIL ws-eof-yes OR ws-found-yes
               CLOSE fd-queue
           ELSE
               IF ws-queue-status IS EQUAL TO '05' THEN
                   CLOSE fd-queue
               END-IF
           END-IF

           IF ws-found-no THEN
               DISPLAY 'No such posting request' WITH NO ADVANCING
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM para-report
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

       para-find-one.
           READ fd-queue
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF pq-request-id IS EQUAL TO ws-request-id
                           AND (pq-requested-by IS EQUAL TO
                               ws-acting-account
                           OR ws-is-admin-yes) THEN
                       SET ws-found-yes TO TRUE
                       MOVE pq-posting-request TO wr-posting-request
                   END-IF
           END-READ
           .

      *A request the drainer is part-way through is still reported
      *as queued; it has no outcome yet.
       para-report.
           CALL 'asdf-format-uuid' USING wr-request-id ws-request-text
           CALL 'asdf-format-uuid' USING wr-transaction-id ws-tx-text
           EVALUATE TRUE
               WHEN wr-status-posted AND ws-format-json
                   DISPLAY '{"request_id":"' ws-request-text '",'
                       '"status":"posted",'
                       '"transaction_id":"' ws-tx-text '"}'
                       WITH NO ADVANCING
               WHEN wr-status-posted
                   DISPLAY ws-request-text ' POSTED ' ws-tx-text
                       WITH NO ADVANCING
               WHEN wr-status-approval AND ws-format-json
                   DISPLAY '{"request_id":"' ws-request-text '",'
                       '"status":"pending-approval",'
                       '"transaction_id":"' ws-tx-text '"}'
                       WITH NO ADVANCING
               WHEN wr-status-approval
                   DISPLAY ws-request-text ' PENDING-APPROVAL '
                       ws-tx-text WITH NO ADVANCING
               WHEN wr-status-rejected AND ws-format-json
                   DISPLAY '{"request_id":"' ws-request-text '",'
                       '"status":"rejected",'
                       '"reason":"' FUNCTION TRIM(wr-reason) '"}'
                       WITH NO ADVANCING
               WHEN wr-status-rejected
                   DISPLAY ws-request-text ' REJECTED '
                       FUNCTION TRIM(wr-reason) WITH NO ADVANCING
               WHEN ws-format-json
                   DISPLAY '{"request_id":"' ws-request-text '",'
                       '"status":"queued"}'
                       WITH NO ADVANCING
               WHEN OTHER
                   DISPLAY ws-request-text ' QUEUED'
                       WITH NO ADVANCING
           END-EVALUATE
           .
