      *asdf-check-member. Used to gate
      *ledger actions on a caller actually having signed in, rather
      *than merely knowing a group's UUID.
      *
      *A token that is no session is tried as an API key
      *(asdf-check-api-key) for the group instead, but only when it
      *is the key asdf-http-gateway named in ASDF_API_KEY after
      *checking the key's scope against the route asked for - the
      *way ASDF_POSTING_REQUEST vouches for a drained posting - so a
      *machine client gets through the same check the gateway's
      *child programs make, and a key passed off as a session token
      *does not. The account handed back is the one the key acts as
      *- LOW-VALUES for a key tied to a group alone, which no acting
      *account will ever match.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-check-session.
       01 ws-keyed-result              PIC X.
           88 ws-keyed-found           VALUE 'F'.

       01 ws-key-name                  PIC X(40).
       01 ws-key-env-text              PIC X(32).
       01 ws-key-env-token             PIC X(16).
       01 ws-key-scope                 PIC X.

       LINKAGE SECTION.
       01 ls-session-token             PIC X(16).
       01 ls-group                     PIC X(16).

           PERFORM para-find-session THRU para-find-session-exit
           IF ws-found-no THEN
               ACCEPT ws-key-env-text FROM ENVIRONMENT 'ASDF_API_KEY'
               IF ws-key-env-text IS EQUAL TO SPACES THEN
                   GO TO para-exit
               END-IF
               CALL 'asdf-parse-uuid' USING ws-key-env-text
                   ws-key-env-token
               IF ws-key-env-token IS NOT EQUAL TO ls-session-token
                       THEN
                   GO TO para-exit
               END-IF
               CALL 'asdf-check-api-key' USING ls-session-token
                   ls-group ls-account-id ws-key-name ws-key-scope
                   ls-valid
               GO TO para-exit
           END-IF

               kx-session-index-entry ws-keyed-result
           IF ws-keyed-found THEN
               IF NOT kx-status-revoked AND NOT kx-status-pending
                       AND NOT kx-status-change-only
                       AND NOT kx-status-terms-only
                       AND ws-now-flat IS NOT GREATER THAN
                           kx-expiry THEN
                   MOVE kx-account-id TO ls-account-id
                   IF sx-token IS EQUAL TO ls-session-token
                           AND NOT sx-status-revoked
                           AND NOT sx-status-pending
                           AND NOT sx-status-change-only
                           AND NOT sx-status-terms-only
                           AND ws-now-flat IS NOT GREATER THAN
                               sx-expiry THEN
                       MOVE sx-account-id TO ls-account-id
