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
