               IF kx-account-id IS EQUAL TO ls-account-id
                       AND NOT kx-status-revoked
                       AND NOT kx-status-pending
                       AND NOT kx-status-change-only
                       AND NOT kx-status-terms-only
                       AND ws-now-flat IS NOT GREATER THAN
                           kx-expiry THEN
                   SET ws-found-yes TO TRUE
                           AND sx-account-id IS EQUAL TO ls-account-id
                           AND NOT sx-status-revoked
                           AND NOT sx-status-pending
                           AND NOT sx-status-change-only
                           AND NOT sx-status-terms-only
                           AND ws-now-flat IS NOT GREATER THAN
                               sx-expiry THEN
                       SET ws-found-yes TO TRUE
