      *  lock-retry-seconds             1-600
      *  session-lifetime-minutes       5-10080
      *  gateway-rate-limit             1-99999
      *  gateway-key-rate-limit         1-99999
      *  batch-runtime-ceiling-seconds  60-86400
      *  operator-email                 any non-blank value
      *  anomaly-multiple               1-100
      *  anomaly-window-days            7-3650
      *  password-history-count         1-20
      *  password-max-age-days          0-3650 (0: never expires)
      *  dormancy-days                  90-3650
      *  dormancy-grace-days            7-365
      *  billing-shop-account           account UUID (32 hex digits)
      *  attachment-quota-mb            0-99999999 (0: no quota)
      *  inbound-mail-posting           DIRECT or QUEUED

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-set-config.
           VALUE 'asdf-set-config'.
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
           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text
               ws-operator-account
               WHEN 'gateway-rate-limit'
                   MOVE 1 TO ws-low-bound
                   MOVE 99999 TO ws-high-bound
               WHEN 'gateway-key-rate-limit'
                   MOVE 1 TO ws-low-bound
                   MOVE 99999 TO ws-high-bound
               WHEN 'batch-runtime-ceiling-seconds'
                   MOVE 60 TO ws-low-bound
                   MOVE 86400 TO ws-high-bound
               WHEN 'operator-email'
                   SET ws-needs-number-no TO TRUE
               WHEN 'anomaly-multiple'
                   MOVE 1 TO ws-low-bound
                   MOVE 100 TO ws-high-bound
               WHEN 'anomaly-window-days'
                   MOVE 7 TO ws-low-bound
                   MOVE 3650 TO ws-high-bound
               WHEN 'password-history-count'
                   MOVE 1 TO ws-low-bound
                   MOVE 20 TO ws-high-bound
               WHEN 'password-max-age-days'
                   MOVE 0 TO ws-low-bound
                   MOVE 3650 TO ws-high-bound
               WHEN 'dormancy-days'
                   MOVE 90 TO ws-low-bound
                   MOVE 3650 TO ws-high-bound
               WHEN 'dormancy-grace-days'
                   MOVE 7 TO ws-low-bound
                   MOVE 365 TO ws-high-bound
               WHEN 'billing-shop-account'
                   SET ws-needs-number-no TO TRUE
                   IF FUNCTION LENGTH(FUNCTION TRIM(ws-value))
                           IS NOT EQUAL TO 32 THEN
                       DISPLAY 'Value must be an account UUID'
                           WITH NO ADVANCING
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN 'attachment-quota-mb'
                   MOVE 0 TO ws-low-bound
                   MOVE 99999999 TO ws-high-bound
               WHEN 'inbound-mail-posting'
                   SET ws-needs-number-no TO TRUE
                   IF ws-value IS NOT EQUAL TO 'DIRECT' AND 'QUEUED'
                           THEN
                       DISPLAY 'Value must be DIRECT or QUEUED'
                           WITH NO ADVANCING
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN OTHER
                   DISPLAY 'Unknown configuration key'
                       WITH NO ADVANCING
