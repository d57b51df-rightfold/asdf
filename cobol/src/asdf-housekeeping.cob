      *
      *Optional argument: idempotency retention window in days
      *(default 90).
      *
      *A group under legal hold (asdf-check-legal-hold) keeps its
      *idempotency-index whole and a held account keeps its reset
      *token; each is skipped with a message. Session, invite and
      *rate-counter entries are credentials and throttling state,
      *not the held party's records, and are purged as usual.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-housekeeping.
       01 ws-now-flat REDEFINES ws-now-group
                                        PIC 9(14).

       01 ws-hold-group                PIC X VALUE 'G'.
       01 ws-hold-account              PIC X VALUE 'A'.
       01 ws-held                      PIC X.
           88 ws-held-yes              VALUE 'Y'.

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
           ACCEPT ws-retention-text FROM ARGUMENT-VALUE
           IF ws-retention-text IS NOT EQUAL TO SPACES
                   AND FUNCTION TRIM(ws-retention-text) IS NUMERIC THEN
      *protect and age out naturally.
       para-purge-group-keys.
           CALL 'asdf-format-uuid' USING gx-group-id ws-group-text
           CALL 'asdf-check-legal-hold' USING ws-hold-group
               gx-group-id ws-held
           IF ws-held-yes THEN
               DISPLAY 'idempotency-index '
                   FUNCTION TRIM(ws-group-text)
                   ': under legal hold, left unpurged'
               GO TO para-purge-group-keys-exit
           END-IF
           MOVE SPACES TO ws-idempotency-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/idempotency-index' INTO ws-idempotency-path
           IF fa-reset-token-expiry IS NOT EQUAL TO 0
                   AND fa-reset-token-expiry IS LESS THAN
                       ws-now-flat THEN
               CALL 'asdf-check-legal-hold' USING ws-hold-account
                   ax-account-id ws-held
               IF ws-held-yes THEN
                   DISPLAY 'reset token ' ws-account-text
                       ': under legal hold, left in place'
               ELSE
                   MOVE LOW-VALUES TO fa-reset-token
                   MOVE 0 TO fa-reset-token-expiry
                   REWRITE fa-account
                   ADD 1 TO ws-total-reset-cleared
               END-IF
           END-IF
           CLOSE fd-account
           .
