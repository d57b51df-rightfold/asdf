      *Maintains the API key registry (asdf-api-key.cpy) that lets
      *machine clients call asdf-http-gateway without a session.
      *Arguments: acting operator account UUID, operator session
      *token (asdf-check-operator-session must accept the pair - a
      *key is a standing credential), action, then:
      *  ISSUE key name, account UUID or NONE, group UUID or ALL,
      *      scope (READ for the report and ledger-listing routes,
      *      POST for those plus posting), expiry date (YYYYMMDD,
      *      the key works through the end of that UTC day) - prints
      *      the new key, once; it is not shown again. A key needs
      *      an account, a group or both, and a POST key needs an
      *      account to post as;
      *  REVOKE key name - the key stops working at once;
      *  LIST (no further arguments) prints the registry, keys
      *      themselves left out.
      *ISSUE and REVOKE are logged through asdf-append-admin-audit
      *under the global scope, without the key.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-maintain-api-key.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-keys
           ASSIGN DYNAMIC ws-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-file-status.

       SELECT OPTIONAL fd-keys-new
           ASSIGN DYNAMIC ws-work-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD fd-keys.
       COPY 'asdf-api-key.cpy' REPLACING ==:X:== BY ==ak==.

       FD fd-keys-new.
       COPY 'asdf-api-key.cpy' REPLACING ==:X:== BY ==an==.

       WORKING-STORAGE SECTION.
       01 ws-path                      PIC X(256)
           VALUE '/var/lib/asdf/api-keys'.
       01 ws-work-path                 PIC X(256)
           VALUE '/var/lib/asdf/api-keys.new'.
       01 ws-file-status               PIC XX.

       01 ws-operator-uuid-text        PIC X(32).
       01 ws-operator-account          PIC X(16).
       01 ws-operator-token            PIC X(16).
       01 ws-operator-valid            PIC X.
           88 ws-operator-valid-yes    VALUE 'Y'.
           88 ws-operator-valid-no     VALUE 'N'.

       01 ws-action                    PIC X(8).
       01 ws-name-text                 PIC X(41).
       01 ws-account-text              PIC X(32).
       01 ws-group-text                PIC X(32).
       01 ws-scope-text                PIC X(8).
       01 ws-expiry-text               PIC X(10).
       01 ws-expiry-date               PIC 9(8).
       01 ws-token-text                PIC X(32).
      *The key being issued, or the name of the one being revoked.
       COPY 'asdf-api-key.cpy' REPLACING ==:X:== BY ==ws==.

       01 ws-now-group.
           02 ws-now-date              PIC 9(8).
           02 ws-now-time              PIC 9(6).
       01 ws-now-flat REDEFINES ws-now-group
                                       PIC 9(14).

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-found                     PIC X.
           88 ws-found-yes             VALUE 'Y'.
           88 ws-found-no              VALUE 'N'.
       01 ws-listed-count              PIC 9(5) COMP VALUE 0.
       01 ws-display-count             PIC Z(4)9.
       01 ws-list-account-text         PIC X(32).
       01 ws-list-group-text           PIC X(32).
       01 ws-list-scope                PIC X(4).
       01 ws-list-status               PIC X(7).

       01 ws-global-scope              PIC X(16) VALUE LOW-VALUES.
       01 ws-audit-program             PIC X(30)
           VALUE 'asdf-maintain-api-key'.
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
               WHEN 'ISSUE'
                   CONTINUE
               WHEN 'REVOKE'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Action must be ISSUE, REVOKE or LIST'
                       WITH NO ADVANCING
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           MOVE SPACES TO ws-name-text
           ACCEPT ws-name-text FROM ARGUMENT-VALUE
           IF ws-name-text IS EQUAL TO SPACES
                   OR ws-name-text(41:1) IS NOT EQUAL TO SPACE THEN
               DISPLAY 'Key name must be 1 to 40 characters'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ws-name-text TO ws-name

           PERFORM para-find THRU para-find-exit

           IF ws-action IS EQUAL TO 'ISSUE' THEN
               IF ws-found-yes THEN
                   DISPLAY 'A key of that name is already live'
                       WITH NO ADVANCING
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM para-issue
           ELSE
               IF ws-found-no THEN
                   DISPLAY 'No such key' WITH NO ADVANCING
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM para-revoke
           END-IF

           CALL 'asdf-append-admin-audit' USING ws-global-scope
               ws-operator-account ws-audit-program ws-audit-detail
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

       para-issue.
           MOVE SPACES TO ws-account-text
           ACCEPT ws-account-text FROM ARGUMENT-VALUE
           MOVE SPACES TO ws-group-text
           ACCEPT ws-group-text FROM ARGUMENT-VALUE
           IF ws-account-text IS EQUAL TO SPACES
                   OR ws-group-text IS EQUAL TO SPACES THEN
               DISPLAY 'Missing account (or NONE) or group (or ALL)'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-account-text IS EQUAL TO 'NONE' THEN
               MOVE LOW-VALUES TO ws-account-id
           ELSE
               CALL 'asdf-parse-uuid' USING ws-account-text
                   ws-account-id
           END-IF
           IF ws-group-text IS EQUAL TO 'ALL' THEN
               MOVE LOW-VALUES TO ws-group-id
           ELSE
               CALL 'asdf-parse-uuid' USING ws-group-text ws-group-id
           END-IF
           IF ws-account-id IS EQUAL TO LOW-VALUES
                   AND ws-group-id IS EQUAL TO LOW-VALUES THEN
               DISPLAY 'A key must be tied to an account or a group'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO ws-scope-text
           ACCEPT ws-scope-text FROM ARGUMENT-VALUE
           EVALUATE ws-scope-text
               WHEN 'READ'
                   SET ws-scope-read TO TRUE
               WHEN 'POST'
                   SET ws-scope-post TO TRUE
               WHEN OTHER
                   DISPLAY 'Scope must be READ or POST'
                       WITH NO ADVANCING
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           IF ws-scope-post AND ws-account-id IS EQUAL TO LOW-VALUES
                   THEN
               DISPLAY 'A POST key must be tied to an account'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           CALL 'asdf-utc-timestamp' USING ws-now-group
           MOVE SPACES TO ws-expiry-text
           ACCEPT ws-expiry-text FROM ARGUMENT-VALUE
           IF ws-expiry-text(1:8) IS NOT NUMERIC
                   OR ws-expiry-text(9:2) IS NOT EQUAL TO SPACES THEN
               DISPLAY 'Invalid expiry date' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ws-expiry-text(1:8) TO ws-expiry-date
           IF ws-expiry-date IS LESS THAN ws-now-date THEN
               DISPLAY 'Expiry date is in the past' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE ws-expiry = ws-expiry-date * 1000000 + 235959

           CALL 'asdf-generate-uuid' USING ws-token
           SET ws-status-active TO TRUE
           MOVE ws-operator-account TO ws-created-by
           MOVE ws-now-flat TO ws-created-timestamp

           MOVE ws-api-key TO ak-api-key
           OPEN EXTEND fd-keys
           WRITE ak-api-key
           CLOSE fd-keys

           MOVE SPACES TO ws-audit-detail
           STRING 'issued API key ' FUNCTION TRIM(ws-name)
               ' scope ' ws-scope-text ' expiring '
               ws-expiry-text(1:8)
               DELIMITED BY SIZE INTO ws-audit-detail
               ON OVERFLOW CONTINUE
           END-STRING
           CALL 'asdf-format-uuid' USING ws-token ws-token-text
           DISPLAY ws-token-text WITH NO ADVANCING
           .

      *Looks for a live key of the given name; a revoked key's name
      *may be issued again.
       para-find.
           SET ws-found-no TO TRUE
           OPEN INPUT fd-keys
           IF ws-file-status IS NOT EQUAL TO '00' THEN
               IF ws-file-status IS EQUAL TO '05' THEN
                   CLOSE fd-keys
               END-IF
               GO TO para-find-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-find-one UNTIL ws-eof-yes OR ws-found-yes
           CLOSE fd-keys
           .

       para-find-exit.
           EXIT PARAGRAPH
           .

       para-find-one.
           READ fd-keys
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ak-name IS EQUAL TO ws-name
                           AND ak-status-active THEN
                       SET ws-found-yes TO TRUE
                   END-IF
           END-READ
           .

      *Copies the registry to a work file that then replaces it,
      *with the named live key marked revoked. The entry stays, so
      *the access log's key names keep resolving.
       para-revoke.
           OPEN INPUT fd-keys
           OPEN OUTPUT fd-keys-new
           SET ws-eof-no TO TRUE
           PERFORM para-revoke-one UNTIL ws-eof-yes
           CLOSE fd-keys-new
           CLOSE fd-keys
           CALL 'CBL_DELETE_FILE' USING ws-path
           CALL 'CBL_RENAME_FILE' USING ws-work-path ws-path
           MOVE 0 TO RETURN-CODE

           MOVE SPACES TO ws-audit-detail
           STRING 'revoked API key ' FUNCTION TRIM(ws-name)
               DELIMITED BY SIZE INTO ws-audit-detail
               ON OVERFLOW CONTINUE
           END-STRING
           DISPLAY 'Key revoked' WITH NO ADVANCING
           .

       para-revoke-one.
           READ fd-keys
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   MOVE ak-api-key TO an-api-key
                   IF ak-name IS EQUAL TO ws-name
                           AND ak-status-active THEN
                       SET an-status-revoked TO TRUE
                   END-IF
                   WRITE an-api-key
           END-READ
           .

       para-list.
           OPEN INPUT fd-keys
           IF ws-file-status IS NOT EQUAL TO '00' THEN
               IF ws-file-status IS EQUAL TO '05' THEN
                   CLOSE fd-keys
               END-IF
               DISPLAY 'No API keys'
               GO TO para-list-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-list-one UNTIL ws-eof-yes
           CLOSE fd-keys
           MOVE ws-listed-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count) ' key(s)'
           .

       para-list-exit.
           EXIT PARAGRAPH
           .

       para-list-one.
           READ fd-keys
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   PERFORM para-list-entry
           END-READ
           .

       para-list-entry.
           IF ak-account-id IS EQUAL TO LOW-VALUES THEN
               MOVE 'NONE' TO ws-list-account-text
           ELSE
               CALL 'asdf-format-uuid' USING ak-account-id
                   ws-list-account-text
           END-IF
           IF ak-group-id IS EQUAL TO LOW-VALUES THEN
               MOVE 'ALL' TO ws-list-group-text
           ELSE
               CALL 'asdf-format-uuid' USING ak-group-id
                   ws-list-group-text
           END-IF
           IF ak-scope-post THEN
               MOVE 'POST' TO ws-list-scope
           ELSE
               MOVE 'READ' TO ws-list-scope
           END-IF
           IF ak-status-revoked THEN
               MOVE 'revoked' TO ws-list-status
           ELSE
               MOVE 'active' TO ws-list-status
           END-IF
           DISPLAY FUNCTION TRIM(ak-name) ' ' ws-list-scope ' '
               FUNCTION TRIM(ws-list-status) ' expires '
               ak-expiry(1:8)
           DISPLAY '    account ' FUNCTION TRIM(ws-list-account-text)
               ', group ' FUNCTION TRIM(ws-list-group-text)
           ADD 1 TO ws-listed-count
           .
