      *Operator work program for the exceptions queue
      *(asdf-exception.cpy) the batch jobs post to through
      *asdf-raise-exception. Arguments: acting operator account
      *UUID, operator session token (asdf-check-operator-session
      *must accept the pair - the queue names accounts and groups
      *across the whole system), action, then:
      *  LIST [OPEN|CLOSED|ALL] [source] lists items, open ones by
      *      default, optionally only those from one source;
      *  SHOW id prints one item with every note on it;
      *  ASSIGN id account hands an open item to an account to work;
      *  NOTE id text annotates an item (asdf-exception-note.cpy);
      *  CLOSE id [text] closes an open item, the text - what was
      *      done about it - kept as its last note.
      *ASSIGN, NOTE and CLOSE are logged through
      *asdf-append-admin-audit under the global scope.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-work-exceptions.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-exceptions
           ASSIGN DYNAMIC ws-exceptions-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-exceptions-status.

       SELECT OPTIONAL fd-notes
           ASSIGN DYNAMIC ws-notes-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-notes-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-exceptions.
       COPY 'asdf-exception.cpy' REPLACING ==:X:== BY ==ex==.

       FD fd-notes.
       COPY 'asdf-exception-note.cpy' REPLACING ==:X:== BY ==en==.

       WORKING-STORAGE SECTION.
       01 ws-exceptions-path           PIC X(256)
           VALUE '/var/lib/asdf/exceptions'.
       01 ws-exceptions-status         PIC XX.
       01 ws-notes-path                PIC X(256)
           VALUE '/var/lib/asdf/exception-notes'.
       01 ws-notes-status              PIC XX.

       01 ws-uuid-text                 PIC X(32).
       01 ws-operator-account          PIC X(16).
       01 ws-operator-token            PIC X(16).
       01 ws-operator-valid            PIC X.
           88 ws-operator-valid-yes    VALUE 'Y'.
           88 ws-operator-valid-no     VALUE 'N'.

       01 ws-action                    PIC X(8).
       01 ws-exception-id              PIC X(16).
       01 ws-exception-text            PIC X(32).
       01 ws-assignee                  PIC X(16).
       01 ws-note-text                 PIC X(200).

      *LIST filters.
       01 ws-list-status               PIC X(8) VALUE 'OPEN'.
           88 ws-list-open             VALUE 'OPEN'.
           88 ws-list-closed           VALUE 'CLOSED'.
           88 ws-list-all              VALUE 'ALL'.
       01 ws-list-source               PIC X(20) VALUE SPACES.

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-found                     PIC X.
           88 ws-found-yes             VALUE 'Y'.
           88 ws-found-no              VALUE 'N'.
      *Set when the item was found but its state refuses the action.
       01 ws-refused                   PIC X.
           88 ws-refused-yes           VALUE 'Y'.
           88 ws-refused-no            VALUE 'N'.
       01 ws-listed-count              PIC 9(5) COMP VALUE 0.
       01 ws-display-count             PIC Z(4)9.

       01 ws-party-text                PIC X(32).
       01 ws-status-word               PIC X(6).

       01 ws-utc-now.
           02 ws-utc-year              PIC 9(4).
           02 ws-utc-month             PIC 9(2).
           02 ws-utc-day               PIC 9(2).
           02 ws-utc-hour              PIC 9(2).
           02 ws-utc-minute            PIC 9(2).
           02 ws-utc-second            PIC 9(2).
       01 ws-utc-flat REDEFINES ws-utc-now
                                       PIC 9(14).

       01 ws-global-scope              PIC X(16) VALUE LOW-VALUES.
       01 ws-audit-program             PIC X(30)
           VALUE 'asdf-work-exceptions'.
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
           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text
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
               WHEN 'SHOW'
                   CONTINUE
               WHEN 'ASSIGN'
                   CONTINUE
               WHEN 'NOTE'
                   CONTINUE
               WHEN 'CLOSE'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Action must be LIST, SHOW, ASSIGN, NOTE '
                       'or CLOSE' WITH NO ADVANCING
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-exception-id
           CALL 'asdf-format-uuid' USING ws-exception-id
               ws-exception-text

           IF ws-action IS EQUAL TO 'SHOW' THEN
               PERFORM para-show THRU para-show-exit
               STOP RUN
           END-IF

           MOVE SPACES TO ws-note-text
           EVALUATE ws-action
               WHEN 'ASSIGN'
                   ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
                   CALL 'asdf-parse-uuid' USING ws-uuid-text
                       ws-assignee
               WHEN 'NOTE'
                   ACCEPT ws-note-text FROM ARGUMENT-VALUE
                   IF ws-note-text IS EQUAL TO SPACES THEN
                       DISPLAY 'Missing note text' WITH NO ADVANCING
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN 'CLOSE'
                   ACCEPT ws-note-text FROM ARGUMENT-VALUE
           END-EVALUATE

           CALL 'asdf-utc-timestamp' USING ws-utc-now
           PERFORM para-update THRU para-update-exit
           IF ws-found-no THEN
               DISPLAY 'No such exception' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-refused-yes THEN
               DISPLAY 'Exception already closed' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           IF ws-note-text IS NOT EQUAL TO SPACES THEN
               MOVE ws-exception-id TO en-exception-id
               MOVE ws-operator-account TO en-author
               MOVE ws-utc-flat TO en-timestamp
               MOVE ws-note-text TO en-text
               OPEN EXTEND fd-notes
               WRITE en-exception-note
               CLOSE fd-notes
           END-IF

           MOVE SPACES TO ws-audit-detail
           EVALUATE ws-action
               WHEN 'ASSIGN'
                   CALL 'asdf-format-uuid' USING ws-assignee
                       ws-party-text
                   STRING 'assigned exception ' ws-exception-text
                       ' to ' ws-party-text
                       DELIMITED BY SIZE INTO ws-audit-detail
                   DISPLAY 'Exception assigned' WITH NO ADVANCING
               WHEN 'NOTE'
                   STRING 'annotated exception ' ws-exception-text
                       DELIMITED BY SIZE INTO ws-audit-detail
                   DISPLAY 'Note added' WITH NO ADVANCING
               WHEN 'CLOSE'
                   STRING 'closed exception ' ws-exception-text
                       DELIMITED BY SIZE INTO ws-audit-detail
                   DISPLAY 'Exception closed' WITH NO ADVANCING
           END-EVALUATE
           CALL 'asdf-append-admin-audit' USING ws-global-scope
               ws-operator-account ws-audit-program ws-audit-detail
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

      *The item is found and rewritten in place; a closed item takes
      *notes but is not reassigned or closed twice.
       para-update.
           SET ws-found-no TO TRUE
           SET ws-refused-no TO TRUE
           OPEN I-O fd-exceptions
           IF ws-exceptions-status IS NOT EQUAL TO '00' THEN
               IF ws-exceptions-status IS EQUAL TO '05' THEN
                   CLOSE fd-exceptions
               END-IF
               GO TO para-update-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-update-one UNTIL ws-eof-yes OR ws-found-yes
           CLOSE fd-exceptions
           .

       para-update-exit.
           EXIT PARAGRAPH
           .

       para-update-one.
           READ fd-exceptions
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ex-id IS EQUAL TO ws-exception-id THEN
                       SET ws-found-yes TO TRUE
                       PERFORM para-apply
                   END-IF
           END-READ
           .

       para-apply.
           IF ex-status-closed AND ws-action IS NOT EQUAL TO 'NOTE'
                   THEN
               SET ws-refused-yes TO TRUE
               EXIT PARAGRAPH
           END-IF
           EVALUATE ws-action
               WHEN 'ASSIGN'
                   MOVE ws-assignee TO ex-assigned-to
                   MOVE ws-utc-flat TO ex-assigned-timestamp
               WHEN 'CLOSE'
                   SET ex-status-closed TO TRUE
                   MOVE ws-operator-account TO ex-closed-by
                   MOVE ws-utc-flat TO ex-closed-timestamp
           END-EVALUATE
           IF ws-note-text IS NOT EQUAL TO SPACES
                   AND ex-note-count IS LESS THAN 999 THEN
               ADD 1 TO ex-note-count
           END-IF
           REWRITE ex-exception
           .

       para-list.
           MOVE SPACES TO ws-list-status
           ACCEPT ws-list-status FROM ARGUMENT-VALUE
           IF ws-list-status IS EQUAL TO SPACES THEN
               SET ws-list-open TO TRUE
           END-IF
           IF NOT ws-list-open AND NOT ws-list-closed
                   AND NOT ws-list-all THEN
               DISPLAY 'Status must be OPEN, CLOSED or ALL'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT ws-list-source FROM ARGUMENT-VALUE

           OPEN INPUT fd-exceptions
           IF ws-exceptions-status IS NOT EQUAL TO '00' THEN
               IF ws-exceptions-status IS EQUAL TO '05' THEN
                   CLOSE fd-exceptions
               END-IF
               DISPLAY 'No exceptions on file'
               GO TO para-list-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-list-one UNTIL ws-eof-yes
           CLOSE fd-exceptions
           MOVE ws-listed-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count) ' exception(s)'
           .

       para-list-exit.
           EXIT PARAGRAPH
           .

       para-list-one.
           READ fd-exceptions
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF (ws-list-all
                           OR (ws-list-open AND ex-status-open)
                           OR (ws-list-closed AND ex-status-closed))
                           AND (ws-list-source IS EQUAL TO SPACES
                               OR ex-source IS EQUAL TO
                                   ws-list-source) THEN
                       PERFORM para-print-item
                       ADD 1 TO ws-listed-count
                   END-IF
           END-READ
           .

      *One line per item, then its description indented beneath.
       para-print-item.
           CALL 'asdf-format-uuid' USING ex-id ws-exception-text
           IF ex-status-open THEN
               MOVE 'OPEN' TO ws-status-word
           ELSE
               MOVE 'CLOSED' TO ws-status-word
           END-IF
           IF ex-assigned-to IS EQUAL TO LOW-VALUES THEN
               MOVE 'unassigned' TO ws-party-text
           ELSE
               CALL 'asdf-format-uuid' USING ex-assigned-to
                   ws-party-text
           END-IF
           DISPLAY ws-exception-text ' ' ex-raised-timestamp ' '
               ex-severity ' ' FUNCTION TRIM(ex-source) ' '
               FUNCTION TRIM(ws-status-word) ' '
               FUNCTION TRIM(ws-party-text)
           DISPLAY '    ' FUNCTION TRIM(ex-description)
           .

       para-show.
           SET ws-found-no TO TRUE
           OPEN INPUT fd-exceptions
           IF ws-exceptions-status IS NOT EQUAL TO '00' THEN
               IF ws-exceptions-status IS EQUAL TO '05' THEN
                   CLOSE fd-exceptions
               END-IF
               GO TO para-show-missing
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-show-find-one UNTIL ws-eof-yes OR ws-found-yes
           CLOSE fd-exceptions
           IF ws-found-no THEN
               GO TO para-show-missing
           END-IF

           PERFORM para-print-item
           IF ex-group-id IS NOT EQUAL TO LOW-VALUES THEN
               CALL 'asdf-format-uuid' USING ex-group-id
                   ws-party-text
               DISPLAY '    group ' ws-party-text
           END-IF
           IF ex-subject-id IS NOT EQUAL TO LOW-VALUES THEN
               CALL 'asdf-format-uuid' USING ex-subject-id
                   ws-party-text
               DISPLAY '    subject ' ws-party-text
           END-IF
           IF ex-status-closed THEN
               CALL 'asdf-format-uuid' USING ex-closed-by
                   ws-party-text
               DISPLAY '    closed ' ex-closed-timestamp ' by '
                   ws-party-text
           END-IF

           OPEN INPUT fd-notes
           IF ws-notes-status IS EQUAL TO '00' THEN
               SET ws-eof-no TO TRUE
               PERFORM para-show-note-one UNTIL ws-eof-yes
               CLOSE fd-notes
           ELSE
               IF ws-notes-status IS EQUAL TO '05' THEN
                   CLOSE fd-notes
               END-IF
           END-IF
           MOVE 0 TO RETURN-CODE
           GO TO para-show-exit
           .

       para-show-missing.
           DISPLAY 'No such exception' WITH NO ADVANCING
           MOVE 1 TO RETURN-CODE
           .

       para-show-exit.
           EXIT PARAGRAPH
           .

       para-show-find-one.
           READ fd-exceptions
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ex-id IS EQUAL TO ws-exception-id THEN
                       SET ws-found-yes TO TRUE
                   END-IF
           END-READ
           .

       para-show-note-one.
           READ fd-notes
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF en-exception-id IS EQUAL TO ws-exception-id
                           THEN
                       CALL 'asdf-format-uuid' USING en-author
                           ws-party-text
                       DISPLAY '    NOTE ' en-timestamp ' '
                           ws-party-text ' '
                           FUNCTION TRIM(en-text)
                   END-IF
           END-READ
           .
