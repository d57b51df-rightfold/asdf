      *Maintains the retention schedule (asdf-retention.cpy) that
      *asdf-apply-retention trims the logs and journals by.
      *Arguments: acting operator account UUID, operator session
      *token (asdf-check-operator-session must accept the pair - the
      *schedule decides what history survives), action, then:
      *  SET file name, retention days, archive-first flag (Y or N,
      *      blank keeps Y) - adds the file to the schedule or
      *      replaces its entry;
      *  REMOVE file name - the file is kept in full again;
      *  LIST (no further arguments) prints the schedule.
      *SET and REMOVE are logged through asdf-append-admin-audit
      *under the global scope. Only the files the retention run
      *knows how to trim are accepted.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-maintain-retention.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-schedule
           ASSIGN DYNAMIC ws-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-status.

       SELECT OPTIONAL fd-schedule-new
           ASSIGN DYNAMIC ws-work-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD fd-schedule.
       COPY 'asdf-retention.cpy' REPLACING ==:X:== BY ==rt==.

       FD fd-schedule-new.
       COPY 'asdf-retention.cpy' REPLACING ==:X:== BY ==rn==.

       WORKING-STORAGE SECTION.
       01 ws-path                      PIC X(256)
           VALUE '/var/lib/asdf/retention-schedule'.
       01 ws-work-path                 PIC X(256)
           VALUE '/var/lib/asdf/retention-schedule.new'.
       01 ws-status                    PIC XX.

       01 ws-operator-uuid-text        PIC X(32).
       01 ws-operator-account          PIC X(16).
       01 ws-operator-token            PIC X(16).
       01 ws-operator-valid            PIC X.
           88 ws-operator-valid-yes    VALUE 'Y'.
           88 ws-operator-valid-no     VALUE 'N'.

       01 ws-action                    PIC X(8).
       01 ws-days-text                 PIC X(10).
       01 ws-flag-text                 PIC X(10).
      *The entry being set or removed, in the schedule's own shape
      *so the file name can be checked against the known list.
       COPY 'asdf-retention.cpy' REPLACING ==:X:== BY ==ws==.

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-found                     PIC X.
           88 ws-found-yes             VALUE 'Y'.
           88 ws-found-no              VALUE 'N'.
       01 ws-listed-count              PIC 9(5) COMP VALUE 0.
       01 ws-display-count             PIC Z(4)9.
       01 ws-display-days              PIC Z(4)9.

       01 ws-global-scope              PIC X(16) VALUE LOW-VALUES.
       01 ws-audit-program             PIC X(30)
           VALUE 'asdf-maintain-retention'.
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
               WHEN 'SET'
                   CONTINUE
               WHEN 'REMOVE'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Action must be SET, REMOVE or LIST'
                       WITH NO ADVANCING
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           MOVE SPACES TO ws-file-name
           ACCEPT ws-file-name FROM ARGUMENT-VALUE
           IF NOT ws-file-known THEN
               DISPLAY 'Unknown file' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM para-find THRU para-find-exit

           IF ws-action IS EQUAL TO 'SET' THEN
               PERFORM para-take-set-arguments
               IF ws-found-yes THEN
                   PERFORM para-rewrite
               ELSE
                   MOVE ws-retention-entry TO rt-retention-entry
                   OPEN EXTEND fd-schedule
                   WRITE rt-retention-entry
                   CLOSE fd-schedule
               END-IF
               MOVE ws-retention-days TO ws-display-days
               MOVE SPACES TO ws-audit-detail
               STRING 'set retention of ' FUNCTION TRIM(ws-file-name)
                   ' to ' FUNCTION TRIM(ws-display-days)
                   ' day(s), archive first ' ws-archive-first
                   DELIMITED BY SIZE INTO ws-audit-detail
                   ON OVERFLOW CONTINUE
               END-STRING
               DISPLAY 'Retention set' WITH NO ADVANCING
           ELSE
               IF ws-found-no THEN
                   DISPLAY 'File not on the schedule'
                       WITH NO ADVANCING
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM para-rewrite
               MOVE SPACES TO ws-audit-detail
               STRING 'removed retention of '
                   FUNCTION TRIM(ws-file-name)
                   DELIMITED BY SIZE INTO ws-audit-detail
                   ON OVERFLOW CONTINUE
               END-STRING
               DISPLAY 'Retention removed' WITH NO ADVANCING
           END-IF

           CALL 'asdf-append-admin-audit' USING ws-global-scope
               ws-operator-account ws-audit-program ws-audit-detail
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

      *A retention of zero days would empty a log on every run; one
      *day is the least accepted.
       para-take-set-arguments.
           MOVE SPACES TO ws-days-text
           ACCEPT ws-days-text FROM ARGUMENT-VALUE
           IF ws-days-text IS EQUAL TO SPACES
                   OR FUNCTION TRIM(ws-days-text) IS NOT NUMERIC THEN
               DISPLAY 'Invalid retention days' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION TRIM(ws-days-text) TO ws-retention-days
           IF ws-retention-days IS EQUAL TO 0 THEN
               DISPLAY 'Invalid retention days' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO ws-flag-text
           ACCEPT ws-flag-text FROM ARGUMENT-VALUE
           EVALUATE ws-flag-text
               WHEN SPACES
                   SET ws-archive-first-yes TO TRUE
               WHEN 'Y'
                   SET ws-archive-first-yes TO TRUE
               WHEN 'N'
                   SET ws-archive-first-no TO TRUE
               WHEN OTHER
                   DISPLAY 'Archive-first flag must be Y or N'
                       WITH NO ADVANCING
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .

       para-find.
           SET ws-found-no TO TRUE
           OPEN INPUT fd-schedule
           IF ws-status IS NOT EQUAL TO '00' THEN
               IF ws-status IS EQUAL TO '05' THEN
                   CLOSE fd-schedule
               END-IF
               GO TO para-find-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-find-one UNTIL ws-eof-yes OR ws-found-yes
           CLOSE fd-schedule
           .

       para-find-exit.
           EXIT PARAGRAPH
           .

       para-find-one.
           READ fd-schedule
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF rt-file-name IS EQUAL TO ws-file-name THEN
                       SET ws-found-yes TO TRUE
                   END-IF
           END-READ
           .

      *Copies the schedule to a work file that then replaces it,
      *with the named file's entry replaced (SET) or left out
      *(REMOVE).
       para-rewrite.
           OPEN INPUT fd-schedule
           OPEN OUTPUT fd-schedule-new
           SET ws-eof-no TO TRUE
           PERFORM para-rewrite-one UNTIL ws-eof-yes
           CLOSE fd-schedule-new
           CLOSE fd-schedule
           CALL 'CBL_DELETE_FILE' USING ws-path
           CALL 'CBL_RENAME_FILE' USING ws-work-path ws-path
           MOVE 0 TO RETURN-CODE
           .

       para-rewrite-one.
           READ fd-schedule
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF rt-file-name IS NOT EQUAL TO ws-file-name THEN
                       MOVE rt-retention-entry TO rn-retention-entry
                       WRITE rn-retention-entry
                   ELSE
                       IF ws-action IS EQUAL TO 'SET' THEN
                           MOVE ws-retention-entry
                               TO rn-retention-entry
                           WRITE rn-retention-entry
                       END-IF
                   END-IF
           END-READ
           .

       para-list.
           OPEN INPUT fd-schedule
           IF ws-status IS NOT EQUAL TO '00' THEN
               IF ws-status IS EQUAL TO '05' THEN
                   CLOSE fd-schedule
               END-IF
               DISPLAY 'No files on the retention schedule'
               GO TO para-list-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-list-one UNTIL ws-eof-yes
           CLOSE fd-schedule
           MOVE ws-listed-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count) ' file(s)'
           .

       para-list-exit.
           EXIT PARAGRAPH
           .

       para-list-one.
           READ fd-schedule
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   MOVE rt-retention-days TO ws-display-days
                   IF rt-archive-first-yes THEN
                       DISPLAY FUNCTION TRIM(rt-file-name) ' '
                           FUNCTION TRIM(ws-display-days)
                           ' day(s), archived first'
                   ELSE
                       DISPLAY FUNCTION TRIM(rt-file-name) ' '
                           FUNCTION TRIM(ws-display-days)
                           ' day(s), purged'
                   END-IF
                   ADD 1 TO ws-listed-count
           END-READ
           .
