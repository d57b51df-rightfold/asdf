      *Maintains the terms-version table (asdf-terms-version.cpy):
      *the published versions of the terms of service and the
      *privacy notice, each with the day it takes effect and where
      *its text lives. Arguments: acting operator account UUID,
      *operator session token (asdf-check-operator-session must
      *accept the pair), action, then:
      *  ADD document (TERMS or PRIVACY), version, effective date
      *      (YYYYMMDD), text reference - enters a version; refused
      *      when the document already has that version. From the
      *      effective date on, asdf-log-in holds every member who
      *      has not accepted it to a terms-only session;
      *  LIST (no further arguments) - prints every version, the
      *      ones in force (asdf-current-terms) marked.
      *ADD is logged through asdf-append-admin-audit under the
      *global scope. Versions are never changed or removed once
      *entered; the acceptance log refers to them.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-maintain-terms.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-versions
           ASSIGN DYNAMIC ws-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-versions.
       COPY 'asdf-terms-version.cpy' REPLACING ==:X:== BY ==tv==.

       WORKING-STORAGE SECTION.
       01 ws-path                      PIC X(256)
           VALUE '/var/lib/asdf/terms-versions'.
       01 ws-file-status               PIC XX.

       01 ws-operator-uuid-text        PIC X(32).
       01 ws-operator-account          PIC X(16).
       01 ws-operator-token            PIC X(16).
       01 ws-operator-valid            PIC X.
           88 ws-operator-valid-yes    VALUE 'Y'.
           88 ws-operator-valid-no     VALUE 'N'.

       01 ws-action                    PIC X(8).
       01 ws-document-text             PIC X(8).
       01 ws-date-text                 PIC X(16).
      *The version being entered.
       COPY 'asdf-terms-version.cpy' REPLACING ==:X:== BY ==ws==.

      *The versions in force, for LIST's marking.
       01 ws-current-terms             PIC X(10).
       01 ws-current-privacy           PIC X(10).
       01 ws-current-document          PIC X.
       01 ws-current-effective         PIC 9(8).
       01 ws-current-reference         PIC X(100).
       01 ws-current-found             PIC X.
       01 ws-in-force                  PIC X(10).

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-found                     PIC X.
           88 ws-found-yes             VALUE 'Y'.
           88 ws-found-no              VALUE 'N'.

       01 ws-global-scope              PIC X(16) VALUE LOW-VALUES.
       01 ws-audit-program             PIC X(30)
           VALUE 'asdf-maintain-terms'.
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
               WHEN 'ADD'
                   PERFORM para-add
               WHEN 'LIST'
                   PERFORM para-list THRU para-list-exit
               WHEN OTHER
                   DISPLAY 'Action must be ADD or LIST'
                       WITH NO ADVANCING
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

       para-add.
           INITIALIZE ws-terms-version-entry
           ACCEPT ws-document-text FROM ARGUMENT-VALUE
           EVALUATE ws-document-text
               WHEN 'TERMS'
                   SET ws-document-terms TO TRUE
               WHEN 'PRIVACY'
                   SET ws-document-privacy TO TRUE
               WHEN OTHER
                   DISPLAY 'Document must be TERMS or PRIVACY'
                       WITH NO ADVANCING
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           ACCEPT ws-version FROM ARGUMENT-VALUE
           IF ws-version IS EQUAL TO SPACES THEN
               DISPLAY 'A version is required' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT ws-date-text FROM ARGUMENT-VALUE
           IF FUNCTION TRIM(ws-date-text) IS NOT NUMERIC
                   OR FUNCTION LENGTH(FUNCTION TRIM(ws-date-text))
                       IS NOT EQUAL TO 8 THEN
               DISPLAY 'Invalid date' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION TRIM(ws-date-text) TO ws-effective-date
           IF FUNCTION TEST-DATE-YYYYMMDD(ws-effective-date)
                   IS NOT EQUAL TO 0 THEN
               DISPLAY 'Invalid date' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT ws-text-reference FROM ARGUMENT-VALUE
           IF ws-text-reference IS EQUAL TO SPACES THEN
               DISPLAY 'A text reference is required'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM para-find THRU para-find-exit
           IF ws-found-yes THEN
               DISPLAY 'That version already exists' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ws-operator-account TO ws-entered-by
           CALL 'asdf-utc-timestamp' USING ws-entered-timestamp
           MOVE ws-terms-version-entry TO tv-terms-version-entry
           OPEN EXTEND fd-versions
           WRITE tv-terms-version-entry
           CLOSE fd-versions

           MOVE SPACES TO ws-audit-detail
           STRING 'added ' FUNCTION TRIM(ws-document-text)
               ' version ' FUNCTION TRIM(ws-version)
               ' effective ' ws-effective-date
               DELIMITED BY SIZE INTO ws-audit-detail
               ON OVERFLOW CONTINUE
           END-STRING
           CALL 'asdf-append-admin-audit' USING ws-global-scope
               ws-operator-account ws-audit-program ws-audit-detail
           DISPLAY 'Terms version added' WITH NO ADVANCING
           .

       para-find.
           SET ws-found-no TO TRUE
           OPEN INPUT fd-versions
           IF ws-file-status IS NOT EQUAL TO '00' THEN
               IF ws-file-status IS EQUAL TO '05' THEN
                   CLOSE fd-versions
               END-IF
               GO TO para-find-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-find-one UNTIL ws-eof-yes OR ws-found-yes
           CLOSE fd-versions
           .

       para-find-exit.
           EXIT PARAGRAPH
           .

       para-find-one.
           READ fd-versions
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF tv-document IS EQUAL TO ws-document
                           AND tv-version IS EQUAL TO ws-version THEN
                       SET ws-found-yes TO TRUE
                   END-IF
           END-READ
           .

       para-list.
           MOVE 'T' TO ws-current-document
           CALL 'asdf-current-terms' USING ws-current-document
               ws-current-terms ws-current-effective
               ws-current-reference ws-current-found
           MOVE 'P' TO ws-current-document
           CALL 'asdf-current-terms' USING ws-current-document
               ws-current-privacy ws-current-effective
               ws-current-reference ws-current-found

           OPEN INPUT fd-versions
           IF ws-file-status IS NOT EQUAL TO '00' THEN
               IF ws-file-status IS EQUAL TO '05' THEN
                   CLOSE fd-versions
               END-IF
               GO TO para-list-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-list-one UNTIL ws-eof-yes
           CLOSE fd-versions
           .

       para-list-exit.
           EXIT PARAGRAPH
           .

       para-list-one.
           READ fd-versions
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   MOVE SPACES TO ws-in-force
                   IF (tv-document-terms
                           AND tv-version IS EQUAL TO ws-current-terms)
                       OR (tv-document-privacy
                           AND tv-version IS EQUAL TO
                               ws-current-privacy) THEN
                       MOVE 'in force' TO ws-in-force
                   END-IF
                   IF tv-document-terms THEN
                       MOVE 'TERMS' TO ws-document-text
                   ELSE
                       MOVE 'PRIVACY' TO ws-document-text
                   END-IF
                   DISPLAY ws-document-text ' ' tv-version ' '
                       tv-effective-date ' ' ws-in-force ' '
                       FUNCTION TRIM(tv-text-reference)
           END-READ
           .
