      *Maintains the legal-hold register (asdf-legal-hold.cpy) that
      *freezes an account's or a group's data while a legal matter
      *is open. Arguments: acting operator account UUID, operator
      *session token (asdf-check-operator-session must accept the
      *pair), action, subject type (ACCOUNT or GROUP) and the
      *subject's UUID, then:
      *  PLACE reason, case reference - places a hold; refused while
      *        the subject already has an active one;
      *  RELEASE (no further arguments) - releases the active hold,
      *        which stays on the register marked released.
      *Both are logged through asdf-append-admin-audit under the
      *global scope. A hold may be placed on an account or group
      *whose files are already gone (archived, anonymized): the
      *hold then still protects whatever history remains.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-maintain-legal-hold.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-holds
           ASSIGN DYNAMIC ws-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-file-status.

       SELECT OPTIONAL fd-holds-new
           ASSIGN DYNAMIC ws-work-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD fd-holds.
       COPY 'asdf-legal-hold.cpy' REPLACING ==:X:== BY ==lh==.

       FD fd-holds-new.
       COPY 'asdf-legal-hold.cpy' REPLACING ==:X:== BY ==ln==.

       WORKING-STORAGE SECTION.
       01 ws-path                      PIC X(256)
           VALUE '/var/lib/asdf/legal-holds'.
       01 ws-work-path                 PIC X(256)
           VALUE '/var/lib/asdf/legal-holds.new'.
       01 ws-file-status               PIC XX.

       01 ws-operator-uuid-text        PIC X(32).
       01 ws-operator-account          PIC X(16).
       01 ws-operator-token            PIC X(16).
       01 ws-operator-valid            PIC X.
           88 ws-operator-valid-yes    VALUE 'Y'.
           88 ws-operator-valid-no     VALUE 'N'.

       01 ws-action                    PIC X(8).
       01 ws-type-text                 PIC X(8).
       01 ws-subject-text              PIC X(32).
      *The hold being placed or released.
       COPY 'asdf-legal-hold.cpy' REPLACING ==:X:== BY ==ws==.

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-found                     PIC X.
           88 ws-found-yes             VALUE 'Y'.
           88 ws-found-no              VALUE 'N'.

       01 ws-global-scope              PIC X(16) VALUE LOW-VALUES.
       01 ws-audit-program             PIC X(30)
           VALUE 'asdf-maintain-legal-hold'.
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
           IF ws-action IS NOT EQUAL TO 'PLACE'
                   AND ws-action IS NOT EQUAL TO 'RELEASE' THEN
               DISPLAY 'Action must be PLACE or RELEASE'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           INITIALIZE ws-legal-hold-entry
           ACCEPT ws-type-text FROM ARGUMENT-VALUE
           EVALUATE ws-type-text
               WHEN 'ACCOUNT'
                   SET ws-subject-account TO TRUE
               WHEN 'GROUP'
                   SET ws-subject-group TO TRUE
               WHEN OTHER
                   DISPLAY 'Subject must be ACCOUNT or GROUP'
                       WITH NO ADVANCING
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           ACCEPT ws-subject-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-subject-text
               ws-subject-id

           PERFORM para-find THRU para-find-exit

           IF ws-action IS EQUAL TO 'PLACE' THEN
               PERFORM para-place
           ELSE
               PERFORM para-release
           END-IF

           CALL 'asdf-append-admin-audit' USING ws-global-scope
               ws-operator-account ws-audit-program ws-audit-detail
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

      *A hold without a reason or a case reference could not be
      *accounted for later; both are required.
       para-place.
           IF ws-found-yes THEN
               DISPLAY 'Already under an active legal hold'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT ws-reason FROM ARGUMENT-VALUE
           ACCEPT ws-case-reference FROM ARGUMENT-VALUE
           IF ws-reason IS EQUAL TO SPACES
                   OR ws-case-reference IS EQUAL TO SPACES THEN
               DISPLAY 'A reason and a case reference are required'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           SET ws-status-active TO TRUE
           MOVE ws-operator-account TO ws-placed-by
           CALL 'asdf-utc-timestamp' USING ws-placed-timestamp
           MOVE LOW-VALUES TO ws-released-by
           MOVE 0 TO ws-released-timestamp

           MOVE ws-legal-hold-entry TO lh-legal-hold-entry
           OPEN EXTEND fd-holds
           WRITE lh-legal-hold-entry
           CLOSE fd-holds

           MOVE SPACES TO ws-audit-detail
           STRING 'placed legal hold on ' FUNCTION TRIM(ws-type-text)
               ' ' ws-subject-text ' case '
               FUNCTION TRIM(ws-case-reference)
               DELIMITED BY SIZE INTO ws-audit-detail
               ON OVERFLOW CONTINUE
           END-STRING
           DISPLAY 'Legal hold placed' WITH NO ADVANCING
           .

       para-release.
           IF ws-found-no THEN
               DISPLAY 'No active legal hold' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL 'asdf-utc-timestamp' USING ws-released-timestamp
           PERFORM para-rewrite

           MOVE SPACES TO ws-audit-detail
           STRING 'released legal hold on ' FUNCTION TRIM(ws-type-text)
               ' ' ws-subject-text
               DELIMITED BY SIZE INTO ws-audit-detail
               ON OVERFLOW CONTINUE
           END-STRING
           DISPLAY 'Legal hold released' WITH NO ADVANCING
           .

       para-find.
           SET ws-found-no TO TRUE
           OPEN INPUT fd-holds
           IF ws-file-status IS NOT EQUAL TO '00' THEN
               IF ws-file-status IS EQUAL TO '05' THEN
                   CLOSE fd-holds
               END-IF
               GO TO para-find-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-find-one UNTIL ws-eof-yes OR ws-found-yes
           CLOSE fd-holds
           .

       para-find-exit.
           EXIT PARAGRAPH
           .

       para-find-one.
           READ fd-holds
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF lh-subject-type IS EQUAL TO ws-subject-type
                           AND lh-subject-id IS EQUAL TO ws-subject-id
                           AND lh-status-active THEN
                       SET ws-found-yes TO TRUE
                   END-IF
           END-READ
           .

      *Copies the register to a work file that then replaces it,
      *with the subject's active hold marked released.
       para-rewrite.
           OPEN INPUT fd-holds
           OPEN OUTPUT fd-holds-new
           SET ws-eof-no TO TRUE
           PERFORM para-rewrite-one UNTIL ws-eof-yes
           CLOSE fd-holds-new
           CLOSE fd-holds
           CALL 'CBL_DELETE_FILE' USING ws-path
           CALL 'CBL_RENAME_FILE' USING ws-work-path ws-path
           MOVE 0 TO RETURN-CODE
           .

       para-rewrite-one.
           READ fd-holds
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   MOVE lh-legal-hold-entry TO ln-legal-hold-entry
                   IF lh-subject-type IS EQUAL TO ws-subject-type
                           AND lh-subject-id IS EQUAL TO ws-subject-id
                           AND lh-status-active THEN
                       SET ln-status-released TO TRUE
                       MOVE ws-operator-account TO ln-released-by
                       MOVE ws-released-timestamp
                           TO ln-released-timestamp
                   END-IF
                   WRITE ln-legal-hold-entry
           END-READ
           .
