      *Records a member's acceptance of the version of the terms of
      *service or the privacy notice now in force. Arguments: the
      *session token asdf-log-in handed back, the document (TERMS
      *for the terms of service, PRIVACY for the privacy notice),
      *the version being accepted, and the source (the same free
      *text asdf-log-in takes). The token may be an ordinary active
      *session or the terms-only session asdf-log-in issues while
      *terms are outstanding (asdf-check-terms) - this is the one
      *program that accepts the latter, and it turns active once
      *nothing is left to accept. Only the version in force
      *(asdf-current-terms) can be accepted; accepting it a second
      *time logs nothing new.
      *RETURN-CODE 1: session invalid or expired; 2: not the version
      *in force for that document.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-accept-terms.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-session-index
           ASSIGN DYNAMIC ws-index-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-index-status.

       SELECT OPTIONAL fd-acceptances
           ASSIGN DYNAMIC ws-acceptances-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-acceptances-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-session-index.
       COPY 'asdf-session-index.cpy' REPLACING ==:X:== BY ==sx==.

       FD fd-acceptances.
       COPY 'asdf-terms-acceptance.cpy' REPLACING ==:X:== BY ==ta==.

       WORKING-STORAGE SECTION.
       01 ws-index-path                PIC X(256)
           VALUE '/var/lib/asdf/session-index'.
       01 ws-index-status              PIC XX.
       01 ws-acceptances-path          PIC X(256)
           VALUE '/var/lib/asdf/terms-acceptances'.
       01 ws-acceptances-status        PIC XX.

       01 ws-uuid-text                 PIC X(32).
       01 ws-token                     PIC X(16).
       01 ws-account-id                PIC X(16).
       01 ws-document-text             PIC X(8).
       01 ws-document                  PIC X.
       01 ws-version                   PIC X(10).
       01 ws-source                    PIC X(100).

      *The version in force for the document (asdf-current-terms).
       01 ws-current-version           PIC X(10).
       01 ws-current-effective         PIC 9(8).
       01 ws-current-reference         PIC X(100).
       01 ws-current-found             PIC X.
           88 ws-current-found-yes     VALUE 'Y'.
           88 ws-current-found-no      VALUE 'N'.

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-found                     PIC X.
           88 ws-found-yes             VALUE 'Y'.
           88 ws-found-no              VALUE 'N'.
       01 ws-accepted                  PIC X.
           88 ws-accepted-yes          VALUE 'Y'.
           88 ws-accepted-no           VALUE 'N'.
       01 ws-terms-only                PIC X.
           88 ws-terms-only-yes        VALUE 'Y'.
           88 ws-terms-only-no         VALUE 'N'.
       01 ws-terms-outstanding         PIC X.
           88 ws-terms-outstanding-yes VALUE 'Y'.
           88 ws-terms-outstanding-no  VALUE 'N'.

       01 ws-now-group.
           02 ws-now-year               PIC 9(4).
           02 ws-now-month              PIC 9(2).
           02 ws-now-day                PIC 9(2).
           02 ws-now-hour               PIC 9(2).
           02 ws-now-minute             PIC 9(2).
           02 ws-now-second             PIC 9(2).
       01 ws-now-flat REDEFINES ws-now-group
                                        PIC 9(14).

      *Holds the answer of the keyed point lookup against the
      *INDEXED session twin; anything but a hit falls back to the
      *sequential scan below.
       COPY 'asdf-session-index.cpy' REPLACING ==:X:== BY ==kx==.
       01 ws-keyed-result              PIC X.
           88 ws-keyed-found           VALUE 'F'.

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
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-token
           ACCEPT ws-document-text FROM ARGUMENT-VALUE
           ACCEPT ws-version FROM ARGUMENT-VALUE
           ACCEPT ws-source FROM ARGUMENT-VALUE

           CALL 'asdf-utc-timestamp' USING ws-now-group

           PERFORM para-find-session THRU para-find-session-exit
           IF ws-found-no THEN
               DISPLAY 'Session invalid or expired' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           EVALUATE ws-document-text
               WHEN 'TERMS'
                   MOVE 'T' TO ws-document
               WHEN 'PRIVACY'
                   MOVE 'P' TO ws-document
               WHEN OTHER
                   DISPLAY 'Document must be TERMS or PRIVACY'
                       WITH NO ADVANCING
                   MOVE 2 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           CALL 'asdf-current-terms' USING ws-document
               ws-current-version ws-current-effective
               ws-current-reference ws-current-found
           IF ws-current-found-no
                   OR ws-version IS NOT EQUAL TO ws-current-version
                   THEN
               DISPLAY 'Not the version in force' WITH NO ADVANCING
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM para-record-acceptance
               THRU para-record-acceptance-exit

           IF ws-terms-only-yes THEN
               CALL 'asdf-check-terms' USING ws-account-id
                   ws-terms-outstanding
               IF ws-terms-outstanding-no THEN
                   PERFORM para-activate-session
                       THRU para-activate-session-exit
               END-IF
           END-IF
           DISPLAY 'Terms accepted' WITH NO ADVANCING
           STOP RUN
           .

      *Unlike asdf-check-session, an entry marked terms-only is
      *accepted here alongside an active one.
       para-find-session.
           SET ws-found-no TO TRUE
           SET ws-terms-only-no TO TRUE
           CALL 'asdf-read-keyed-session' USING ws-token
               kx-session-index-entry ws-keyed-result
           IF ws-keyed-found THEN
               IF (kx-status-active OR kx-status-terms-only)
                       AND ws-now-flat IS NOT GREATER THAN
                           kx-expiry THEN
                   MOVE kx-account-id TO ws-account-id
                   IF kx-status-terms-only THEN
                       SET ws-terms-only-yes TO TRUE
                   END-IF
                   SET ws-found-yes TO TRUE
               END-IF
               GO TO para-find-session-exit
           END-IF

           OPEN INPUT fd-session-index
           IF ws-index-status IS NOT EQUAL TO '00' THEN
               IF ws-index-status IS EQUAL TO '05' THEN
                   CLOSE fd-session-index
               END-IF
               GO TO para-find-session-exit
           END-IF

           SET ws-eof-no TO TRUE
           PERFORM para-find-session-one
               UNTIL ws-eof-yes OR ws-found-yes
           CLOSE fd-session-index
           .

       para-find-session-exit.
           EXIT PARAGRAPH
           .

       para-find-session-one.
           READ fd-session-index
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF sx-token IS EQUAL TO ws-token
                           AND (sx-status-active
                               OR sx-status-terms-only)
                           AND ws-now-flat IS NOT GREATER THAN
                               sx-expiry THEN
                       MOVE sx-account-id TO ws-account-id
                       IF sx-status-terms-only THEN
                           SET ws-terms-only-yes TO TRUE
                       END-IF
                       SET ws-found-yes TO TRUE
                   END-IF
           END-READ
           .

       para-record-acceptance.
           SET ws-accepted-no TO TRUE
           OPEN INPUT fd-acceptances
           IF ws-acceptances-status IS EQUAL TO '00' THEN
               SET ws-eof-no TO TRUE
               PERFORM para-find-acceptance-one
                   UNTIL ws-eof-yes OR ws-accepted-yes
               CLOSE fd-acceptances
           ELSE
               IF ws-acceptances-status IS EQUAL TO '05' THEN
                   CLOSE fd-acceptances
               END-IF
           END-IF
           IF ws-accepted-yes THEN
               GO TO para-record-acceptance-exit
           END-IF

           MOVE ws-account-id TO ta-account-id
           MOVE ws-document TO ta-document
           MOVE ws-version TO ta-version
           MOVE ws-now-flat TO ta-timestamp
           MOVE ws-source TO ta-source
           OPEN EXTEND fd-acceptances
           WRITE ta-terms-acceptance-entry
           CLOSE fd-acceptances
           .

       para-record-acceptance-exit.
           EXIT PARAGRAPH
           .

       para-find-acceptance-one.
           READ fd-acceptances
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ta-account-id IS EQUAL TO ws-account-id
                           AND ta-document IS EQUAL TO ws-document
                           AND ta-version IS EQUAL TO ws-version THEN
                       SET ws-accepted-yes TO TRUE
                   END-IF
           END-READ
           .

       para-activate-session.
           OPEN I-O fd-session-index
           IF ws-index-status IS NOT EQUAL TO '00' THEN
               IF ws-index-status IS EQUAL TO '05' THEN
                   CLOSE fd-session-index
               END-IF
               GO TO para-activate-session-exit
           END-IF

           SET ws-eof-no TO TRUE
           SET ws-found-no TO TRUE
           PERFORM para-activate-session-one
               UNTIL ws-eof-yes OR ws-found-yes
           CLOSE fd-session-index
           .

       para-activate-session-exit.
           EXIT PARAGRAPH
           .

       para-activate-session-one.
           READ fd-session-index
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF sx-token IS EQUAL TO ws-token
                           AND sx-status-terms-only THEN
                       SET sx-status-active TO TRUE
                       REWRITE sx-session-index-entry
                       CALL 'asdf-put-keyed-session'
                           USING sx-session-index-entry
                       SET ws-found-yes TO TRUE
                   END-IF
           END-READ
           .
