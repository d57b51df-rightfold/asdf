      *Cancels a change of email address asdf-change-email recorded,
      *from the notice it mailed to the old address. Argument: the
      *cancel token. An open request is marked cancelled, so its
      *confirmation token stops working, and the cancellation is
      *logged to the global admin-audit trail by account id. The
      *cancel token outlives the confirmation window: a request is
      *only truly finished once confirmed or cancelled. Rejects with
      *the usual message-plus-RETURN-CODE-1 shape when no open
      *request carries the token.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-cancel-email-change.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-changes
           ASSIGN DYNAMIC ws-changes-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-changes-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-changes.
       COPY 'asdf-email-change.cpy' REPLACING ==:X:== BY ==ec==.

       WORKING-STORAGE SECTION.
       01 ws-changes-path              PIC X(256)
           VALUE '/var/lib/asdf/email-changes'.
       01 ws-changes-status            PIC XX.

       01 ws-uuid-text                 PIC X(32).
       01 ws-cancel-token              PIC X(16).
       01 ws-account                   PIC X(16).
       01 ws-account-text              PIC X(32).

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-found                     PIC X.
           88 ws-found-yes             VALUE 'Y'.
           88 ws-found-no              VALUE 'N'.

       01 ws-audit-group               PIC X(16) VALUE LOW-VALUES.
       01 ws-audit-program             PIC X(30)
           VALUE 'asdf-cancel-email-change'.
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
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-cancel-token

           PERFORM para-cancel THRU para-cancel-exit
           IF ws-found-no THEN
               DISPLAY 'Cancel token invalid or already used'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           CALL 'asdf-format-uuid' USING ws-account ws-account-text
           MOVE SPACES TO ws-audit-detail
           STRING 'email address change for ' ws-account-text
               ' cancelled from the old address'
               DELIMITED BY SIZE INTO ws-audit-detail
               ON OVERFLOW CONTINUE
           END-STRING
           CALL 'asdf-append-admin-audit' USING ws-audit-group
               ws-account ws-audit-program ws-audit-detail

           DISPLAY 'Email change cancelled' WITH NO ADVANCING
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

       para-cancel.
           SET ws-found-no TO TRUE
           OPEN I-O fd-changes
           IF ws-changes-status IS NOT EQUAL TO '00' THEN
               IF ws-changes-status IS EQUAL TO '05' THEN
                   CLOSE fd-changes
               END-IF
               GO TO para-cancel-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-cancel-one UNTIL ws-eof-yes OR ws-found-yes
           CLOSE fd-changes
           .

       para-cancel-exit.
           EXIT PARAGRAPH
           .

       para-cancel-one.
           READ fd-changes
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ec-cancel-token IS EQUAL TO ws-cancel-token
                           AND ec-status-open THEN
                       SET ec-status-cancelled TO TRUE
                       REWRITE ec-email-change-entry
                       MOVE ec-account-id TO ws-account
                       SET ws-found-yes TO TRUE
                   END-IF
           END-READ
           .
