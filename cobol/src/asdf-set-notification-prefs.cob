      *Sets the calling account's own new-debt notification
      *preferences, checked by asdf-append-to-ledger's
      *para-notify-debitor before it queues anything.
      *Arguments: account UUID, channel ('E' email, 'S' text message
      *or 'N' none), frequency ('I' immediate or 'D' digest; ignored
      *when channel is 'N'). 'S' is accepted only once the account's
      *mobile number has been verified (asdf-verify-mobile).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-set-notification-prefs.
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-account-status.

       SELECT OPTIONAL fd-mobile
           ASSIGN DYNAMIC ws-mobile-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-mobile-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-account.
       COPY 'asdf-account.cpy' REPLACING ==:X:== BY ==fa==.

       FD fd-mobile.
       COPY 'asdf-mobile.cpy' REPLACING ==:X:== BY ==mo==.

       WORKING-STORAGE SECTION.
       01 ws-account-text              PIC X(32).
       01 ws-account                   PIC X(16).

       01 ws-path                      PIC X(256).
       01 ws-account-status            PIC XX.
       01 ws-mobile-path               PIC X(256).
       01 ws-mobile-status             PIC XX.
       01 ws-mobile-verified           PIC X.
           88 ws-mobile-verified-yes   VALUE 'Y'.
           88 ws-mobile-verified-no    VALUE 'N'.

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
           ACCEPT ws-account-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-account-text ws-account

           ACCEPT ws-channel FROM ARGUMENT-VALUE
           IF ws-channel IS NOT EQUAL TO 'E' AND 'N' AND 'S' THEN
               DISPLAY 'Invalid channel' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-channel IS EQUAL TO 'S' THEN
               PERFORM para-check-mobile THRU para-check-mobile-exit
               IF ws-mobile-verified-no THEN
                   DISPLAY 'No verified mobile number on file'
                       WITH NO ADVANCING
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           ACCEPT ws-frequency FROM ARGUMENT-VALUE
           IF ws-frequency IS NOT EQUAL TO 'I' AND 'D' THEN
       para-update-exit.
           EXIT PARAGRAPH
           .

       para-check-mobile.
           SET ws-mobile-verified-no TO TRUE
           CALL 'asdf-format-uuid' USING ws-account ws-account-text
           MOVE SPACES TO ws-mobile-path
           STRING '/var/lib/asdf/account/' ws-account-text '/mobile'
               INTO ws-mobile-path
           OPEN INPUT fd-mobile
           IF ws-mobile-status IS NOT EQUAL TO '00' THEN
               IF ws-mobile-status IS EQUAL TO '05' THEN
                   CLOSE fd-mobile
               END-IF
               GO TO para-check-mobile-exit
           END-IF
           READ fd-mobile
               NOT AT END
                   IF mo-verified-yes THEN
                       SET ws-mobile-verified-yes TO TRUE
                   END-IF
           END-READ
           CLOSE fd-mobile
           .

       para-check-mobile-exit.
           EXIT PARAGRAPH
           .
