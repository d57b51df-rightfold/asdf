      *Flips an account's mobile number to verified when the code
      *asdf-set-mobile-number texted to it is presented - the
      *number's counterpart of asdf-verify-email. Arguments: account
      *UUID, session token (asdf-check-session-account must resolve
      *it to the account), the six-digit code. Rejects a wrong or
      *expired code, an account with no number on file, or a number
      *already verified, with the usual message-plus-RETURN-CODE-1
      *shape. Five wrong codes void the current one; the member then
      *asks for a fresh one through asdf-set-mobile-number.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-verify-mobile.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-mobile
           ASSIGN DYNAMIC ws-mobile-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-mobile-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-mobile.
       COPY 'asdf-mobile.cpy' REPLACING ==:X:== BY ==mo==.

       WORKING-STORAGE SECTION.
       01 ws-mobile-path               PIC X(256).
       01 ws-mobile-status             PIC XX.

       01 ws-uuid-text                 PIC X(32).
       01 ws-account                   PIC X(16).
       01 ws-account-text              PIC X(32).
       01 ws-session-token             PIC X(16).
       01 ws-session-account           PIC X(16).
       01 ws-session-valid             PIC X.
           88 ws-session-valid-yes     VALUE 'Y'.
           88 ws-session-valid-no      VALUE 'N'.

       01 ws-code-text                 PIC X(10).
       01 ws-code                      PIC 9(6).
       01 ws-attempt-limit             PIC 9(2) VALUE 5.
       01 ws-valid                     PIC X.
           88 ws-valid-yes             VALUE 'Y'.
           88 ws-valid-no              VALUE 'N'.
       01 ws-now-group.
           02 ws-now-year               PIC 9(4).
           02 ws-now-month              PIC 9(2).
           02 ws-now-day                PIC 9(2).
           02 ws-now-hour               PIC 9(2).
           02 ws-now-minute             PIC 9(2).
           02 ws-now-second             PIC 9(2).
       01 ws-now-flat REDEFINES ws-now-group
                                        PIC 9(14).

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
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-account
           CALL 'asdf-format-uuid' USING ws-account ws-account-text

           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-session-token
           CALL 'asdf-check-session-account' USING ws-session-token
               ws-session-account ws-session-valid
           IF ws-session-valid-no THEN
               DISPLAY 'Invalid or expired session' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-session-account IS NOT EQUAL TO ws-account THEN
               DISPLAY 'Session does not match account'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT ws-code-text FROM ARGUMENT-VALUE
           IF FUNCTION TRIM(ws-code-text) IS NOT NUMERIC THEN
               GO TO para-reject
           END-IF
           MOVE FUNCTION TRIM(ws-code-text) TO ws-code
           CALL 'asdf-utc-timestamp' USING ws-now-group

           PERFORM para-check-code THRU para-check-code-exit
           IF ws-valid-no THEN
               GO TO para-reject
           END-IF

           DISPLAY 'Mobile number verified' WITH NO ADVANCING
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

       para-reject.
           DISPLAY 'Verification code invalid' WITH NO ADVANCING
           MOVE 1 TO RETURN-CODE
           STOP RUN
           .

       para-check-code.
           SET ws-valid-no TO TRUE
           MOVE SPACES TO ws-mobile-path
           STRING '/var/lib/asdf/account/' ws-account-text '/mobile'
               INTO ws-mobile-path
           OPEN I-O fd-mobile
           IF ws-mobile-status IS NOT EQUAL TO '00' THEN
               IF ws-mobile-status IS EQUAL TO '05' THEN
                   CLOSE fd-mobile
               END-IF
               GO TO para-check-code-exit
           END-IF
           READ fd-mobile
               AT END
                   CLOSE fd-mobile
                   GO TO para-check-code-exit
           END-READ

           IF mo-verified-yes
                   OR mo-failed-attempts IS NOT LESS THAN
                       ws-attempt-limit
                   OR ws-now-flat IS GREATER THAN mo-code-expiry THEN
               CLOSE fd-mobile
               GO TO para-check-code-exit
           END-IF

      *A wrong code counts against the limit; the limit reached, the
      *code is voided outright.
           IF mo-verify-code IS NOT EQUAL TO ws-code THEN
               ADD 1 TO mo-failed-attempts
               IF mo-failed-attempts IS NOT LESS THAN
                       ws-attempt-limit THEN
                   MOVE 0 TO mo-verify-code
                   MOVE 0 TO mo-code-expiry
               END-IF
               REWRITE mo-mobile
               CLOSE fd-mobile
               GO TO para-check-code-exit
           END-IF

           SET ws-valid-yes TO TRUE
           SET mo-verified-yes TO TRUE
           MOVE 0 TO mo-verify-code
           MOVE 0 TO mo-code-expiry
           MOVE 0 TO mo-failed-attempts
           REWRITE mo-mobile
           CLOSE fd-mobile
           .

       para-check-code-exit.
           EXIT PARAGRAPH
           .
