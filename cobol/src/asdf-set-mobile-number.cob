      *Records a mobile number for the calling account and texts it a
      *six-digit verification code, the number's counterpart of the
      *token asdf-register-account mails to a new address. The number
      *lands in the account's mobile file (asdf-mobile.cpy)
      *unverified - replacing any number held before, verified or
      *not - and nothing but the code is sent to it until
      *asdf-verify-mobile sees the code come back. Until then an
      *account on the SMS channel keeps getting its notices by mail.
      *
      *Arguments: account UUID, session token (asdf-check-session-
      *account must resolve it to the account), the number in
      *international form: '+' then 7 to 19 digits.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-set-mobile-number.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-mobile
           ASSIGN DYNAMIC ws-mobile-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-mobile-status.

       SELECT OPTIONAL fd-sms-queue
           ASSIGN DYNAMIC ws-queue-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD fd-mobile.
       COPY 'asdf-mobile.cpy' REPLACING ==:X:== BY ==mo==.

       FD fd-sms-queue.
       COPY 'asdf-sms-queue.cpy' REPLACING ==:X:== BY ==sq==.

       WORKING-STORAGE SECTION.
       01 ws-mobile-path               PIC X(256).
       01 ws-mobile-status             PIC XX.
       01 ws-queue-path                PIC X(256)
           VALUE '/var/lib/asdf/sms-queue'.

       01 ws-uuid-text                 PIC X(32).
       01 ws-account                   PIC X(16).
       01 ws-account-text              PIC X(32).
       01 ws-session-token             PIC X(16).
       01 ws-session-account           PIC X(16).
       01 ws-session-valid             PIC X.
           88 ws-session-valid-yes     VALUE 'Y'.
           88 ws-session-valid-no      VALUE 'N'.

       01 ws-number                    PIC X(40).
       01 ws-number-length             PIC 9(3) COMP.
       01 ws-digits                    PIC X(40).
       01 ws-protect-mode              PIC X VALUE 'P'.
       01 ws-plain-number              PIC X(254).
       01 ws-protected-number          PIC X(254).

      *The code is drawn from the first bytes of a fresh UUID.
       01 ws-seed                      PIC X(16).
       01 ws-code                      PIC 9(6).
       01 ws-code-minutes              PIC 9(5) VALUE 15.
       01 ws-now-group.
           02 ws-now-year               PIC 9(4).
           02 ws-now-month              PIC 9(2).
           02 ws-now-day                PIC 9(2).
           02 ws-now-hour               PIC 9(2).
           02 ws-now-minute             PIC 9(2).
           02 ws-now-second             PIC 9(2).
       01 ws-now-flat REDEFINES ws-now-group
                                        PIC 9(14).
       01 ws-expiry-group.
           02 ws-expiry-year            PIC 9(4).
           02 ws-expiry-month           PIC 9(2).
           02 ws-expiry-day             PIC 9(2).
           02 ws-expiry-hour            PIC 9(2).
           02 ws-expiry-minute          PIC 9(2).
           02 ws-expiry-second          PIC 9(2).
       01 ws-expiry-flat REDEFINES ws-expiry-group
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

           ACCEPT ws-number FROM ARGUMENT-VALUE
           PERFORM para-check-number THRU para-check-number-exit

           CALL 'asdf-utc-timestamp' USING ws-now-group
           MOVE ws-now-group TO ws-expiry-group
           CALL 'asdf-add-minutes' USING ws-expiry-group
               ws-code-minutes
           CALL 'asdf-generate-uuid' USING ws-seed
           COMPUTE ws-code = FUNCTION MOD(
               FUNCTION ORD(ws-seed(1:1)) * 65536
               + FUNCTION ORD(ws-seed(2:1)) * 256
               + FUNCTION ORD(ws-seed(3:1)), 1000000)

           MOVE ws-number TO ws-plain-number
           CALL 'asdf-protect-field' USING ws-protect-mode
               ws-plain-number ws-protected-number

           MOVE SPACES TO ws-mobile-path
           STRING '/var/lib/asdf/account/' ws-account-text '/mobile'
               INTO ws-mobile-path
           MOVE ws-protected-number TO mo-number
           SET mo-verified-no TO TRUE
           MOVE ws-code TO mo-verify-code
           MOVE ws-expiry-flat TO mo-code-expiry
           MOVE 0 TO mo-failed-attempts
           MOVE ws-now-flat TO mo-set-timestamp
      *The account's directory is where its info record lives; no
      *directory, no account.
           OPEN OUTPUT fd-mobile
           IF ws-mobile-status IS NOT EQUAL TO '00' THEN
               DISPLAY 'Unknown account' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE mo-mobile
           CLOSE fd-mobile

      *Straight onto the spool: asdf-queue-sms sends only to numbers
      *already verified, and this one is not yet.
           MOVE ws-protected-number TO sq-to-number
           MOVE ws-account TO sq-account-id
           MOVE SPACES TO sq-text
           STRING 'Your asdf verification code is ' ws-code
               '. It expires in 15 minutes.'
               DELIMITED BY SIZE INTO sq-text
           MOVE FUNCTION CURRENT-DATE TO sq-queued-timestamp
           OPEN EXTEND fd-sms-queue
           WRITE sq-sms-entry
           CLOSE fd-sms-queue

           DISPLAY 'Verification code sent' WITH NO ADVANCING
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

      *'+' then 7 to 19 digits and nothing else.
       para-check-number.
           IF ws-number IS EQUAL TO SPACES
                   OR ws-number IS EQUAL TO LOW-VALUES THEN
               GO TO para-bad-number
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ws-number TRAILING))
               TO ws-number-length
           IF ws-number(1:1) IS NOT EQUAL TO '+'
                   OR ws-number-length IS LESS THAN 8
                   OR ws-number-length IS GREATER THAN 20 THEN
               GO TO para-bad-number
           END-IF
           MOVE ws-number(2:ws-number-length - 1) TO ws-digits
           IF ws-digits(1:ws-number-length - 1) IS NOT NUMERIC THEN
               GO TO para-bad-number
           END-IF
           GO TO para-check-number-exit
           .

       para-bad-number.
           DISPLAY 'Invalid mobile number' WITH NO ADVANCING
           MOVE 1 TO RETURN-CODE
           STOP RUN
           .

       para-check-number-exit.
           EXIT PARAGRAPH
           .
