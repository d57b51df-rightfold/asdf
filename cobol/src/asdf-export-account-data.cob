           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-account-status.

       SELECT OPTIONAL fd-mobile
           ASSIGN DYNAMIC ws-mobile-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-mobile-status.

       SELECT OPTIONAL fd-payout-currency
           ASSIGN DYNAMIC ws-payout-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-payout-status.

       SELECT OPTIONAL fd-memberships
           ASSIGN DYNAMIC ws-memberships-path
           ACCESS IS SEQUENTIAL
       FD fd-account.
       COPY 'asdf-account.cpy' REPLACING ==:X:== BY ==fa==.

       FD fd-mobile.
       COPY 'asdf-mobile.cpy' REPLACING ==:X:== BY ==mo==.

       FD fd-payout-currency.
       COPY 'asdf-payout-currency.cpy' REPLACING ==:X:== BY ==pc==.

       FD fd-memberships.
       COPY 'asdf-membership.cpy' REPLACING ==:X:== BY ==ms==.

       01 ws-out-path                  PIC X(256).
       01 ws-account-path              PIC X(256).
       01 ws-account-status            PIC XX.
       01 ws-mobile-path               PIC X(256).
       01 ws-mobile-status             PIC XX.
       01 ws-payout-path               PIC X(256).
       01 ws-payout-status             PIC XX.
       01 ws-memberships-path          PIC X(256)
           VALUE '/var/lib/asdf/membership-index'.
       01 ws-memberships-status        PIC XX.
       01 ws-subject                   PIC X(16).
       01 ws-subject-text              PIC X(32).
       01 ws-subject-email             PIC X(254).
      *The account record and the mail queues hold the address in its
      *protected form (asdf-protect-field); the login audit and the
      *bundle itself carry the plain one.
       01 ws-subject-plain-email       PIC X(254).
       01 ws-reveal-mode               PIC X VALUE 'R'.
       01 ws-protected-value           PIC X(254).
       01 ws-plain-value               PIC X(254).

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           VALUE 'asdf-export-account-data'.
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
           READ fd-account
           CLOSE fd-account
           MOVE fa-email TO ws-subject-email
           CALL 'asdf-protect-field' USING ws-reveal-mode
               ws-subject-email ws-subject-plain-email

           MOVE SPACES TO ws-line
           STRING 'email ' FUNCTION TRIM(ws-subject-plain-email)
               DELIMITED BY SIZE INTO ws-line
               ON OVERFLOW CONTINUE
           END-STRING
               ON OVERFLOW CONTINUE
           END-STRING
           PERFORM para-emit
           MOVE fa-bank-details TO ws-protected-value
           CALL 'asdf-protect-field' USING ws-reveal-mode
               ws-protected-value ws-plain-value
           MOVE SPACES TO ws-line
           STRING 'bank-details ' FUNCTION TRIM(ws-plain-value)
               DELIMITED BY SIZE INTO ws-line
               ON OVERFLOW CONTINUE
           END-STRING
           PERFORM para-emit
           PERFORM para-export-mobile THRU para-export-mobile-exit
           PERFORM para-export-payout-currency
               THRU para-export-payout-currency-exit
           MOVE 'END ACCOUNT' TO ws-line
           PERFORM para-emit
           .
           EXIT PARAGRAPH
           .

       para-export-mobile.
           MOVE SPACES TO ws-mobile-path
           STRING '/var/lib/asdf/account/' ws-subject-text '/mobile'
               INTO ws-mobile-path
           OPEN INPUT fd-mobile
           IF ws-mobile-status IS NOT EQUAL TO '00' THEN
               IF ws-mobile-status IS EQUAL TO '05' THEN
                   CLOSE fd-mobile
               END-IF
               GO TO para-export-mobile-exit
           END-IF
           READ fd-mobile
               AT END
                   CLOSE fd-mobile
                   GO TO para-export-mobile-exit
           END-READ
           CLOSE fd-mobile
           MOVE mo-number TO ws-protected-value
           CALL 'asdf-protect-field' USING ws-reveal-mode
               ws-protected-value ws-plain-value
           MOVE SPACES TO ws-line
           STRING 'mobile ' FUNCTION TRIM(ws-plain-value)
               ' verified ' mo-verified
               DELIMITED BY SIZE INTO ws-line
               ON OVERFLOW CONTINUE
           END-STRING
           PERFORM para-emit
           .

       para-export-mobile-exit.
           EXIT PARAGRAPH
           .

       para-export-payout-currency.
           MOVE SPACES TO ws-payout-path
           STRING '/var/lib/asdf/account/' ws-subject-text
               '/payout-currency' INTO ws-payout-path
           OPEN INPUT fd-payout-currency
           IF ws-payout-status IS NOT EQUAL TO '00' THEN
               IF ws-payout-status IS EQUAL TO '05' THEN
                   CLOSE fd-payout-currency
               END-IF
               GO TO para-export-payout-currency-exit
           END-IF
           READ fd-payout-currency
               AT END
                   CLOSE fd-payout-currency
                   GO TO para-export-payout-currency-exit
           END-READ
           CLOSE fd-payout-currency
           IF pc-currency IS EQUAL TO SPACES THEN
               GO TO para-export-payout-currency-exit
           END-IF
           MOVE SPACES TO ws-line
           STRING 'payout-currency ' pc-currency
               ' set ' pc-set-timestamp
               DELIMITED BY SIZE INTO ws-line
           END-STRING
           PERFORM para-emit
           .

       para-export-payout-currency-exit.
           EXIT PARAGRAPH
           .

       para-export-memberships.
           MOVE 'MEMBERSHIPS' TO ws-line
           PERFORM para-emit
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF la-email IS EQUAL TO ws-subject-plain-email
                           THEN
                       MOVE SPACES TO ws-line
                       STRING 'login ' la-timestamp ' success '
                           la-success ' source '
