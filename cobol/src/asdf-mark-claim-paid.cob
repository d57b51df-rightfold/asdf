      *Marks every open share under one of the acting member's claim
      *references (asdf-expense-claim.cpy) as paid, once the
      *employer has reimbursed it. A paid share stays on file - it
      *is what keeps asdf-mark-reimbursable from letting the same
      *share onto another claim - and asdf-expense-claim-report
      *shows it as paid rather than outstanding. Arguments: account
      *UUID, session token (asdf-check-session-account must resolve
      *it to the account), claim reference.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-mark-claim-paid.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-claims
           ASSIGN DYNAMIC ws-claims-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-claims-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-claims.
       COPY 'asdf-expense-claim.cpy' REPLACING ==:X:== BY ==ec==.

       WORKING-STORAGE SECTION.
       01 ws-claims-path               PIC X(256).
       01 ws-claims-status             PIC XX.

       01 ws-uuid-text                 PIC X(32).
       01 ws-account                   PIC X(16).
       01 ws-account-text              PIC X(32).
       01 ws-session-token             PIC X(16).
       01 ws-session-account           PIC X(16).
       01 ws-session-valid             PIC X.
           88 ws-session-valid-yes     VALUE 'Y'.
           88 ws-session-valid-no      VALUE 'N'.
       01 ws-reference                 PIC X(20).

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-paid-count                PIC 9(4) COMP VALUE 0.
       01 ws-paid-edit                 PIC Z(3)9.

       01 ws-now-group.
           02 ws-now-year              PIC 9(4).
           02 ws-now-month             PIC 9(2).
           02 ws-now-day               PIC 9(2).
           02 ws-now-hour              PIC 9(2).
           02 ws-now-minute            PIC 9(2).
           02 ws-now-second            PIC 9(2).
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
           ACCEPT ws-account-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-account-text ws-account
           CALL 'asdf-format-uuid' USING ws-account ws-account-text
           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text
               ws-session-token

           CALL 'asdf-check-session-account' USING ws-session-token
               ws-session-account ws-session-valid
           IF ws-session-valid-no OR ws-session-account IS NOT
                   EQUAL TO ws-account THEN
               DISPLAY 'Invalid or expired session'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT ws-reference FROM ARGUMENT-VALUE
           IF ws-reference IS EQUAL TO SPACES THEN
               DISPLAY 'Missing claim reference' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           CALL 'asdf-utc-timestamp' USING ws-now-group
           MOVE SPACES TO ws-claims-path
           STRING '/var/lib/asdf/account/' ws-account-text
               '/expense-claims'
               INTO ws-claims-path
           PERFORM para-mark-paid THRU para-mark-paid-exit

           IF ws-paid-count IS EQUAL TO 0 THEN
               DISPLAY 'No open shares under '
                   FUNCTION TRIM(ws-reference) WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ws-paid-count TO ws-paid-edit
           DISPLAY FUNCTION TRIM(ws-paid-edit)
               ' share(s) marked paid under '
               FUNCTION TRIM(ws-reference) WITH NO ADVANCING
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

       para-mark-paid.
           OPEN I-O fd-claims
           IF ws-claims-status IS NOT EQUAL TO '00' THEN
               IF ws-claims-status IS EQUAL TO '05' THEN
                   CLOSE fd-claims
               END-IF
               GO TO para-mark-paid-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-mark-paid-one UNTIL ws-eof-yes
           CLOSE fd-claims
           .

       para-mark-paid-exit.
           EXIT PARAGRAPH
           .

       para-mark-paid-one.
           READ fd-claims
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ec-reference IS EQUAL TO ws-reference
                           AND ec-status-open THEN
                       SET ec-status-paid TO TRUE
                       MOVE ws-now-flat TO ec-paid-timestamp
                       REWRITE ec-expense-claim
                       ADD 1 TO ws-paid-count
                   END-IF
           END-READ
           .
