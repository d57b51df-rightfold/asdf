      *Expense-claim report for one member: every share they marked
      *reimbursable (asdf-expense-claim.cpy) on an entry dated in the
      *range, across all their groups - date, description, category,
      *their share converted into the claim currency at the rate on
      *the entry's own date (asdf-convert-amount), the attachment
      *reference to staple to the claim, the claim reference and
      *whether the employer has paid it yet. Ends with the
      *outstanding and paid totals in the claim currency.
      *
      *Arguments: account UUID, session token
      *(asdf-check-session-account must resolve it to the account),
      *from date and to date (YYYYMMDD, inclusive), claim currency,
      *and an optional claim reference to report that claim alone.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-expense-claim-report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-claims
           ASSIGN DYNAMIC ws-claims-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-claims-status.

       SELECT OPTIONAL fd-ledger
           ASSIGN DYNAMIC ws-ledger
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-ledger-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-claims.
       COPY 'asdf-expense-claim.cpy' REPLACING ==:X:== BY ==ec==.

       FD fd-ledger.
       COPY 'asdf-transaction.cpy' REPLACING ==:X:== BY ==fs==.

       WORKING-STORAGE SECTION.
       01 ws-claims-path               PIC X(256).
       01 ws-claims-status             PIC XX.
       01 ws-ledger                    PIC X(256).
       01 ws-ledger-status             PIC XX.

       01 ws-uuid-text                 PIC X(32).
       01 ws-account                   PIC X(16).
       01 ws-account-text              PIC X(32).
       01 ws-session-token             PIC X(16).
       01 ws-session-account           PIC X(16).
       01 ws-session-valid             PIC X.
           88 ws-session-valid-yes     VALUE 'Y'.
           88 ws-session-valid-no      VALUE 'N'.

       01 ws-from-text                 PIC X(8).
       01 ws-to-text                   PIC X(8).
       01 ws-from-date                 PIC 9(8).
       01 ws-to-date                   PIC 9(8).
       01 ws-claim-currency            PIC X(3).
       01 ws-reference                 PIC X(20) VALUE SPACES.

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.

      *The shares in range, with the entry details filled in from
      *each group's ledger - one ledger pass per group.
       01 ws-share-limit               PIC 9(4) COMP VALUE 1000.
       01 ws-share-count               PIC 9(4) COMP VALUE 0.
       01 ws-shares.
           02 ws-share-entry OCCURS 1000 TIMES.
               03 ws-share-group       PIC X(16).
               03 ws-share-id          PIC X(16).
               03 ws-share-reference   PIC X(20).
               03 ws-share-amount      PIC 9(10) COMP.
               03 ws-share-currency    PIC X(3).
               03 ws-share-date        PIC 9(8).
               03 ws-share-status      PIC X.
               03 ws-share-filled      PIC X.
               03 ws-share-category    PIC X(20).
               03 ws-share-attachment  PIC X(64).
               03 ws-share-comment     PIC X(200).
       01 ws-s                         PIC 9(4) COMP.
       01 ws-t                         PIC 9(4) COMP.
       01 ws-fill-group                PIC X(16).
       01 ws-group-text                PIC X(32).

       01 ws-converted                 PIC S9(11) COMP.
       01 ws-outstanding-total         PIC S9(11) COMP VALUE 0.
       01 ws-paid-total                PIC S9(11) COMP VALUE 0.
       01 ws-amount-text               PIC X(20).
       01 ws-state-text                PIC X(4).

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

           ACCEPT ws-from-text FROM ARGUMENT-VALUE
           ACCEPT ws-to-text FROM ARGUMENT-VALUE
           ACCEPT ws-claim-currency FROM ARGUMENT-VALUE
           IF ws-from-text IS NOT NUMERIC
                   OR ws-to-text IS NOT NUMERIC
                   OR ws-claim-currency IS EQUAL TO SPACES THEN
               DISPLAY 'Give from and to dates (YYYYMMDD) and the'
                   ' claim currency' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ws-from-text TO ws-from-date
           MOVE ws-to-text TO ws-to-date
           ACCEPT ws-reference FROM ARGUMENT-VALUE

           PERFORM para-load-shares THRU para-load-shares-exit
           PERFORM para-fill-group
               VARYING ws-s FROM 1 BY 1
               UNTIL ws-s > ws-share-count

           DISPLAY 'EXPENSE CLAIM ' ws-account-text ' '
               ws-from-date ' ' ws-to-date ' ' ws-claim-currency
           PERFORM para-print-share
               VARYING ws-s FROM 1 BY 1
               UNTIL ws-s > ws-share-count
           CALL 'asdf-format-amount' USING ws-outstanding-total
               ws-claim-currency ws-amount-text
           DISPLAY 'OUTSTANDING ' FUNCTION TRIM(ws-amount-text)
           CALL 'asdf-format-amount' USING ws-paid-total
               ws-claim-currency ws-amount-text
           DISPLAY 'PAID ' FUNCTION TRIM(ws-amount-text)
           STOP RUN
           .

       para-load-shares.
           MOVE SPACES TO ws-claims-path
           STRING '/var/lib/asdf/account/' ws-account-text
               '/expense-claims'
               INTO ws-claims-path
           OPEN INPUT fd-claims
           IF ws-claims-status IS NOT EQUAL TO '00' THEN
               IF ws-claims-status IS EQUAL TO '05' THEN
                   CLOSE fd-claims
               END-IF
               GO TO para-load-shares-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-load-shares-one UNTIL ws-eof-yes
           CLOSE fd-claims
           .

       para-load-shares-exit.
           EXIT PARAGRAPH
           .

       para-load-shares-one.
           READ fd-claims
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ec-entry-date IS LESS THAN ws-from-date
                           OR ec-entry-date IS GREATER THAN
                               ws-to-date THEN
                       EXIT PARAGRAPH
                   END-IF
                   IF ws-reference IS NOT EQUAL TO SPACES
                           AND ec-reference IS NOT EQUAL TO
                               ws-reference THEN
                       EXIT PARAGRAPH
                   END-IF
                   IF ws-share-count IS GREATER THAN OR EQUAL TO
                           ws-share-limit THEN
                       DISPLAY 'Too many claimed shares for report'
                           WITH NO ADVANCING
                       MOVE 101 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO ws-share-count
                   MOVE ec-group-id TO ws-share-group(ws-share-count)
                   MOVE ec-transaction-id
                       TO ws-share-id(ws-share-count)
                   MOVE ec-reference
                       TO ws-share-reference(ws-share-count)
                   MOVE ec-share TO ws-share-amount(ws-share-count)
                   MOVE ec-currency
                       TO ws-share-currency(ws-share-count)
                   MOVE ec-entry-date TO ws-share-date(ws-share-count)
                   MOVE ec-status TO ws-share-status(ws-share-count)
                   MOVE 'N' TO ws-share-filled(ws-share-count)
                   MOVE SPACES TO ws-share-category(ws-share-count)
                       ws-share-attachment(ws-share-count)
                       ws-share-comment(ws-share-count)
           END-READ
           .

      *The first share of each group not yet filled triggers one
      *pass over that group's ledger, filling every share from it.
       para-fill-group.
           IF ws-share-filled(ws-s) IS EQUAL TO 'Y' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE ws-share-group(ws-s) TO ws-fill-group
           CALL 'asdf-format-uuid' USING ws-fill-group ws-group-text
           MOVE SPACES TO ws-ledger
           STRING '/var/lib/asdf/group/' ws-group-text '/ledger'
               INTO ws-ledger
           OPEN INPUT fd-ledger
           IF ws-ledger-status IS EQUAL TO '00' THEN
               SET ws-eof-no TO TRUE
               PERFORM para-fill-group-one UNTIL ws-eof-yes
               CLOSE fd-ledger
           ELSE
               IF ws-ledger-status IS EQUAL TO '05' THEN
                   CLOSE fd-ledger
               END-IF
           END-IF
           PERFORM para-mark-filled
               VARYING ws-t FROM ws-s BY 1
               UNTIL ws-t > ws-share-count
           .

       para-fill-group-one.
           READ fd-ledger
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   PERFORM para-fill-share
                       VARYING ws-t FROM ws-s BY 1
                       UNTIL ws-t > ws-share-count
           END-READ
           .

       para-fill-share.
           IF ws-share-group(ws-t) IS EQUAL TO ws-fill-group
                   AND ws-share-id(ws-t) IS EQUAL TO fs-id THEN
               MOVE fs-category TO ws-share-category(ws-t)
               MOVE fs-attachment-ref TO ws-share-attachment(ws-t)
               MOVE fs-comment TO ws-share-comment(ws-t)
           END-IF
           .

       para-mark-filled.
           IF ws-share-group(ws-t) IS EQUAL TO ws-fill-group THEN
               MOVE 'Y' TO ws-share-filled(ws-t)
           END-IF
           .

       para-print-share.
           CALL 'asdf-convert-amount' USING ws-share-amount(ws-s)
               ws-share-currency(ws-s) ws-share-date(ws-s)
               ws-claim-currency ws-converted
           IF ws-share-status(ws-s) IS EQUAL TO 'P' THEN
               MOVE 'PAID' TO ws-state-text
               ADD ws-converted TO ws-paid-total
           ELSE
               MOVE 'OPEN' TO ws-state-text
               ADD ws-converted TO ws-outstanding-total
           END-IF
           CALL 'asdf-format-amount' USING ws-converted
               ws-claim-currency ws-amount-text
           IF ws-share-category(ws-s) IS EQUAL TO SPACES THEN
               MOVE 'uncategorized' TO ws-share-category(ws-s)
           END-IF
           DISPLAY ws-share-date(ws-s)(1:4) '-'
               ws-share-date(ws-s)(5:2) '-'
               ws-share-date(ws-s)(7:2) ' '
               FUNCTION TRIM(ws-share-category(ws-s)) ' '
               FUNCTION TRIM(ws-amount-text) ' '
               FUNCTION TRIM(ws-share-reference(ws-s)) ' '
               ws-state-text ' '
               FUNCTION TRIM(ws-share-attachment(ws-s)) ' '
               FUNCTION TRIM(ws-share-comment(ws-s))
           .
