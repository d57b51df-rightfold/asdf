      *Marks the acting member's share of a group entry as
      *reimbursable by their employer, under a claim reference
      *(asdf-expense-claim.cpy), so the expense claim comes out of
      *asdf-expense-claim-report instead of being rebuilt from
      *asdf-statement by hand. Arguments: acting account UUID,
      *session token, group UUID, transaction UUID, claim reference
      *(up to 20 characters).
      *
      *The entry must be a debt still standing - not reversed or
      *written off - and must charge the acting member something:
      *their receipt-line shares when it is itemized, otherwise the
      *whole amount when they are its debitor. A share already on
      *file, whether its claim is open or paid, is refused so it
      *can't be claimed twice.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-mark-reimbursable.

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

       SELECT OPTIONAL fd-items
           ASSIGN DYNAMIC ws-items-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-items-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-claims.
       COPY 'asdf-expense-claim.cpy' REPLACING ==:X:== BY ==ec==.

       FD fd-ledger.
       COPY 'asdf-transaction.cpy' REPLACING ==:X:== BY ==fs==.

       FD fd-items.
       COPY 'asdf-line-item.cpy' REPLACING ==:X:== BY ==it==.

       WORKING-STORAGE SECTION.
       01 ws-claims-path               PIC X(256).
       01 ws-claims-status             PIC XX.
       01 ws-ledger                    PIC X(256).
       01 ws-ledger-status             PIC XX.
       01 ws-items-path                PIC X(256).
       01 ws-items-status              PIC XX.

       01 ws-uuid-text                 PIC X(32).
       01 ws-acting-account            PIC X(16).
       01 ws-acting-text               PIC X(32).
       01 ws-session-token             PIC X(16).
       01 ws-session-account           PIC X(16).
       01 ws-session-valid             PIC X.
           88 ws-session-valid-yes     VALUE 'Y'.
           88 ws-session-valid-no      VALUE 'N'.
       01 ws-group                     PIC X(16).
       01 ws-group-text                PIC X(32).
       01 ws-transaction-id            PIC X(16).
       01 ws-reference                 PIC X(20).

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-found                     PIC X.
           88 ws-found-yes             VALUE 'Y'.
           88 ws-found-no              VALUE 'N'.
       01 ws-undone                    PIC X.
           88 ws-undone-yes            VALUE 'Y'.
           88 ws-undone-no             VALUE 'N'.
       01 ws-itemized                  PIC X.
           88 ws-itemized-yes          VALUE 'Y'.
           88 ws-itemized-no           VALUE 'N'.

       01 ws-entry-type                PIC X.
       01 ws-entry-debitor             PIC X(16).
       01 ws-entry-amount              PIC 9(10) COMP.
       01 ws-entry-currency            PIC X(3).
       01 ws-entry-date                PIC 9(8).
       01 ws-share                     PIC 9(10) COMP VALUE 0.
       01 ws-existing-reference        PIC X(20).
       01 ws-display-signed            PIC S9(11) COMP.
       01 ws-amount-text               PIC X(20).

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
           ACCEPT ws-acting-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-acting-text
               ws-acting-account
           CALL 'asdf-format-uuid' USING ws-acting-account
               ws-acting-text
           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text
               ws-session-token
           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-group
           CALL 'asdf-format-uuid' USING ws-group ws-group-text

           CALL 'asdf-check-session' USING ws-session-token
               ws-group ws-session-account ws-session-valid
           IF ws-session-valid-no OR ws-session-account IS NOT
                   EQUAL TO ws-acting-account THEN
               DISPLAY 'Invalid or expired session'
                   WITH NO ADVANCING
               GO TO para-invalid
           END-IF

           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text
               ws-transaction-id

           ACCEPT ws-reference FROM ARGUMENT-VALUE
           IF ws-reference IS EQUAL TO SPACES THEN
               DISPLAY 'Missing claim reference' WITH NO ADVANCING
               GO TO para-invalid
           END-IF

           PERFORM para-find-entry THRU para-find-entry-exit
           IF ws-entry-type IS NOT EQUAL TO 'D' THEN
               DISPLAY 'Only a debt can be claimed'
                   WITH NO ADVANCING
               GO TO para-invalid
           END-IF
           IF ws-undone-yes THEN
               DISPLAY 'Entry has been reversed or written off'
                   WITH NO ADVANCING
               GO TO para-invalid
           END-IF

           PERFORM para-item-share THRU para-item-share-exit
           IF ws-itemized-no
                   AND ws-entry-debitor IS EQUAL TO
                       ws-acting-account THEN
               MOVE ws-entry-amount TO ws-share
           END-IF
           IF ws-share IS EQUAL TO 0 THEN
               DISPLAY 'No share of yours on this entry'
                   WITH NO ADVANCING
               GO TO para-invalid
           END-IF

           MOVE SPACES TO ws-claims-path
           STRING '/var/lib/asdf/account/' ws-acting-text
               '/expense-claims'
               INTO ws-claims-path
           PERFORM para-check-claimed THRU para-check-claimed-exit
           IF ws-found-yes THEN
               DISPLAY 'Share already claimed under '
                   FUNCTION TRIM(ws-existing-reference)
                   WITH NO ADVANCING
               GO TO para-invalid
           END-IF

           CALL 'asdf-utc-timestamp' USING ws-now-group
           MOVE ws-group TO ec-group-id
           MOVE ws-transaction-id TO ec-transaction-id
           MOVE ws-reference TO ec-reference
           MOVE ws-share TO ec-share
           MOVE ws-entry-currency TO ec-currency
           MOVE ws-entry-date TO ec-entry-date
           SET ec-status-open TO TRUE
           MOVE ws-now-flat TO ec-marked-timestamp
           MOVE 0 TO ec-paid-timestamp
           OPEN EXTEND fd-claims
           WRITE ec-expense-claim
           CLOSE fd-claims

           MOVE ws-share TO ws-display-signed
           CALL 'asdf-format-amount' USING ws-display-signed
               ws-entry-currency ws-amount-text
           DISPLAY FUNCTION TRIM(ws-amount-text)
               ' marked reimbursable under '
               FUNCTION TRIM(ws-reference)
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

       para-invalid.
           MOVE 1 TO RETURN-CODE
           STOP RUN
           .

      *One pass finds the entry and any reversal or write-off that
      *names it - both are always written after the entry itself.
       para-find-entry.
           SET ws-found-no TO TRUE
           SET ws-undone-no TO TRUE
           MOVE SPACES TO ws-ledger
           STRING '/var/lib/asdf/group/' ws-group-text '/ledger'
               INTO ws-ledger
           OPEN INPUT fd-ledger
           IF ws-ledger-status IS NOT EQUAL TO '00' THEN
               IF ws-ledger-status IS EQUAL TO '05' THEN
                   CLOSE fd-ledger
               END-IF
               DISPLAY 'Unknown transaction' WITH NO ADVANCING
               GO TO para-invalid
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-find-entry-one UNTIL ws-eof-yes
           CLOSE fd-ledger
           IF ws-found-no THEN
               DISPLAY 'Unknown transaction' WITH NO ADVANCING
               GO TO para-invalid
           END-IF
           .

       para-find-entry-exit.
           EXIT PARAGRAPH
           .

       para-find-entry-one.
           READ fd-ledger
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF fs-id IS EQUAL TO ws-transaction-id THEN
                       MOVE fs-type TO ws-entry-type
                       MOVE fs-debitor TO ws-entry-debitor
                       MOVE fs-amount TO ws-entry-amount
                       MOVE fs-currency TO ws-entry-currency
                       MOVE fs-timestamp(1:8) TO ws-entry-date
                       SET ws-found-yes TO TRUE
                   END-IF
                   IF (fs-reversal OR fs-write-off)
                           AND fs-reversal-of IS EQUAL TO
                               ws-transaction-id THEN
                       SET ws-undone-yes TO TRUE
                   END-IF
           END-READ
           .

      *An itemized debt charges each member only their own line
      *shares, whoever its debitor is.
       para-item-share.
           SET ws-itemized-no TO TRUE
           MOVE 0 TO ws-share
           MOVE SPACES TO ws-items-path
           STRING '/var/lib/asdf/group/' ws-group-text '/items'
               INTO ws-items-path
           OPEN INPUT fd-items
           IF ws-items-status IS NOT EQUAL TO '00' THEN
               IF ws-items-status IS EQUAL TO '05' THEN
                   CLOSE fd-items
               END-IF
               GO TO para-item-share-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-item-share-one UNTIL ws-eof-yes
           CLOSE fd-items
           .

       para-item-share-exit.
           EXIT PARAGRAPH
           .

       para-item-share-one.
           READ fd-items
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF it-transaction-id IS EQUAL TO
                           ws-transaction-id THEN
                       SET ws-itemized-yes TO TRUE
                       IF it-member IS EQUAL TO ws-acting-account
                               THEN
                           ADD it-amount TO ws-share
                       END-IF
                   END-IF
           END-READ
           .

       para-check-claimed.
           SET ws-found-no TO TRUE
           OPEN INPUT fd-claims
           IF ws-claims-status IS NOT EQUAL TO '00' THEN
               IF ws-claims-status IS EQUAL TO '05' THEN
                   CLOSE fd-claims
               END-IF
               GO TO para-check-claimed-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-check-claimed-one
               UNTIL ws-eof-yes OR ws-found-yes
           CLOSE fd-claims
           .

       para-check-claimed-exit.
           EXIT PARAGRAPH
           .

       para-check-claimed-one.
           READ fd-claims
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ec-group-id IS EQUAL TO ws-group
                           AND ec-transaction-id IS EQUAL TO
                               ws-transaction-id THEN
                       MOVE ec-reference TO ws-existing-reference
                       SET ws-found-yes TO TRUE
                   END-IF
           END-READ
           .
