      *Gives an existing debt - or one of its receipt lines
      *(asdf-line-item.cpy) - a tax code (asdf-entry-tax.cpy), so the
      *groups that reclaim VAT can split what they paid into net and
      *tax instead of working it out from the receipts by hand. The
      *gross is the entry's fs-amount, or the line's amount (the sum
      *of its members' shares) when a line is named, and it is split
      *at the rate the code carried on the entry's own date
      *(asdf-tax-portion). Arguments: acting account UUID, session
      *token, group UUID, transaction UUID, tax code, and an
      *optional receipt line number (zero or omitted for the whole
      *entry). The acting account must be a party to the entry or a
      *group admin, the same gate asdf-tag-entry applies. Giving the
      *same entry or line a code again replaces the earlier one; an
      *entry is coded either as a whole or line by line, and mixing
      *the two is refused since the report would count it twice.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-set-entry-tax.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-tax
           ASSIGN DYNAMIC ws-tax-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-tax-status.

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
       FD fd-tax.
       COPY 'asdf-entry-tax.cpy' REPLACING ==:X:== BY ==et==.

       FD fd-ledger.
       COPY 'asdf-transaction.cpy' REPLACING ==:X:== BY ==fs==.

       FD fd-items.
       COPY 'asdf-line-item.cpy' REPLACING ==:X:== BY ==it==.

       WORKING-STORAGE SECTION.
       01 ws-tax-path                  PIC X(256).
       01 ws-tax-status                PIC XX.
       01 ws-ledger                    PIC X(256).
       01 ws-ledger-status             PIC XX.
       01 ws-items-path                PIC X(256).
       01 ws-items-status              PIC XX.

       01 ws-uuid-text                 PIC X(32).
       01 ws-acting-account            PIC X(16).
       01 ws-session-token             PIC X(16).
       01 ws-session-account           PIC X(16).
       01 ws-session-valid             PIC X.
           88 ws-session-valid-yes     VALUE 'Y'.
           88 ws-session-valid-no      VALUE 'N'.
       01 ws-group                     PIC X(16).
       01 ws-group-text                PIC X(32).
       01 ws-is-admin                  PIC X.
           88 ws-is-admin-yes          VALUE 'Y'.
           88 ws-is-admin-no           VALUE 'N'.
       01 ws-transaction-id            PIC X(16).
       01 ws-code                      PIC X(8).
       01 ws-line-text                 PIC X(10) VALUE SPACES.
       01 ws-line-number               PIC 9(3) VALUE 0.

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-found                     PIC X.
           88 ws-found-yes             VALUE 'Y'.
           88 ws-found-no              VALUE 'N'.
       01 ws-line-found                PIC X.
           88 ws-line-found-yes        VALUE 'Y'.
           88 ws-line-found-no         VALUE 'N'.
       01 ws-rate-found                PIC X.
           88 ws-rate-found-yes        VALUE 'Y'.
           88 ws-rate-found-no         VALUE 'N'.
      *What the existing tax records say about this entry: whether
      *the exact (entry, line) pair is already coded, and whether the
      *entry is already coded the other way (whole vs per line).
       01 ws-existing                  PIC X.
           88 ws-existing-yes          VALUE 'Y'.
           88 ws-existing-no           VALUE 'N'.
       01 ws-conflict                  PIC X.
           88 ws-conflict-yes          VALUE 'Y'.
           88 ws-conflict-no           VALUE 'N'.

       01 ws-entry-type                PIC X.
       01 ws-entry-debitor             PIC X(16).
       01 ws-entry-creditor            PIC X(16).
       01 ws-entry-amount              PIC 9(10) COMP.
       01 ws-entry-currency            PIC X(3).
       01 ws-entry-date                PIC 9(8).

       01 ws-gross                     PIC 9(10) COMP.
       01 ws-net                       PIC 9(10) COMP.
       01 ws-tax                       PIC 9(10) COMP.
       01 ws-rate-percent              PIC 9(3)V99 COMP.
       01 ws-rate-edit                 PIC ZZ9.99.
       01 ws-display-signed            PIC S9(11) COMP.
       01 ws-net-text                  PIC X(20).
       01 ws-tax-text                  PIC X(20).

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
               ws-acting-account
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

           ACCEPT ws-code FROM ARGUMENT-VALUE
           IF ws-code IS EQUAL TO SPACES THEN
               DISPLAY 'Missing tax code' WITH NO ADVANCING
               GO TO para-invalid
           END-IF

           ACCEPT ws-line-text FROM ARGUMENT-VALUE
           IF ws-line-text IS NOT EQUAL TO SPACES THEN
               IF FUNCTION TRIM(ws-line-text) IS NOT NUMERIC THEN
                   DISPLAY 'Invalid line number' WITH NO ADVANCING
                   GO TO para-invalid
               END-IF
               MOVE FUNCTION NUMVAL(ws-line-text) TO ws-line-number
           END-IF

           PERFORM para-find-entry THRU para-find-entry-exit

           CALL 'asdf-check-admin' USING ws-group
               ws-acting-account ws-is-admin
           IF ws-is-admin-no
                   AND ws-acting-account IS NOT EQUAL TO
                       ws-entry-debitor
                   AND ws-acting-account IS NOT EQUAL TO
                       ws-entry-creditor THEN
               DISPLAY 'Not a party to this entry'
                   WITH NO ADVANCING
               GO TO para-invalid
           END-IF

           IF ws-entry-type IS NOT EQUAL TO 'D' THEN
               DISPLAY 'Only a debt can carry a tax code'
                   WITH NO ADVANCING
               GO TO para-invalid
           END-IF

           IF ws-line-number IS EQUAL TO 0 THEN
               MOVE ws-entry-amount TO ws-gross
           ELSE
               PERFORM para-sum-line THRU para-sum-line-exit
               IF ws-line-found-no THEN
                   DISPLAY 'Unknown receipt line' WITH NO ADVANCING
                   GO TO para-invalid
               END-IF
           END-IF

           CALL 'asdf-tax-portion' USING ws-code ws-entry-date
               ws-gross ws-net ws-tax ws-rate-percent ws-rate-found
           IF ws-rate-found-no THEN
               DISPLAY 'Tax code ' FUNCTION TRIM(ws-code)
                   ' not in force on ' ws-entry-date
                   WITH NO ADVANCING
               GO TO para-invalid
           END-IF

           MOVE SPACES TO ws-tax-path
           STRING '/var/lib/asdf/group/' ws-group-text '/tax'
               INTO ws-tax-path
           PERFORM para-check-existing THRU para-check-existing-exit
           IF ws-conflict-yes THEN
               IF ws-line-number IS EQUAL TO 0 THEN
                   DISPLAY 'Entry is already coded line by line'
                       WITH NO ADVANCING
               ELSE
                   DISPLAY 'Entry is already coded as a whole'
                       WITH NO ADVANCING
               END-IF
               GO TO para-invalid
           END-IF

           IF ws-existing-yes THEN
               PERFORM para-replace THRU para-replace-exit
           ELSE
               MOVE ws-transaction-id TO et-transaction-id
               MOVE ws-line-number TO et-line-number
               MOVE ws-code TO et-code
               MOVE ws-net TO et-net
               MOVE ws-tax TO et-tax
               OPEN EXTEND fd-tax
               WRITE et-entry-tax
               CLOSE fd-tax
           END-IF

           MOVE ws-net TO ws-display-signed
           CALL 'asdf-format-amount' USING ws-display-signed
               ws-entry-currency ws-net-text
           MOVE ws-tax TO ws-display-signed
           CALL 'asdf-format-amount' USING ws-display-signed
               ws-entry-currency ws-tax-text
           MOVE ws-rate-percent TO ws-rate-edit
           DISPLAY FUNCTION TRIM(ws-code) ' '
               FUNCTION TRIM(ws-rate-edit) '% net '
               FUNCTION TRIM(ws-net-text) ' tax '
               FUNCTION TRIM(ws-tax-text)
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

       para-invalid.
           MOVE 1 TO RETURN-CODE
           STOP RUN
           .

       para-find-entry.
           SET ws-found-no TO TRUE
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
           PERFORM para-find-entry-one
               UNTIL ws-eof-yes OR ws-found-yes
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
                       MOVE fs-creditor TO ws-entry-creditor
                       MOVE fs-amount TO ws-entry-amount
                       MOVE fs-currency TO ws-entry-currency
                       MOVE fs-timestamp(1:8) TO ws-entry-date
                       SET ws-found-yes TO TRUE
                   END-IF
           END-READ
           .

      *A receipt line is stored one record per member sharing it, so
      *its gross is the sum of those shares.
       para-sum-line.
           SET ws-line-found-no TO TRUE
           MOVE 0 TO ws-gross
           MOVE SPACES TO ws-items-path
           STRING '/var/lib/asdf/group/' ws-group-text '/items'
               INTO ws-items-path
           OPEN INPUT fd-items
           IF ws-items-status IS NOT EQUAL TO '00' THEN
               IF ws-items-status IS EQUAL TO '05' THEN
                   CLOSE fd-items
               END-IF
               GO TO para-sum-line-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-sum-line-one UNTIL ws-eof-yes
           CLOSE fd-items
           .

       para-sum-line-exit.
           EXIT PARAGRAPH
           .

       para-sum-line-one.
           READ fd-items
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF it-transaction-id IS EQUAL TO ws-transaction-id
                           AND it-line-number IS EQUAL TO
                               ws-line-number THEN
                       SET ws-line-found-yes TO TRUE
                       ADD it-amount TO ws-gross
                   END-IF
           END-READ
           .

       para-check-existing.
           SET ws-existing-no TO TRUE
           SET ws-conflict-no TO TRUE
           OPEN INPUT fd-tax
           IF ws-tax-status IS NOT EQUAL TO '00' THEN
               IF ws-tax-status IS EQUAL TO '05' THEN
                   CLOSE fd-tax
               END-IF
               GO TO para-check-existing-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-check-existing-one UNTIL ws-eof-yes
           CLOSE fd-tax
           .

       para-check-existing-exit.
           EXIT PARAGRAPH
           .

       para-check-existing-one.
           READ fd-tax
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF et-transaction-id IS EQUAL TO
                           ws-transaction-id THEN
                       IF et-line-number IS EQUAL TO
                               ws-line-number THEN
                           SET ws-existing-yes TO TRUE
                       ELSE
                           IF et-line-number IS EQUAL TO 0
                                   OR ws-line-number IS EQUAL TO 0
                                   THEN
                               SET ws-conflict-yes TO TRUE
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .

       para-replace.
           OPEN I-O fd-tax
           IF ws-tax-status IS NOT EQUAL TO '00' THEN
               GO TO para-replace-exit
           END-IF
           SET ws-found-no TO TRUE
           SET ws-eof-no TO TRUE
           PERFORM para-replace-one UNTIL ws-eof-yes OR ws-found-yes
           CLOSE fd-tax
           .

       para-replace-exit.
           EXIT PARAGRAPH
           .

       para-replace-one.
           READ fd-tax
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF et-transaction-id IS EQUAL TO
                           ws-transaction-id
                           AND et-line-number IS EQUAL TO
                               ws-line-number THEN
                       MOVE ws-code TO et-code
                       MOVE ws-net TO et-net
                       MOVE ws-tax TO et-tax
                       REWRITE et-entry-tax
                       SET ws-found-yes TO TRUE
                   END-IF
           END-READ
           .
