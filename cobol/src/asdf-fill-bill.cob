      *Fills in the amount on a variable bill (asdf-pending-bill.cpy)
      *that asdf-post-recurring opened when its recurring entry fell
      *due, and posts it. The posting goes through
      *asdf-append-to-ledger itself, with the caller's own session,
      *so the bill meets every check a hand-typed debt does - session,
      *membership, freeze, policy rules, approval threshold - and the
      *bill id doubles as the idempotency key, so a retried fill can
      *never post twice. The bill is only marked filled once the
      *posting took (or was staged for an admin's approval).
      *Arguments: acting account UUID, session token, group UUID,
      *bill UUID, amount. The acting account must be the bill's
      *debitor or creditor, or a group admin. Prints what
      *asdf-append-to-ledger prints and exits with its code.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-fill-bill.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-bills
           ASSIGN DYNAMIC ws-bills-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-bills-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-bills.
       COPY 'asdf-pending-bill.cpy' REPLACING ==:X:== BY ==pb==.

       WORKING-STORAGE SECTION.
       01 ws-bills-path                PIC X(256).
       01 ws-bills-status              PIC XX.

       01 ws-acting-account-text       PIC X(32).
       01 ws-acting-account            PIC X(16).
       01 ws-token-text                PIC X(32).
       01 ws-group-text                PIC X(32).
       01 ws-group                     PIC X(16).
       01 ws-bill-text                 PIC X(32).
       01 ws-bill-id                   PIC X(16).
       01 ws-amount-text               PIC X(12).
       01 ws-amount                    PIC 9(10).
       01 ws-is-admin                  PIC X.
           88 ws-is-admin-yes          VALUE 'Y'.
           88 ws-is-admin-no           VALUE 'N'.

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-found                     PIC X.
           88 ws-found-yes             VALUE 'Y'.
           88 ws-found-no              VALUE 'N'.

      *The bill as found, kept apart from the record area the
      *rewrite pass reads into.
       01 ws-bill-debitor              PIC X(16).
       01 ws-bill-creditor             PIC X(16).
       01 ws-bill-currency             PIC X(3).
       01 ws-bill-comment              PIC X(200).
       01 ws-bill-category             PIC X(20).
       01 ws-bill-due-date             PIC 9(8).
       01 ws-debitor-text              PIC X(32).
       01 ws-creditor-text             PIC X(32).

       01 ws-bin-dir                   PIC X(256).
       01 ws-shell-command             PIC X(2000).
       01 ws-shell-cmd-pos             PIC 9(4) COMP.
       01 ws-child-rc                  PIC S9(5) COMP.

      *Every value goes to the shell single-quoted, with a quote of
      *its own written as '\'' so it cannot end the quoting early -
      *the same escaping asdf-drain-postings applies.
       01 ws-apostrophe                PIC X VALUE "'".
       01 ws-escaped-apostrophe        PIC X(4) VALUE "'\''".
       01 ws-quote-in                  PIC X(200).
       01 ws-quote-out                 PIC X(802).
       01 ws-quote-length              PIC 9(4) COMP.
       01 ws-quote-pos                 PIC 9(4) COMP.
       01 ws-quote-out-pos             PIC 9(4) COMP.
       01 ws-quote-char                PIC X.

       01 ws-utc-now.
           02 ws-utc-year              PIC 9(4).
           02 ws-utc-month             PIC 9(2).
           02 ws-utc-day               PIC 9(2).
           02 ws-utc-hour              PIC 9(2).
           02 ws-utc-minute            PIC 9(2).
           02 ws-utc-second            PIC 9(2).
       01 ws-now-flat                  PIC 9(14).

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
           ACCEPT ws-acting-account-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-acting-account-text
               ws-acting-account
           ACCEPT ws-token-text FROM ARGUMENT-VALUE
           ACCEPT ws-group-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-group-text ws-group
           ACCEPT ws-bill-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-bill-text ws-bill-id

           ACCEPT ws-amount-text FROM ARGUMENT-VALUE
           IF ws-amount-text IS EQUAL TO SPACES
                   OR FUNCTION TRIM(ws-amount-text) IS NOT NUMERIC
                   THEN
               DISPLAY 'Non-numeric amount' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION TRIM(ws-amount-text) TO ws-amount
           IF ws-amount IS EQUAL TO 0 THEN
               DISPLAY 'Amount must be positive' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           CALL 'asdf-format-uuid' USING ws-group ws-group-text
           MOVE SPACES TO ws-bills-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/pending-bills' INTO ws-bills-path

           PERFORM para-find-bill THRU para-find-bill-exit
           IF ws-found-no THEN
               DISPLAY 'No such open bill' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           IF ws-acting-account IS NOT EQUAL TO ws-bill-debitor
                   AND ws-acting-account IS NOT EQUAL TO
                       ws-bill-creditor THEN
               CALL 'asdf-check-admin' USING ws-group
                   ws-acting-account ws-is-admin
               IF ws-is-admin-no THEN
                   DISPLAY 'Only the bill''s parties or an admin '
                       'can fill it in' WITH NO ADVANCING
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM para-post-bill
           IF ws-child-rc IS NOT EQUAL TO 0 AND 2 THEN
               MOVE ws-child-rc TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM para-mark-filled THRU para-mark-filled-exit
           MOVE ws-child-rc TO RETURN-CODE
           STOP RUN
           .

       para-find-bill.
           SET ws-found-no TO TRUE
           OPEN INPUT fd-bills
           IF ws-bills-status IS NOT EQUAL TO '00' THEN
               IF ws-bills-status IS EQUAL TO '05' THEN
                   CLOSE fd-bills
               END-IF
               GO TO para-find-bill-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-find-bill-one UNTIL ws-eof-yes
               OR ws-found-yes
           CLOSE fd-bills
           .

       para-find-bill-exit.
           EXIT PARAGRAPH
           .

       para-find-bill-one.
           READ fd-bills
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF pb-bill-id IS EQUAL TO ws-bill-id
                           AND pb-status-open THEN
                       MOVE pb-debitor TO ws-bill-debitor
                       MOVE pb-creditor TO ws-bill-creditor
                       MOVE pb-currency TO ws-bill-currency
                       MOVE pb-comment TO ws-bill-comment
                       MOVE pb-category TO ws-bill-category
                       MOVE pb-due-date TO ws-bill-due-date
                       SET ws-found-yes TO TRUE
                   END-IF
           END-READ
           .

      *The same argument order the gateway's POST /ledger builds:
      *acting account, session, group, type, comment, category, due
      *date, currency, attachment, event, tags, debitor, creditor,
      *amount, allocations, idempotency key.
       para-post-bill.
           ACCEPT ws-bin-dir FROM ENVIRONMENT 'ASDF_BIN_DIR'
           IF ws-bin-dir IS EQUAL TO SPACES THEN
               MOVE '/var/lib/asdf/bin' TO ws-bin-dir
           END-IF
           CALL 'asdf-format-uuid' USING ws-acting-account
               ws-acting-account-text
           CALL 'asdf-format-uuid' USING ws-bill-debitor
               ws-debitor-text
           CALL 'asdf-format-uuid' USING ws-bill-creditor
               ws-creditor-text
           CALL 'asdf-format-uuid' USING ws-bill-id ws-bill-text

           MOVE SPACES TO ws-shell-command
           MOVE 1 TO ws-shell-cmd-pos
           STRING FUNCTION TRIM(ws-bin-dir) '/asdf-append-to-ledger'
               DELIMITED BY SIZE
               INTO ws-shell-command WITH POINTER ws-shell-cmd-pos

           MOVE ws-acting-account-text TO ws-quote-in
           PERFORM para-add-arg
           MOVE ws-token-text TO ws-quote-in
           PERFORM para-add-arg
           MOVE ws-group-text TO ws-quote-in
           PERFORM para-add-arg
           MOVE 'D' TO ws-quote-in
           PERFORM para-add-arg
           MOVE ws-bill-comment TO ws-quote-in
           PERFORM para-add-arg
           MOVE ws-bill-category TO ws-quote-in
           PERFORM para-add-arg
           MOVE ws-bill-due-date TO ws-quote-in
           PERFORM para-add-arg
           MOVE ws-bill-currency TO ws-quote-in
           PERFORM para-add-arg
      *No attachment, event or tags.
           MOVE SPACES TO ws-quote-in
           PERFORM para-add-arg
           PERFORM para-add-arg
           PERFORM para-add-arg
           MOVE ws-debitor-text TO ws-quote-in
           PERFORM para-add-arg
           MOVE ws-creditor-text TO ws-quote-in
           PERFORM para-add-arg
           MOVE ws-amount TO ws-quote-in
           PERFORM para-add-arg
           MOVE SPACES TO ws-quote-in
           PERFORM para-add-arg
           MOVE ws-bill-text TO ws-quote-in
           PERFORM para-add-arg

           CALL 'SYSTEM' USING ws-shell-command
           COMPUTE ws-child-rc = RETURN-CODE / 256
           MOVE 0 TO RETURN-CODE
           .

       para-add-arg.
           PERFORM para-shell-quote
           STRING ' ' ws-quote-out(1:ws-quote-out-pos - 1)
               DELIMITED BY SIZE
               INTO ws-shell-command WITH POINTER ws-shell-cmd-pos
           .

       para-shell-quote.
           MOVE SPACES TO ws-quote-out
           MOVE 1 TO ws-quote-out-pos
           STRING ws-apostrophe DELIMITED BY SIZE INTO ws-quote-out
               WITH POINTER ws-quote-out-pos

           MOVE 0 TO ws-quote-length
           IF ws-quote-in IS NOT EQUAL TO SPACES THEN
               MOVE FUNCTION LENGTH(FUNCTION TRIM(ws-quote-in
                   TRAILING)) TO ws-quote-length
           END-IF
           IF ws-quote-length IS GREATER THAN 0 THEN
               MOVE 1 TO ws-quote-pos
               PERFORM para-shell-quote-one
                   UNTIL ws-quote-pos > ws-quote-length
           END-IF

           STRING ws-apostrophe DELIMITED BY SIZE INTO ws-quote-out
               WITH POINTER ws-quote-out-pos
           .

       para-shell-quote-one.
           MOVE ws-quote-in(ws-quote-pos:1) TO ws-quote-char
           IF ws-quote-char IS EQUAL TO ws-apostrophe THEN
               STRING ws-escaped-apostrophe DELIMITED BY SIZE
                   INTO ws-quote-out WITH POINTER ws-quote-out-pos
           ELSE
               STRING ws-quote-char DELIMITED BY SIZE
                   INTO ws-quote-out WITH POINTER ws-quote-out-pos
           END-IF
           ADD 1 TO ws-quote-pos
           .

       para-mark-filled.
           CALL 'asdf-utc-timestamp' USING ws-utc-now
           COMPUTE ws-now-flat =
               ws-utc-year * 10000000000
               + ws-utc-month * 100000000
               + ws-utc-day * 1000000
               + ws-utc-hour * 10000
               + ws-utc-minute * 100
               + ws-utc-second

           OPEN I-O fd-bills
           IF ws-bills-status IS NOT EQUAL TO '00' THEN
               IF ws-bills-status IS EQUAL TO '05' THEN
                   CLOSE fd-bills
               END-IF
               GO TO para-mark-filled-exit
           END-IF
           SET ws-found-no TO TRUE
           SET ws-eof-no TO TRUE
           PERFORM para-mark-filled-one UNTIL ws-eof-yes
               OR ws-found-yes
           CLOSE fd-bills
           .

       para-mark-filled-exit.
           EXIT PARAGRAPH
           .

       para-mark-filled-one.
           READ fd-bills
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF pb-bill-id IS EQUAL TO ws-bill-id THEN
                       SET pb-status-filled TO TRUE
                       MOVE ws-acting-account TO pb-filled-by
                       MOVE ws-now-flat TO pb-filled-timestamp
                       MOVE ws-amount TO pb-filled-amount
                       REWRITE pb-bill-entry
                       SET ws-found-yes TO TRUE
                   END-IF
           END-READ
           .
