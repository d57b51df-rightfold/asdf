      *A per-group marker in /var/lib/asdf/statement-log keeps a
      *rerun (or a crash-restart) from mailing the same period
      *twice. Meant to be run once a month by the outside scheduler,
      *any time after the month ends. Entries fall into the period
      *by their expense date (asdf-value-date), so a receipt keyed in
      *after the month closed still counts where it was spent; once
      *the statements are out an admin can lock the month
      *(asdf-lock-period) so nothing more is backdated into it.
      *Every statement sent is also kept, in full and as rendered,
      *in the group's statement archive (asdf-statement-archive.cpy):
      *the subject, a heading, one line per entry of the period with
      *its running balance, and the summary body, sealed with a
      *checksum and a fingerprint of the member's ledger up to the
      *end of the period. An account's period is archived once and
      *never rewritten; asdf-reprint-statement reads it back.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-monthly-statements.
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-mail-status.

       SELECT OPTIONAL fd-archive
           ASSIGN DYNAMIC ws-archive-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-archive-status.

       SELECT OPTIONAL fd-run-log
           ASSIGN DYNAMIC ws-run-log-path
           ACCESS IS SEQUENTIAL
       FD fd-mail-queue.
       COPY 'asdf-mail-queue.cpy' REPLACING ==:X:== BY ==mq==.

       FD fd-archive.
       COPY 'asdf-statement-archive.cpy' REPLACING ==:X:== BY ==ar==.

       FD fd-run-log.
       01 rl-run-entry.
           02 rl-period                PIC 9(6).
       01 ws-debit-text                PIC X(20).
       01 ws-credit-text               PIC X(20).

      *The statement archive: the subject and body as they went to
      *the mail queue, the running balance the entry lines carry, the
      *line checksum for the seal, and the ledger fingerprint the
      *render pass folds over every entry dated up to the period end.
       01 ws-archive-path              PIC X(256).
       01 ws-archive-status            PIC XX.
       01 ws-archive-eof               PIC X.
           88 ws-archive-eof-yes       VALUE 'Y'.
           88 ws-archive-eof-no        VALUE 'N'.
       01 ws-archived                  PIC X.
           88 ws-archived-yes          VALUE 'Y'.
           88 ws-archived-no           VALUE 'N'.
       01 ws-archive-subject           PIC X(80).
       01 ws-archive-body              PIC X(200).
       01 ws-archive-line-number       PIC 9(4) COMP.
       01 ws-archive-checksum          PIC 9(15) COMP.
       01 ws-ledger-chain              PIC 9(15) COMP.
       01 ws-ledger-count              PIC 9(7) COMP.
       01 ws-running-balance           PIC S9(11) COMP.
       01 ws-amount-text               PIC X(20).
       01 ws-balance-text              PIC X(20).
       01 ws-entry-id-text             PIC X(32).
       01 ws-counterparty              PIC X(16).
       01 ws-counterparty-text         PIC X(32).
       01 ws-issued-group.
           02 ws-issued-year           PIC 9(4).
           02 ws-issued-month          PIC 9(2).
           02 ws-issued-day            PIC 9(2).
           02 ws-issued-hour           PIC 9(2).
           02 ws-issued-minute         PIC 9(2).
           02 ws-issued-second         PIC 9(2).
       01 ws-issued-flat REDEFINES ws-issued-group
                                       PIC 9(14).

       01 ws-statement-count           PIC 9(5) COMP VALUE 0.
       01 ws-display-count             PIC Z(4)9.

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
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-today
           PERFORM para-compute-period
           PERFORM para-walk-groups THRU para-walk-groups-exit
           PERFORM para-render-period THRU para-render-period-exit
           PERFORM para-queue-statement
           ADD 1 TO ws-statement-count
           PERFORM para-archive-statement
               THRU para-archive-statement-exit
           PERFORM para-chase-unacked THRU para-chase-unacked-exit
           .

       para-render-period.
           MOVE 0 TO ws-opening-balance ws-debit-total
               ws-credit-total ws-entry-count
               ws-ledger-chain ws-ledger-count

           MOVE SPACES TO ws-mirror-path
           STRING '/var/lib/asdf/group/' ws-group-text
               AT END
                   SET ws-mirror-eof-yes TO TRUE
               NOT AT END
                   CALL 'asdf-value-date' USING gx-group-id
                       fs-transaction ws-entry-date
                   IF ws-entry-date IS NOT GREATER THAN
                           ws-period-end THEN
                       PERFORM para-apply-entry
                       CALL 'asdf-hash-entry' USING ws-ledger-chain
                           fs-transaction
                       ADD 1 TO ws-ledger-count
                   END-IF
           END-READ
           .

       para-apply-entry.
           PERFORM para-signed-effect

           IF ws-entry-date IS LESS THAN ws-period-start THEN
               ADD ws-signed-effect TO ws-opening-balance
           ELSE
               ADD 1 TO ws-entry-count
               IF ws-signed-effect IS LESS THAN 0 THEN
                   SUBTRACT ws-signed-effect FROM ws-debit-total
               ELSE
                   ADD ws-signed-effect TO ws-credit-total
               END-IF
           END-IF
           .

      *The entry's effect on the member, in the reporting currency:
      *negative when it leaves them owing more.
       para-signed-effect.
           PERFORM para-determine-effect
           PERFORM para-convert-amount

                   COMPUTE ws-signed-effect = 0 - ws-converted-amount
               END-IF
           END-IF
           .

      *A plain debt or payment has its obvious effect; a reversal
               DELIMITED BY SIZE INTO mq-body
               ON OVERFLOW CONTINUE
           END-STRING
           MOVE mq-subject TO ws-archive-subject
           MOVE mq-body TO ws-archive-body
           MOVE FUNCTION CURRENT-DATE TO mq-queued-timestamp
           OPEN EXTEND fd-mail-queue
           WRITE mq-mail-entry
           CLOSE fd-mail-queue
           .

      *Archives the statement just queued, unless this account's
      *period is already sealed in the archive - a rerun of the group
      *mails again but never replaces what was first issued. The
      *entry lines come from a second pass over the mirror, since
      *the running balance starts from an opening balance the first
      *pass only knows at its end.
       para-archive-statement.
           MOVE SPACES TO ws-archive-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/statement-archive' INTO ws-archive-path
           PERFORM para-check-archived THRU para-check-archived-exit
           IF ws-archived-yes THEN
               GO TO para-archive-statement-exit
           END-IF

           MOVE 0 TO ws-archive-line-number ws-archive-checksum
           OPEN EXTEND fd-archive
           IF ws-archive-status IS NOT EQUAL TO '00'
                   AND ws-archive-status IS NOT EQUAL TO '05' THEN
               GO TO para-archive-statement-exit
           END-IF

           SET ar-line-subject TO TRUE
           MOVE ws-archive-subject TO ar-text
           PERFORM para-write-archive-line

           SET ar-line-text TO TRUE
           MOVE SPACES TO ar-text
           STRING 'STATEMENT ' ws-account-text ' '
               FUNCTION TRIM(ws-group-name) ' ' ws-period-text
               DELIMITED BY SIZE INTO ar-text
               ON OVERFLOW CONTINUE
           END-STRING
           PERFORM para-write-archive-line

           MOVE ws-opening-balance TO ws-running-balance
           MOVE SPACES TO ws-mirror-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/by-account/' ws-account-text '/ledger'
               INTO ws-mirror-path
           OPEN INPUT fd-mirror
           IF ws-mirror-status IS EQUAL TO '00' THEN
               SET ws-mirror-eof-no TO TRUE
               PERFORM para-archive-entry UNTIL ws-mirror-eof-yes
               CLOSE fd-mirror
           ELSE
               IF ws-mirror-status IS EQUAL TO '05' THEN
                   CLOSE fd-mirror
               END-IF
           END-IF

           SET ar-line-text TO TRUE
           MOVE ws-archive-body TO ar-text
           PERFORM para-write-archive-line

           SET ar-line-seal TO TRUE
           MOVE SPACES TO ar-text
           MOVE ws-archive-line-number TO ar-seal-line-count
           MOVE ws-member-account TO ar-account-id
           MOVE ws-period TO ar-period
           ADD 1 TO ws-archive-line-number
           MOVE ws-archive-line-number TO ar-line-number
           MOVE ws-archive-checksum TO ar-seal-checksum
           MOVE ws-ledger-chain TO ar-seal-ledger-chain
           MOVE ws-ledger-count TO ar-seal-ledger-count
           CALL 'asdf-utc-timestamp' USING ws-issued-group
           MOVE ws-issued-flat TO ar-issued-timestamp
           WRITE ar-statement-line
           CLOSE fd-archive
           .

       para-archive-statement-exit.
           EXIT PARAGRAPH
           .

      *One line per entry the period's totals counted, in the shape
      *asdf-statement prints: id, type, expense date, counterparty,
      *amount as posted, running balance, comment.
       para-archive-entry.
           READ fd-mirror
               AT END
                   SET ws-mirror-eof-yes TO TRUE
               NOT AT END
                   CALL 'asdf-value-date' USING gx-group-id
                       fs-transaction ws-entry-date
                   IF ws-entry-date IS NOT LESS THAN ws-period-start
                           AND ws-entry-date IS NOT GREATER THAN
                               ws-period-end THEN
                       PERFORM para-archive-entry-line
                   END-IF
           END-READ
           .

       para-archive-entry-line.
           PERFORM para-signed-effect
           ADD ws-signed-effect TO ws-running-balance
           IF fs-debitor IS EQUAL TO ws-member-account THEN
               MOVE fs-creditor TO ws-counterparty
           ELSE
               MOVE fs-debitor TO ws-counterparty
           END-IF

           CALL 'asdf-format-uuid' USING fs-id ws-entry-id-text
           CALL 'asdf-format-uuid' USING ws-counterparty
               ws-counterparty-text
           MOVE fs-amount TO ws-format-in
           CALL 'asdf-format-amount' USING ws-format-in fs-currency
               ws-amount-text
           MOVE ws-running-balance TO ws-format-in
           CALL 'asdf-format-amount' USING ws-format-in
               ws-target-currency ws-balance-text

           SET ar-line-text TO TRUE
           MOVE SPACES TO ar-text
           STRING ws-entry-id-text ' ' fs-type ' '
               ws-entry-date(1:4) '-' ws-entry-date(5:2) '-'
               ws-entry-date(7:2) ' ' ws-counterparty-text ' '
               FUNCTION TRIM(ws-amount-text) ' '
               FUNCTION TRIM(ws-balance-text) ' '
               FUNCTION TRIM(fs-comment)
               DELIMITED BY SIZE INTO ar-text
               ON OVERFLOW CONTINUE
           END-STRING
           PERFORM para-write-archive-line
           .

      *Stamps the line with its account, period and number and folds
      *it into the statement's checksum before writing it.
       para-write-archive-line.
           MOVE ws-member-account TO ar-account-id
           MOVE ws-period TO ar-period
           ADD 1 TO ws-archive-line-number
           MOVE ws-archive-line-number TO ar-line-number
           CALL 'asdf-hash-statement-line' USING ws-archive-checksum
               ar-statement-line
           WRITE ar-statement-line
           .

       para-check-archived.
           SET ws-archived-no TO TRUE
           OPEN INPUT fd-archive
           IF ws-archive-status IS NOT EQUAL TO '00' THEN
               IF ws-archive-status IS EQUAL TO '05' THEN
                   CLOSE fd-archive
               END-IF
               GO TO para-check-archived-exit
           END-IF
           SET ws-archive-eof-no TO TRUE
           PERFORM para-check-archived-one
               UNTIL ws-archive-eof-yes OR ws-archived-yes
           CLOSE fd-archive
           .

       para-check-archived-exit.
           EXIT PARAGRAPH
           .

       para-check-archived-one.
           READ fd-archive
               AT END
                   SET ws-archive-eof-yes TO TRUE
               NOT AT END
                   IF ar-line-seal
                           AND ar-account-id IS EQUAL TO
                               ws-member-account
                           AND ar-period IS EQUAL TO ws-period THEN
                       SET ws-archived-yes TO TRUE
                   END-IF
           END-READ
           .

      *Counts the consecutive unconfirmed periods immediately
      *before this one (at most three back) and queues one chaser
      *whose wording escalates with the count; nothing is sent to a
