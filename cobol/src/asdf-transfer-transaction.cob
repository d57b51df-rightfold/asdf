      *Moves a ledger entry posted into the wrong group over to the
      *right one as one operation: posts a reversal of it in the
      *source group and an identical entry in the target group -
      *same type, parties, amount, currency, category, comment, due
      *date, attachment reference and entry date - carrying its tags
      *(asdf-tag.cpy), receipt line items (asdf-line-item.cpy), tax
      *breakdown (asdf-entry-tax.cpy) and expense date
      *(asdf-value-date.cpy) across under the new id, so a backdated
      *entry lands in the same month of the target group's reports
      *as it had in the source.
      *The move is cross-referenced in both groups' transfers file
      *(asdf-transfer.cpy) and logged to both groups' admin-audit
      *trails, so neither leg is a hand-keyed entry with no link to
      *the other.
      *
      *Arguments: acting account UUID, session token (for the source
      *group), source group UUID, the entry UUID being moved, target
      *group UUID. Prints the reposted entry's UUID.
      *
      *Refused, with nothing written, unless: the entry is a debt or
      *payment in the source group never corrected before; the
      *acting account is a party to it or a source group admin, and
      *a member of the target group; both groups are active and
      *neither is frozen (asdf-check-freeze); the entry's date is
      *after both groups' last year-end close (gi-last-closed-date);
      *neither its entry date nor its expense date falls in a month
      *the target group has locked (asdf-check-value-date); and
      *every party to it - debitor, creditor and every member a
      *line item charges - is an active member of the target group.
      *The target group's posting gates (policy rules, approval
      *threshold) are not run again: the entry was accepted once
      *already, and only its group changes.
      *
      *Crash safety: each leg is staged to its own group's
      *transfer-pending file before either ledger write, the way
      *asdf-amend-transaction stages its two legs; a run killed in
      *between is finished by the next transfer run touching the
      *group, which appends the staged entry if it never made it
      *into the ledger and clears the staging file.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-transfer-transaction.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-ledger
           ASSIGN DYNAMIC ws-ledger
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           LOCK MODE IS EXCLUSIVE
           FILE STATUS IS ws-ledger-status.

      *A second handle onto a ledger used only for scans, so the
      *reads never disturb fs-transaction while an entry is being
      *built in it.
       SELECT OPTIONAL fd-scan-ledger
           ASSIGN DYNAMIC ws-ledger
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-scan-status.

       SELECT OPTIONAL fd-pending
           ASSIGN DYNAMIC ws-pending-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-pending-status.

       SELECT OPTIONAL fd-transfers
           ASSIGN DYNAMIC ws-transfers-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       SELECT OPTIONAL fd-info
           ASSIGN DYNAMIC ws-info-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-info-status.

       SELECT OPTIONAL fd-group-index
           ASSIGN DYNAMIC ws-index-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-index-status.

       SELECT OPTIONAL fd-tags
           ASSIGN DYNAMIC ws-side-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-side-status.

       SELECT OPTIONAL fd-items
           ASSIGN DYNAMIC ws-side-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-side-status.

       SELECT OPTIONAL fd-tax
           ASSIGN DYNAMIC ws-side-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-side-status.

       SELECT OPTIONAL fd-value-dates
           ASSIGN DYNAMIC ws-side-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-side-status.

      *The target group's copies of the same four side files.
       SELECT OPTIONAL fd-tags-out
           ASSIGN DYNAMIC ws-out-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       SELECT OPTIONAL fd-items-out
           ASSIGN DYNAMIC ws-out-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       SELECT OPTIONAL fd-tax-out
           ASSIGN DYNAMIC ws-out-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       SELECT OPTIONAL fd-value-dates-out
           ASSIGN DYNAMIC ws-out-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD fd-ledger.
       COPY 'asdf-transaction.cpy' REPLACING ==:X:== BY ==fs==.

       FD fd-scan-ledger.
       COPY 'asdf-transaction.cpy' REPLACING ==:X:== BY ==sv==.

       FD fd-pending.
       COPY 'asdf-transaction.cpy' REPLACING ==:X:== BY ==pd==.

       FD fd-transfers.
       COPY 'asdf-transfer.cpy' REPLACING ==:X:== BY ==tr==.

       FD fd-info.
       COPY 'asdf-group-info.cpy' REPLACING ==:X:== BY ==gi==.

       FD fd-group-index.
       COPY 'asdf-group-index.cpy' REPLACING ==:X:== BY ==gx==.

       FD fd-tags.
       COPY 'asdf-tag.cpy' REPLACING ==:X:== BY ==tg==.

       FD fd-items.
       COPY 'asdf-line-item.cpy' REPLACING ==:X:== BY ==li==.

       FD fd-tax.
       COPY 'asdf-entry-tax.cpy' REPLACING ==:X:== BY ==et==.

       FD fd-value-dates.
       COPY 'asdf-value-date.cpy' REPLACING ==:X:== BY ==vd==.

       FD fd-tags-out.
       COPY 'asdf-tag.cpy' REPLACING ==:X:== BY ==tt==.

       FD fd-items-out.
       COPY 'asdf-line-item.cpy' REPLACING ==:X:== BY ==lo==.

       FD fd-tax-out.
       COPY 'asdf-entry-tax.cpy' REPLACING ==:X:== BY ==eo==.

       FD fd-value-dates-out.
       COPY 'asdf-value-date.cpy' REPLACING ==:X:== BY ==vo==.

       WORKING-STORAGE SECTION.
       01 ws-source-group              PIC X(16).
       01 ws-source-text               PIC X(32).
       01 ws-target-group              PIC X(16).
       01 ws-recompute-mode            PIC X VALUE 'B'.
       01 ws-recompute-drift           PIC X.
       01 ws-target-text               PIC X(32).
       01 ws-group                     PIC X(16).
       01 ws-group-text                PIC X(32).
       01 ws-uuid-text                 PIC X(32).
       01 ws-ledger                    PIC X(256).
       01 ws-ledger-status             PIC XX.
       01 ws-scan-status               PIC XX.
       01 ws-pending-path              PIC X(256).
       01 ws-pending-status            PIC XX.
       01 ws-transfers-path            PIC X(256).
       01 ws-info-path                 PIC X(256).
       01 ws-info-status               PIC XX.
       01 ws-index-path                PIC X(256)
           VALUE '/var/lib/asdf/group-index'.
       01 ws-index-status              PIC XX.
       01 ws-side-path                 PIC X(256).
       01 ws-side-status               PIC XX.
       01 ws-out-path                  PIC X(256).

       01 ws-acting-account            PIC X(16).
       01 ws-session-token             PIC X(16).
       01 ws-session-account           PIC X(16).
       01 ws-session-valid             PIC X.
           88 ws-session-valid-yes     VALUE 'Y'.
           88 ws-session-valid-no      VALUE 'N'.
       01 ws-is-admin                  PIC X.
           88 ws-is-admin-yes          VALUE 'Y'.
           88 ws-is-admin-no           VALUE 'N'.
       01 ws-frozen                    PIC X.
           88 ws-frozen-yes            VALUE 'Y'.
           88 ws-frozen-no             VALUE 'N'.
       01 ws-freeze-reason             PIC X(100).

       01 ws-target-id                 PIC X(16).
       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-found                     PIC X.
           88 ws-found-yes             VALUE 'Y'.
           88 ws-found-no              VALUE 'N'.
       01 ws-cleared                   PIC X.
           88 ws-cleared-yes           VALUE 'Y'.
           88 ws-cleared-no            VALUE 'N'.

      *The entry being moved, as found in the source ledger.
       COPY 'asdf-transaction.cpy' REPLACING ==:X:== BY ==ws-orig==.
       01 ws-entry-date                PIC 9(8).
       01 ws-closed-date               PIC 9(8).
      *The entry's expense date in the source group (its entry date
      *when it was never backdated), and asdf-check-value-date's
      *answer for a month of the target group.
       01 ws-value-date                PIC 9(8).
       01 ws-lock-date                 PIC 9(8).
       01 ws-lock-reason               PIC X(80).

       01 ws-reversal-id               PIC X(16).
       01 ws-repost-id                 PIC X(16).
       01 ws-check-id                  PIC X(16).

      *Members a line item of the entry charges, checked against
      *the target group before anything is written.
       01 ws-item-count                PIC 9(3) COMP VALUE 0.
       01 ws-item-members.
           02 ws-im-account OCCURS 200 TIMES PIC X(16).
       01 ws-im-i                      PIC 9(3) COMP.
       01 ws-im-j                      PIC 9(3) COMP.

       01 ws-utc-now.
           02 ws-utc-year              PIC 9(4).
           02 ws-utc-month             PIC 9(2).
           02 ws-utc-day               PIC 9(2).
           02 ws-utc-hour              PIC 9(2).
           02 ws-utc-minute            PIC 9(2).
           02 ws-utc-second            PIC 9(2).

       01 ws-audit-program             PIC X(30)
           VALUE 'asdf-transfer-transaction'.
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
           PERFORM para-parse
           PERFORM para-check-session
           PERFORM para-check-groups
           MOVE ws-source-group TO ws-group
           PERFORM para-recover-pending
               THRU para-recover-pending-exit
           MOVE ws-target-group TO ws-group
           PERFORM para-recover-pending
               THRU para-recover-pending-exit
           PERFORM para-find-original THRU para-find-original-exit
           PERFORM para-check-authorization
           PERFORM para-check-periods
           PERFORM para-check-parties
           PERFORM para-generate-ids
           PERFORM para-post-transfer
           CALL 'asdf-format-uuid' USING ws-repost-id ws-uuid-text
           DISPLAY ws-uuid-text WITH NO ADVANCING
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

       para-parse.
           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-acting-account

           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-session-token

           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-source-group

           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-target-id

           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-target-group

           CALL 'asdf-format-uuid' USING ws-source-group
               ws-source-text
           CALL 'asdf-format-uuid' USING ws-target-group
               ws-target-text
           .

       para-check-session.
           CALL 'asdf-check-session' USING ws-session-token
               ws-source-group ws-session-account ws-session-valid
           IF ws-session-valid-no THEN
               DISPLAY 'Invalid or expired session' WITH NO ADVANCING
               GO TO para-invalid
           END-IF
           IF ws-session-account IS NOT EQUAL TO ws-acting-account
                   THEN
               DISPLAY 'Session does not match acting account'
                   WITH NO ADVANCING
               GO TO para-invalid
           END-IF
           .

       para-invalid.
           MOVE 1 TO RETURN-CODE
           STOP RUN
           .

      *Both groups must be live (an archived group takes no
      *postings), distinct, and not frozen.
       para-check-groups.
           IF ws-target-group IS EQUAL TO ws-source-group THEN
               DISPLAY 'Source and target group are the same'
                   WITH NO ADVANCING
               GO TO para-invalid
           END-IF
           MOVE ws-source-group TO ws-group
           PERFORM para-find-group THRU para-find-group-exit
           IF ws-found-no THEN
               DISPLAY 'No such active source group' WITH NO ADVANCING
               GO TO para-invalid
           END-IF
           MOVE ws-target-group TO ws-group
           PERFORM para-find-group THRU para-find-group-exit
           IF ws-found-no THEN
               DISPLAY 'No such active target group' WITH NO ADVANCING
               GO TO para-invalid
           END-IF

           CALL 'asdf-check-freeze' USING ws-source-group ws-frozen
               ws-freeze-reason
           IF ws-frozen-yes THEN
               DISPLAY 'Source group is frozen: '
                   FUNCTION TRIM(ws-freeze-reason) WITH NO ADVANCING
               GO TO para-invalid
           END-IF
           CALL 'asdf-check-freeze' USING ws-target-group ws-frozen
               ws-freeze-reason
           IF ws-frozen-yes THEN
               DISPLAY 'Target group is frozen: '
                   FUNCTION TRIM(ws-freeze-reason) WITH NO ADVANCING
               GO TO para-invalid
           END-IF
           .

       para-find-group.
           SET ws-found-no TO TRUE
           OPEN INPUT fd-group-index
           IF ws-index-status IS NOT EQUAL TO '00' THEN
               IF ws-index-status IS EQUAL TO '05' THEN
                   CLOSE fd-group-index
               END-IF
               GO TO para-find-group-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-find-group-one UNTIL ws-eof-yes OR ws-found-yes
           CLOSE fd-group-index
           .

       para-find-group-exit.
           EXIT PARAGRAPH
           .

       para-find-group-one.
           READ fd-group-index
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF gx-group-id IS EQUAL TO ws-group
                           AND gx-status-active THEN
                       SET ws-found-yes TO TRUE
                   END-IF
           END-READ
           .

      *A previous transfer run killed between its ledger writes left
      *the unwritten leg staged in ws-group's transfer-pending file;
      *finish it if it never made it into the ledger, then clear
      *the staging file.
       para-recover-pending.
           CALL 'asdf-format-uuid' USING ws-group ws-group-text
           MOVE SPACES TO ws-pending-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/transfer-pending' INTO ws-pending-path
           MOVE SPACES TO ws-ledger
           STRING '/var/lib/asdf/group/' ws-group-text '/ledger'
               INTO ws-ledger
           OPEN INPUT fd-pending
           IF ws-pending-status IS EQUAL TO '35' THEN
               GO TO para-recover-pending-exit
           END-IF
           IF ws-pending-status IS NOT EQUAL TO '00' THEN
               IF ws-pending-status IS EQUAL TO '05' THEN
                   CLOSE fd-pending
               END-IF
               GO TO para-recover-pending-exit
           END-IF

           SET ws-eof-no TO TRUE
           PERFORM para-recover-one UNTIL ws-eof-yes
           CLOSE fd-pending

           CALL 'CBL_DELETE_FILE' USING ws-pending-path
           .

       para-recover-pending-exit.
           EXIT PARAGRAPH
           .

       para-recover-one.
           READ fd-pending
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   MOVE pd-id TO ws-check-id
                   PERFORM para-check-id-in-ledger
                   IF ws-found-no THEN
                       MOVE pd-transaction TO fs-transaction
                       PERFORM para-write-entry
                   END-IF
           END-READ
           .

      *Looks ws-check-id up in the ledger ws-ledger names.
       para-check-id-in-ledger.
           SET ws-found-no TO TRUE
           OPEN INPUT fd-scan-ledger
           IF ws-scan-status IS NOT EQUAL TO '00' THEN
               IF ws-scan-status IS EQUAL TO '05' THEN
                   CLOSE fd-scan-ledger
               END-IF
               EXIT PARAGRAPH
           END-IF
           SET ws-cleared-no TO TRUE
           PERFORM para-check-id-one
               UNTIL ws-cleared-yes OR ws-found-yes
           CLOSE fd-scan-ledger
           .

       para-check-id-one.
           READ fd-scan-ledger
               AT END
                   SET ws-cleared-yes TO TRUE
               NOT AT END
                   IF sv-id IS EQUAL TO ws-check-id THEN
                       SET ws-found-yes TO TRUE
                   END-IF
           END-READ
           .

      *Only a debt or payment can be moved, and only while it still
      *stands: an entry already corrected by a reversal (or forgiven
      *by a write-off) is history.
       para-find-original.
           MOVE SPACES TO ws-ledger
           STRING '/var/lib/asdf/group/' ws-source-text '/ledger'
               INTO ws-ledger
           SET ws-found-no TO TRUE
           SET ws-cleared-no TO TRUE
           OPEN INPUT fd-scan-ledger
           IF ws-scan-status IS NOT EQUAL TO '00' THEN
               IF ws-scan-status IS EQUAL TO '05' THEN
                   CLOSE fd-scan-ledger
               END-IF
               DISPLAY 'Unknown transaction' WITH NO ADVANCING
               GO TO para-invalid
           END-IF

           SET ws-eof-no TO TRUE
           PERFORM para-find-original-one UNTIL ws-eof-yes
           CLOSE fd-scan-ledger

           IF ws-found-no THEN
               DISPLAY 'Unknown transaction' WITH NO ADVANCING
               GO TO para-invalid
           END-IF
           IF ws-cleared-yes THEN
               DISPLAY 'Entry was already corrected'
                   WITH NO ADVANCING
               GO TO para-invalid
           END-IF
           IF ws-orig-type IS NOT EQUAL TO 'D' AND 'P' THEN
               DISPLAY 'Only a debt or payment can be moved'
                   WITH NO ADVANCING
               GO TO para-invalid
           END-IF
           .

       para-find-original-exit.
           EXIT PARAGRAPH
           .

       para-find-original-one.
           READ fd-scan-ledger
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF sv-id IS EQUAL TO ws-target-id THEN
                       MOVE sv-transaction TO ws-orig-transaction
                       SET ws-found-yes TO TRUE
                   END-IF
                   IF (sv-reversal OR sv-write-off)
                           AND sv-reversal-of IS EQUAL TO
                               ws-target-id THEN
                       SET ws-cleared-yes TO TRUE
                   END-IF
           END-READ
           .

      *A party to the entry or a source admin may move it, and only
      *into a group they belong to themselves.
       para-check-authorization.
           CALL 'asdf-check-admin' USING ws-source-group
               ws-acting-account ws-is-admin
           IF ws-is-admin-no
                   AND ws-acting-account IS NOT EQUAL TO
                       ws-orig-debitor
                   AND ws-acting-account IS NOT EQUAL TO
                       ws-orig-creditor THEN
               DISPLAY 'Not authorized to move this entry'
                   WITH NO ADVANCING
               GO TO para-invalid
           END-IF
           CALL 'asdf-check-member' USING ws-target-group
               ws-acting-account ws-found
           IF ws-found-no THEN
               DISPLAY 'Not a member of the target group'
                   WITH NO ADVANCING
               GO TO para-invalid
           END-IF
           .

      *The entry keeps its own date in the target group, so that
      *date must lie after both groups' last year-end close: a
      *closed year's balances are already carried forward and must
      *not move on either side.
       para-check-periods.
           COMPUTE ws-entry-date = ws-orig-year * 10000
               + ws-orig-month * 100 + ws-orig-day
           MOVE ws-source-text TO ws-group-text
           PERFORM para-read-closed-date
           IF ws-entry-date IS NOT GREATER THAN ws-closed-date THEN
               DISPLAY 'Entry is dated in a period the source group '
                   'has closed' WITH NO ADVANCING
               GO TO para-invalid
           END-IF
           MOVE ws-target-text TO ws-group-text
           PERFORM para-read-closed-date
           IF ws-entry-date IS NOT GREATER THAN ws-closed-date THEN
               DISPLAY 'Entry is dated in a period the target group '
                   'has closed' WITH NO ADVANCING
               GO TO para-invalid
           END-IF

      *Only the month lock matters here: with the date passed as its
      *own posting date the backdating rules have nothing to refuse.
           CALL 'asdf-value-date' USING ws-source-group
               ws-orig-transaction ws-value-date
           MOVE ws-entry-date TO ws-lock-date
           CALL 'asdf-check-value-date' USING ws-target-group
               ws-lock-date ws-entry-date ws-lock-reason
           IF ws-lock-reason IS EQUAL TO SPACES
                   AND ws-value-date IS NOT EQUAL TO ws-entry-date THEN
               MOVE ws-value-date TO ws-lock-date
               CALL 'asdf-check-value-date' USING ws-target-group
                   ws-lock-date ws-value-date ws-lock-reason
           END-IF
           IF ws-lock-reason IS NOT EQUAL TO SPACES THEN
               DISPLAY 'Target group: ' FUNCTION TRIM(ws-lock-reason)
                   WITH NO ADVANCING
               GO TO para-invalid
           END-IF
           .

       para-read-closed-date.
           MOVE 0 TO ws-closed-date
           MOVE SPACES TO ws-info-path
           STRING '/var/lib/asdf/group/' ws-group-text '/info'
               INTO ws-info-path
           OPEN INPUT fd-info
           IF ws-info-status IS NOT EQUAL TO '00' THEN
               IF ws-info-status IS EQUAL TO '05' THEN
                   CLOSE fd-info
               END-IF
               EXIT PARAGRAPH
           END-IF
           READ fd-info
           IF ws-info-status IS EQUAL TO '00'
                   AND gi-last-closed-date IS NUMERIC THEN
               MOVE gi-last-closed-date TO ws-closed-date
           END-IF
           CLOSE fd-info
           .

      *Every party must already belong to the target group - the
      *pot and payees of the source group included, which is why a
      *debt to a registered payee cannot be moved.
       para-check-parties.
           CALL 'asdf-check-member' USING ws-target-group
               ws-orig-debitor ws-found
           IF ws-found-no THEN
               CALL 'asdf-format-uuid' USING ws-orig-debitor
                   ws-uuid-text
               DISPLAY 'Debitor ' ws-uuid-text
                   ' is not a member of the target group'
                   WITH NO ADVANCING
               GO TO para-invalid
           END-IF
           CALL 'asdf-check-member' USING ws-target-group
               ws-orig-creditor ws-found
           IF ws-found-no THEN
               CALL 'asdf-format-uuid' USING ws-orig-creditor
                   ws-uuid-text
               DISPLAY 'Creditor ' ws-uuid-text
                   ' is not a member of the target group'
                   WITH NO ADVANCING
               GO TO para-invalid
           END-IF

           MOVE SPACES TO ws-side-path
           STRING '/var/lib/asdf/group/' ws-source-text '/items'
               INTO ws-side-path
           OPEN INPUT fd-items
           IF ws-side-status IS NOT EQUAL TO '00' THEN
               IF ws-side-status IS EQUAL TO '05' THEN
                   CLOSE fd-items
               END-IF
               EXIT PARAGRAPH
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-collect-item-member UNTIL ws-eof-yes
           CLOSE fd-items
           PERFORM para-check-item-member
               VARYING ws-im-i FROM 1 BY 1
               UNTIL ws-im-i > ws-item-count
           .

       para-collect-item-member.
           READ fd-items
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF li-transaction-id IS EQUAL TO ws-target-id THEN
                       SET ws-found-no TO TRUE
                       PERFORM para-find-item-member
                           VARYING ws-im-j FROM 1 BY 1
                           UNTIL ws-im-j > ws-item-count
                               OR ws-found-yes
                       IF ws-found-no
                               AND ws-item-count IS LESS THAN 200
                               THEN
                           ADD 1 TO ws-item-count
                           MOVE li-member
                               TO ws-im-account(ws-item-count)
                       END-IF
                   END-IF
           END-READ
           .

       para-find-item-member.
           IF ws-im-account(ws-im-j) IS EQUAL TO li-member THEN
               SET ws-found-yes TO TRUE
           END-IF
           .

       para-check-item-member.
           CALL 'asdf-check-member' USING ws-target-group
               ws-im-account(ws-im-i) ws-found
           IF ws-found-no THEN
               CALL 'asdf-format-uuid' USING ws-im-account(ws-im-i)
                   ws-uuid-text
               DISPLAY 'Line-item member ' ws-uuid-text
                   ' is not a member of the target group'
                   WITH NO ADVANCING
               GO TO para-invalid
           END-IF
           .

      *Fresh ids for both legs, each checked against the ledger it
      *goes into.
       para-generate-ids.
           MOVE SPACES TO ws-ledger
           STRING '/var/lib/asdf/group/' ws-source-text '/ledger'
               INTO ws-ledger
           PERFORM para-roll-id
           MOVE ws-check-id TO ws-reversal-id
           MOVE SPACES TO ws-ledger
           STRING '/var/lib/asdf/group/' ws-target-text '/ledger'
               INTO ws-ledger
           PERFORM para-roll-id
           MOVE ws-check-id TO ws-repost-id
           .

       para-roll-id.
           SET ws-found-yes TO TRUE
           PERFORM para-roll-id-try UNTIL ws-found-no
           .

       para-roll-id-try.
           CALL 'asdf-generate-uuid' USING ws-check-id
           PERFORM para-check-id-in-ledger
           .

      *Both legs are staged, and the cross-reference written to both
      *groups, before either ledger write; each staging file is
      *cleared once its leg is down.
       para-post-transfer.
           MOVE ws-source-text TO ws-group-text
           PERFORM para-build-reversal-entry
           PERFORM para-stage-entry
           MOVE ws-target-text TO ws-group-text
           PERFORM para-build-repost-entry
           PERFORM para-stage-entry

           PERFORM para-record-transfer

           MOVE ws-source-group TO ws-group
           MOVE ws-source-text TO ws-group-text
           PERFORM para-build-reversal-entry
           PERFORM para-write-staged-entry
           MOVE ws-target-group TO ws-group
           MOVE ws-target-text TO ws-group-text
           PERFORM para-build-repost-entry
           PERFORM para-write-staged-entry

           PERFORM para-copy-side-records
      *The reposted entry went into the target group's
      *category-by-month totals before its tags and lines were
      *copied across; they are brought in line now.
           CALL 'asdf-recompute-category-months' USING
               ws-target-group ws-recompute-mode ws-recompute-drift
           PERFORM para-audit-transfer
           .

       para-stage-entry.
           MOVE SPACES TO ws-pending-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/transfer-pending' INTO ws-pending-path
           OPEN OUTPUT fd-pending
           MOVE fs-transaction TO pd-transaction
           WRITE pd-transaction
           CLOSE fd-pending
           .

       para-write-staged-entry.
           MOVE SPACES TO ws-ledger
           STRING '/var/lib/asdf/group/' ws-group-text '/ledger'
               INTO ws-ledger
           PERFORM para-write-entry
           MOVE SPACES TO ws-pending-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/transfer-pending' INTO ws-pending-path
           CALL 'CBL_DELETE_FILE' USING ws-pending-path
           .

       para-build-reversal-entry.
           MOVE ws-reversal-id TO fs-id
           SET fs-reversal TO TRUE
           CALL 'asdf-utc-timestamp' USING fs-timestamp
           MOVE 'UTC' TO fs-timezone
           MOVE SPACES TO fs-comment
           CALL 'asdf-format-uuid' USING ws-repost-id ws-uuid-text
           STRING 'Moved to group ' ws-target-text
               '; reposted as ' ws-uuid-text
               DELIMITED BY SIZE INTO fs-comment
               ON OVERFLOW CONTINUE
           END-STRING
           MOVE ws-target-id TO fs-reversal-of
           MOVE ws-orig-type TO fs-reversal-of-type
           MOVE ws-orig-debitor TO fs-debitor
           MOVE ws-orig-creditor TO fs-creditor
           MOVE ws-orig-amount TO fs-amount
           MOVE ws-orig-category TO fs-category
           MOVE 0 TO fs-due-date
           MOVE ws-orig-currency TO fs-currency
           MOVE SPACES TO fs-attachment-ref
           MOVE SPACES TO fs-split-of
           .

      *The repost is the original entry under a new id; a split leg
      *loses its split id, the rest of the split staying behind.
       para-build-repost-entry.
           MOVE ws-orig-transaction TO fs-transaction
           MOVE ws-repost-id TO fs-id
           MOVE SPACES TO fs-split-of
           .

       para-write-entry.
           OPEN EXTEND fd-ledger
           WRITE fs-transaction
           CLOSE fd-ledger

           CALL 'asdf-append-account-ledger' USING ws-group
               fs-debitor fs-transaction
           IF fs-creditor IS NOT EQUAL TO fs-debitor THEN
               CALL 'asdf-append-account-ledger' USING ws-group
                   fs-creditor fs-transaction
           END-IF
           CALL 'asdf-update-control' USING ws-group fs-transaction
           .

       para-record-transfer.
           MOVE ws-target-id TO tr-original-id
           MOVE ws-source-group TO tr-source-group
           MOVE ws-reversal-id TO tr-reversal-id
           MOVE ws-target-group TO tr-target-group
           MOVE ws-repost-id TO tr-repost-id
           MOVE ws-acting-account TO tr-transferred-by
           CALL 'asdf-utc-timestamp' USING ws-utc-now
           COMPUTE tr-timestamp =
               ws-utc-year * 10000000000
               + ws-utc-month * 100000000
               + ws-utc-day * 1000000
               + ws-utc-hour * 10000
               + ws-utc-minute * 100
               + ws-utc-second
           MOVE SPACES TO ws-transfers-path
           STRING '/var/lib/asdf/group/' ws-source-text '/transfers'
               INTO ws-transfers-path
           OPEN EXTEND fd-transfers
           WRITE tr-transfer
           CLOSE fd-transfers
           MOVE SPACES TO ws-transfers-path
           STRING '/var/lib/asdf/group/' ws-target-text '/transfers'
               INTO ws-transfers-path
           OPEN EXTEND fd-transfers
           WRITE tr-transfer
           CLOSE fd-transfers
           .

      *Tags, line items, tax breakdown and expense date follow the
      *entry under its new id; the source group's copies stay with
      *the reversed original.
       para-copy-side-records.
           MOVE SPACES TO ws-side-path
           STRING '/var/lib/asdf/group/' ws-source-text '/tags'
               INTO ws-side-path
           MOVE SPACES TO ws-out-path
           STRING '/var/lib/asdf/group/' ws-target-text '/tags'
               INTO ws-out-path
           PERFORM para-copy-tags THRU para-copy-tags-exit
           MOVE SPACES TO ws-side-path
           STRING '/var/lib/asdf/group/' ws-source-text '/items'
               INTO ws-side-path
           MOVE SPACES TO ws-out-path
           STRING '/var/lib/asdf/group/' ws-target-text '/items'
               INTO ws-out-path
           PERFORM para-copy-items THRU para-copy-items-exit
           MOVE SPACES TO ws-side-path
           STRING '/var/lib/asdf/group/' ws-source-text '/tax'
               INTO ws-side-path
           MOVE SPACES TO ws-out-path
           STRING '/var/lib/asdf/group/' ws-target-text '/tax'
               INTO ws-out-path
           PERFORM para-copy-tax THRU para-copy-tax-exit
           MOVE SPACES TO ws-side-path
           STRING '/var/lib/asdf/group/' ws-source-text '/value-dates'
               INTO ws-side-path
           MOVE SPACES TO ws-out-path
           STRING '/var/lib/asdf/group/' ws-target-text '/value-dates'
               INTO ws-out-path
           PERFORM para-copy-value-dates
               THRU para-copy-value-dates-exit
           .

       para-copy-tags.
           OPEN INPUT fd-tags
           IF ws-side-status IS NOT EQUAL TO '00' THEN
               IF ws-side-status IS EQUAL TO '05' THEN
                   CLOSE fd-tags
               END-IF
               GO TO para-copy-tags-exit
           END-IF
           OPEN EXTEND fd-tags-out
           SET ws-eof-no TO TRUE
           PERFORM para-copy-tag-one UNTIL ws-eof-yes
           CLOSE fd-tags-out
           CLOSE fd-tags
           .

       para-copy-tags-exit.
           EXIT PARAGRAPH
           .

       para-copy-tag-one.
           READ fd-tags
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF tg-transaction-id IS EQUAL TO ws-target-id THEN
                       MOVE tg-tag-entry TO tt-tag-entry
                       MOVE ws-repost-id TO tt-transaction-id
                       WRITE tt-tag-entry
                   END-IF
           END-READ
           .

       para-copy-items.
           OPEN INPUT fd-items
           IF ws-side-status IS NOT EQUAL TO '00' THEN
               IF ws-side-status IS EQUAL TO '05' THEN
                   CLOSE fd-items
               END-IF
               GO TO para-copy-items-exit
           END-IF
           OPEN EXTEND fd-items-out
           SET ws-eof-no TO TRUE
           PERFORM para-copy-item-one UNTIL ws-eof-yes
           CLOSE fd-items-out
           CLOSE fd-items
           .

       para-copy-items-exit.
           EXIT PARAGRAPH
           .

       para-copy-item-one.
           READ fd-items
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF li-transaction-id IS EQUAL TO ws-target-id THEN
                       MOVE li-line-item TO lo-line-item
                       MOVE ws-repost-id TO lo-transaction-id
                       WRITE lo-line-item
                   END-IF
           END-READ
           .

       para-copy-tax.
           OPEN INPUT fd-tax
           IF ws-side-status IS NOT EQUAL TO '00' THEN
               IF ws-side-status IS EQUAL TO '05' THEN
                   CLOSE fd-tax
               END-IF
               GO TO para-copy-tax-exit
           END-IF
           OPEN EXTEND fd-tax-out
           SET ws-eof-no TO TRUE
           PERFORM para-copy-tax-one UNTIL ws-eof-yes
           CLOSE fd-tax-out
           CLOSE fd-tax
           .

       para-copy-tax-exit.
           EXIT PARAGRAPH
           .

       para-copy-tax-one.
           READ fd-tax
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF et-transaction-id IS EQUAL TO ws-target-id THEN
                       MOVE et-entry-tax TO eo-entry-tax
                       MOVE ws-repost-id TO eo-transaction-id
                       WRITE eo-entry-tax
                   END-IF
           END-READ
           .

       para-copy-value-dates.
           OPEN INPUT fd-value-dates
           IF ws-side-status IS NOT EQUAL TO '00' THEN
               IF ws-side-status IS EQUAL TO '05' THEN
                   CLOSE fd-value-dates
               END-IF
               GO TO para-copy-value-dates-exit
           END-IF
           OPEN EXTEND fd-value-dates-out
           SET ws-eof-no TO TRUE
           PERFORM para-copy-value-date-one UNTIL ws-eof-yes
           CLOSE fd-value-dates-out
           CLOSE fd-value-dates
           .

       para-copy-value-dates-exit.
           EXIT PARAGRAPH
           .

      *Every record is carried, in order, so the latest still wins.
       para-copy-value-date-one.
           READ fd-value-dates
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF vd-entry-id IS EQUAL TO ws-target-id THEN
                       MOVE vd-value-date-entry TO vo-value-date-entry
                       MOVE ws-repost-id TO vo-entry-id
                       WRITE vo-value-date-entry
                   END-IF
           END-READ
           .

       para-audit-transfer.
           CALL 'asdf-format-uuid' USING ws-target-id ws-uuid-text
           MOVE SPACES TO ws-audit-detail
           STRING 'moved entry ' ws-uuid-text ' to group '
               ws-target-text
               DELIMITED BY SIZE INTO ws-audit-detail
               ON OVERFLOW CONTINUE
           END-STRING
           CALL 'asdf-append-admin-audit' USING ws-source-group
               ws-acting-account ws-audit-program ws-audit-detail
           MOVE SPACES TO ws-audit-detail
           STRING 'received entry ' ws-uuid-text ' from group '
               ws-source-text
               DELIMITED BY SIZE INTO ws-audit-detail
               ON OVERFLOW CONTINUE
           END-STRING
           CALL 'asdf-append-admin-audit' USING ws-target-group
               ws-acting-account ws-audit-program ws-audit-detail
           .
