      *Backs out a whole bulk-import run of asdf-load-transactions in
      *one operation: reverses every entry the run posted that still
      *stands, so a wrongly loaded file comes out of the ledger
      *without an amend per entry or a restore that would also throw
      *away everyone else's postings since.
      *
      *Arguments: acting account UUID, session token, group UUID,
      *the import run UUID asdf-load-transactions printed. The
      *session must belong to the acting account, which must be a
      *group admin - the same authority the load demanded - and the
      *group must not be frozen (asdf-check-freeze).
      *
      *The run's entries come from the group's import-entries file
      *(asdf-import-entry.cpy). Each still-standing one gets a
      *reversal, dated now, commented with the run id. An entry
      *already corrected by a reversal or forgiven by a write-off
      *(one naming it in fs-reversal-of) has been settled against
      *and is left alone, and so is a debt a payment has been
      *allocated against (asdf-allocation.cpy) - unless that payment
      *has itself since been reversed, which voids the allocation.
      *Each is listed with its reason, as is an entry no longer
      *found in the ledger. The run is then marked undone
      *in the import-runs register (asdf-import-run.cpy) - a run can
      *only be undone once - and one record is written to the
      *admin-audit trail for the whole undo. Prints the listing,
      *then the reversed and skipped counts.
      *
      *Crash safety: every reversal is staged to the group's
      *undo-pending file before the first ledger write; a run killed
      *part-way is finished by the next undo run against the group,
      *which appends whichever staged reversals never made it and
      *clears the staging file.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-undo-import.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-ledger
           ASSIGN DYNAMIC ws-ledger
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           LOCK MODE IS EXCLUSIVE
           FILE STATUS IS ws-ledger-status.

      *A second handle onto the ledger used only for scans, so the
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

       SELECT OPTIONAL fd-import-runs
           ASSIGN DYNAMIC ws-import-runs-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-import-runs-status.

       SELECT OPTIONAL fd-import-entries
           ASSIGN DYNAMIC ws-import-entries-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-import-entries-status.

       SELECT OPTIONAL fd-allocations
           ASSIGN DYNAMIC ws-allocations-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-allocations-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-ledger.
       COPY 'asdf-transaction.cpy' REPLACING ==:X:== BY ==fs==.

       FD fd-scan-ledger.
       COPY 'asdf-transaction.cpy' REPLACING ==:X:== BY ==sv==.

       FD fd-pending.
       COPY 'asdf-transaction.cpy' REPLACING ==:X:== BY ==pd==.

       FD fd-import-runs.
       COPY 'asdf-import-run.cpy' REPLACING ==:X:== BY ==ir==.

       FD fd-import-entries.
       COPY 'asdf-import-entry.cpy' REPLACING ==:X:== BY ==ie==.

       FD fd-allocations.
       COPY 'asdf-allocation.cpy' REPLACING ==:X:== BY ==av==.

       WORKING-STORAGE SECTION.
       01 ws-group                     PIC X(16).
       01 ws-group-text                PIC X(32).
       01 ws-uuid-text                 PIC X(32).
       01 ws-ledger                    PIC X(256).
       01 ws-ledger-status             PIC XX.
       01 ws-scan-status               PIC XX.
       01 ws-pending-path              PIC X(256).
       01 ws-pending-status            PIC XX.
       01 ws-import-runs-path          PIC X(256).
       01 ws-import-runs-status        PIC XX.
       01 ws-import-entries-path       PIC X(256).
       01 ws-import-entries-status     PIC XX.
       01 ws-allocations-path          PIC X(256).
       01 ws-allocations-status        PIC XX.

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

       01 ws-run-id                    PIC X(16).
       01 ws-run-text                  PIC X(32).
       01 ws-run-state                 PIC X.
           88 ws-run-state-none        VALUE SPACE.
           88 ws-run-state-posted      VALUE 'P'.
           88 ws-run-state-undone      VALUE 'U'.

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-found                     PIC X.
           88 ws-found-yes             VALUE 'Y'.
           88 ws-found-no              VALUE 'N'.
       01 ws-cleared                   PIC X.
           88 ws-cleared-yes           VALUE 'Y'.
           88 ws-cleared-no            VALUE 'N'.
      *The ledger is append-only and the run's first entry is the
      *earliest of them, so nothing ahead of it in the ledger can be
      *one of the run's entries or a correction of one.
       01 ws-reached                   PIC X.
           88 ws-reached-yes           VALUE 'Y'.
           88 ws-reached-no            VALUE 'N'.

      *The run's entries in posting order, each with what the ledger
      *scan found of it: missing until seen, then standing, or
      *reversed / written off when a later entry names it, or
      *allocated when a payment still standing retires it.
       01 ws-entry-count               PIC 9(5) COMP VALUE 0.
       01 ws-run-entries.
           02 ws-run-entry OCCURS 20000 TIMES.
               03 ws-re-id             PIC X(16).
               03 ws-re-row            PIC 9(6) COMP.
               03 ws-re-state          PIC X.
                   88 ws-re-missing    VALUE 'M'.
                   88 ws-re-standing   VALUE 'S'.
                   88 ws-re-reversed   VALUE 'R'.
                   88 ws-re-written-off VALUE 'W'.
                   88 ws-re-allocated  VALUE 'A'.
       01 ws-re-i                      PIC 9(5) COMP.

      *Allocations naming one of the run's entries as the debt they
      *retire: the allocating payment, the run entry, and whether a
      *reversal of the payment seen by the ledger scan voids it.
       01 ws-alloc-count               PIC 9(5) COMP VALUE 0.
       01 ws-allocs.
           02 ws-alloc OCCURS 20000 TIMES.
               03 ws-alloc-payment     PIC X(16).
               03 ws-alloc-entry       PIC 9(5) COMP.
               03 ws-alloc-void        PIC X.
                   88 ws-alloc-void-yes VALUE 'Y'.
                   88 ws-alloc-void-no VALUE 'N'.
       01 ws-al-i                      PIC 9(5) COMP.
       01 ws-match-id                  PIC X(16).
       01 ws-check-id                  PIC X(16).

       01 ws-reversed-count            PIC 9(6) COMP VALUE 0.
       01 ws-skipped-count             PIC 9(6) COMP VALUE 0.
       01 ws-display-count             PIC Z(5)9.
       01 ws-display-row               PIC Z(5)9.

       01 ws-audit-program             PIC X(30)
           VALUE 'asdf-undo-import'.
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
           PERFORM para-recover-pending
               THRU para-recover-pending-exit
           PERFORM para-find-run THRU para-find-run-exit
           IF ws-run-state-none THEN
               DISPLAY 'No such import run in this group'
                   WITH NO ADVANCING
               GO TO para-invalid
           END-IF
           IF ws-run-state-undone THEN
               DISPLAY 'Import run has already been undone'
                   WITH NO ADVANCING
               GO TO para-invalid
           END-IF
           PERFORM para-load-entries THRU para-load-entries-exit
           PERFORM para-load-allocations
               THRU para-load-allocations-exit
           PERFORM para-scan-ledger THRU para-scan-ledger-exit
           PERFORM para-apply-allocations
           PERFORM para-list-skipped
           PERFORM para-post-reversals THRU para-post-reversals-exit
           PERFORM para-mark-run-undone THRU para-mark-run-undone-exit
           PERFORM para-audit-undo

           MOVE ws-reversed-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count) ' reversed, '
               WITH NO ADVANCING
           MOVE ws-skipped-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count) ' skipped'
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

       para-parse.
           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-acting-account

           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-session-token

           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-group

           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-run-id
           CALL 'asdf-format-uuid' USING ws-run-id ws-run-text

           CALL 'asdf-format-uuid' USING ws-group ws-group-text
           MOVE SPACES TO ws-ledger
           STRING '/var/lib/asdf/group/' ws-group-text '/ledger'
               INTO ws-ledger
           MOVE SPACES TO ws-pending-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/undo-pending' INTO ws-pending-path
           MOVE SPACES TO ws-import-runs-path
           STRING '/var/lib/asdf/group/' ws-group-text '/import-runs'
               INTO ws-import-runs-path
           MOVE SPACES TO ws-import-entries-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/import-entries' INTO ws-import-entries-path
           MOVE SPACES TO ws-allocations-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/allocations' INTO ws-allocations-path
           .

       para-check-session.
           CALL 'asdf-check-session' USING ws-session-token ws-group
               ws-session-account ws-session-valid
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
           CALL 'asdf-check-admin' USING ws-group ws-acting-account
               ws-is-admin
           IF ws-is-admin-no THEN
               DISPLAY 'Only an admin can undo an import run'
                   WITH NO ADVANCING
               GO TO para-invalid
           END-IF
           CALL 'asdf-check-freeze' USING ws-group ws-frozen
               ws-freeze-reason
           IF ws-frozen-yes THEN
               DISPLAY 'Group is frozen: '
                   FUNCTION TRIM(ws-freeze-reason) WITH NO ADVANCING
               GO TO para-invalid
           END-IF
           .

       para-invalid.
           MOVE 1 TO RETURN-CODE
           STOP RUN
           .

      *A previous undo run killed between its ledger writes left the
      *rest of its reversals staged in the undo-pending file; finish
      *whichever never made it into the ledger, then clear the
      *staging file.
       para-recover-pending.
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

       para-find-run.
           SET ws-run-state-none TO TRUE
           OPEN INPUT fd-import-runs
           IF ws-import-runs-status IS NOT EQUAL TO '00' THEN
               IF ws-import-runs-status IS EQUAL TO '05' THEN
                   CLOSE fd-import-runs
               END-IF
               GO TO para-find-run-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-find-run-one
               UNTIL ws-eof-yes OR NOT ws-run-state-none
           CLOSE fd-import-runs
           .

       para-find-run-exit.
           EXIT PARAGRAPH
           .

       para-find-run-one.
           READ fd-import-runs
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ir-run-id IS EQUAL TO ws-run-id THEN
                       MOVE ir-status TO ws-run-state
                   END-IF
           END-READ
           .

       para-load-entries.
           OPEN INPUT fd-import-entries
           IF ws-import-entries-status IS NOT EQUAL TO '00' THEN
               IF ws-import-entries-status IS EQUAL TO '05' THEN
                   CLOSE fd-import-entries
               END-IF
               GO TO para-load-entries-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-load-entry-one UNTIL ws-eof-yes
           CLOSE fd-import-entries
           .

       para-load-entries-exit.
           EXIT PARAGRAPH
           .

       para-load-entry-one.
           READ fd-import-entries
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ie-run-id IS EQUAL TO ws-run-id THEN
                       IF ws-entry-count IS EQUAL TO 20000 THEN
                           CLOSE fd-import-entries
                           DISPLAY 'Import run has too many entries '
                               'to undo in one pass' WITH NO ADVANCING
                           GO TO para-invalid
                       END-IF
                       ADD 1 TO ws-entry-count
                       MOVE ie-entry-id TO ws-re-id(ws-entry-count)
                       MOVE ie-row-number TO ws-re-row(ws-entry-count)
                       SET ws-re-missing(ws-entry-count) TO TRUE
                   END-IF
           END-READ
           .

      *The allocations against the run's entries. A payment can only
      *be allocated to a debt already posted, so it and any reversal
      *of it lie after the run's first entry, where the ledger scan
      *below looks for them.
       para-load-allocations.
           IF ws-entry-count IS EQUAL TO 0 THEN
               GO TO para-load-allocations-exit
           END-IF
           OPEN INPUT fd-allocations
           IF ws-allocations-status IS NOT EQUAL TO '00' THEN
               IF ws-allocations-status IS EQUAL TO '05' THEN
                   CLOSE fd-allocations
               END-IF
               GO TO para-load-allocations-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-load-allocation-one UNTIL ws-eof-yes
           CLOSE fd-allocations
           .

       para-load-allocations-exit.
           EXIT PARAGRAPH
           .

       para-load-allocation-one.
           READ fd-allocations
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   MOVE av-debt-id TO ws-match-id
                   PERFORM para-match-entry
                   IF ws-found-yes THEN
                       IF ws-alloc-count IS EQUAL TO 20000 THEN
                           CLOSE fd-allocations
                           DISPLAY 'Import run has too many '
                               'allocations to undo in one pass'
                               WITH NO ADVANCING
                           GO TO para-invalid
                       END-IF
                       ADD 1 TO ws-alloc-count
                       MOVE av-payment-id
                           TO ws-alloc-payment(ws-alloc-count)
                       MOVE ws-re-i TO ws-alloc-entry(ws-alloc-count)
                       SET ws-alloc-void-no(ws-alloc-count) TO TRUE
                   END-IF
           END-READ
           .

      *Settles each of the run's entries: seen in the ledger at all,
      *and whether a later reversal or write-off names it.
       para-scan-ledger.
           IF ws-entry-count IS EQUAL TO 0 THEN
               GO TO para-scan-ledger-exit
           END-IF
           OPEN INPUT fd-scan-ledger
           IF ws-scan-status IS NOT EQUAL TO '00' THEN
               IF ws-scan-status IS EQUAL TO '05' THEN
                   CLOSE fd-scan-ledger
               END-IF
               GO TO para-scan-ledger-exit
           END-IF
           SET ws-reached-no TO TRUE
           SET ws-eof-no TO TRUE
           PERFORM para-scan-ledger-one UNTIL ws-eof-yes
           CLOSE fd-scan-ledger
           .

       para-scan-ledger-exit.
           EXIT PARAGRAPH
           .

       para-scan-ledger-one.
           READ fd-scan-ledger
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF sv-id IS EQUAL TO ws-re-id(1) THEN
                       SET ws-reached-yes TO TRUE
                   END-IF
                   IF ws-reached-yes THEN
                       PERFORM para-scan-classify
                   END-IF
           END-READ
           .

       para-scan-classify.
           MOVE sv-id TO ws-match-id
           PERFORM para-match-entry
           IF ws-found-yes AND ws-re-missing(ws-re-i) THEN
               SET ws-re-standing(ws-re-i) TO TRUE
           END-IF
           IF sv-reversal OR sv-write-off THEN
               MOVE sv-reversal-of TO ws-match-id
               PERFORM para-match-entry
               IF ws-found-yes THEN
                   IF sv-reversal THEN
                       SET ws-re-reversed(ws-re-i) TO TRUE
                   ELSE
                       SET ws-re-written-off(ws-re-i) TO TRUE
                   END-IF
               END-IF
           END-IF
           IF sv-reversal AND ws-alloc-count IS GREATER THAN 0 THEN
               PERFORM para-void-allocation
                   VARYING ws-al-i FROM 1 BY 1
                   UNTIL ws-al-i > ws-alloc-count
           END-IF
           .

       para-void-allocation.
           IF ws-alloc-payment(ws-al-i) IS EQUAL TO sv-reversal-of
                   THEN
               SET ws-alloc-void-yes(ws-al-i) TO TRUE
           END-IF
           .

      *An allocation still live settles the entry it names, unless
      *the scan already found that entry reversed, written off or
      *gone.
       para-apply-allocations.
           PERFORM para-apply-allocation-one
               VARYING ws-al-i FROM 1 BY 1
               UNTIL ws-al-i > ws-alloc-count
           .

       para-apply-allocation-one.
           IF ws-alloc-void-yes(ws-al-i) THEN
               EXIT PARAGRAPH
           END-IF
           MOVE ws-alloc-entry(ws-al-i) TO ws-re-i
           IF ws-re-standing(ws-re-i) THEN
               SET ws-re-allocated(ws-re-i) TO TRUE
           END-IF
           .

      *Looks ws-match-id up among the run's entries, leaving ws-re-i
      *on it when found.
       para-match-entry.
           SET ws-found-no TO TRUE
           PERFORM para-match-entry-one
               VARYING ws-re-i FROM 1 BY 1
               UNTIL ws-re-i > ws-entry-count OR ws-found-yes
           IF ws-found-yes THEN
               SUBTRACT 1 FROM ws-re-i
           END-IF
           .

       para-match-entry-one.
           IF ws-re-id(ws-re-i) IS EQUAL TO ws-match-id THEN
               SET ws-found-yes TO TRUE
           END-IF
           .

       para-list-skipped.
           PERFORM para-list-skipped-one
               VARYING ws-re-i FROM 1 BY 1
               UNTIL ws-re-i > ws-entry-count
           .

       para-list-skipped-one.
           IF ws-re-standing(ws-re-i) THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws-skipped-count
           CALL 'asdf-format-uuid' USING ws-re-id(ws-re-i)
               ws-uuid-text
           MOVE ws-re-row(ws-re-i) TO ws-display-row
           DISPLAY ws-uuid-text ' row ' FUNCTION TRIM(ws-display-row)
               ' skipped: ' WITH NO ADVANCING
           EVALUATE TRUE
               WHEN ws-re-reversed(ws-re-i)
                   DISPLAY 'already reversed'
               WHEN ws-re-written-off(ws-re-i)
                   DISPLAY 'written off'
               WHEN ws-re-allocated(ws-re-i)
                   DISPLAY 'payment allocated against it'
               WHEN OTHER
                   DISPLAY 'not in the ledger'
           END-EVALUATE
           .

      *Every reversal is staged before the first ledger write, then
      *the staging file is replayed into the ledger and cleared.
       para-post-reversals.
           IF ws-entry-count IS EQUAL TO ws-skipped-count THEN
               GO TO para-post-reversals-exit
           END-IF
           OPEN INPUT fd-scan-ledger
           IF ws-scan-status IS NOT EQUAL TO '00' THEN
               IF ws-scan-status IS EQUAL TO '05' THEN
                   CLOSE fd-scan-ledger
               END-IF
               GO TO para-post-reversals-exit
           END-IF
           OPEN OUTPUT fd-pending
           SET ws-reached-no TO TRUE
           SET ws-eof-no TO TRUE
           PERFORM para-stage-one UNTIL ws-eof-yes
           CLOSE fd-pending
           CLOSE fd-scan-ledger

           OPEN INPUT fd-pending
           SET ws-eof-no TO TRUE
           PERFORM para-post-staged-one UNTIL ws-eof-yes
           CLOSE fd-pending
           CALL 'CBL_DELETE_FILE' USING ws-pending-path
           .

       para-post-reversals-exit.
           EXIT PARAGRAPH
           .

       para-stage-one.
           READ fd-scan-ledger
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF sv-id IS EQUAL TO ws-re-id(1) THEN
                       SET ws-reached-yes TO TRUE
                   END-IF
                   IF ws-reached-yes THEN
                       MOVE sv-id TO ws-match-id
                       PERFORM para-match-entry
                       IF ws-found-yes AND ws-re-standing(ws-re-i)
                               THEN
                           PERFORM para-build-reversal
                           WRITE pd-transaction
                       END-IF
                   END-IF
           END-READ
           .

       para-build-reversal.
           CALL 'asdf-generate-uuid' USING pd-id
           SET pd-reversal TO TRUE
           CALL 'asdf-utc-timestamp' USING pd-timestamp
           MOVE 'UTC' TO pd-timezone
           MOVE SPACES TO pd-comment
           STRING 'Import run ' ws-run-text ' undone'
               DELIMITED BY SIZE INTO pd-comment
           MOVE sv-id TO pd-reversal-of
           MOVE sv-type TO pd-reversal-of-type
           MOVE sv-debitor TO pd-debitor
           MOVE sv-creditor TO pd-creditor
           MOVE sv-amount TO pd-amount
           MOVE sv-category TO pd-category
           MOVE 0 TO pd-due-date
           MOVE sv-currency TO pd-currency
           MOVE SPACES TO pd-attachment-ref
           MOVE SPACES TO pd-split-of
           .

       para-post-staged-one.
           READ fd-pending
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   MOVE pd-transaction TO fs-transaction
                   PERFORM para-write-entry
                   ADD 1 TO ws-reversed-count
           END-READ
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

      *The register is worked through I-O so the run's record can be
      *rewritten in place, the scan-and-rewrite shape
      *asdf-confirm-settlement uses on the settlements file.
       para-mark-run-undone.
           OPEN I-O fd-import-runs
           IF ws-import-runs-status IS NOT EQUAL TO '00' THEN
               IF ws-import-runs-status IS EQUAL TO '05' THEN
                   CLOSE fd-import-runs
               END-IF
               GO TO para-mark-run-undone-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-mark-run-one UNTIL ws-eof-yes
           CLOSE fd-import-runs
           .

       para-mark-run-undone-exit.
           EXIT PARAGRAPH
           .

       para-mark-run-one.
           READ fd-import-runs
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ir-run-id IS EQUAL TO ws-run-id THEN
                       SET ir-status-undone TO TRUE
                       MOVE ws-acting-account TO ir-undone-by
                       CALL 'asdf-utc-timestamp' USING
                           ir-undone-timestamp
                       MOVE ws-reversed-count TO ir-entries-reversed
                       MOVE ws-skipped-count TO ir-entries-skipped
                       REWRITE ir-import-run
                       SET ws-eof-yes TO TRUE
                   END-IF
           END-READ
           .

       para-audit-undo.
           MOVE SPACES TO ws-audit-detail
           MOVE ws-reversed-count TO ws-display-count
           MOVE ws-skipped-count TO ws-display-row
           STRING 'undid import run ' ws-run-text ': '
               FUNCTION TRIM(ws-display-count) ' reversed, '
               FUNCTION TRIM(ws-display-row) ' skipped'
               DELIMITED BY SIZE INTO ws-audit-detail
               ON OVERFLOW CONTINUE
           END-STRING
           CALL 'asdf-append-admin-audit' USING ws-group
               ws-acting-account ws-audit-program ws-audit-detail
           .
