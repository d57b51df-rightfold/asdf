      *Assembles the evidence an external auditor asks for about one
      *group over one period into a single bundle file, instead of
      *someone running half a dozen reports by hand and pasting the
      *output together. The bundle opens with a header line naming
      *the group and period, then carries these sections, each
      *opened by its name on a line of its own and closed by
      *'END <name>':
      *
      *  OPENING-ROLLUP       each account's opening balance from the
      *                       latest rollup closed before the period
      *  LEDGER               every entry dated within the period,
      *                       compacted segments included, oldest
      *                       first
      *  CLOSING-ROLLUP       each account's balance from the latest
      *                       rollup closed on or before period end
      *  CONTROL              the control record as on file, the
      *                       count, totals and chain recomputed from
      *                       the active ledger with a MATCH/MISMATCH
      *                       verdict for each, the chain value as it
      *                       stood at period end, and the period's
      *                       own totals
      *  ADMIN-AUDIT          the group's admin-audit entries in the
      *                       period
      *  APPROVALS            approval decisions taken in the period
      *  DISPUTES             disputes raised in the period
      *  DISPUTE-RESOLUTIONS  dispute outcomes in the period
      *
      *A closing MANIFEST lists every section with its record count
      *and a checksum, so the recipient can tell a section that was
      *cut short or edited after it left us. The checksum folds the
      *characters of each record line in turn (trailing spaces
      *dropped, as the file holds them) the way asdf-hash-entry folds
      *a ledger entry, chained across the section. 'END-OF-EVIDENCE'
      *ends the file.
      *
      *Like asdf-verify-chain, the chain covers the active ledger
      *only; a compaction since the period closed re-anchors it, and
      *the period-end value is then the fold of whatever of the
      *period is still active.
      *
      *Arguments: operator account UUID, operator session token,
      *group UUID, from-date and to-date (YYYYMMDD, both inclusive),
      *output path. The run is logged through
      *asdf-append-admin-audit.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-audit-evidence-pack.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-out
           ASSIGN DYNAMIC ws-out-path
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL fd-ledger
           ASSIGN DYNAMIC ws-ledger
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-ledger-status.

       SELECT OPTIONAL fd-control
           ASSIGN DYNAMIC ws-control-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-control-status.

       SELECT OPTIONAL fd-rollup
           ASSIGN DYNAMIC ws-rollup-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-rollup-status.

       SELECT OPTIONAL fd-admin-audit
           ASSIGN DYNAMIC ws-audit-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-audit-status.

       SELECT OPTIONAL fd-approvals
           ASSIGN DYNAMIC ws-approvals-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-approvals-status.

       SELECT OPTIONAL fd-disputes
           ASSIGN DYNAMIC ws-disputes-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-disputes-status.

       SELECT OPTIONAL fd-resolutions
           ASSIGN DYNAMIC ws-resolutions-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-resolutions-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-out.
       01 fo-line                      PIC X(400).

       FD fd-ledger.
       COPY 'asdf-transaction.cpy' REPLACING ==:X:== BY ==fs==.

       FD fd-control.
       COPY 'asdf-control.cpy' REPLACING ==:X:== BY ==cn==.

       FD fd-rollup.
       COPY 'asdf-rollup.cpy' REPLACING ==:X:== BY ==ro==.

       FD fd-admin-audit.
       COPY 'asdf-admin-audit.cpy' REPLACING ==:X:== BY ==aa==.

       FD fd-approvals.
       COPY 'asdf-approval.cpy' REPLACING ==:X:== BY ==ap==.

       FD fd-disputes.
       COPY 'asdf-dispute.cpy' REPLACING ==:X:== BY ==dp==.

       FD fd-resolutions.
       COPY 'asdf-dispute-resolution.cpy' REPLACING ==:X:== BY ==dr==.

       WORKING-STORAGE SECTION.
       01 ws-out-path                  PIC X(256).
       01 ws-ledger                    PIC X(256).
       01 ws-ledger-status             PIC XX.
       01 ws-control-path              PIC X(256).
       01 ws-control-status            PIC XX.
       01 ws-rollup-path               PIC X(256).
       01 ws-rollup-status             PIC XX.
       01 ws-audit-path                PIC X(256).
       01 ws-audit-status              PIC XX.
       01 ws-approvals-path            PIC X(256).
       01 ws-approvals-status          PIC XX.
       01 ws-disputes-path             PIC X(256).
       01 ws-disputes-status           PIC XX.
       01 ws-resolutions-path          PIC X(256).
       01 ws-resolutions-status        PIC XX.

       01 ws-uuid-text                 PIC X(32).
       01 ws-operator-account          PIC X(16).
       01 ws-operator-token            PIC X(16).
       01 ws-operator-valid            PIC X.
           88 ws-operator-valid-yes    VALUE 'Y'.
           88 ws-operator-valid-no     VALUE 'N'.
       01 ws-group                     PIC X(16).
       01 ws-group-text                PIC X(32).
       01 ws-date-text                 PIC X(10).
       01 ws-from-date                 PIC 9(8).
       01 ws-to-date                   PIC 9(8).

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.

       01 ws-segment-dates.
           02 ws-segment-date OCCURS 100 TIMES
                   PIC 9(8).
       01 ws-segment-count             PIC 9(3) COMP.
       01 ws-seg-i                     PIC 9(3) COMP.
       01 ws-seg-date-text             PIC X(8).
      *'active' or the segment's close date, carried on each LEDGER
      *line so the auditor can see which file the entry came from.
       01 ws-source-text               PIC X(8).
       01 ws-walking-active            PIC X.
           88 ws-walking-active-yes    VALUE 'Y'.
           88 ws-walking-active-no     VALUE 'N'.

      *Latest opening and closing rollup per account.
       01 ws-rollup-limit              PIC 9(3) COMP VALUE 500.
       01 ws-rollup-count              PIC 9(3) COMP VALUE 0.
       01 ws-rollups.
           02 ws-rollup-entry OCCURS 500 TIMES.
               03 ws-rollup-account    PIC X(16).
               03 ws-open-date         PIC 9(8).
               03 ws-open-balance      PIC S9(11) COMP.
               03 ws-open-found        PIC X.
               03 ws-close-date        PIC 9(8).
               03 ws-close-balance     PIC S9(11) COMP.
               03 ws-close-found       PIC X.
       01 ws-r                         PIC 9(3) COMP.
       01 ws-r-found                   PIC 9(3) COMP.

      *Recomputed from the whole active ledger, for the verdict
      *against the control record.
       01 ws-active-count              PIC 9(8) COMP VALUE 0.
       01 ws-active-debt               PIC S9(12) COMP VALUE 0.
       01 ws-active-payment            PIC S9(12) COMP VALUE 0.
       01 ws-active-reversal           PIC S9(12) COMP VALUE 0.
       01 ws-active-writeoff           PIC S9(12) COMP VALUE 0.
       01 ws-active-chain              PIC 9(15) COMP VALUE 0.
      *The same chain stopped at the last active entry dated on or
      *before period end.
       01 ws-period-end-chain          PIC 9(15) COMP VALUE 0.
       01 ws-period-end-count          PIC 9(8) COMP VALUE 0.
      *The entries listed in the LEDGER section.
       01 ws-period-count              PIC 9(8) COMP VALUE 0.
       01 ws-period-debt               PIC S9(12) COMP VALUE 0.
       01 ws-period-payment            PIC S9(12) COMP VALUE 0.
       01 ws-period-reversal           PIC S9(12) COMP VALUE 0.
       01 ws-period-writeoff           PIC S9(12) COMP VALUE 0.
       01 ws-control-found             PIC X.
           88 ws-control-found-yes     VALUE 'Y'.
           88 ws-control-found-no      VALUE 'N'.
       01 ws-verdict-totals            PIC X(10).
       01 ws-verdict-chain             PIC X(10).
      *The figures para-control-line prints.
       01 ws-show-count                PIC 9(8) COMP.
       01 ws-show-debt                 PIC S9(12) COMP.
       01 ws-show-payment              PIC S9(12) COMP.
       01 ws-show-reversal             PIC S9(12) COMP.
       01 ws-show-writeoff             PIC S9(12) COMP.
       01 ws-show-chain                PIC 9(15) COMP.
       01 ws-pointer                   PIC 9(3) COMP.

      *One manifest entry per section written.
       01 ws-section-count             PIC 9(2) COMP VALUE 0.
       01 ws-sections.
           02 ws-section-entry OCCURS 10 TIMES.
               03 ws-section-name      PIC X(20).
               03 ws-section-records   PIC 9(8) COMP.
               03 ws-section-checksum  PIC 9(15) COMP.
       01 ws-s                         PIC 9(2) COMP.
       01 ws-name                      PIC X(20).
      *Same modulus and multiplier asdf-hash-entry folds with.
       01 ws-acc                       PIC 9(18) COMP.
       01 ws-modulus                   PIC 9(16) COMP
           VALUE 1000000000000000.
       01 ws-i                         PIC 9(4) COMP.
       01 ws-length                    PIC 9(4) COMP.

       01 ws-line                      PIC X(400).
       01 ws-amount-edit               PIC 9(10).
       01 ws-total-edit                PIC -(12)9.
       01 ws-count-edit                PIC Z(7)9.
       01 ws-chain-edit                PIC 9(15).
       01 ws-party-text                PIC X(32).
       01 ws-party2-text               PIC X(32).
       01 ws-party3-text               PIC X(32).
       01 ws-utc-now.
           02 ws-utc-year              PIC 9(4).
           02 ws-utc-month             PIC 9(2).
           02 ws-utc-day               PIC 9(2).
           02 ws-utc-hour              PIC 9(2).
           02 ws-utc-minute            PIC 9(2).
           02 ws-utc-second            PIC 9(2).

       01 ws-global-scope              PIC X(16) VALUE LOW-VALUES.
       01 ws-audit-program             PIC X(30)
           VALUE 'asdf-audit-evidence-pack'.
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
           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text
               ws-operator-token
           CALL 'asdf-check-operator-session' USING
               ws-operator-account ws-operator-token
               ws-operator-valid
           IF ws-operator-valid-no THEN
               DISPLAY 'A valid operator session is required'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-group
           CALL 'asdf-format-uuid' USING ws-group ws-group-text

           ACCEPT ws-date-text FROM ARGUMENT-VALUE
           IF FUNCTION TRIM(ws-date-text) IS NOT NUMERIC THEN
               DISPLAY 'Invalid from-date' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION TRIM(ws-date-text) TO ws-from-date
           ACCEPT ws-date-text FROM ARGUMENT-VALUE
           IF FUNCTION TRIM(ws-date-text) IS NOT NUMERIC THEN
               DISPLAY 'Invalid to-date' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION TRIM(ws-date-text) TO ws-to-date
           IF ws-from-date IS GREATER THAN ws-to-date THEN
               DISPLAY 'From-date is after to-date' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT ws-out-path FROM ARGUMENT-VALUE
           IF ws-out-path IS EQUAL TO SPACES
                   OR ws-out-path IS EQUAL TO LOW-VALUES THEN
               DISPLAY 'Missing output path' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM para-load-rollups THRU para-load-rollups-exit

           OPEN OUTPUT fd-out
           CALL 'asdf-utc-timestamp' USING ws-utc-now
           MOVE SPACES TO ws-line
           STRING 'ASDF-AUDIT-EVIDENCE v1 group ' ws-group-text
               ' from ' ws-from-date ' to ' ws-to-date
               ' generated '
               ws-utc-year ws-utc-month ws-utc-day
               ws-utc-hour ws-utc-minute ws-utc-second
               DELIMITED BY SIZE INTO ws-line
               ON OVERFLOW CONTINUE
           END-STRING
           PERFORM para-emit

           PERFORM para-export-opening
           PERFORM para-export-ledger
           PERFORM para-export-closing
           PERFORM para-export-control
           PERFORM para-export-admin-audit
               THRU para-export-admin-audit-exit
           PERFORM para-export-approvals
               THRU para-export-approvals-exit
           PERFORM para-export-disputes
               THRU para-export-disputes-exit
           PERFORM para-export-resolutions
               THRU para-export-resolutions-exit
           PERFORM para-export-manifest

           MOVE 'END-OF-EVIDENCE' TO ws-line
           PERFORM para-emit
           CLOSE fd-out

           MOVE SPACES TO ws-audit-detail
           STRING 'audit evidence pack for ' ws-group-text ' '
               ws-from-date '-' ws-to-date
               DELIMITED BY SIZE INTO ws-audit-detail
               ON OVERFLOW CONTINUE
           END-STRING
           CALL 'asdf-append-admin-audit' USING ws-global-scope
               ws-operator-account ws-audit-program ws-audit-detail

           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

      *Header, section and trailer lines: not section content, so
      *outside the manifest.
       para-emit.
           MOVE ws-line TO fo-line
           WRITE fo-line
           .

      *A section's content line: written, counted and folded into
      *the section's checksum.
       para-emit-record.
           MOVE ws-line TO fo-line
           WRITE fo-line
           ADD 1 TO ws-section-records(ws-section-count)
           MOVE ws-section-checksum(ws-section-count) TO ws-acc
           MOVE 0 TO ws-length
           IF ws-line IS NOT EQUAL TO SPACES THEN
               MOVE FUNCTION LENGTH(FUNCTION TRIM(ws-line TRAILING))
                   TO ws-length
           END-IF
           PERFORM para-fold-char VARYING ws-i FROM 1 BY 1
               UNTIL ws-i > ws-length
           MOVE ws-acc TO ws-section-checksum(ws-section-count)
           .

       para-fold-char.
           COMPUTE ws-acc = FUNCTION MOD(
               ws-acc * 131
               + FUNCTION ORD(ws-line(ws-i : 1)),
               ws-modulus)
           .

       para-begin-section.
           ADD 1 TO ws-section-count
           MOVE ws-name TO ws-section-name(ws-section-count)
           MOVE 0 TO ws-section-records(ws-section-count)
           MOVE 0 TO ws-section-checksum(ws-section-count)
           MOVE ws-name TO ws-line
           PERFORM para-emit
           .

       para-end-section.
           MOVE SPACES TO ws-line
           STRING 'END ' DELIMITED BY SIZE
               ws-section-name(ws-section-count) DELIMITED BY SPACE
               INTO ws-line
           PERFORM para-emit
           .

      *The rollup file is read once up front for both rollup
      *sections: per account, the latest record closed before the
      *period opened and the latest closed by its end. A later
      *record for the same close date wins, the way
      *asdf-balance-as-of reads it.
       para-load-rollups.
           MOVE SPACES TO ws-rollup-path
           STRING '/var/lib/asdf/group/' ws-group-text '/rollup'
               INTO ws-rollup-path
           OPEN INPUT fd-rollup
           IF ws-rollup-status IS NOT EQUAL TO '00' THEN
               IF ws-rollup-status IS EQUAL TO '05' THEN
                   CLOSE fd-rollup
               END-IF
               GO TO para-load-rollups-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-load-rollup-one UNTIL ws-eof-yes
           CLOSE fd-rollup
           .

       para-load-rollups-exit.
           EXIT PARAGRAPH
           .

       para-load-rollup-one.
           READ fd-rollup
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ro-period-end-date IS NOT GREATER THAN
                           ws-to-date THEN
                       PERFORM para-find-rollup-account
                       PERFORM para-keep-rollup
                   END-IF
           END-READ
           .

       para-find-rollup-account.
           MOVE 0 TO ws-r-found
           PERFORM para-match-rollup-account
               VARYING ws-r FROM 1 BY 1
               UNTIL ws-r > ws-rollup-count OR ws-r-found > 0
           IF ws-r-found IS EQUAL TO 0 THEN
               IF ws-rollup-count IS NOT LESS THAN ws-rollup-limit
                       THEN
                   PERFORM para-table-full
               END-IF
               ADD 1 TO ws-rollup-count
               MOVE ws-rollup-count TO ws-r-found
               MOVE ro-account-id TO ws-rollup-account(ws-r-found)
               MOVE 'N' TO ws-open-found(ws-r-found)
               MOVE 'N' TO ws-close-found(ws-r-found)
               MOVE 0 TO ws-open-date(ws-r-found)
               MOVE 0 TO ws-close-date(ws-r-found)
           END-IF
           .

       para-match-rollup-account.
           IF ws-rollup-account(ws-r) IS EQUAL TO ro-account-id THEN
               MOVE ws-r TO ws-r-found
           END-IF
           .

       para-keep-rollup.
           IF ro-period-end-date IS NOT LESS THAN
                   ws-close-date(ws-r-found) THEN
               MOVE ro-period-end-date TO ws-close-date(ws-r-found)
               MOVE ro-opening-balance
                   TO ws-close-balance(ws-r-found)
               MOVE 'Y' TO ws-close-found(ws-r-found)
           END-IF
           IF ro-period-end-date IS LESS THAN ws-from-date
                   AND ro-period-end-date IS NOT LESS THAN
                       ws-open-date(ws-r-found) THEN
               MOVE ro-period-end-date TO ws-open-date(ws-r-found)
               MOVE ro-opening-balance
                   TO ws-open-balance(ws-r-found)
               MOVE 'Y' TO ws-open-found(ws-r-found)
           END-IF
           .

       para-table-full.
           DISPLAY 'Too many accounts for the audit evidence pack'
               WITH NO ADVANCING
           MOVE 101 TO RETURN-CODE
           STOP RUN
           .

       para-export-opening.
           MOVE 'OPENING-ROLLUP' TO ws-name
           PERFORM para-begin-section
           PERFORM para-opening-one
               VARYING ws-r FROM 1 BY 1
               UNTIL ws-r > ws-rollup-count
           PERFORM para-end-section
           .

       para-opening-one.
           IF ws-open-found(ws-r) IS EQUAL TO 'Y' THEN
               CALL 'asdf-format-uuid' USING ws-rollup-account(ws-r)
                   ws-party-text
               MOVE ws-open-balance(ws-r) TO ws-total-edit
               MOVE SPACES TO ws-line
               STRING 'account ' ws-party-text ' period-end '
                   ws-open-date(ws-r) ' balance '
                   FUNCTION TRIM(ws-total-edit)
                   DELIMITED BY SIZE INTO ws-line
                   ON OVERFLOW CONTINUE
               END-STRING
               PERFORM para-emit-record
           END-IF
           .

       para-export-closing.
           MOVE 'CLOSING-ROLLUP' TO ws-name
           PERFORM para-begin-section
           PERFORM para-closing-one
               VARYING ws-r FROM 1 BY 1
               UNTIL ws-r > ws-rollup-count
           PERFORM para-end-section
           .

       para-closing-one.
           IF ws-close-found(ws-r) IS EQUAL TO 'Y' THEN
               CALL 'asdf-format-uuid' USING ws-rollup-account(ws-r)
                   ws-party-text
               MOVE ws-close-balance(ws-r) TO ws-total-edit
               MOVE SPACES TO ws-line
               STRING 'account ' ws-party-text ' period-end '
                   ws-close-date(ws-r) ' balance '
                   FUNCTION TRIM(ws-total-edit)
                   DELIMITED BY SIZE INTO ws-line
                   ON OVERFLOW CONTINUE
               END-STRING
               PERFORM para-emit-record
           END-IF
           .

      *Segments oldest first, then the active ledger; the active
      *pass also gathers the control figures.
       para-export-ledger.
           MOVE 'LEDGER' TO ws-name
           PERFORM para-begin-section
           SET ws-walking-active-no TO TRUE
           CALL 'asdf-load-segments' USING ws-group
               ws-segment-dates ws-segment-count
           PERFORM para-walk-segment
               VARYING ws-seg-i FROM 1 BY 1
               UNTIL ws-seg-i > ws-segment-count
           SET ws-walking-active-yes TO TRUE
           MOVE 'active' TO ws-source-text
           MOVE SPACES TO ws-ledger
           STRING '/var/lib/asdf/group/' ws-group-text '/ledger'
               DELIMITED BY SIZE INTO ws-ledger
           PERFORM para-walk-file THRU para-walk-file-exit
           PERFORM para-end-section
           .

       para-walk-segment.
           MOVE ws-segment-date(ws-seg-i) TO ws-seg-date-text
           MOVE ws-seg-date-text TO ws-source-text
           MOVE SPACES TO ws-ledger
           STRING '/var/lib/asdf/group/' ws-group-text '/ledger.'
               ws-seg-date-text DELIMITED BY SIZE INTO ws-ledger
           PERFORM para-walk-file THRU para-walk-file-exit
           .

       para-walk-file.
           OPEN INPUT fd-ledger
           IF ws-ledger-status IS NOT EQUAL TO '00' THEN
               IF ws-ledger-status IS EQUAL TO '05' THEN
                   CLOSE fd-ledger
               END-IF
               GO TO para-walk-file-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-walk-one UNTIL ws-eof-yes
           CLOSE fd-ledger
           .

       para-walk-file-exit.
           EXIT PARAGRAPH
           .

       para-walk-one.
           READ fd-ledger
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ws-walking-active-yes THEN
                       PERFORM para-fold-active
                   END-IF
                   IF fs-timestamp(1:8) IS NOT LESS THAN ws-from-date
                           AND fs-timestamp(1:8) IS NOT GREATER THAN
                               ws-to-date THEN
                       PERFORM para-ledger-record
                   END-IF
           END-READ
           .

       para-fold-active.
           ADD 1 TO ws-active-count
           EVALUATE TRUE
               WHEN fs-debt
                   ADD fs-amount TO ws-active-debt
               WHEN fs-payment
                   ADD fs-amount TO ws-active-payment
               WHEN fs-reversal
                   ADD fs-amount TO ws-active-reversal
               WHEN fs-write-off
                   ADD fs-amount TO ws-active-writeoff
           END-EVALUATE
           CALL 'asdf-hash-entry' USING ws-active-chain
               fs-transaction
           IF fs-timestamp(1:8) IS NOT GREATER THAN ws-to-date THEN
               MOVE ws-active-chain TO ws-period-end-chain
               MOVE ws-active-count TO ws-period-end-count
           END-IF
           .

       para-ledger-record.
           ADD 1 TO ws-period-count
           EVALUATE TRUE
               WHEN fs-debt
                   ADD fs-amount TO ws-period-debt
               WHEN fs-payment
                   ADD fs-amount TO ws-period-payment
               WHEN fs-reversal
                   ADD fs-amount TO ws-period-reversal
               WHEN fs-write-off
                   ADD fs-amount TO ws-period-writeoff
           END-EVALUATE
           CALL 'asdf-format-uuid' USING fs-id ws-uuid-text
           CALL 'asdf-format-uuid' USING fs-debitor ws-party-text
           CALL 'asdf-format-uuid' USING fs-creditor ws-party2-text
           MOVE '-' TO ws-party3-text
           IF fs-reversal OR fs-write-off THEN
               CALL 'asdf-format-uuid' USING fs-reversal-of
                   ws-party3-text
           END-IF
           MOVE fs-amount TO ws-amount-edit
           MOVE SPACES TO ws-line
           STRING 'entry ' ws-uuid-text ' ' fs-type ' '
               fs-timestamp ' source ' FUNCTION TRIM(ws-source-text)
               ' debitor ' ws-party-text
               ' creditor ' ws-party2-text ' amount '
               ws-amount-edit ' ' fs-currency
               ' of ' FUNCTION TRIM(ws-party3-text)
               ' category ' FUNCTION TRIM(fs-category)
               ' ' FUNCTION TRIM(fs-comment)
               DELIMITED BY SIZE INTO ws-line
               ON OVERFLOW CONTINUE
           END-STRING
           PERFORM para-emit-record
           .

      *The control record as on file, the same figures recomputed
      *from the active ledger with a verdict on each, the chain as
      *it stood at the last active entry of the period, and the
      *totals of the entries the LEDGER section listed.
       para-export-control.
           MOVE 'CONTROL' TO ws-name
           PERFORM para-begin-section
           MOVE SPACES TO ws-control-path
           STRING '/var/lib/asdf/group/' ws-group-text '/control'
               INTO ws-control-path
           SET ws-control-found-no TO TRUE
           OPEN INPUT fd-control
           IF ws-control-status IS EQUAL TO '00' THEN
               READ fd-control
                   NOT AT END
                       SET ws-control-found-yes TO TRUE
               END-READ
               CLOSE fd-control
           ELSE
               IF ws-control-status IS EQUAL TO '05' THEN
                   CLOSE fd-control
               END-IF
           END-IF

           IF ws-control-found-yes THEN
               MOVE 'on-file' TO ws-name
               MOVE cn-record-count TO ws-show-count
               MOVE cn-debt-total TO ws-show-debt
               MOVE cn-payment-total TO ws-show-payment
               MOVE cn-reversal-total TO ws-show-reversal
               MOVE cn-writeoff-total TO ws-show-writeoff
               MOVE cn-chain-hash TO ws-show-chain
               PERFORM para-control-line
               CALL 'asdf-format-uuid' USING cn-last-id ws-uuid-text
               MOVE SPACES TO ws-line
               STRING 'on-file last-entry ' ws-uuid-text
                   ' last-timestamp ' cn-last-timestamp
                   DELIMITED BY SIZE INTO ws-line
               PERFORM para-emit-record
           ELSE
               MOVE 'on-file none' TO ws-line
               PERFORM para-emit-record
           END-IF

           MOVE 'recomputed' TO ws-name
           MOVE ws-active-count TO ws-show-count
           MOVE ws-active-debt TO ws-show-debt
           MOVE ws-active-payment TO ws-show-payment
           MOVE ws-active-reversal TO ws-show-reversal
           MOVE ws-active-writeoff TO ws-show-writeoff
           MOVE ws-active-chain TO ws-show-chain
           PERFORM para-control-line

           IF ws-control-found-no THEN
               MOVE 'NO-CONTROL' TO ws-verdict-totals
               MOVE 'NO-CONTROL' TO ws-verdict-chain
           ELSE
               MOVE 'MATCH' TO ws-verdict-totals
               IF cn-record-count IS NOT EQUAL TO ws-active-count
                       OR cn-debt-total IS NOT EQUAL TO ws-active-debt
                       OR cn-payment-total IS NOT EQUAL TO
                           ws-active-payment
                       OR cn-reversal-total IS NOT EQUAL TO
                           ws-active-reversal
                       OR cn-writeoff-total IS NOT EQUAL TO
                           ws-active-writeoff THEN
                   MOVE 'MISMATCH' TO ws-verdict-totals
               END-IF
               MOVE 'MATCH' TO ws-verdict-chain
               IF cn-chain-hash IS NOT EQUAL TO ws-active-chain THEN
                   MOVE 'MISMATCH' TO ws-verdict-chain
               END-IF
           END-IF
           CALL 'asdf-utc-timestamp' USING ws-utc-now
           MOVE SPACES TO ws-line
           STRING 'verified '
               ws-utc-year ws-utc-month ws-utc-day
               ws-utc-hour ws-utc-minute ws-utc-second
               ' count-and-totals ' FUNCTION TRIM(ws-verdict-totals)
               ' chain ' FUNCTION TRIM(ws-verdict-chain)
               DELIMITED BY SIZE INTO ws-line
           PERFORM para-emit-record

           MOVE ws-period-end-count TO ws-count-edit
           MOVE ws-period-end-chain TO ws-chain-edit
           MOVE SPACES TO ws-line
           STRING 'period-end ' ws-to-date ' chain ' ws-chain-edit
               ' after ' FUNCTION TRIM(ws-count-edit)
               ' active entries'
               DELIMITED BY SIZE INTO ws-line
           PERFORM para-emit-record

           MOVE 'period' TO ws-name
           MOVE ws-period-count TO ws-show-count
           MOVE ws-period-debt TO ws-show-debt
           MOVE ws-period-payment TO ws-show-payment
           MOVE ws-period-reversal TO ws-show-reversal
           MOVE ws-period-writeoff TO ws-show-writeoff
           MOVE 0 TO ws-show-chain
           PERFORM para-control-line
           PERFORM para-end-section
           .

      *One count-and-totals line labelled with ws-name; the chain is
      *shown unless zero (the period's own totals carry none).
       para-control-line.
           MOVE SPACES TO ws-line
           MOVE 1 TO ws-pointer
           MOVE ws-show-count TO ws-count-edit
           STRING FUNCTION TRIM(ws-name) ' count '
               FUNCTION TRIM(ws-count-edit)
               DELIMITED BY SIZE INTO ws-line
               WITH POINTER ws-pointer
           MOVE ws-show-debt TO ws-total-edit
           STRING ' debt ' FUNCTION TRIM(ws-total-edit)
               DELIMITED BY SIZE INTO ws-line
               WITH POINTER ws-pointer
           MOVE ws-show-payment TO ws-total-edit
           STRING ' payment ' FUNCTION TRIM(ws-total-edit)
               DELIMITED BY SIZE INTO ws-line
               WITH POINTER ws-pointer
           MOVE ws-show-reversal TO ws-total-edit
           STRING ' reversal ' FUNCTION TRIM(ws-total-edit)
               DELIMITED BY SIZE INTO ws-line
               WITH POINTER ws-pointer
           MOVE ws-show-writeoff TO ws-total-edit
           STRING ' writeoff ' FUNCTION TRIM(ws-total-edit)
               DELIMITED BY SIZE INTO ws-line
               WITH POINTER ws-pointer
           IF ws-name IS NOT EQUAL TO 'period' THEN
               MOVE ws-show-chain TO ws-chain-edit
               STRING ' chain ' ws-chain-edit
                   DELIMITED BY SIZE INTO ws-line
                   WITH POINTER ws-pointer
           END-IF
           PERFORM para-emit-record
           .

       para-export-admin-audit.
           MOVE 'ADMIN-AUDIT' TO ws-name
           PERFORM para-begin-section
           MOVE SPACES TO ws-audit-path
           STRING '/var/lib/asdf/group/' ws-group-text '/admin-audit'
               INTO ws-audit-path
           OPEN INPUT fd-admin-audit
           IF ws-audit-status IS NOT EQUAL TO '00' THEN
               IF ws-audit-status IS EQUAL TO '05' THEN
                   CLOSE fd-admin-audit
               END-IF
               PERFORM para-end-section
               GO TO para-export-admin-audit-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-audit-one UNTIL ws-eof-yes
           CLOSE fd-admin-audit
           PERFORM para-end-section
           .

       para-export-admin-audit-exit.
           EXIT PARAGRAPH
           .

       para-audit-one.
           READ fd-admin-audit
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF aa-timestamp(1:8) IS NOT LESS THAN ws-from-date
                           AND aa-timestamp(1:8) IS NOT GREATER THAN
                               ws-to-date THEN
                       CALL 'asdf-format-uuid' USING aa-acting-account
                           ws-party-text
                       MOVE SPACES TO ws-line
                       STRING 'action ' aa-timestamp ' by '
                           ws-party-text ' '
                           FUNCTION TRIM(aa-program) ' '
                           FUNCTION TRIM(aa-detail)
                           DELIMITED BY SIZE INTO ws-line
                           ON OVERFLOW CONTINUE
                       END-STRING
                       PERFORM para-emit-record
                   END-IF
           END-READ
           .

      *Decisions only: an entry still pending has none to show.
       para-export-approvals.
           MOVE 'APPROVALS' TO ws-name
           PERFORM para-begin-section
           MOVE SPACES TO ws-approvals-path
           STRING '/var/lib/asdf/group/' ws-group-text '/approvals'
               INTO ws-approvals-path
           OPEN INPUT fd-approvals
           IF ws-approvals-status IS NOT EQUAL TO '00' THEN
               IF ws-approvals-status IS EQUAL TO '05' THEN
                   CLOSE fd-approvals
               END-IF
               PERFORM para-end-section
               GO TO para-export-approvals-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-approval-one UNTIL ws-eof-yes
           CLOSE fd-approvals
           PERFORM para-end-section
           .

       para-export-approvals-exit.
           EXIT PARAGRAPH
           .

       para-approval-one.
           READ fd-approvals
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF NOT ap-status-pending
                           AND ap-decided-timestamp(1:8) IS NOT LESS
                               THAN ws-from-date
                           AND ap-decided-timestamp(1:8) IS NOT
                               GREATER THAN ws-to-date THEN
                       PERFORM para-approval-record
                   END-IF
           END-READ
           .

       para-approval-record.
           CALL 'asdf-format-uuid' USING ap-entry-id ws-uuid-text
           CALL 'asdf-format-uuid' USING ap-submitted-by ws-party-text
           CALL 'asdf-format-uuid' USING ap-decided-by ws-party2-text
           CALL 'asdf-format-uuid' USING ap-creditor ws-party3-text
           MOVE ap-amount TO ws-amount-edit
           MOVE SPACES TO ws-line
           STRING 'approval ' ws-uuid-text ' status ' ap-status
               ' submitted ' ap-submitted-timestamp ' by '
               ws-party-text ' decided ' ap-decided-timestamp
               ' by ' ws-party2-text ' creditor ' ws-party3-text
               ' amount ' ws-amount-edit ' ' ap-currency ' '
               FUNCTION TRIM(ap-comment)
               DELIMITED BY SIZE INTO ws-line
               ON OVERFLOW CONTINUE
           END-STRING
           PERFORM para-emit-record
           .

       para-export-disputes.
           MOVE 'DISPUTES' TO ws-name
           PERFORM para-begin-section
           MOVE SPACES TO ws-disputes-path
           STRING '/var/lib/asdf/group/' ws-group-text '/disputes'
               INTO ws-disputes-path
           OPEN INPUT fd-disputes
           IF ws-disputes-status IS NOT EQUAL TO '00' THEN
               IF ws-disputes-status IS EQUAL TO '05' THEN
                   CLOSE fd-disputes
               END-IF
               PERFORM para-end-section
               GO TO para-export-disputes-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-dispute-one UNTIL ws-eof-yes
           CLOSE fd-disputes
           PERFORM para-end-section
           .

       para-export-disputes-exit.
           EXIT PARAGRAPH
           .

       para-dispute-one.
           READ fd-disputes
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF dp-timestamp(1:8) IS NOT LESS THAN ws-from-date
                           AND dp-timestamp(1:8) IS NOT GREATER THAN
                               ws-to-date THEN
                       CALL 'asdf-format-uuid' USING dp-transaction-id
                           ws-uuid-text
                       CALL 'asdf-format-uuid' USING dp-raised-by
                           ws-party-text
                       MOVE SPACES TO ws-line
                       STRING 'dispute ' ws-uuid-text ' raised '
                           dp-timestamp ' by ' ws-party-text ' '
                           FUNCTION TRIM(dp-reason)
                           DELIMITED BY SIZE INTO ws-line
                           ON OVERFLOW CONTINUE
                       END-STRING
                       PERFORM para-emit-record
                   END-IF
           END-READ
           .

       para-export-resolutions.
           MOVE 'DISPUTE-RESOLUTIONS' TO ws-name
           PERFORM para-begin-section
           MOVE SPACES TO ws-resolutions-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/dispute-resolutions' INTO ws-resolutions-path
           OPEN INPUT fd-resolutions
           IF ws-resolutions-status IS NOT EQUAL TO '00' THEN
               IF ws-resolutions-status IS EQUAL TO '05' THEN
                   CLOSE fd-resolutions
               END-IF
               PERFORM para-end-section
               GO TO para-export-resolutions-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-resolution-one UNTIL ws-eof-yes
           CLOSE fd-resolutions
           PERFORM para-end-section
           .

       para-export-resolutions-exit.
           EXIT PARAGRAPH
           .

       para-resolution-one.
           READ fd-resolutions
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF dr-timestamp(1:8) IS NOT LESS THAN ws-from-date
                           AND dr-timestamp(1:8) IS NOT GREATER THAN
                               ws-to-date THEN
                       PERFORM para-resolution-record
                   END-IF
           END-READ
           .

       para-resolution-record.
           CALL 'asdf-format-uuid' USING dr-transaction-id
               ws-uuid-text
           CALL 'asdf-format-uuid' USING dr-resolved-by ws-party-text
           MOVE '-' TO ws-party2-text
           IF dr-outcome-upheld THEN
               CALL 'asdf-format-uuid' USING dr-reversal-entry
                   ws-party2-text
           END-IF
           MOVE SPACES TO ws-line
           STRING 'resolution ' ws-uuid-text ' outcome ' dr-outcome
               ' ' dr-timestamp ' by ' ws-party-text
               ' reversal ' FUNCTION TRIM(ws-party2-text) ' '
               FUNCTION TRIM(dr-reason)
               DELIMITED BY SIZE INTO ws-line
               ON OVERFLOW CONTINUE
           END-STRING
           PERFORM para-emit-record
           .

       para-export-manifest.
           MOVE 'MANIFEST' TO ws-line
           PERFORM para-emit
           PERFORM para-manifest-one
               VARYING ws-s FROM 1 BY 1
               UNTIL ws-s > ws-section-count
           MOVE 'END MANIFEST' TO ws-line
           PERFORM para-emit
           .

       para-manifest-one.
           MOVE ws-section-records(ws-s) TO ws-count-edit
           MOVE ws-section-checksum(ws-s) TO ws-chain-edit
           MOVE SPACES TO ws-line
           STRING 'section ' FUNCTION TRIM(ws-section-name(ws-s))
               ' records ' FUNCTION TRIM(ws-count-edit)
               ' checksum ' ws-chain-edit
               DELIMITED BY SIZE INTO ws-line
           PERFORM para-emit
           .
