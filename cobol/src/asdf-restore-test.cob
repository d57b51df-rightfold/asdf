      *Nightly restore test of the ledger backups: takes the previous
      *night's backup asdf-backup-ledgers wrote under
      */var/lib/asdf/backup/<day>/group/<id>/ for a rotating sample
      *of groups - every group on a Saturday or Sunday business
      *date - restores each group's ledger and control record into
      *the scratch tree /var/lib/asdf/restore-test/group/<id>/, and
      *there runs the asdf-verify-controls and asdf-verify-chain
      *logic against the restored copy: the record count, per-type
      *totals and last entry recomputed from the restored ledger,
      *and its re-folded chain, must agree with the control record
      *as it stood at backup time. A backup is only as good as the
      *restore, and this way a bad one is caught within a day rather
      *than on the day it is needed.
      *
      *The control record is backed up just before its ledger, so
      *the restored ledger may run a few entries past the count it
      *holds (entries posted while the backup ran); the check is
      *over the entries the control record counts, and a ledger
      *shorter than that is a failure. A group whose backup has a
      *ledger but no control record is reported NO-CONTROL and not
      *failed, as asdf-verify-controls treats it. A group with no
      *backed-up ledger fails as MISSING when its live ledger
      *(active or archived) already held entries dated before the
      *backup's business date; a group created since is skipped.
      *
      *The sample is the groups whose position in the group-index
      *falls on the backup day modulo the 'restore-test-rotation-
      *days' key of the central configuration file (default 7), so
      *every group is restored at least once per rotation. Optional
      *argument ALL tests every group regardless of the day.
      *
      *One asdf-job-log.cpy record per group tested goes to the job
      *log, named 'restore-test ' and the start of the group id,
      *with status success or failure, so asdf-monitor-batch raises
      *a failed restore like any failed step. A failed group's
      *scratch copy is left in place for inspection; a passed one is
      *removed. Exits 1 when any group failed.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-restore-test.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-group-index
           ASSIGN DYNAMIC ws-index-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-index-status.

       SELECT OPTIONAL fd-backup-ledger
           ASSIGN DYNAMIC ws-backup-ledger
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-backup-status.

       SELECT OPTIONAL fd-backup-control
           ASSIGN DYNAMIC ws-backup-control
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-backup-control-status.

       SELECT OPTIONAL fd-scratch-ledger
           ASSIGN DYNAMIC ws-scratch-ledger
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-scratch-status.

       SELECT OPTIONAL fd-scratch-control
           ASSIGN DYNAMIC ws-scratch-control
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-scratch-control-status.

       SELECT OPTIONAL fd-live-ledger
           ASSIGN DYNAMIC ws-live-ledger
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-live-status.

       SELECT OPTIONAL fd-job-log
           ASSIGN DYNAMIC ws-job-log-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD fd-group-index.
       COPY 'asdf-group-index.cpy' REPLACING ==:X:== BY ==gx==.

       FD fd-backup-ledger.
       COPY 'asdf-transaction.cpy' REPLACING ==:X:== BY ==bk==.

       FD fd-backup-control.
       COPY 'asdf-control.cpy' REPLACING ==:X:== BY ==cb==.

       FD fd-scratch-ledger.
       COPY 'asdf-transaction.cpy' REPLACING ==:X:== BY ==fs==.

       FD fd-scratch-control.
       COPY 'asdf-control.cpy' REPLACING ==:X:== BY ==cn==.

       FD fd-live-ledger.
       COPY 'asdf-transaction.cpy' REPLACING ==:X:== BY ==lv==.

       FD fd-job-log.
       COPY 'asdf-job-log.cpy' REPLACING ==:X:== BY ==jl==.

       WORKING-STORAGE SECTION.
       01 ws-index-path                PIC X(256)
           VALUE '/var/lib/asdf/group-index'.
       01 ws-index-status              PIC XX.
       01 ws-job-log-path              PIC X(256)
           VALUE '/var/lib/asdf/job-log'.

       01 ws-backup-ledger             PIC X(256).
       01 ws-backup-status             PIC XX.
       01 ws-backup-control            PIC X(256).
       01 ws-backup-control-status     PIC XX.
       01 ws-scratch-dir               PIC X(256).
       01 ws-scratch-ledger            PIC X(256).
       01 ws-scratch-status            PIC XX.
       01 ws-scratch-control           PIC X(256).
       01 ws-scratch-control-status    PIC XX.
       01 ws-live-ledger               PIC X(256).
       01 ws-live-status               PIC XX.

       01 ws-mode                      PIC X(10) VALUE SPACES.
           88 ws-mode-sample           VALUE SPACES.
           88 ws-mode-all              VALUE 'ALL'.

       01 ws-config-key                PIC X(30)
           VALUE 'restore-test-rotation-days'.
       01 ws-config-value              PIC X(64).
       01 ws-config-found              PIC X.
       01 ws-rotation-days             PIC 9(3) VALUE 7.

      *"Now" as the batch sees it (asdf-business-timestamp); the
      *backup under test is the one named for the day before.
       01 ws-business-now              PIC 9(14).
       01 ws-today                     PIC 9(8).
       01 ws-today-int                 PIC 9(7) COMP.
       01 ws-backup-int                PIC 9(7) COMP.
       01 ws-backup-text               PIC 9(7).
       01 ws-backup-date               PIC 9(8).
       01 ws-weekday                   PIC 9(1) COMP.
       01 ws-sample-slot               PIC 9(3) COMP.
       01 ws-position                  PIC 9(7) COMP VALUE 0.

       01 ws-group-text                PIC X(32).
       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-ledger-eof                PIC X.
           88 ws-ledger-eof-yes        VALUE 'Y'.
           88 ws-ledger-eof-no         VALUE 'N'.
       01 ws-has-control               PIC X.
           88 ws-has-control-yes       VALUE 'Y'.
           88 ws-has-control-no        VALUE 'N'.
       01 ws-tested                    PIC X.
           88 ws-tested-yes            VALUE 'Y'.
           88 ws-tested-no             VALUE 'N'.

      *The verdict on one group; a non-zero result code is a
      *failure and is what its job-log record carries.
       01 ws-verdict                   PIC X(16).
       01 ws-result                    PIC 9(5).

      *The figures recomputed from the restored ledger, over the
      *entries its control record counts.
       01 ws-restored-count            PIC 9(8).
       01 ws-computed-count            PIC 9(8).
       01 ws-computed-debt             PIC S9(12) COMP.
       01 ws-computed-payment          PIC S9(12) COMP.
       01 ws-computed-reversal         PIC S9(12) COMP.
       01 ws-computed-writeoff         PIC S9(12) COMP.
       01 ws-computed-chain            PIC 9(15) COMP.
       01 ws-computed-last-id          PIC X(16).
       01 ws-first-date                PIC 9(8).

       01 ws-start-group.
           02 ws-start-year             PIC 9(4).
           02 ws-start-month            PIC 9(2).
           02 ws-start-day              PIC 9(2).
           02 ws-start-hour             PIC 9(2).
           02 ws-start-minute           PIC 9(2).
           02 ws-start-second           PIC 9(2).
       01 ws-start-flat REDEFINES ws-start-group
                                        PIC 9(14).
       01 ws-end-group.
           02 ws-end-year               PIC 9(4).
           02 ws-end-month              PIC 9(2).
           02 ws-end-day                PIC 9(2).
           02 ws-end-hour               PIC 9(2).
           02 ws-end-minute             PIC 9(2).
           02 ws-end-second             PIC 9(2).
       01 ws-end-flat REDEFINES ws-end-group
                                        PIC 9(14).

       01 ws-passed-count              PIC 9(5) COMP VALUE 0.
       01 ws-failed-count              PIC 9(5) COMP VALUE 0.
       01 ws-display-count             PIC Z(4)9.

      *This run's figures for the morning report (asdf-step-
      *stats.cpy), appended through asdf-write-step-stats.
       COPY 'asdf-step-stats.cpy' REPLACING ==:X:== BY ==st==.

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
           INITIALIZE st-step-stats
           MOVE 'asdf-restore-test' TO st-job-name
           ACCEPT ws-mode FROM ARGUMENT-VALUE
           IF NOT ws-mode-sample AND NOT ws-mode-all THEN
               DISPLAY 'Invalid mode' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           CALL 'asdf-read-config' USING ws-config-key
               ws-config-value ws-config-found
           IF ws-config-found IS EQUAL TO 'Y'
                   AND FUNCTION TRIM(ws-config-value) IS NUMERIC THEN
               MOVE FUNCTION TRIM(ws-config-value) TO ws-rotation-days
           END-IF
           IF ws-rotation-days IS EQUAL TO 0 THEN
               MOVE 1 TO ws-rotation-days
           END-IF

           CALL 'asdf-business-timestamp' USING ws-business-now
           MOVE ws-business-now(1:8) TO ws-today
           COMPUTE ws-today-int = FUNCTION INTEGER-OF-DATE(ws-today)
           COMPUTE ws-backup-int = ws-today-int - 1
           MOVE ws-backup-int TO ws-backup-text
           COMPUTE ws-backup-date =
               FUNCTION DATE-OF-INTEGER(ws-backup-int)
           COMPUTE ws-sample-slot =
               FUNCTION MOD(ws-backup-int, ws-rotation-days)
           COMPUTE ws-weekday = FUNCTION MOD(ws-today-int - 1, 7)
           IF ws-weekday IS GREATER THAN 4 THEN
               SET ws-mode-all TO TRUE
           END-IF

      *CBL_CREATE_DIR on a scratch directory left by an earlier run
      *is expected to fail; that is harmless and not checked.
           CALL 'CBL_CREATE_DIR' USING '/var/lib/asdf/restore-test'
           CALL 'CBL_CREATE_DIR'
               USING '/var/lib/asdf/restore-test/group'

           PERFORM para-walk-groups THRU para-walk-groups-exit

           MOVE ws-passed-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count)
               ' group(s) restored clean from backup day '
               ws-backup-text ', ' WITH NO ADVANCING
           MOVE ws-failed-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count) ' failed'

           MOVE ws-passed-count TO st-records-written
           MOVE ws-failed-count TO st-rejects
           CALL 'asdf-write-step-stats' USING st-step-stats
           IF ws-failed-count IS GREATER THAN 0 THEN
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       para-walk-groups.
           OPEN INPUT fd-group-index
           IF ws-index-status IS NOT EQUAL TO '00' THEN
               IF ws-index-status IS EQUAL TO '05' THEN
                   CLOSE fd-group-index
               END-IF
               GO TO para-walk-groups-exit
           END-IF

           SET ws-eof-no TO TRUE
           PERFORM para-walk-one UNTIL ws-eof-yes
           CLOSE fd-group-index
           .

       para-walk-groups-exit.
           EXIT PARAGRAPH
           .

       para-walk-one.
           READ fd-group-index
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   ADD 1 TO ws-position
                   IF ws-mode-all
                           OR FUNCTION MOD(ws-position,
                               ws-rotation-days)
                               IS EQUAL TO ws-sample-slot THEN
                       PERFORM para-test-group
                           THRU para-test-group-exit
                   END-IF
           END-READ
           .

       para-test-group.
           CALL 'asdf-utc-timestamp' USING ws-start-group
           CALL 'asdf-format-uuid' USING gx-group-id ws-group-text
           MOVE SPACES TO ws-backup-ledger
           STRING '/var/lib/asdf/backup/' ws-backup-text '/group/'
               ws-group-text '/ledger' INTO ws-backup-ledger
           MOVE SPACES TO ws-backup-control
           STRING '/var/lib/asdf/backup/' ws-backup-text '/group/'
               ws-group-text '/control' INTO ws-backup-control
           MOVE SPACES TO ws-scratch-dir
           STRING '/var/lib/asdf/restore-test/group/' ws-group-text
               INTO ws-scratch-dir
           MOVE SPACES TO ws-scratch-ledger
           STRING '/var/lib/asdf/restore-test/group/' ws-group-text
               '/ledger' INTO ws-scratch-ledger
           MOVE SPACES TO ws-scratch-control
           STRING '/var/lib/asdf/restore-test/group/' ws-group-text
               '/control' INTO ws-scratch-control

           SET ws-tested-yes TO TRUE
           MOVE SPACES TO ws-verdict
           MOVE 0 TO ws-result
           PERFORM para-restore THRU para-restore-exit
           IF ws-tested-no THEN
               GO TO para-test-group-exit
           END-IF
           IF ws-result IS EQUAL TO 0 THEN
               PERFORM para-verify THRU para-verify-exit
           END-IF

           ADD 1 TO st-records-read
           IF ws-result IS EQUAL TO 0 THEN
               ADD 1 TO ws-passed-count
               IF ws-verdict IS EQUAL TO SPACES THEN
                   MOVE 'PASS' TO ws-verdict
               END-IF
               CALL 'CBL_DELETE_FILE' USING ws-scratch-ledger
               CALL 'CBL_DELETE_FILE' USING ws-scratch-control
               CALL 'CBL_DELETE_DIR' USING ws-scratch-dir
           ELSE
               ADD 1 TO ws-failed-count
           END-IF
           DISPLAY FUNCTION TRIM(ws-group-text) ' '
               FUNCTION TRIM(ws-verdict)

           PERFORM para-log-result
           .

       para-test-group-exit.
           EXIT PARAGRAPH
           .

      *Restores the backed-up control record (when there is one) and
      *then the ledger into the group's scratch directory. Any
      *control record a failed earlier run left behind is cleared
      *first, so it cannot stand in for a missing one.
       para-restore.
           OPEN INPUT fd-backup-ledger
           IF ws-backup-status IS EQUAL TO '35' OR '05' THEN
               IF ws-backup-status IS EQUAL TO '05' THEN
                   CLOSE fd-backup-ledger
               END-IF
               PERFORM para-check-missing
                   THRU para-check-missing-exit
               GO TO para-restore-exit
           END-IF
           IF ws-backup-status IS NOT EQUAL TO '00' THEN
               MOVE 'UNREADABLE' TO ws-verdict
               MOVE 2 TO ws-result
               GO TO para-restore-exit
           END-IF

           CALL 'CBL_CREATE_DIR' USING ws-scratch-dir
           CALL 'CBL_DELETE_FILE' USING ws-scratch-control
           SET ws-has-control-no TO TRUE
           OPEN INPUT fd-backup-control
           IF ws-backup-control-status IS EQUAL TO '00' THEN
               READ fd-backup-control
                   NOT AT END
                       SET ws-has-control-yes TO TRUE
               END-READ
               CLOSE fd-backup-control
           ELSE
               IF ws-backup-control-status IS EQUAL TO '05' THEN
                   CLOSE fd-backup-control
               END-IF
           END-IF
           IF ws-has-control-yes THEN
               OPEN OUTPUT fd-scratch-control
               MOVE cb-control TO cn-control
               WRITE cn-control
               CLOSE fd-scratch-control
           END-IF

           OPEN OUTPUT fd-scratch-ledger
           IF ws-scratch-status IS NOT EQUAL TO '00' THEN
               CLOSE fd-backup-ledger
               MOVE 'NO-SCRATCH' TO ws-verdict
               MOVE 2 TO ws-result
               GO TO para-restore-exit
           END-IF
           SET ws-ledger-eof-no TO TRUE
           PERFORM para-restore-one UNTIL ws-ledger-eof-yes
           CLOSE fd-scratch-ledger
           CLOSE fd-backup-ledger
           .

       para-restore-exit.
           EXIT PARAGRAPH
           .

       para-restore-one.
           READ fd-backup-ledger
               AT END
                   SET ws-ledger-eof-yes TO TRUE
               NOT AT END
                   MOVE bk-transaction TO fs-transaction
                   WRITE fs-transaction
           END-READ
           .

      *No backed-up ledger: a failure only if the group had entries
      *the backup should have carried - its live ledger (the active
      *path, else the archive one) starting before the backup's
      *business date. Otherwise the group had nothing to back up
      *that night and is not counted as tested.
       para-check-missing.
           MOVE 0 TO ws-first-date
           MOVE SPACES TO ws-live-ledger
           STRING '/var/lib/asdf/group/' ws-group-text '/ledger'
               INTO ws-live-ledger
           OPEN INPUT fd-live-ledger
           IF ws-live-status IS EQUAL TO '35' OR '05' THEN
               IF ws-live-status IS EQUAL TO '05' THEN
                   CLOSE fd-live-ledger
               END-IF
               MOVE SPACES TO ws-live-ledger
               STRING '/var/lib/asdf/archive/group/' ws-group-text
                   '/ledger' INTO ws-live-ledger
               OPEN INPUT fd-live-ledger
           END-IF
           IF ws-live-status IS NOT EQUAL TO '00' THEN
               IF ws-live-status IS EQUAL TO '05' THEN
                   CLOSE fd-live-ledger
               END-IF
               SET ws-tested-no TO TRUE
               GO TO para-check-missing-exit
           END-IF
           READ fd-live-ledger
               NOT AT END
                   COMPUTE ws-first-date =
                       lv-year OF lv-timestamp * 10000
                       + lv-month OF lv-timestamp * 100
                       + lv-day OF lv-timestamp
           END-READ
           CLOSE fd-live-ledger

           IF ws-first-date IS GREATER THAN 0
                   AND ws-first-date IS LESS THAN ws-backup-date THEN
               MOVE 'MISSING' TO ws-verdict
               MOVE 1 TO ws-result
           ELSE
               SET ws-tested-no TO TRUE
           END-IF
           .

       para-check-missing-exit.
           EXIT PARAGRAPH
           .

      *The asdf-verify-controls and asdf-verify-chain checks, run
      *against the restored copy and the control record it was
      *backed up with.
       para-verify.
           MOVE 0 TO ws-restored-count
           MOVE 0 TO ws-computed-count
           MOVE 0 TO ws-computed-debt
           MOVE 0 TO ws-computed-payment
           MOVE 0 TO ws-computed-reversal
           MOVE 0 TO ws-computed-writeoff
           MOVE 0 TO ws-computed-chain
           MOVE LOW-VALUES TO ws-computed-last-id

           OPEN INPUT fd-scratch-ledger
           IF ws-scratch-status IS NOT EQUAL TO '00' THEN
               IF ws-scratch-status IS EQUAL TO '05' THEN
                   CLOSE fd-scratch-ledger
               END-IF
               MOVE 'UNREADABLE' TO ws-verdict
               MOVE 2 TO ws-result
               GO TO para-verify-exit
           END-IF
           SET ws-ledger-eof-no TO TRUE
           PERFORM para-verify-one UNTIL ws-ledger-eof-yes
           CLOSE fd-scratch-ledger

           IF ws-has-control-no THEN
               MOVE 'NO-CONTROL' TO ws-verdict
               GO TO para-verify-exit
           END-IF

           IF ws-restored-count IS LESS THAN cn-record-count THEN
               MOVE 'COUNT-MISMATCH' TO ws-verdict
               MOVE 3 TO ws-result
               DISPLAY '  control count ' cn-record-count
                   ' restored ' ws-restored-count
               GO TO para-verify-exit
           END-IF
           IF cn-debt-total IS NOT EQUAL TO ws-computed-debt
               OR cn-payment-total IS NOT EQUAL TO
                   ws-computed-payment
               OR cn-reversal-total IS NOT EQUAL TO
                   ws-computed-reversal
               OR cn-writeoff-total IS NOT EQUAL TO
                   ws-computed-writeoff
               OR cn-last-id IS NOT EQUAL TO ws-computed-last-id THEN
               MOVE 'TOTALS-MISMATCH' TO ws-verdict
               MOVE 4 TO ws-result
               GO TO para-verify-exit
           END-IF
           IF cn-chain-hash IS NOT EQUAL TO ws-computed-chain THEN
               MOVE 'CHAIN-MISMATCH' TO ws-verdict
               MOVE 5 TO ws-result
               DISPLAY '  anchor ' cn-chain-hash
                   ' recomputed ' ws-computed-chain
           END-IF
           .

       para-verify-exit.
           EXIT PARAGRAPH
           .

      *Entries past the control record's count were posted while the
      *backup ran; they are counted as restored but not checked.
       para-verify-one.
           READ fd-scratch-ledger
               AT END
                   SET ws-ledger-eof-yes TO TRUE
               NOT AT END
                   ADD 1 TO ws-restored-count
                   IF ws-has-control-no
                           OR ws-computed-count IS LESS THAN
                               cn-record-count THEN
                       PERFORM para-fold-entry
                   END-IF
           END-READ
           .

       para-fold-entry.
           ADD 1 TO ws-computed-count
           EVALUATE fs-type
               WHEN 'D'
                   ADD fs-amount TO ws-computed-debt
               WHEN 'P'
                   ADD fs-amount TO ws-computed-payment
               WHEN 'R'
                   ADD fs-amount TO ws-computed-reversal
               WHEN 'W'
                   ADD fs-amount TO ws-computed-writeoff
           END-EVALUATE
           CALL 'asdf-hash-entry' USING ws-computed-chain
               fs-transaction
           MOVE fs-id TO ws-computed-last-id
           .

       para-log-result.
           CALL 'asdf-utc-timestamp' USING ws-end-group
           MOVE SPACES TO jl-job-name
           STRING 'restore-test ' ws-group-text(1:17)
               DELIMITED BY SIZE INTO jl-job-name
           MOVE ws-start-flat TO jl-start-timestamp
           MOVE ws-end-flat TO jl-end-timestamp
           MOVE ws-result TO jl-return-code
           IF ws-result IS EQUAL TO 0 THEN
               SET jl-status-success TO TRUE
           ELSE
               SET jl-status-failure TO TRUE
           END-IF
           MOVE ws-today TO jl-business-date
           OPEN EXTEND fd-job-log
           WRITE jl-job-log-entry
           CLOSE fd-job-log
           .
