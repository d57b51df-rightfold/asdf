      *Retention batch for the append-only logs and journals that
      *asdf-housekeeping does not purge: applies the retention
      *schedule (asdf-retention.cpy, maintained through asdf-
      *maintain-retention) to each file it names. A record older
      *than the file's retention period - by its own timestamp,
      *against the business date (asdf-business-timestamp) - is
      *expired; when the schedule says archive first, expired
      *records are written to a dated archive file under
      */var/lib/asdf/retention-archive (<file>.<YYYYMMDD>, and
      *admin-audit.<group>.<YYYYMMDD> for a group's trail), which is
      *then appended to its compressed <...>.gz with gzip; otherwise
      *they are purged. Only once the archive is safely compressed is
      *the live file rewritten without them, through a work file and
      *rename as asdf-housekeeping does, so a run killed partway or
      *a failed compression leaves the live file intact. A file not
      *on the schedule is kept in full.
      *
      *Files it knows: gateway-access-log, login-audit, admin-audit
      *(the global trail and every group's own, active or archived),
      *job-log (by step start), change-events, replication-log (by
      *the journaled entry's timestamp) and mail-dead-letter (by
      *queued time). 'backup' applies the same period to the dated
      *day directories under /var/lib/asdf/backup, which are tarred
      *and compressed into the archive directory first or simply
      *removed - catching any day asdf-backup-ledgers' own one-day
      *prune missed.
      *
      *Prints one summary line per file: records kept, archived and
      *purged (days, for backups). Runs from cron in a quiet window,
      *outside the nightly chain - an append landing between the
      *read and the rename would be lost. Exits 1 when any file
      *could not be archived.
      *
      *Legal hold (asdf-check-legal-hold, asdf-check-held-email): an
      *expired record that names a held account or group is kept
      *live rather than archived or purged - the change events and
      *replication entries of a held group or party, a held
      *account's global admin-audit actions, and the login-audit,
      *access-log and dead-letter records of a held account's
      *address. A held group's own admin-audit trail is skipped
      *whole, and an expired backup day holding a held group's copy
      *is kept whole. Each file's summary line counts the records so
      *kept.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-apply-retention.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-schedule
           ASSIGN DYNAMIC ws-schedule-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-schedule-status.

       SELECT OPTIONAL fd-group-index
           ASSIGN DYNAMIC ws-index-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-index-status.

       SELECT OPTIONAL fd-access-live
           ASSIGN DYNAMIC ws-live-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-live-status.

       SELECT OPTIONAL fd-access-work
           ASSIGN DYNAMIC ws-work-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-work-status.

       SELECT OPTIONAL fd-access-archive
           ASSIGN DYNAMIC ws-archive-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-archive-status.

       SELECT OPTIONAL fd-login-live
           ASSIGN DYNAMIC ws-live-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-live-status.

       SELECT OPTIONAL fd-login-work
           ASSIGN DYNAMIC ws-work-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-work-status.

       SELECT OPTIONAL fd-login-archive
           ASSIGN DYNAMIC ws-archive-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-archive-status.

       SELECT OPTIONAL fd-audit-live
           ASSIGN DYNAMIC ws-live-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-live-status.

       SELECT OPTIONAL fd-audit-work
           ASSIGN DYNAMIC ws-work-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-work-status.

       SELECT OPTIONAL fd-audit-archive
           ASSIGN DYNAMIC ws-archive-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-archive-status.

       SELECT OPTIONAL fd-job-live
           ASSIGN DYNAMIC ws-live-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-live-status.

       SELECT OPTIONAL fd-job-work
           ASSIGN DYNAMIC ws-work-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-work-status.

       SELECT OPTIONAL fd-job-archive
           ASSIGN DYNAMIC ws-archive-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-archive-status.

       SELECT OPTIONAL fd-change-live
           ASSIGN DYNAMIC ws-live-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-live-status.

       SELECT OPTIONAL fd-change-work
           ASSIGN DYNAMIC ws-work-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-work-status.

       SELECT OPTIONAL fd-change-archive
           ASSIGN DYNAMIC ws-archive-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-archive-status.

       SELECT OPTIONAL fd-replog-live
           ASSIGN DYNAMIC ws-live-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-live-status.

       SELECT OPTIONAL fd-replog-work
           ASSIGN DYNAMIC ws-work-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-work-status.

       SELECT OPTIONAL fd-replog-archive
           ASSIGN DYNAMIC ws-archive-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-archive-status.

       SELECT OPTIONAL fd-dead-live
           ASSIGN DYNAMIC ws-live-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-live-status.

       SELECT OPTIONAL fd-dead-work
           ASSIGN DYNAMIC ws-work-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-work-status.

       SELECT OPTIONAL fd-dead-archive
           ASSIGN DYNAMIC ws-archive-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-archive-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-schedule.
       COPY 'asdf-retention.cpy' REPLACING ==:X:== BY ==rt==.

       FD fd-group-index.
       COPY 'asdf-group-index.cpy' REPLACING ==:X:== BY ==gx==.

       FD fd-access-live.
       COPY 'asdf-access-log.cpy' REPLACING ==:X:== BY ==al==.

       FD fd-access-work.
       COPY 'asdf-access-log.cpy' REPLACING ==:X:== BY ==aw==.

       FD fd-access-archive.
       COPY 'asdf-access-log.cpy' REPLACING ==:X:== BY ==ar==.

       FD fd-login-live.
       COPY 'asdf-login-audit.cpy' REPLACING ==:X:== BY ==ll==.

       FD fd-login-work.
       COPY 'asdf-login-audit.cpy' REPLACING ==:X:== BY ==lw==.

       FD fd-login-archive.
       COPY 'asdf-login-audit.cpy' REPLACING ==:X:== BY ==lr==.

       FD fd-audit-live.
       COPY 'asdf-admin-audit.cpy' REPLACING ==:X:== BY ==ml==.

       FD fd-audit-work.
       COPY 'asdf-admin-audit.cpy' REPLACING ==:X:== BY ==mw==.

       FD fd-audit-archive.
       COPY 'asdf-admin-audit.cpy' REPLACING ==:X:== BY ==mr==.

       FD fd-job-live.
       COPY 'asdf-job-log.cpy' REPLACING ==:X:== BY ==jl==.

       FD fd-job-work.
       COPY 'asdf-job-log.cpy' REPLACING ==:X:== BY ==jw==.

       FD fd-job-archive.
       COPY 'asdf-job-log.cpy' REPLACING ==:X:== BY ==jr==.

       FD fd-change-live.
       COPY 'asdf-change-event.cpy' REPLACING ==:X:== BY ==cl==.

       FD fd-change-work.
       COPY 'asdf-change-event.cpy' REPLACING ==:X:== BY ==cw==.

       FD fd-change-archive.
       COPY 'asdf-change-event.cpy' REPLACING ==:X:== BY ==cr==.

       FD fd-replog-live.
       COPY 'asdf-replication.cpy' REPLACING ==:X:== BY ==rl==.

       FD fd-replog-work.
       COPY 'asdf-replication.cpy' REPLACING ==:X:== BY ==rw==.

       FD fd-replog-archive.
       COPY 'asdf-replication.cpy' REPLACING ==:X:== BY ==rr==.

       FD fd-dead-live.
       COPY 'asdf-mail-queue.cpy' REPLACING ==:X:== BY ==dl==.

       FD fd-dead-work.
       COPY 'asdf-mail-queue.cpy' REPLACING ==:X:== BY ==dw==.

       FD fd-dead-archive.
       COPY 'asdf-mail-queue.cpy' REPLACING ==:X:== BY ==dr==.

       WORKING-STORAGE SECTION.
       01 ws-schedule-path             PIC X(256)
           VALUE '/var/lib/asdf/retention-schedule'.
       01 ws-schedule-status           PIC XX.
       01 ws-index-path                PIC X(256)
           VALUE '/var/lib/asdf/group-index'.
       01 ws-index-status              PIC XX.

       01 ws-live-path                 PIC X(256).
       01 ws-live-status               PIC XX.
       01 ws-work-path                 PIC X(256).
       01 ws-work-status               PIC XX.
       01 ws-archive-path              PIC X(256).
       01 ws-archive-status            PIC XX.
       01 ws-archive-root              PIC X(256)
           VALUE '/var/lib/asdf/retention-archive'.

      *The schedule, loaded whole; one entry per known file.
       01 ws-schedule-count            PIC 9(2) COMP VALUE 0.
       01 ws-schedule-table.
           02 ws-schedule-entry OCCURS 20 TIMES.
               03 ws-sched-name        PIC X(30).
               03 ws-sched-days        PIC 9(5).
               03 ws-sched-archive     PIC X.
       01 ws-s                         PIC 9(2) COMP.

      *The file being trimmed; selects which set of FDs is used.
       01 ws-file-name                 PIC X(30).
           88 ws-file-access           VALUE 'gateway-access-log'.
           88 ws-file-login            VALUE 'login-audit'.
           88 ws-file-audit            VALUE 'admin-audit'.
           88 ws-file-job              VALUE 'job-log'.
           88 ws-file-change           VALUE 'change-events'.
           88 ws-file-replog           VALUE 'replication-log'.
           88 ws-file-dead             VALUE 'mail-dead-letter'.
           88 ws-file-backup           VALUE 'backup'.
       01 ws-archive-first             PIC X.
           88 ws-archive-first-yes     VALUE 'Y'.
       01 ws-retention-days            PIC 9(5).

      *"Now" as the batch sees it (asdf-business-timestamp); a
      *record stamped before the cutoff has aged out.
       01 ws-business-now              PIC 9(14).
       01 ws-today                     PIC 9(8).
       01 ws-today-int                 PIC 9(7) COMP.
       01 ws-cutoff-int                PIC 9(7) COMP.
       01 ws-cutoff-date               PIC 9(8).
       01 ws-cutoff-ts                 PIC 9(14).
       01 ws-record-ts                 PIC 9(14).

      *The journaled entry inside a replication-log record, for its
      *timestamp.
       COPY 'asdf-transaction.cpy' REPLACING ==:X:== BY ==fs==.

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-index-eof                 PIC X.
           88 ws-index-eof-yes         VALUE 'Y'.
           88 ws-index-eof-no          VALUE 'N'.
       01 ws-present                   PIC X.
           88 ws-present-yes           VALUE 'Y'.
           88 ws-present-no            VALUE 'N'.
       01 ws-failed                    PIC X.
           88 ws-failed-yes            VALUE 'Y'.
           88 ws-failed-no             VALUE 'N'.

      *One file's counts, and the running totals over a set of
      *files reported on one line (the group admin-audit trails).
       01 ws-kept-count                PIC 9(9) COMP.
       01 ws-archived-count            PIC 9(9) COMP.
       01 ws-purged-count              PIC 9(9) COMP.
       01 ws-total-kept                PIC 9(9) COMP.
       01 ws-total-archived            PIC 9(9) COMP.
       01 ws-total-purged              PIC 9(9) COMP.
       01 ws-trail-count               PIC 9(7) COMP.
       01 ws-error-count               PIC 9(4) COMP VALUE 0.
       01 ws-display-kept              PIC Z(8)9.
       01 ws-display-archived          PIC Z(8)9.
       01 ws-display-purged            PIC Z(8)9.
       01 ws-display-trails            PIC Z(6)9.

       01 ws-group-text                PIC X(32).
       01 ws-first-day                 PIC 9(7) COMP.
       01 ws-day                       PIC 9(7) COMP.
       01 ws-day-text                  PIC 9(7).
       01 ws-backup-day-dir            PIC X(256).
       01 ws-file-details              PIC X(16).
       01 ws-shell-command             PIC X(1024).
       01 ws-child-rc                  PIC S9(9) COMP.

       01 ws-hold-group                PIC X VALUE 'G'.
       01 ws-hold-account              PIC X VALUE 'A'.
       01 ws-held                      PIC X.
           88 ws-held-yes              VALUE 'Y'.
           88 ws-held-no               VALUE 'N'.
       01 ws-held-count                PIC 9(9) COMP.
       01 ws-total-held                PIC 9(9) COMP.
       01 ws-display-held              PIC Z(8)9.
       01 ws-held-email                PIC X(254).
       01 ws-backup-group-dir          PIC X(256).

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
           PERFORM para-load-schedule THRU para-load-schedule-exit
           IF ws-schedule-count IS EQUAL TO 0 THEN
               DISPLAY 'No files on the retention schedule'
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           CALL 'asdf-business-timestamp' USING ws-business-now
           MOVE ws-business-now(1:8) TO ws-today
           COMPUTE ws-today-int = FUNCTION INTEGER-OF-DATE(ws-today)

      *CBL_CREATE_DIR on an archive directory left by an earlier
      *run is expected to fail; that is harmless and not checked.
           CALL 'CBL_CREATE_DIR' USING ws-archive-root

           PERFORM para-apply-entry
               VARYING ws-s FROM 1 BY 1
               UNTIL ws-s > ws-schedule-count

           IF ws-error-count IS GREATER THAN 0 THEN
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       para-load-schedule.
           OPEN INPUT fd-schedule
           IF ws-schedule-status IS NOT EQUAL TO '00' THEN
               IF ws-schedule-status IS EQUAL TO '05' THEN
                   CLOSE fd-schedule
               END-IF
               GO TO para-load-schedule-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-load-schedule-one UNTIL ws-eof-yes
           CLOSE fd-schedule
           .

       para-load-schedule-exit.
           EXIT PARAGRAPH
           .

       para-load-schedule-one.
           READ fd-schedule
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF rt-file-known
                           AND ws-schedule-count IS LESS THAN 20 THEN
                       ADD 1 TO ws-schedule-count
                       MOVE rt-file-name
                           TO ws-sched-name(ws-schedule-count)
                       MOVE rt-retention-days
                           TO ws-sched-days(ws-schedule-count)
                       MOVE rt-archive-first
                           TO ws-sched-archive(ws-schedule-count)
                   END-IF
           END-READ
           .

       para-apply-entry.
           MOVE ws-sched-name(ws-s) TO ws-file-name
           MOVE ws-sched-days(ws-s) TO ws-retention-days
           MOVE ws-sched-archive(ws-s) TO ws-archive-first
           COMPUTE ws-cutoff-int = ws-today-int - ws-retention-days
           COMPUTE ws-cutoff-date =
               FUNCTION DATE-OF-INTEGER(ws-cutoff-int)
           COMPUTE ws-cutoff-ts = ws-cutoff-date * 1000000

           IF ws-file-backup THEN
               PERFORM para-retain-backups
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO ws-live-path
           STRING '/var/lib/asdf/' FUNCTION TRIM(ws-file-name)
               DELIMITED BY SIZE INTO ws-live-path
           MOVE SPACES TO ws-archive-path
           STRING FUNCTION TRIM(ws-archive-root) '/'
               FUNCTION TRIM(ws-file-name) '.' ws-today
               DELIMITED BY SIZE INTO ws-archive-path
           PERFORM para-retain-file THRU para-retain-file-exit
           MOVE ws-kept-count TO ws-total-kept
           MOVE ws-archived-count TO ws-total-archived
           MOVE ws-purged-count TO ws-total-purged
           MOVE ws-held-count TO ws-total-held
           PERFORM para-report-file

           IF ws-file-audit THEN
               PERFORM para-retain-group-trails
                   THRU para-retain-group-trails-exit
           END-IF
           .

       para-report-file.
           MOVE ws-total-kept TO ws-display-kept
           MOVE ws-total-archived TO ws-display-archived
           MOVE ws-total-purged TO ws-display-purged
           IF ws-failed-yes THEN
               DISPLAY FUNCTION TRIM(ws-file-name)
                   ': NOT TRIMMED - archive could not be compressed'
           ELSE
               DISPLAY FUNCTION TRIM(ws-file-name) ': kept '
                   FUNCTION TRIM(ws-display-kept) ', archived '
                   FUNCTION TRIM(ws-display-archived) ', purged '
                   FUNCTION TRIM(ws-display-purged)
                   WITH NO ADVANCING
               PERFORM para-report-held
           END-IF
           .

       para-report-held.
           IF ws-total-held IS GREATER THAN 0 THEN
               MOVE ws-total-held TO ws-display-held
               DISPLAY ', kept under legal hold '
                   FUNCTION TRIM(ws-display-held)
           ELSE
               DISPLAY ' '
           END-IF
           .

      *Trims the file at ws-live-path into ws-archive-path. A file
      *that does not exist is left alone with zero counts.
       para-retain-file.
           MOVE 0 TO ws-kept-count ws-archived-count ws-purged-count
               ws-held-count
           SET ws-present-no TO TRUE
           SET ws-failed-no TO TRUE
           MOVE SPACES TO ws-work-path
           STRING FUNCTION TRIM(ws-live-path) '.retain'
               DELIMITED BY SIZE INTO ws-work-path

           PERFORM para-open-live
           IF ws-live-status IS NOT EQUAL TO '00' THEN
               IF ws-live-status IS EQUAL TO '05' THEN
                   PERFORM para-close-live
               END-IF
               GO TO para-retain-file-exit
           END-IF
           SET ws-present-yes TO TRUE
           PERFORM para-open-work
           IF ws-archive-first-yes THEN
               PERFORM para-open-archive
           END-IF

           SET ws-eof-no TO TRUE
           PERFORM para-retain-one UNTIL ws-eof-yes

           PERFORM para-close-live
           PERFORM para-close-work
           IF ws-archive-first-yes THEN
               PERFORM para-close-archive
           END-IF

           IF ws-archived-count IS GREATER THAN 0 THEN
               PERFORM para-compress-archive
               IF ws-failed-yes THEN
                   ADD 1 TO ws-error-count
                   CALL 'CBL_DELETE_FILE' USING ws-work-path
                   GO TO para-retain-file-exit
               END-IF
           ELSE
               IF ws-archive-first-yes THEN
                   CALL 'CBL_DELETE_FILE' USING ws-archive-path
               END-IF
           END-IF

           IF ws-archived-count IS GREATER THAN 0
                   OR ws-purged-count IS GREATER THAN 0 THEN
               CALL 'CBL_DELETE_FILE' USING ws-live-path
               CALL 'CBL_RENAME_FILE' USING ws-work-path ws-live-path
           ELSE
               CALL 'CBL_DELETE_FILE' USING ws-work-path
           END-IF
           .

       para-retain-file-exit.
           EXIT PARAGRAPH
           .

      *A record whose timestamp is not numeric cannot be aged and is
      *kept.
       para-retain-one.
           PERFORM para-read-live
           IF ws-eof-yes THEN
               EXIT PARAGRAPH
           END-IF
           SET ws-held-no TO TRUE
           IF ws-record-ts IS NUMERIC
                   AND ws-record-ts IS LESS THAN ws-cutoff-ts THEN
               PERFORM para-check-record-held
           END-IF
           IF ws-record-ts IS NUMERIC
                   AND ws-record-ts IS LESS THAN ws-cutoff-ts
                   AND ws-held-no THEN
               IF ws-archive-first-yes THEN
                   PERFORM para-write-archive
                   ADD 1 TO ws-archived-count
               ELSE
                   ADD 1 TO ws-purged-count
               END-IF
           ELSE
               PERFORM para-write-work
               ADD 1 TO ws-kept-count
               IF ws-held-yes THEN
                   ADD 1 TO ws-held-count
               END-IF
           END-IF
           .

      *Whether the expired record just read names a held account or
      *group. Only the global admin-audit trail reaches here for
      *'admin-audit' - a held group's own trail is never opened.
       para-check-record-held.
           EVALUATE TRUE
               WHEN ws-file-access
                   MOVE al-actor TO ws-held-email
                   CALL 'asdf-check-held-email' USING ws-held-email
                       ws-held
               WHEN ws-file-login
                   MOVE ll-email TO ws-held-email
                   CALL 'asdf-check-held-email' USING ws-held-email
                       ws-held
               WHEN ws-file-dead
                   MOVE dl-to-email TO ws-held-email
                   CALL 'asdf-check-held-email' USING ws-held-email
                       ws-held
               WHEN ws-file-audit
                   CALL 'asdf-check-legal-hold' USING ws-hold-account
                       ml-acting-account ws-held
               WHEN ws-file-change
                   CALL 'asdf-check-legal-hold' USING ws-hold-group
                       cl-group-id ws-held
                   IF ws-held-no THEN
                       CALL 'asdf-check-legal-hold' USING
                           ws-hold-account cl-subject-id ws-held
                   END-IF
                   IF ws-held-no THEN
                       CALL 'asdf-check-legal-hold' USING
                           ws-hold-account cl-actor ws-held
                   END-IF
               WHEN ws-file-replog
                   CALL 'asdf-check-legal-hold' USING ws-hold-group
                       rl-group-id ws-held
                   IF ws-held-no THEN
                       CALL 'asdf-check-legal-hold' USING
                           ws-hold-account fs-debitor ws-held
                   END-IF
                   IF ws-held-no THEN
                       CALL 'asdf-check-legal-hold' USING
                           ws-hold-account fs-creditor ws-held
                   END-IF
           END-EVALUATE
           .

      *The archive goes onto the end of its .gz - gzip streams
      *concatenate - so a second run on the same day adds to the
      *day's archive rather than replacing it. The uncompressed file
      *is only removed once gzip has succeeded.
       para-compress-archive.
           MOVE SPACES TO ws-shell-command
           STRING 'gzip -c ' FUNCTION TRIM(ws-archive-path)
               ' >> ' FUNCTION TRIM(ws-archive-path) '.gz'
               DELIMITED BY SIZE INTO ws-shell-command
               ON OVERFLOW CONTINUE
           END-STRING
           CALL 'SYSTEM' USING ws-shell-command
           COMPUTE ws-child-rc = RETURN-CODE / 256
           IF ws-child-rc IS NOT EQUAL TO 0 THEN
               SET ws-failed-yes TO TRUE
               DISPLAY 'warning: gzip of '
                   FUNCTION TRIM(ws-archive-path)
                   ' exited ' ws-child-rc '; '
                   FUNCTION TRIM(ws-live-path) ' left untrimmed'
                   UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           CALL 'CBL_DELETE_FILE' USING ws-archive-path
           .

       para-open-live.
           EVALUATE TRUE
               WHEN ws-file-access
                   OPEN INPUT fd-access-live
               WHEN ws-file-login
                   OPEN INPUT fd-login-live
               WHEN ws-file-audit
                   OPEN INPUT fd-audit-live
               WHEN ws-file-job
                   OPEN INPUT fd-job-live
               WHEN ws-file-change
                   OPEN INPUT fd-change-live
               WHEN ws-file-replog
                   OPEN INPUT fd-replog-live
               WHEN ws-file-dead
                   OPEN INPUT fd-dead-live
           END-EVALUATE
           .

       para-close-live.
           EVALUATE TRUE
               WHEN ws-file-access
                   CLOSE fd-access-live
               WHEN ws-file-login
                   CLOSE fd-login-live
               WHEN ws-file-audit
                   CLOSE fd-audit-live
               WHEN ws-file-job
                   CLOSE fd-job-live
               WHEN ws-file-change
                   CLOSE fd-change-live
               WHEN ws-file-replog
                   CLOSE fd-replog-live
               WHEN ws-file-dead
                   CLOSE fd-dead-live
           END-EVALUATE
           .

       para-open-work.
           EVALUATE TRUE
               WHEN ws-file-access
                   OPEN OUTPUT fd-access-work
               WHEN ws-file-login
                   OPEN OUTPUT fd-login-work
               WHEN ws-file-audit
                   OPEN OUTPUT fd-audit-work
               WHEN ws-file-job
                   OPEN OUTPUT fd-job-work
               WHEN ws-file-change
                   OPEN OUTPUT fd-change-work
               WHEN ws-file-replog
                   OPEN OUTPUT fd-replog-work
               WHEN ws-file-dead
                   OPEN OUTPUT fd-dead-work
           END-EVALUATE
           .

       para-close-work.
           EVALUATE TRUE
               WHEN ws-file-access
                   CLOSE fd-access-work
               WHEN ws-file-login
                   CLOSE fd-login-work
               WHEN ws-file-audit
                   CLOSE fd-audit-work
               WHEN ws-file-job
                   CLOSE fd-job-work
               WHEN ws-file-change
                   CLOSE fd-change-work
               WHEN ws-file-replog
                   CLOSE fd-replog-work
               WHEN ws-file-dead
                   CLOSE fd-dead-work
           END-EVALUATE
           .

       para-open-archive.
           EVALUATE TRUE
               WHEN ws-file-access
                   OPEN OUTPUT fd-access-archive
               WHEN ws-file-login
                   OPEN OUTPUT fd-login-archive
               WHEN ws-file-audit
                   OPEN OUTPUT fd-audit-archive
               WHEN ws-file-job
                   OPEN OUTPUT fd-job-archive
               WHEN ws-file-change
                   OPEN OUTPUT fd-change-archive
               WHEN ws-file-replog
                   OPEN OUTPUT fd-replog-archive
               WHEN ws-file-dead
                   OPEN OUTPUT fd-dead-archive
           END-EVALUATE
           .

       para-close-archive.
           EVALUATE TRUE
               WHEN ws-file-access
                   CLOSE fd-access-archive
               WHEN ws-file-login
                   CLOSE fd-login-archive
               WHEN ws-file-audit
                   CLOSE fd-audit-archive
               WHEN ws-file-job
                   CLOSE fd-job-archive
               WHEN ws-file-change
                   CLOSE fd-change-archive
               WHEN ws-file-replog
                   CLOSE fd-replog-archive
               WHEN ws-file-dead
                   CLOSE fd-dead-archive
           END-EVALUATE
           .

      *Reads the next record and takes its age-defining timestamp
      *into ws-record-ts.
       para-read-live.
           EVALUATE TRUE
               WHEN ws-file-access
                   READ fd-access-live
                       AT END
                           SET ws-eof-yes TO TRUE
                       NOT AT END
                           MOVE al-timestamp TO ws-record-ts
                   END-READ
               WHEN ws-file-login
                   READ fd-login-live
                       AT END
                           SET ws-eof-yes TO TRUE
                       NOT AT END
                           MOVE ll-timestamp TO ws-record-ts
                   END-READ
               WHEN ws-file-audit
                   READ fd-audit-live
                       AT END
                           SET ws-eof-yes TO TRUE
                       NOT AT END
                           MOVE ml-timestamp TO ws-record-ts
                   END-READ
               WHEN ws-file-job
                   READ fd-job-live
                       AT END
                           SET ws-eof-yes TO TRUE
                       NOT AT END
                           MOVE jl-start-timestamp TO ws-record-ts
                   END-READ
               WHEN ws-file-change
                   READ fd-change-live
                       AT END
                           SET ws-eof-yes TO TRUE
                       NOT AT END
                           MOVE cl-timestamp TO ws-record-ts
                   END-READ
               WHEN ws-file-replog
                   READ fd-replog-live
                       AT END
                           SET ws-eof-yes TO TRUE
                       NOT AT END
                           MOVE rl-image(1:LENGTH OF fs-transaction)
                               TO fs-transaction
                           MOVE fs-timestamp TO ws-record-ts
                   END-READ
               WHEN ws-file-dead
                   READ fd-dead-live
                       AT END
                           SET ws-eof-yes TO TRUE
                       NOT AT END
                           MOVE dl-queued-timestamp TO ws-record-ts
                   END-READ
           END-EVALUATE
           .

       para-write-work.
           EVALUATE TRUE
               WHEN ws-file-access
                   MOVE al-access-entry TO aw-access-entry
                   WRITE aw-access-entry
               WHEN ws-file-login
                   MOVE ll-login-audit-entry TO lw-login-audit-entry
                   WRITE lw-login-audit-entry
               WHEN ws-file-audit
                   MOVE ml-admin-audit-entry TO mw-admin-audit-entry
                   WRITE mw-admin-audit-entry
               WHEN ws-file-job
                   MOVE jl-job-log-entry TO jw-job-log-entry
                   WRITE jw-job-log-entry
               WHEN ws-file-change
                   MOVE cl-change-event TO cw-change-event
                   WRITE cw-change-event
               WHEN ws-file-replog
                   MOVE rl-replication-entry TO rw-replication-entry
                   WRITE rw-replication-entry
               WHEN ws-file-dead
                   MOVE dl-mail-entry TO dw-mail-entry
                   WRITE dw-mail-entry
           END-EVALUATE
           .

       para-write-archive.
           EVALUATE TRUE
               WHEN ws-file-access
                   MOVE al-access-entry TO ar-access-entry
                   WRITE ar-access-entry
               WHEN ws-file-login
                   MOVE ll-login-audit-entry TO lr-login-audit-entry
                   WRITE lr-login-audit-entry
               WHEN ws-file-audit
                   MOVE ml-admin-audit-entry TO mr-admin-audit-entry
                   WRITE mr-admin-audit-entry
               WHEN ws-file-job
                   MOVE jl-job-log-entry TO jr-job-log-entry
                   WRITE jr-job-log-entry
               WHEN ws-file-change
                   MOVE cl-change-event TO cr-change-event
                   WRITE cr-change-event
               WHEN ws-file-replog
                   MOVE rl-replication-entry TO rr-replication-entry
                   WRITE rr-replication-entry
               WHEN ws-file-dead
                   MOVE dl-mail-entry TO dr-mail-entry
                   WRITE dr-mail-entry
           END-EVALUATE
           .

      *Every group's own admin-audit trail, at the active path or,
      *for an archived group, the archive one; reported together on
      *one line after the global trail's.
       para-retain-group-trails.
           MOVE 0 TO ws-total-kept ws-total-archived ws-total-purged
               ws-trail-count ws-total-held
           OPEN INPUT fd-group-index
           IF ws-index-status IS NOT EQUAL TO '00' THEN
               IF ws-index-status IS EQUAL TO '05' THEN
                   CLOSE fd-group-index
               END-IF
               GO TO para-retain-group-trails-exit
           END-IF
           SET ws-index-eof-no TO TRUE
           PERFORM para-retain-group-one UNTIL ws-index-eof-yes
           CLOSE fd-group-index

           MOVE ws-total-kept TO ws-display-kept
           MOVE ws-total-archived TO ws-display-archived
           MOVE ws-total-purged TO ws-display-purged
           MOVE ws-trail-count TO ws-display-trails
           DISPLAY 'admin-audit (' FUNCTION TRIM(ws-display-trails)
               ' group trail(s)): kept '
               FUNCTION TRIM(ws-display-kept) ', archived '
               FUNCTION TRIM(ws-display-archived) ', purged '
               FUNCTION TRIM(ws-display-purged)
               WITH NO ADVANCING
           IF ws-total-held IS GREATER THAN 0 THEN
               MOVE ws-total-held TO ws-display-held
               DISPLAY ', ' FUNCTION TRIM(ws-display-held)
                   ' trail(s) kept under legal hold'
           ELSE
               DISPLAY ' '
           END-IF
           .

       para-retain-group-trails-exit.
           EXIT PARAGRAPH
           .

       para-retain-group-one.
           READ fd-group-index
               AT END
                   SET ws-index-eof-yes TO TRUE
               NOT AT END
                   PERFORM para-retain-group-trail
           END-READ
           .

       para-retain-group-trail.
           CALL 'asdf-format-uuid' USING gx-group-id ws-group-text
           CALL 'asdf-check-legal-hold' USING ws-hold-group
               gx-group-id ws-held
           IF ws-held-yes THEN
               ADD 1 TO ws-total-held
               DISPLAY 'admin-audit ' ws-group-text
                   ': under legal hold, not trimmed'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ws-live-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/admin-audit' DELIMITED BY SIZE INTO ws-live-path
           CALL 'CBL_CHECK_FILE_EXIST' USING ws-live-path
               ws-file-details
           IF RETURN-CODE IS NOT EQUAL TO 0 THEN
               MOVE SPACES TO ws-live-path
               STRING '/var/lib/asdf/archive/group/' ws-group-text
                   '/admin-audit' DELIMITED BY SIZE INTO ws-live-path
           END-IF
           MOVE SPACES TO ws-archive-path
           STRING FUNCTION TRIM(ws-archive-root) '/admin-audit.'
               ws-group-text '.' ws-today
               DELIMITED BY SIZE INTO ws-archive-path

           PERFORM para-retain-file THRU para-retain-file-exit
           IF ws-present-yes THEN
               ADD 1 TO ws-trail-count
               ADD ws-kept-count TO ws-total-kept
               ADD ws-archived-count TO ws-total-archived
               ADD ws-purged-count TO ws-total-purged
               IF ws-failed-yes THEN
                   DISPLAY 'admin-audit ' ws-group-text
                       ': NOT TRIMMED - archive could not be '
                       'compressed'
               END-IF
           END-IF
           .

      *Backup day directories are named by integer day number
      *(asdf-backup-ledgers); every day from ten years before the
      *cutoff up to it is probed, which covers any gap a missed
      *prune could have left. Counts here are days.
       para-retain-backups.
           MOVE 0 TO ws-total-kept ws-total-archived ws-total-purged
               ws-total-held
           SET ws-failed-no TO TRUE
           COMPUTE ws-first-day = ws-cutoff-int - 3650
           PERFORM para-retain-backup-day
               VARYING ws-day FROM ws-first-day BY 1
               UNTIL ws-day > ws-today-int
           MOVE ws-total-kept TO ws-display-kept
           MOVE ws-total-archived TO ws-display-archived
           MOVE ws-total-purged TO ws-display-purged
           DISPLAY 'backup: kept ' FUNCTION TRIM(ws-display-kept)
               ' day(s), archived '
               FUNCTION TRIM(ws-display-archived) ', purged '
               FUNCTION TRIM(ws-display-purged)
               WITH NO ADVANCING
           PERFORM para-report-held
           .

       para-retain-backup-day.
           MOVE ws-day TO ws-day-text
           MOVE SPACES TO ws-backup-day-dir
           STRING '/var/lib/asdf/backup/' ws-day-text
               DELIMITED BY SIZE INTO ws-backup-day-dir
           CALL 'CBL_CHECK_FILE_EXIST' USING ws-backup-day-dir
               ws-file-details
           IF RETURN-CODE IS NOT EQUAL TO 0 THEN
               EXIT PARAGRAPH
           END-IF
           IF ws-day IS NOT LESS THAN ws-cutoff-int THEN
               ADD 1 TO ws-total-kept
               EXIT PARAGRAPH
           END-IF
           PERFORM para-check-backup-day-held
               THRU para-check-backup-day-held-exit
           IF ws-held-yes THEN
               ADD 1 TO ws-total-kept
               ADD 1 TO ws-total-held
               DISPLAY 'backup ' ws-day-text
                   ': holds a group under legal hold, kept'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO ws-shell-command
           IF ws-archive-first-yes THEN
               STRING 'tar -czf ' FUNCTION TRIM(ws-archive-root)
                   '/backup.' ws-day-text '.tar.gz'
                   ' -C /var/lib/asdf/backup ' ws-day-text
                   ' && rm -rf ' FUNCTION TRIM(ws-backup-day-dir)
                   DELIMITED BY SIZE INTO ws-shell-command
                   ON OVERFLOW CONTINUE
               END-STRING
           ELSE
               STRING 'rm -rf ' FUNCTION TRIM(ws-backup-day-dir)
                   DELIMITED BY SIZE INTO ws-shell-command
                   ON OVERFLOW CONTINUE
               END-STRING
           END-IF
           CALL 'SYSTEM' USING ws-shell-command
           COMPUTE ws-child-rc = RETURN-CODE / 256
           IF ws-child-rc IS NOT EQUAL TO 0 THEN
               ADD 1 TO ws-error-count
               DISPLAY 'warning: backup day ' ws-day-text
                   ' could not be archived (exit ' ws-child-rc
                   '); left in place' UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           IF ws-archive-first-yes THEN
               ADD 1 TO ws-total-archived
           ELSE
               ADD 1 TO ws-total-purged
           END-IF
           .

      *An expired backup day is kept whole while any group under
      *legal hold has a copy in it.
       para-check-backup-day-held.
           SET ws-held-no TO TRUE
           OPEN INPUT fd-group-index
           IF ws-index-status IS NOT EQUAL TO '00' THEN
               IF ws-index-status IS EQUAL TO '05' THEN
                   CLOSE fd-group-index
               END-IF
               GO TO para-check-backup-day-held-exit
           END-IF
           SET ws-index-eof-no TO TRUE
           PERFORM para-check-backup-group-one
               UNTIL ws-index-eof-yes OR ws-held-yes
           CLOSE fd-group-index
           .

       para-check-backup-day-held-exit.
           EXIT PARAGRAPH
           .

       para-check-backup-group-one.
           READ fd-group-index
               AT END
                   SET ws-index-eof-yes TO TRUE
               NOT AT END
                   CALL 'asdf-check-legal-hold' USING ws-hold-group
                       gx-group-id ws-held
                   IF ws-held-yes THEN
                       CALL 'asdf-format-uuid' USING gx-group-id
                           ws-group-text
                       MOVE SPACES TO ws-backup-group-dir
                       STRING FUNCTION TRIM(ws-backup-day-dir)
                           '/group/' ws-group-text
                           DELIMITED BY SIZE INTO ws-backup-group-dir
                       CALL 'CBL_CHECK_FILE_EXIST' USING
                           ws-backup-group-dir ws-file-details
                       IF RETURN-CODE IS NOT EQUAL TO 0 THEN
                           SET ws-held-no TO TRUE
                       END-IF
                   END-IF
           END-READ
           .
