      */var/lib/asdf/backup/<day>/group/<id>/ledger, then prunes the
      *single backup day that has just aged past the retention window.
      *Groups that have been archived are backed up from their archive
      *path, the same fallback asdf-list-ledger uses. Alongside each
      *ledger goes a copy of the group's control record (asdf-
      *control.cpy), taken just before the ledger, so the backup
      *carries the count, totals and chain anchor it should agree
      *with - asdf-restore-test proves it does the next night - and
      *a copy of the layout-version register (asdf-layout-
      *version.cpy), so a restore can tell which record layouts the
      *backed-up files were written on.
      *
      *Backup days are named by the integer day number (FUNCTION
      *INTEGER-OF-DATE) rather than a YYYYMMDD string - the integer
      *without needing to convert back out of it, and is all pruning
      *actually needs.
      *
      *Optional argument: retention period in days (default: the
      *'backup' entry of the retention schedule, asdf-retention.cpy,
      *else 30).
      *
      *A group under legal hold (asdf-check-legal-hold) keeps its
      *copy in the pruned day; the day directory then stays behind
      *holding only the held groups until the hold is released and
      *asdf-apply-retention ages it out.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-backup-ledgers.
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       SELECT OPTIONAL fd-schedule
           ASSIGN DYNAMIC ws-schedule-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-schedule-status.

       SELECT OPTIONAL fd-control-src
           ASSIGN DYNAMIC ws-source-control
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-control-status.

       SELECT OPTIONAL fd-control-dst
           ASSIGN DYNAMIC ws-backup-control
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       SELECT OPTIONAL fd-register-src
           ASSIGN DYNAMIC ws-register-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-register-status.

       SELECT OPTIONAL fd-register-dst
           ASSIGN DYNAMIC ws-backup-register
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD fd-group-index.
       FD fd-ledger-dst.
       COPY 'asdf-transaction.cpy' REPLACING ==:X:== BY ==bk==.

       FD fd-schedule.
       COPY 'asdf-retention.cpy' REPLACING ==:X:== BY ==rt==.

       FD fd-control-src.
       COPY 'asdf-control.cpy' REPLACING ==:X:== BY ==cs==.

       FD fd-control-dst.
       COPY 'asdf-control.cpy' REPLACING ==:X:== BY ==cb==.

       FD fd-register-src.
       COPY 'asdf-layout-version.cpy' REPLACING ==:X:== BY ==lv==.

       FD fd-register-dst.
       COPY 'asdf-layout-version.cpy' REPLACING ==:X:== BY ==lb==.

       WORKING-STORAGE SECTION.
       01 ws-index-path                PIC X(256)
           VALUE '/var/lib/asdf/group-index'.

       01 ws-retention-text            PIC X(10) VALUE SPACES.
       01 ws-retention-days            PIC 9(5) VALUE 30.
       01 ws-schedule-path             PIC X(256)
           VALUE '/var/lib/asdf/retention-schedule'.
       01 ws-schedule-status           PIC XX.

       01 ws-today-date                PIC 9(8).
      *"Now" as the batch sees it: the business date being
      *processed (asdf-business-timestamp) and the clock's time.
       01 ws-business-now              PIC 9(14).
       01 ws-today-int                 PIC 9(7) COMP.
       01 ws-today-text                PIC 9(7).
       01 ws-prune-int                 PIC 9(7) COMP.

       01 ws-source-ledger             PIC X(256).
       01 ws-source-status             PIC XX.
       01 ws-source-control            PIC X(256).
       01 ws-control-status            PIC XX.
       01 ws-backup-control            PIC X(256).
       01 ws-prune-control             PIC X(256).
       01 ws-register-path             PIC X(256)
           VALUE '/var/lib/asdf/layout-versions'.
       01 ws-register-status           PIC XX.
       01 ws-backup-register           PIC X(256).
       01 ws-prune-register            PIC X(256).
       01 ws-register-eof              PIC X.
           88 ws-register-eof-yes      VALUE 'Y'.
           88 ws-register-eof-no       VALUE 'N'.

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
      *The copy of one ledger has its own end-of-file switch; the
      *group-index walk around it must not see that file's end.
       01 ws-copy-eof                  PIC X.
           88 ws-copy-eof-yes          VALUE 'Y'.
           88 ws-copy-eof-no           VALUE 'N'.

      *This run's figures for the morning report (asdf-step-
      *stats.cpy), appended through asdf-write-step-stats.
       COPY 'asdf-step-stats.cpy' REPLACING ==:X:== BY ==st==.

       01 ws-hold-type                 PIC X VALUE 'G'.
       01 ws-held                      PIC X.
           88 ws-held-yes              VALUE 'Y'.
       01 ws-file-details              PIC X(16).

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
           MOVE 'asdf-backup-ledgers' TO st-job-name
           PERFORM para-input
           PERFORM para-compute-dates
           PERFORM para-backup-all THRU para-backup-all-exit
           PERFORM para-prune-old THRU para-prune-old-exit

           CALL 'asdf-write-step-stats' USING st-step-stats
      *Best-effort directory cleanup above leaves a non-zero CBL_
      *return code behind when there was nothing to prune; that is
      *not a failure of the backup job itself.
                   AND FUNCTION TRIM(ws-retention-text) IS NUMERIC THEN
               MOVE FUNCTION TRIM(ws-retention-text)
                   TO ws-retention-days
           ELSE
               PERFORM para-read-schedule
                   THRU para-read-schedule-exit
           END-IF
           .

      *The same period asdf-apply-retention ages backup days by, so
      *the nightly prune and the retention run agree.
       para-read-schedule.
           OPEN INPUT fd-schedule
           IF ws-schedule-status IS NOT EQUAL TO '00' THEN
               IF ws-schedule-status IS EQUAL TO '05' THEN
                   CLOSE fd-schedule
               END-IF
               GO TO para-read-schedule-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-read-schedule-one UNTIL ws-eof-yes
           CLOSE fd-schedule
           .

       para-read-schedule-exit.
           EXIT PARAGRAPH
           .

       para-read-schedule-one.
           READ fd-schedule
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF rt-file-name IS EQUAL TO 'backup'
                           AND rt-retention-days IS NUMERIC THEN
                       MOVE rt-retention-days TO ws-retention-days
                   END-IF
           END-READ
           .

       para-compute-dates.
           CALL 'asdf-business-timestamp' USING ws-business-now
           MOVE ws-business-now(1:8) TO ws-today-date
           MOVE FUNCTION INTEGER-OF-DATE(ws-today-date) TO ws-today-int
           MOVE ws-today-int TO ws-today-text
           COMPUTE ws-prune-int =
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   ADD 1 TO st-records-read
                   PERFORM para-backup-group THRU para-backup-group-exit
           END-READ
           .
           CALL 'CBL_CREATE_DIR' USING ws-backup-group-dir
           STRING '/var/lib/asdf/backup/' ws-today-text '/group/'
               ws-group-text '/ledger' INTO ws-backup-ledger
           PERFORM para-backup-control THRU para-backup-control-exit
           PERFORM para-backup-register THRU para-backup-register-exit

           OPEN OUTPUT fd-ledger-dst
           SET ws-copy-eof-no TO TRUE
           PERFORM para-copy-one UNTIL ws-copy-eof-yes
           CLOSE fd-ledger-dst
           CLOSE fd-ledger-src
           .
       para-copy-one.
           READ fd-ledger-src
               AT END
                   SET ws-copy-eof-yes TO TRUE
               NOT AT END
                   MOVE fs-transaction TO bk-transaction
                   WRITE bk-transaction
           END-READ
           .

      *The control record sits beside whichever ledger was found
      *(active or archived). It is copied before the ledger is read:
      *an entry appended in between then only lengthens the backed-
      *up ledger past the count its control record holds, which the
      *restore test allows for, rather than leaving a control record
      *that counts an entry the ledger copy never got. A group with
      *no control record yet simply has none in its backup.
       para-backup-control.
           MOVE SPACES TO ws-source-control
           STRING ws-source-ledger DELIMITED BY '/ledger'
               '/control' DELIMITED BY SIZE
               INTO ws-source-control
           MOVE SPACES TO ws-backup-control
           STRING '/var/lib/asdf/backup/' ws-today-text '/group/'
               ws-group-text '/control' INTO ws-backup-control

           OPEN INPUT fd-control-src
           IF ws-control-status IS NOT EQUAL TO '00' THEN
               IF ws-control-status IS EQUAL TO '05' THEN
                   CLOSE fd-control-src
               END-IF
               GO TO para-backup-control-exit
           END-IF
           READ fd-control-src
               AT END
                   CLOSE fd-control-src
                   GO TO para-backup-control-exit
           END-READ
           CLOSE fd-control-src

           OPEN OUTPUT fd-control-dst
           MOVE cs-control TO cb-control
           WRITE cb-control
           CLOSE fd-control-dst
           .

       para-backup-control-exit.
           EXIT PARAGRAPH
           .

      *The register goes into every group's backup rather than once
      *per day, so it is pruned, and kept under a legal hold, along
      *with the ledger it describes. An installation not yet stamped
      *has no register, and its backups then carry none.
       para-backup-register.
           MOVE SPACES TO ws-backup-register
           STRING '/var/lib/asdf/backup/' ws-today-text '/group/'
               ws-group-text '/layout-versions'
               INTO ws-backup-register

           OPEN INPUT fd-register-src
           IF ws-register-status IS NOT EQUAL TO '00' THEN
               IF ws-register-status IS EQUAL TO '05' THEN
                   CLOSE fd-register-src
               END-IF
               GO TO para-backup-register-exit
           END-IF
           OPEN OUTPUT fd-register-dst
           SET ws-register-eof-no TO TRUE
           PERFORM para-copy-register-one UNTIL ws-register-eof-yes
           CLOSE fd-register-dst
           CLOSE fd-register-src
           .

       para-backup-register-exit.
           EXIT PARAGRAPH
           .

       para-copy-register-one.
           READ fd-register-src
               AT END
                   SET ws-register-eof-yes TO TRUE
               NOT AT END
                   MOVE lv-layout-entry TO lb-layout-entry
                   WRITE lb-layout-entry
           END-READ
           .

      *CBL_DELETE_FILE/CBL_DELETE_DIR failing because the path is
      *already gone (nothing was ever backed up that far back, or a
      *previous run already pruned it) is expected and not checked.
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   PERFORM para-prune-group
           END-READ
           .

       para-prune-group.
           CALL 'asdf-format-uuid' USING gx-group-id ws-group-text
           STRING '/var/lib/asdf/backup/' ws-prune-text
               '/group/' ws-group-text
               INTO ws-prune-group-dir
           STRING '/var/lib/asdf/backup/' ws-prune-text
               '/group/' ws-group-text '/ledger'
               INTO ws-prune-ledger
           STRING '/var/lib/asdf/backup/' ws-prune-text
               '/group/' ws-group-text '/control'
               INTO ws-prune-control
           MOVE SPACES TO ws-prune-register
           STRING '/var/lib/asdf/backup/' ws-prune-text
               '/group/' ws-group-text '/layout-versions'
               INTO ws-prune-register
           CALL 'asdf-check-legal-hold' USING ws-hold-type
               gx-group-id ws-held
           IF ws-held-yes THEN
               CALL 'CBL_CHECK_FILE_EXIST' USING ws-prune-ledger
                   ws-file-details
               IF RETURN-CODE IS EQUAL TO 0 THEN
                   DISPLAY 'backup ' ws-prune-text ' '
                       FUNCTION TRIM(ws-group-text)
                       ': under legal hold, kept'
               END-IF
               EXIT PARAGRAPH
           END-IF
           CALL 'CBL_DELETE_FILE' USING ws-prune-ledger
           CALL 'CBL_DELETE_FILE' USING ws-prune-control
           CALL 'CBL_DELETE_FILE' USING ws-prune-register
           CALL 'CBL_DELETE_DIR' USING ws-prune-group-dir
           .
