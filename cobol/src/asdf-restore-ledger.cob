      *asdf-check-ledgers applies over the restored copy before
      *declaring success - a restore that brings back bad records
      *exits non-zero like the checker would.
      *A group under legal hold (asdf-check-legal-hold) can still be
      *reported on, but RESTORE is refused. So is a backup whose
      *ledger was written on another record layout than this
      *release's, going by the copy of the layout-version register
      *asdf-backup-ledgers keeps beside it (a backup with none, or a
      *register with no ledger entry, is taken as version 1, as
      *asdf-check-layout takes the live register) - asdf-migrate-
      *records converts live files, not backups.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-restore-ledger.
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-members-status.

       SELECT OPTIONAL fd-register
           ASSIGN DYNAMIC ws-register-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-register-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-ledger-src.
       FD fd-members.
       COPY 'asdf-member.cpy' REPLACING ==:X:== BY ==mb==.

       FD fd-register.
       COPY 'asdf-layout-version.cpy' REPLACING ==:X:== BY ==lv==.

       WORKING-STORAGE SECTION.
       01 ws-group                     PIC X(16).
       01 ws-group-text                PIC X(32).
       01 ws-problem-text              PIC X(40).
       01 ws-bad-record-count          PIC 9(6) COMP VALUE 0.

       01 ws-hold-type                 PIC X VALUE 'G'.
       01 ws-held                      PIC X.
           88 ws-held-yes              VALUE 'Y'.

      *Set by asdf-check-layout; 'N' stops the run before any data
      *file is opened.
       01 ws-layout-current            PIC X.

      *The backup's copy of the layout-version register, and the
      *ledger version it shows against this release's.
       01 ws-register-path             PIC X(256).
       01 ws-register-status           PIC XX.
       COPY 'asdf-layout-current.cpy' REPLACING ==:X:== BY ==lc==.
       01 ws-backup-version            PIC 9(4).
       01 ws-display-found             PIC Z(3)9.
       01 ws-display-expected          PIC Z(3)9.

       PROCEDURE DIVISION.
       para-main.
           CALL 'asdf-check-layout' USING ws-layout-current
           IF ws-layout-current IS NOT EQUAL TO 'Y' THEN
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM para-input
           CALL 'asdf-load-segments' USING ws-group
               ws-segment-dates ws-segment-count
           PERFORM para-describe-both
           IF ws-mode-restore THEN
               PERFORM para-check-legal-hold
               PERFORM para-check-backup-layout
                   THRU para-check-backup-layout-exit
               PERFORM para-check-segment-overlap
               PERFORM para-copy-backup
               PERFORM para-rebuild-mirrors
           STOP RUN
           .

       para-check-legal-hold.
           CALL 'asdf-check-legal-hold' USING ws-hold-type ws-group
               ws-held
           IF ws-held-yes THEN
               DISPLAY 'Group is under legal hold' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       para-check-backup-layout.
           MOVE 1 TO ws-backup-version
           MOVE SPACES TO ws-register-path
           STRING '/var/lib/asdf/backup/' ws-backup-day '/group/'
               ws-group-text '/layout-versions' INTO ws-register-path
           OPEN INPUT fd-register
           IF ws-register-status IS EQUAL TO '00' THEN
               SET ws-eof-no TO TRUE
               PERFORM para-read-register-one UNTIL ws-eof-yes
               CLOSE fd-register
           ELSE
               IF ws-register-status IS EQUAL TO '05' THEN
                   CLOSE fd-register
               END-IF
           END-IF

           SET lc-layout-ix TO 1
           SEARCH lc-layout
               AT END
                   GO TO para-check-backup-layout-exit
               WHEN lc-layout-class(lc-layout-ix) IS EQUAL TO 'ledger'
                   CONTINUE
           END-SEARCH
           IF ws-backup-version IS NOT EQUAL TO
                   lc-layout-version(lc-layout-ix) THEN
               MOVE ws-backup-version TO ws-display-found
               MOVE lc-layout-version(lc-layout-ix)
                   TO ws-display-expected
               DISPLAY 'Backup ledger is on record layout version '
                   FUNCTION TRIM(ws-display-found) ', expected '
                   FUNCTION TRIM(ws-display-expected)
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       para-check-backup-layout-exit.
           EXIT PARAGRAPH
           .

       para-read-register-one.
           READ fd-register
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF lv-file-class IS EQUAL TO 'ledger' THEN
                       MOVE lv-version TO ws-backup-version
                   END-IF
           END-READ
           .

      *A backup taken before the group was compacted holds the very
      *entries that now live in the ledger.<date> segments;
      *restoring it would put that history on file twice (and
