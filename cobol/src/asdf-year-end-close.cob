      *Year-end close batch job: for each group in the group-index,
      *totals every ledger entry dated on or before the last day of
      *the group's fiscal year into one net balance per account (the
      *same per-account netting and currency conversion
      *asdf-balance-report does), then
      *appends one asdf-rollup.cpy record per account to
      */var/lib/asdf/group/<id>/rollup and advances the group's
      *gi-last-closed-date to that day. A balance already carried
      *
      *Arguments: acting operator account UUID, operator session
      *token (asdf-check-operator-session must accept the pair - a
      *close rewrites every group's opening balances), then either a
      *year (YYYY) or an as-of date (YYYYMMDD). Each group closes on
      *its own fiscal year-end month (gi-fiscal-year-end, through
      *asdf-fiscal-year): given a year, through the end of the
      *fiscal year ending in that year - December 31st for a
      *calendar-year group, June 30th for a June year-end; given a
      *date, through the end of the last fiscal year finished
      *before the one the date falls in, which is how the nightly
      *batch closes every group on its own year-end.
      *Walks the group-index the same way asdf-backup-ledgers does,
      *rather than taking a group argument, since this is meant to run
      *as a single nightly/annual batch over every group at once.
      *
      *A checkpoint (the id of the last group successfully closed,
      *plus the run's year or as-of date) is rewritten to
      */var/lib/asdf/year-end-checkpoint after every group, and a
      *restart with the same argument skips straight past the
      *groups already closed - so a close window killed partway
      *through costs minutes to finish, not the whole window. The
      *checkpoint is removed once the full walk completes; one left
      *over from a close with a different argument is ignored.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-year-end-close.
       COPY 'asdf-rollup.cpy' REPLACING ==:X:== BY ==ru==.


      *fc-target-date holds the run's argument - a year or an
      *as-of date - rather than any one group's close date.
       FD fd-checkpoint.
       01 fc-checkpoint.
           02 fc-target-date           PIC 9(8).
           88 ws-operator-valid-yes    VALUE 'Y'.
           88 ws-operator-valid-no     VALUE 'N'.
       01 ws-year-text                 PIC X(10) VALUE SPACES.
      *The argument as given (YYYY or YYYYMMDD), and the date whose
      *fiscal year each group's close is worked out from.
       01 ws-run-key                   PIC 9(8).
       01 ws-as-of                     PIC X.
           88 ws-as-of-yes             VALUE 'Y'.
           88 ws-as-of-no              VALUE 'N'.
       01 ws-reference-date            PIC 9(8).
       01 ws-fy-start                  PIC 9(8).
       01 ws-fy-end                    PIC 9(8).
       01 ws-prior-end                 PIC 9(8).
      *This group's close date, set per group in para-close-group.
       01 ws-target-date               PIC 9(8).
       01 ws-target-date-text          PIC X(8).
       01 ws-prior-date-text           PIC X(8).
           88 ws-skipping-yes          VALUE 'Y'.
           88 ws-skipping-no           VALUE 'N'.

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
           MOVE 'asdf-year-end-close' TO st-job-name
           ACCEPT ws-operator-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-operator-uuid-text
               ws-operator-account
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION TRIM(ws-year-text) TO ws-run-key
           IF ws-run-key IS GREATER THAN 9999 THEN
               IF FUNCTION TEST-DATE-YYYYMMDD(ws-run-key)
                       IS NOT EQUAL TO 0 THEN
                   DISPLAY 'Invalid as-of date' WITH NO ADVANCING
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET ws-as-of-yes TO TRUE
               MOVE ws-run-key TO ws-reference-date
           ELSE
               SET ws-as-of-no TO TRUE
               COMPUTE ws-reference-date = ws-run-key * 10000 + 101
           END-IF

           PERFORM para-read-checkpoint THRU para-read-checkpoint-exit
           PERFORM para-close-all THRU para-close-all-exit
           CALL 'asdf-write-step-stats' USING st-step-stats
           CALL 'CBL_DELETE_FILE' USING ws-checkpoint-path
           MOVE 0 TO RETURN-CODE
           STOP RUN
               AT END
                   CONTINUE
               NOT AT END
                   IF fc-target-date IS EQUAL TO ws-run-key THEN
                       MOVE fc-group-id TO ws-checkpoint-group
                       SET ws-skipping-yes TO TRUE
                   END-IF
           .

       para-write-checkpoint.
           MOVE ws-run-key TO fc-target-date
           MOVE gx-group-id TO fc-group-id
           OPEN OUTPUT fd-checkpoint
           WRITE fc-checkpoint
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   ADD 1 TO st-records-read
                   IF ws-skipping-yes THEN
                       IF gx-group-id IS EQUAL TO
                               ws-checkpoint-group THEN
           .

      *A group already closed through this year or a later one is left
      *alone; closing is only ever meant to move forward. The close
      *date is the group's own: the fiscal year the reference date
      *falls in ends it for a year argument, and the year before
      *that one for an as-of date.
       para-close-group.
           MOVE 0 TO ws-balance-count
           CALL 'asdf-format-uuid' USING gx-group-id ws-group-text
               MOVE fs-default-currency TO ws-target-currency
           END-IF

           CALL 'asdf-fiscal-year' USING fs-fiscal-year-end
               ws-reference-date ws-fy-start ws-fy-end ws-prior-end
           IF ws-as-of-yes THEN
               MOVE ws-prior-end TO ws-target-date
           ELSE
               MOVE ws-fy-end TO ws-target-date
           END-IF
           MOVE ws-target-date TO ws-target-date-text

           SET ws-already-closed-no TO TRUE
           IF fs-last-closed-date IS GREATER THAN OR EQUAL TO
                   ws-target-date THEN
           PERFORM para-seed-rollup THRU para-seed-rollup-exit
           PERFORM para-scan-ledger THRU para-scan-ledger-exit
           PERFORM para-write-rollup
           ADD 1 TO st-records-written

           SET fs-last-closed-date TO ws-target-date
           REWRITE fs-info
