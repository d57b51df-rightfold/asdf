      *ASDF_BIN_DIR (default /var/lib/asdf/bin), the same per-request
      *process model asdf-http-gateway uses, with the true exit code
      *recovered from the raw wait() status word the same way.
      *asdf-year-end-close is invoked with the business date as its
      *as-of date, so each group is closed through the end of its
      *own last finished fiscal year - the only close a nightly run
      *can safely make; a group already closed through it is left
      *alone by the close itself, so the step is harmless every
      *night but the first after a group's year-end. The close
      *demands an operator session, so the driver takes the operator
      *account UUID and session token as its two arguments and passes
      *them through; without them the close step refuses and the
      *chain halts there.
      *
      *Every chain runs for a business date kept in the control
      *record (asdf-batch-control.cpy, /var/lib/asdf/batch-control):
      *the record is marked running for that date before the first
      *step, the steps take their "today" from it through
      *asdf-business-timestamp, and only when the last step has
      *completed is the date rolled forward a day - a halted chain
      *leaves it where it was, so the restart processes the same
      *night. The first run ever starts the record at today's date.
      *A plain run processes one business date, the oldest not yet
      *done, and says so when more are still waiting; given CATCH-UP
      *as a third argument it processes every outstanding business
      *date in order up to and including today, stopping at the
      *first failure. A run with nothing outstanding (today already
      *completed) does nothing and exits 0. Each job-log record
      *carries the business date its step ran for, and it is the
      *as-of date handed to asdf-year-end-close as well.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-run-batch.
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       SELECT OPTIONAL fd-control
           ASSIGN DYNAMIC ws-control-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-control-status.

       SELECT OPTIONAL fd-restart
           ASSIGN DYNAMIC ws-restart-path
           ACCESS IS SEQUENTIAL
       FD fd-job-log.
       COPY 'asdf-job-log.cpy' REPLACING ==:X:== BY ==jl==.

       FD fd-control.
       COPY 'asdf-batch-control.cpy' REPLACING ==:X:== BY ==bc==.

       FD fd-restart.
       01 fr-restart-step              PIC 9(2).

       01 ws-restart-path              PIC X(256)
           VALUE '/var/lib/asdf/batch-restart'.
       01 ws-restart-status            PIC XX.
       01 ws-control-path              PIC X(256)
           VALUE '/var/lib/asdf/batch-control'.
       01 ws-control-status            PIC XX.

      *The control record as held between its reads and rewrites.
       01 ws-business-date             PIC 9(8).
       01 ws-last-completed-date       PIC 9(8) VALUE 0.
       01 ws-chain-running             PIC X VALUE 'N'.
           88 ws-chain-running-yes     VALUE 'Y'.
           88 ws-chain-running-no      VALUE 'N'.
       01 ws-chain-started             PIC 9(14) VALUE 0.
       01 ws-chain-completed           PIC 9(14) VALUE 0.

       01 ws-mode                      PIC X(10) VALUE SPACES.
       01 ws-catch-up                  PIC X VALUE 'N'.
           88 ws-catch-up-yes          VALUE 'Y'.
           88 ws-catch-up-no           VALUE 'N'.
       01 ws-today                     PIC 9(8).
       01 ws-date-int                  PIC 9(7) COMP.
       01 ws-outstanding               PIC S9(7) COMP.
       01 ws-display-count             PIC Z(6)9.

       01 ws-bin-dir                   PIC X(256).

       01 ws-step-count                PIC 9(2) COMP VALUE 22.
       01 ws-step-table.
           02 ws-step-entry OCCURS 22 TIMES.
               03 ws-step-name         PIC X(30).
       01 ws-step                      PIC 9(2) COMP.
       01 ws-first-step                PIC 9(2) COMP VALUE 1.
       01 ws-shell-command             PIC X(512).
       01 ws-child-rc                  PIC S9(5) COMP.

       01 ws-operator-account-text     PIC X(32) VALUE SPACES.
       01 ws-operator-token-text       PIC X(32) VALUE SPACES.
       01 ws-halted                    PIC X.
       01 ws-end-flat REDEFINES ws-end-group
                                        PIC 9(14).

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
           ACCEPT ws-bin-dir FROM ENVIRONMENT 'ASDF_BIN_DIR'
           IF ws-bin-dir IS EQUAL TO SPACES THEN
               MOVE '/var/lib/asdf/bin' TO ws-bin-dir
           END-IF

           ACCEPT ws-operator-account-text FROM ARGUMENT-VALUE
           ACCEPT ws-operator-token-text FROM ARGUMENT-VALUE
           ACCEPT ws-mode FROM ARGUMENT-VALUE
           IF ws-mode IS EQUAL TO 'CATCH-UP' THEN
               SET ws-catch-up-yes TO TRUE
           END-IF

           CALL 'asdf-utc-timestamp' USING ws-start-group
           MOVE ws-start-flat(1:8) TO ws-today

           PERFORM para-load-steps
           PERFORM para-read-control THRU para-read-control-exit
           IF ws-chain-running-no
                   AND ws-business-date IS GREATER THAN ws-today THEN
               DISPLAY 'business date ' ws-last-completed-date
                   ' already processed'
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM para-read-restart THRU para-read-restart-exit

           SET ws-halted-no TO TRUE
           PERFORM para-run-date THRU para-run-date-exit
           IF ws-catch-up-yes THEN
               PERFORM para-run-date THRU para-run-date-exit
                   UNTIL ws-halted-yes
                       OR ws-business-date IS GREATER THAN ws-today
           END-IF

           IF ws-halted-yes THEN
               PERFORM para-write-restart
               MOVE 1 TO RETURN-CODE
           ELSE
               CALL 'CBL_DELETE_FILE' USING ws-restart-path
               IF ws-business-date IS NOT GREATER THAN ws-today THEN
                   COMPUTE ws-outstanding =
                       FUNCTION INTEGER-OF-DATE(ws-today)
                       - FUNCTION INTEGER-OF-DATE(ws-business-date)
                       + 1
                   MOVE ws-outstanding TO ws-display-count
                   DISPLAY FUNCTION TRIM(ws-display-count)
                       ' business date(s) still outstanding from '
                       ws-business-date '; run with CATCH-UP'
               END-IF
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      *One full chain for ws-business-date: mark it running, run the
      *steps (from the restart point on the first date only), and
      *roll the date forward only when every step completed.
       para-run-date.
           IF ws-chain-running-no THEN
               SET ws-chain-running-yes TO TRUE
               CALL 'asdf-utc-timestamp' USING ws-start-group
               MOVE ws-start-flat TO ws-chain-started
               PERFORM para-write-control
           END-IF
           DISPLAY 'processing business date ' ws-business-date

           PERFORM para-run-step
               VARYING ws-step FROM ws-first-step BY 1
               UNTIL ws-step > ws-step-count OR ws-halted-yes
           MOVE 1 TO ws-first-step
           IF ws-halted-yes THEN
               GO TO para-run-date-exit
           END-IF

           MOVE ws-business-date TO ws-last-completed-date
           COMPUTE ws-date-int =
               FUNCTION INTEGER-OF-DATE(ws-business-date) + 1
           COMPUTE ws-business-date =
               FUNCTION DATE-OF-INTEGER(ws-date-int)
           SET ws-chain-running-no TO TRUE
           CALL 'asdf-utc-timestamp' USING ws-end-group
           MOVE ws-end-flat TO ws-chain-completed
           PERFORM para-write-control
           CALL 'CBL_DELETE_FILE' USING ws-restart-path
           MOVE 0 TO RETURN-CODE
           .

       para-run-date-exit.
           EXIT PARAGRAPH
           .

      *No control record yet (the first run, or the first since it
      *was introduced): the chain starts at today's business date.
       para-read-control.
           MOVE ws-today TO ws-business-date
           SET ws-chain-running-no TO TRUE
           OPEN INPUT fd-control
           IF ws-control-status IS NOT EQUAL TO '00' THEN
               IF ws-control-status IS EQUAL TO '05' THEN
                   CLOSE fd-control
               END-IF
               GO TO para-read-control-exit
           END-IF
           READ fd-control
               AT END
                   CONTINUE
               NOT AT END
                   IF bc-business-date IS NUMERIC
                           AND bc-business-date IS GREATER THAN 0
                           THEN
                       MOVE bc-business-date TO ws-business-date
                       MOVE bc-last-completed-date
                           TO ws-last-completed-date
                       MOVE bc-started-timestamp TO ws-chain-started
                       MOVE bc-completed-timestamp
                           TO ws-chain-completed
                       IF bc-status-running THEN
                           SET ws-chain-running-yes TO TRUE
                       END-IF
                   END-IF
           END-READ
           CLOSE fd-control
           .

       para-read-control-exit.
           EXIT PARAGRAPH
           .

       para-write-control.
           MOVE ws-business-date TO bc-business-date
           IF ws-chain-running-yes THEN
               SET bc-status-running TO TRUE
           ELSE
               SET bc-status-complete TO TRUE
           END-IF
           MOVE ws-last-completed-date TO bc-last-completed-date
           MOVE ws-chain-started TO bc-started-timestamp
           MOVE ws-chain-completed TO bc-completed-timestamp
           OPEN OUTPUT fd-control
           WRITE bc-batch-control
           CLOSE fd-control
           .

      *The nightly order: back everything up before anything touches
      *it, prove last night's backup restores, prove the ledgers are
      *well-formed, reconcile them against the bank, then post the
      *night's automatic entries, and finally give the year-end
      *close its chance to run.
       para-load-steps.
           MOVE 'asdf-backup-ledgers' TO ws-step-name(1)
           MOVE 'asdf-restore-test' TO ws-step-name(2)
           MOVE 'asdf-check-ledgers' TO ws-step-name(3)
           MOVE 'asdf-verify-controls' TO ws-step-name(4)
           MOVE 'asdf-verify-chain' TO ws-step-name(5)
           MOVE 'asdf-reconcile-ledgers' TO ws-step-name(6)
      *The sweeper runs before the posters, so a schedule orphaned
      *yesterday is paused before it can fire again today.
           MOVE 'asdf-sweep-integrity' TO ws-step-name(7)
           MOVE 'asdf-post-recurring' TO ws-step-name(8)
           MOVE 'asdf-post-installments' TO ws-step-name(9)
           MOVE 'asdf-accrue-late-fees' TO ws-step-name(10)
      *Received payments left unanswered past their group's window
      *count as confirmed from tonight, ahead of the reminder,
      *alert and snapshot runs that read the balances.
           MOVE 'asdf-auto-confirm-payments' TO ws-step-name(11)
      *Settlement plans are checked once the night's automatic
      *entries are in, so a plan they made stale is replaced before
      *anyone tries to pay it.
           MOVE 'asdf-check-stale-plans' TO ws-step-name(12)
      *Contribution calls are matched against the pot before the
      *reminder run, which duns on the paid amounts it leaves.
           MOVE 'asdf-contribution-arrears' TO ws-step-name(13)
           MOVE 'asdf-send-reminders' TO ws-step-name(14)
           MOVE 'asdf-balance-alerts' TO ws-step-name(15)
      *The anomaly check follows the posters, so tonight's
      *automatic debts are weighed along with the members' own.
           MOVE 'asdf-anomaly-report' TO ws-step-name(16)
           MOVE 'asdf-password-expiry-warning' TO ws-step-name(17)
           MOVE 'asdf-snapshot-balances' TO ws-step-name(18)
           MOVE 'asdf-run-subscriptions' TO ws-step-name(19)
           MOVE 'asdf-year-end-close' TO ws-step-name(20)
      *A group that lost its last admin today is offered a new one
      *tonight.
           MOVE 'asdf-detect-orphaned-groups' TO ws-step-name(21)
      *Last on purpose: reviews the job log the earlier steps just
      *wrote. It is also run standalone from cron, since a chain
      *halted mid-way never reaches its own tail.
           MOVE 'asdf-monitor-batch' TO ws-step-name(22)
           .

      *A restart marker pointing past the end of the step table (a
                   FUNCTION TRIM(ws-step-name(ws-step))
                   ' ' FUNCTION TRIM(ws-operator-account-text)
                   ' ' FUNCTION TRIM(ws-operator-token-text)
                   ' ' ws-business-date
                   DELIMITED BY SIZE INTO ws-shell-command
           ELSE
               STRING FUNCTION TRIM(ws-bin-dir) '/'
           MOVE ws-step-name(ws-step) TO jl-job-name
           MOVE ws-start-flat TO jl-start-timestamp
           MOVE ws-end-flat TO jl-end-timestamp
           MOVE ws-business-date TO jl-business-date
           IF ws-child-rc IS LESS THAN 0 THEN
               MOVE 99999 TO jl-return-code
           ELSE
