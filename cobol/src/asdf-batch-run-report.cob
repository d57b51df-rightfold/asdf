      *Morning batch run report: lists every step asdf-run-batch ran
      *for one business date - by default the latest in the job log
      *(asdf-job-log.cpy), i.e. last night's chain - with its return
      *code, its duration against the step's average over the
      *trailing 30 business dates, and the statistics the step wrote
      *for the night (asdf-step-stats.cpy): records read, records
      *written, rejects, mails queued, amount total, each against
      *its own trailing average. A step is flagged when it failed,
      *wrote no statistics, or when its runtime, records read or
      *records written fall outside the normal band around the
      *average - plus or minus the 'batch-report-band-percent' key
      *of the central configuration file (default 50) - so a step
      *that "succeeded" having posted nothing, or that crawled for
      *hours, stands out. A step with fewer than five nights of
      *history is not band-checked yet, and a runtime within a
      *minute of its average never counts as out of band. When a
      *step ran more than once for the date (a restart after a
      *failure) its last run is the one reported.
      *
      *Argument (optional): the business date to report, YYYYMMDD.
      *Runs from cron after the chain; exits 1 when anything was
      *flagged so the wrapping script notices, 0 otherwise.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-batch-run-report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-job-log
           ASSIGN DYNAMIC ws-job-log-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-job-log-status.

       SELECT OPTIONAL fd-stats
           ASSIGN DYNAMIC ws-stats-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-stats-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-job-log.
       COPY 'asdf-job-log.cpy' REPLACING ==:X:== BY ==jl==.

       FD fd-stats.
       COPY 'asdf-step-stats.cpy' REPLACING ==:X:== BY ==ss==.

       WORKING-STORAGE SECTION.
       01 ws-job-log-path              PIC X(256)
           VALUE '/var/lib/asdf/job-log'.
       01 ws-job-log-status            PIC XX.
       01 ws-stats-path                PIC X(256)
           VALUE '/var/lib/asdf/step-stats'.
       01 ws-stats-status              PIC XX.

       01 ws-date-text                 PIC X(10).
       01 ws-target-date               PIC 9(8) VALUE 0.
       01 ws-target-int                PIC 9(7) COMP.
       01 ws-window-start              PIC 9(8).
       01 ws-window-int                PIC 9(7) COMP.

       01 ws-config-key                PIC X(30)
           VALUE 'batch-report-band-percent'.
       01 ws-config-value              PIC X(64).
       01 ws-config-found              PIC X.
       01 ws-band-percent              PIC 9(3) VALUE 50.
       01 ws-min-history               PIC 9(2) COMP VALUE 5.
       01 ws-runtime-slack             PIC 9(4) COMP VALUE 60.

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.

      *One row per step that ran for the target date, in the order
      *the chain first ran them, with that night's figures and the
      *trailing-window sums the averages come from.
       01 ws-step-count                PIC 9(2) COMP VALUE 0.
       01 ws-step-table.
           02 ws-step OCCURS 40 TIMES INDEXED BY ix-step.
               03 ws-step-name         PIC X(30).
               03 ws-step-rc           PIC 9(5).
               03 ws-step-status       PIC X.
               03 ws-step-runtime      PIC S9(9) COMP.
               03 ws-step-has-stats    PIC X.
               03 ws-step-read         PIC 9(9) COMP.
               03 ws-step-written      PIC 9(9) COMP.
               03 ws-step-rejects      PIC 9(9) COMP.
               03 ws-step-mails        PIC 9(9) COMP.
               03 ws-step-amount       PIC S9(15) COMP.
               03 ws-hist-runs         PIC 9(4) COMP.
               03 ws-hist-runtime      PIC S9(11) COMP.
               03 ws-hist-nights       PIC 9(4) COMP.
               03 ws-hist-read         PIC 9(13) COMP.
               03 ws-hist-written      PIC 9(13) COMP.
       01 ws-lookup-name               PIC X(30).
       01 ws-found                     PIC X.
           88 ws-found-yes             VALUE 'Y'.
           88 ws-found-no              VALUE 'N'.

      *Flat UTC timestamps turned into seconds on a day-count base
      *so runtimes survive midnight - the same reckoning
      *asdf-monitor-batch uses.
       01 ws-ts-work                   PIC 9(14).
       01 ws-ts-date                   PIC 9(8).
       01 ws-ts-seconds                PIC 9(12) COMP.
       01 ws-start-seconds             PIC 9(12) COMP.
       01 ws-runtime                   PIC S9(9) COMP.

       01 ws-average                   PIC S9(11) COMP.
       01 ws-low                       PIC S9(11) COMP.
       01 ws-high                      PIC S9(11) COMP.
       01 ws-value                     PIC S9(11) COMP.
       01 ws-out-of-band               PIC X.
           88 ws-out-of-band-yes       VALUE 'Y'.
           88 ws-out-of-band-no        VALUE 'N'.
       01 ws-flags                     PIC X(60).
       01 ws-flag-pointer              PIC 9(3) COMP.
       01 ws-flagged-count             PIC 9(3) COMP VALUE 0.

       01 ws-display-runtime           PIC Z(6)9.
       01 ws-display-average           PIC Z(6)9.
       01 ws-display-read              PIC Z(8)9.
       01 ws-display-written           PIC Z(8)9.
       01 ws-display-rejects           PIC Z(8)9.
       01 ws-display-mails             PIC Z(8)9.
       01 ws-display-amount            PIC -(14)9.
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
           CALL 'asdf-read-config' USING ws-config-key
               ws-config-value ws-config-found
           IF ws-config-found IS EQUAL TO 'Y'
                   AND FUNCTION TRIM(ws-config-value) IS NUMERIC THEN
               MOVE FUNCTION TRIM(ws-config-value) TO ws-band-percent
           END-IF

           ACCEPT ws-date-text FROM ARGUMENT-VALUE
           IF ws-date-text IS NOT EQUAL TO SPACES THEN
               IF FUNCTION TRIM(ws-date-text) IS NOT NUMERIC
                       OR FUNCTION LENGTH(FUNCTION TRIM(ws-date-text))
                           IS NOT EQUAL TO 8 THEN
                   DISPLAY 'Invalid business date' WITH NO ADVANCING
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FUNCTION TRIM(ws-date-text) TO ws-target-date
           ELSE
               PERFORM para-find-latest THRU para-find-latest-exit
           END-IF
           IF ws-target-date IS EQUAL TO 0 THEN
               DISPLAY 'No batch run in the job log'
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           COMPUTE ws-target-int =
               FUNCTION INTEGER-OF-DATE(ws-target-date)
           COMPUTE ws-window-int = ws-target-int - 30
           COMPUTE ws-window-start =
               FUNCTION DATE-OF-INTEGER(ws-window-int)

           PERFORM para-load-steps THRU para-load-steps-exit
           IF ws-step-count IS EQUAL TO 0 THEN
               DISPLAY 'No step ran for business date '
                   ws-target-date
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM para-load-stats THRU para-load-stats-exit

           DISPLAY 'BATCH RUN REPORT FOR BUSINESS DATE '
               ws-target-date ' (band +/-' ws-band-percent
               '% of the trailing 30 nights)'
           PERFORM para-report-step
               VARYING ix-step FROM 1 BY 1
               UNTIL ix-step > ws-step-count

           MOVE ws-flagged-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count)
               ' step(s) flagged'
           IF ws-flagged-count IS GREATER THAN 0 THEN
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       para-find-latest.
           OPEN INPUT fd-job-log
           IF ws-job-log-status IS NOT EQUAL TO '00' THEN
               IF ws-job-log-status IS EQUAL TO '05' THEN
                   CLOSE fd-job-log
               END-IF
               GO TO para-find-latest-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-find-latest-one UNTIL ws-eof-yes
           CLOSE fd-job-log
           .

       para-find-latest-exit.
           EXIT PARAGRAPH
           .

       para-find-latest-one.
           READ fd-job-log
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF jl-business-date IS NUMERIC
                           AND jl-business-date IS GREATER THAN
                               ws-target-date THEN
                       MOVE jl-business-date TO ws-target-date
                   END-IF
           END-READ
           .

      *Two passes: the target date's runs build the step table, and
      *only then can the window's successful runs be summed against
      *the steps it holds.
       para-load-steps.
           OPEN INPUT fd-job-log
           IF ws-job-log-status IS NOT EQUAL TO '00' THEN
               IF ws-job-log-status IS EQUAL TO '05' THEN
                   CLOSE fd-job-log
               END-IF
               GO TO para-load-steps-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-load-step-one UNTIL ws-eof-yes
           CLOSE fd-job-log

           OPEN INPUT fd-job-log
           SET ws-eof-no TO TRUE
           PERFORM para-load-history-one UNTIL ws-eof-yes
           CLOSE fd-job-log
           .

       para-load-steps-exit.
           EXIT PARAGRAPH
           .

      *asdf-restore-test's per-group verdicts share the job log but
      *are not steps; its own step record covers them here.
       para-load-step-one.
           READ fd-job-log
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF jl-business-date IS EQUAL TO ws-target-date
                           AND jl-job-name(1:13) IS NOT EQUAL TO
                               'restore-test ' THEN
                       PERFORM para-take-step
                   END-IF
           END-READ
           .

       para-take-step.
           MOVE jl-job-name TO ws-lookup-name
           PERFORM para-find-step
           IF ws-found-no THEN
               IF ws-step-count IS NOT LESS THAN 40 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ws-step-count
               SET ix-step TO ws-step-count
               MOVE jl-job-name TO ws-step-name(ix-step)
               MOVE 'N' TO ws-step-has-stats(ix-step)
               MOVE 0 TO ws-step-read(ix-step)
                   ws-step-written(ix-step)
                   ws-step-rejects(ix-step)
                   ws-step-mails(ix-step)
                   ws-step-amount(ix-step)
                   ws-hist-runs(ix-step)
                   ws-hist-runtime(ix-step)
                   ws-hist-nights(ix-step)
                   ws-hist-read(ix-step)
                   ws-hist-written(ix-step)
           END-IF
           MOVE jl-return-code TO ws-step-rc(ix-step)
           MOVE jl-status TO ws-step-status(ix-step)
           PERFORM para-runtime
           MOVE ws-runtime TO ws-step-runtime(ix-step)
           .

       para-find-step.
           SET ws-found-no TO TRUE
           SET ix-step TO 1
           SEARCH ws-step
               AT END
                   CONTINUE
               WHEN ix-step > ws-step-count
                   CONTINUE
               WHEN ws-step-name(ix-step) IS EQUAL TO ws-lookup-name
                   SET ws-found-yes TO TRUE
           END-SEARCH
           .

       para-load-history-one.
           READ fd-job-log
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF jl-business-date IS NOT LESS THAN
                           ws-window-start
                           AND jl-business-date IS LESS THAN
                               ws-target-date
                           AND jl-status-success THEN
                       MOVE jl-job-name TO ws-lookup-name
                       PERFORM para-find-step
                       IF ws-found-yes THEN
                           PERFORM para-runtime
                           ADD 1 TO ws-hist-runs(ix-step)
                           ADD ws-runtime TO ws-hist-runtime(ix-step)
                       END-IF
                   END-IF
           END-READ
           .

       para-runtime.
           MOVE jl-start-timestamp TO ws-ts-work
           PERFORM para-flat-to-seconds
           MOVE ws-ts-seconds TO ws-start-seconds
           MOVE jl-end-timestamp TO ws-ts-work
           PERFORM para-flat-to-seconds
           COMPUTE ws-runtime = ws-ts-seconds - ws-start-seconds
           IF ws-runtime IS LESS THAN 0 THEN
               MOVE 0 TO ws-runtime
           END-IF
           .

       para-flat-to-seconds.
           COMPUTE ws-ts-date = ws-ts-work / 1000000
           COMPUTE ws-ts-seconds =
               FUNCTION INTEGER-OF-DATE(ws-ts-date) * 86400
               + FUNCTION MOD(ws-ts-work / 10000, 100) * 3600
               + FUNCTION MOD(ws-ts-work / 100, 100) * 60
               + FUNCTION MOD(ws-ts-work, 100)
           .

      *The night's own record (the last, after a restart) and the
      *window's records for the volume averages.
       para-load-stats.
           OPEN INPUT fd-stats
           IF ws-stats-status IS NOT EQUAL TO '00' THEN
               IF ws-stats-status IS EQUAL TO '05' THEN
                   CLOSE fd-stats
               END-IF
               GO TO para-load-stats-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-load-stats-one UNTIL ws-eof-yes
           CLOSE fd-stats
           .

       para-load-stats-exit.
           EXIT PARAGRAPH
           .

       para-load-stats-one.
           READ fd-stats
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   MOVE ss-job-name TO ws-lookup-name
                   PERFORM para-find-step
                   IF ws-found-yes THEN
                       PERFORM para-take-stats
                   END-IF
           END-READ
           .

       para-take-stats.
           IF ss-business-date IS EQUAL TO ws-target-date THEN
               MOVE 'Y' TO ws-step-has-stats(ix-step)
               MOVE ss-records-read TO ws-step-read(ix-step)
               MOVE ss-records-written TO ws-step-written(ix-step)
               MOVE ss-rejects TO ws-step-rejects(ix-step)
               MOVE ss-mails-queued TO ws-step-mails(ix-step)
               MOVE ss-amount-total TO ws-step-amount(ix-step)
               EXIT PARAGRAPH
           END-IF
           IF ss-business-date IS NOT LESS THAN ws-window-start
                   AND ss-business-date IS LESS THAN ws-target-date
                   THEN
               ADD 1 TO ws-hist-nights(ix-step)
               ADD ss-records-read TO ws-hist-read(ix-step)
               ADD ss-records-written TO ws-hist-written(ix-step)
           END-IF
           .

       para-report-step.
           MOVE SPACES TO ws-flags
           MOVE 1 TO ws-flag-pointer
           IF ws-step-status(ix-step) IS NOT EQUAL TO 'S' THEN
               STRING ' FAILED' DELIMITED BY SIZE INTO ws-flags
                   WITH POINTER ws-flag-pointer
               END-STRING
           END-IF

           MOVE ws-step-runtime(ix-step) TO ws-display-runtime
           MOVE 0 TO ws-average
           IF ws-hist-runs(ix-step) IS GREATER THAN 0 THEN
               COMPUTE ws-average ROUNDED =
                   ws-hist-runtime(ix-step) / ws-hist-runs(ix-step)
           END-IF
           MOVE ws-average TO ws-display-average
           IF ws-hist-runs(ix-step) IS NOT LESS THAN ws-min-history
                   THEN
               MOVE ws-step-runtime(ix-step) TO ws-value
               PERFORM para-check-band
               IF ws-out-of-band-yes
                       AND FUNCTION ABS(ws-value - ws-average)
                           IS GREATER THAN ws-runtime-slack THEN
                   STRING ' RUNTIME' DELIMITED BY SIZE INTO ws-flags
                       WITH POINTER ws-flag-pointer
                   END-STRING
               END-IF
           END-IF

           IF ws-step-has-stats(ix-step) IS EQUAL TO 'N' THEN
               STRING ' NO-STATS' DELIMITED BY SIZE INTO ws-flags
                   WITH POINTER ws-flag-pointer
               END-STRING
           ELSE
               IF ws-hist-nights(ix-step) IS NOT LESS THAN
                       ws-min-history THEN
                   COMPUTE ws-average ROUNDED =
                       ws-hist-read(ix-step) / ws-hist-nights(ix-step)
                   MOVE ws-step-read(ix-step) TO ws-value
                   PERFORM para-check-band
                   IF ws-out-of-band-yes THEN
                       STRING ' READ' DELIMITED BY SIZE INTO ws-flags
                           WITH POINTER ws-flag-pointer
                       END-STRING
                   END-IF
                   COMPUTE ws-average ROUNDED =
                       ws-hist-written(ix-step)
                       / ws-hist-nights(ix-step)
                   MOVE ws-step-written(ix-step) TO ws-value
                   PERFORM para-check-band
                   IF ws-out-of-band-yes THEN
                       STRING ' WRITTEN' DELIMITED BY SIZE
                           INTO ws-flags
                           WITH POINTER ws-flag-pointer
                       END-STRING
                   END-IF
               END-IF
           END-IF

           MOVE ws-step-read(ix-step) TO ws-display-read
           MOVE ws-step-written(ix-step) TO ws-display-written
           MOVE ws-step-rejects(ix-step) TO ws-display-rejects
           MOVE ws-step-mails(ix-step) TO ws-display-mails
           MOVE ws-step-amount(ix-step) TO ws-display-amount
           DISPLAY ws-step-name(ix-step) ' rc ' ws-step-rc(ix-step)
               ' ' ws-display-runtime 's (avg '
               FUNCTION TRIM(ws-display-average) 's)'
               ' read ' FUNCTION TRIM(ws-display-read)
               ' written ' FUNCTION TRIM(ws-display-written)
               ' rejects ' FUNCTION TRIM(ws-display-rejects)
               ' mails ' FUNCTION TRIM(ws-display-mails)
               ' amount ' FUNCTION TRIM(ws-display-amount)
           IF ws-flags IS NOT EQUAL TO SPACES THEN
               DISPLAY '    FLAGGED:' FUNCTION TRIM(ws-flags TRAILING)
               ADD 1 TO ws-flagged-count
           END-IF
           .

      *ws-value against ws-average plus or minus the band percent.
       para-check-band.
           COMPUTE ws-low =
               ws-average * (100 - ws-band-percent) / 100
           COMPUTE ws-high =
               ws-average * (100 + ws-band-percent) / 100
           IF ws-value IS LESS THAN ws-low
                   OR ws-value IS GREATER THAN ws-high THEN
               SET ws-out-of-band-yes TO TRUE
           ELSE
               SET ws-out-of-band-no TO TRUE
           END-IF
           .
