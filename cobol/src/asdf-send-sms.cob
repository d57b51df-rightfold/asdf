      *Scheduled SMS delivery batch: drains the global outbound SMS
      *spool (/var/lib/asdf/sms-queue) that asdf-queue-sms and
      *asdf-set-mobile-number append to, handing each message to the
      *SMS provider's upload interface. Run on the same frequent
      *schedule as asdf-send-mail, and built the same way: the spool
      *is renamed to a work file first, so messages queued by a
      *concurrent program while this run is busy land in a fresh
      *spool for the next run instead of being lost.
      *
      *Each message is written to a temporary upload file - the
      *number on the first line, the text on the second - and the
      *provider's upload command reads it on standard input, so no
      *number or message text ever appears on a shell command line.
      *The command is the central configuration's
      *'sms-upload-command' (default /usr/local/bin/sms-upload); a
      *zero exit means the provider accepted the message. A failed
      *upload is retried a configurable number of times within the
      *run; a message that still won't go is appended to
      */var/lib/asdf/sms-dead-letter (same record layout as the
      *spool) so what never went out stays visible, and is posted
      *to the operator exceptions queue (asdf-raise-exception)
      *against the account it was for.
      *
      *Numbers sit in the spool in their protected form
      *(asdf-protect-field) and are revealed only for the upload
      *file; the dead-letter copy stays protected.
      *
      *Each run appends its figures to the step statistics under its
      *own name - messages read, delivered as records written,
      *dead-lettered as rejects.
      *
      *Optional argument: retry attempts per message (default 3).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-send-sms.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-work-queue
           ASSIGN DYNAMIC ws-work-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-work-status.

       SELECT OPTIONAL fd-dead-letter
           ASSIGN DYNAMIC ws-dead-letter-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       SELECT OPTIONAL fd-upload
           ASSIGN DYNAMIC ws-upload-path
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD fd-work-queue.
       COPY 'asdf-sms-queue.cpy' REPLACING ==:X:== BY ==sq==.

       FD fd-dead-letter.
       COPY 'asdf-sms-queue.cpy' REPLACING ==:X:== BY ==dl==.

       FD fd-upload.
       01 fu-line                      PIC X(200).

       WORKING-STORAGE SECTION.
       01 ws-queue-path                PIC X(256)
           VALUE '/var/lib/asdf/sms-queue'.
       01 ws-work-path                 PIC X(256)
           VALUE '/var/lib/asdf/sms-queue.work'.
       01 ws-dead-letter-path          PIC X(256)
           VALUE '/var/lib/asdf/sms-dead-letter'.
       01 ws-work-status               PIC XX.

       01 ws-upload-path               PIC X(256).
       01 ws-temp-id                   PIC X(16).
       01 ws-temp-id-text              PIC X(32).

       01 ws-upload-command            PIC X(64)
           VALUE '/usr/local/bin/sms-upload'.
      *Central configuration lookups (asdf-read-config).
       01 ws-config-key                PIC X(30).
       01 ws-config-value              PIC X(64).
       01 ws-config-found              PIC X.

       01 ws-retry-text                PIC X(10) VALUE SPACES.
       01 ws-retry-limit               PIC 9(3) VALUE 3.
       01 ws-attempt                   PIC 9(3) COMP.

       01 ws-shell-command             PIC X(512).
       01 ws-child-rc                  PIC S9(5) COMP.

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-delivered                 PIC X.
           88 ws-delivered-yes         VALUE 'Y'.
           88 ws-delivered-no          VALUE 'N'.

       01 ws-sent-count                PIC 9(6) COMP VALUE 0.
       01 ws-dead-count                PIC 9(6) COMP VALUE 0.
       01 ws-display-count             PIC Z(5)9.

      *Operator exceptions queue item (asdf-raise-exception); the
      *number and the text - which may carry a one-time code - stay
      *out of it.
       01 ws-exception-source          PIC X(20) VALUE 'DEAD-LETTER'.
       01 ws-exception-severity        PIC X VALUE 'M'.
       01 ws-exception-group           PIC X(16) VALUE LOW-VALUES.
       01 ws-exception-description     PIC X(200).
       01 ws-exception-raised          PIC X.

       01 ws-reveal-mode               PIC X VALUE 'R'.
       01 ws-protected-number          PIC X(254).
       01 ws-plain-number              PIC X(254).

      *This run's figures (asdf-step-stats.cpy), appended through
      *asdf-write-step-stats.
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
           ACCEPT ws-retry-text FROM ARGUMENT-VALUE
           IF ws-retry-text IS NOT EQUAL TO SPACES
                   AND FUNCTION TRIM(ws-retry-text) IS NUMERIC THEN
               MOVE FUNCTION TRIM(ws-retry-text) TO ws-retry-limit
           END-IF
           IF ws-retry-limit IS EQUAL TO 0 THEN
               MOVE 1 TO ws-retry-limit
           END-IF

           MOVE 'sms-upload-command' TO ws-config-key
           CALL 'asdf-read-config' USING ws-config-key
               ws-config-value ws-config-found
           IF ws-config-found IS EQUAL TO 'Y'
                   AND ws-config-value IS NOT EQUAL TO SPACES THEN
               MOVE ws-config-value TO ws-upload-command
           END-IF

           INITIALIZE st-step-stats
           MOVE 'asdf-send-sms' TO st-job-name

           PERFORM para-claim-queue THRU para-claim-queue-exit
           PERFORM para-drain THRU para-drain-exit
           PERFORM para-print-summary

           MOVE ws-sent-count TO st-records-written
           MOVE ws-dead-count TO st-rejects
           CALL 'asdf-write-step-stats' USING st-step-stats

      *A rename or delete that found nothing to act on leaves a
      *non-zero CBL_ return code behind; that is not a failure of
      *the delivery run itself.
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

      *Claims the live spool by renaming it out of the way; a work
      *file already present from a killed earlier run is drained
      *as-is rather than clobbered.
       para-claim-queue.
           OPEN INPUT fd-work-queue
           IF ws-work-status IS EQUAL TO '00' THEN
               CLOSE fd-work-queue
               GO TO para-claim-queue-exit
           END-IF
           IF ws-work-status IS EQUAL TO '05' THEN
               CLOSE fd-work-queue
               CALL 'CBL_DELETE_FILE' USING ws-work-path
           END-IF

           CALL 'CBL_RENAME_FILE' USING ws-queue-path ws-work-path
           .

       para-claim-queue-exit.
           EXIT PARAGRAPH
           .

       para-drain.
           OPEN INPUT fd-work-queue
           IF ws-work-status IS NOT EQUAL TO '00' THEN
               IF ws-work-status IS EQUAL TO '05' THEN
                   CLOSE fd-work-queue
               END-IF
               GO TO para-drain-exit
           END-IF

           SET ws-eof-no TO TRUE
           PERFORM para-drain-one UNTIL ws-eof-yes
           CLOSE fd-work-queue

           CALL 'CBL_DELETE_FILE' USING ws-work-path
           .

       para-drain-exit.
           EXIT PARAGRAPH
           .

       para-drain-one.
           READ fd-work-queue
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   ADD 1 TO st-records-read
                   PERFORM para-deliver-entry
           END-READ
           .

      *One spool entry: written to its upload file once, then handed
      *to the provider up to ws-retry-limit times; a failure on the
      *final attempt is treated as permanent and the entry moves to
      *the dead-letter file with its original queued timestamp.
       para-deliver-entry.
           PERFORM para-render-upload
           SET ws-delivered-no TO TRUE
           PERFORM para-attempt-delivery
               VARYING ws-attempt FROM 1 BY 1
               UNTIL ws-attempt > ws-retry-limit OR ws-delivered-yes
           CALL 'CBL_DELETE_FILE' USING ws-upload-path

           IF ws-delivered-yes THEN
               ADD 1 TO ws-sent-count
           ELSE
               PERFORM para-dead-letter
           END-IF
           .

       para-render-upload.
           CALL 'asdf-generate-uuid' USING ws-temp-id
           CALL 'asdf-format-uuid' USING ws-temp-id ws-temp-id-text
           MOVE SPACES TO ws-upload-path
           STRING '/tmp/asdf-send-sms-' FUNCTION TRIM(ws-temp-id-text)
               '.txt' DELIMITED BY SIZE INTO ws-upload-path

           OPEN OUTPUT fd-upload

           MOVE sq-to-number TO ws-protected-number
           CALL 'asdf-protect-field' USING ws-reveal-mode
               ws-protected-number ws-plain-number
           MOVE ws-plain-number TO fu-line
           WRITE fu-line

           MOVE sq-text TO fu-line
           WRITE fu-line

           CLOSE fd-upload
           .

      *RETURN-CODE after CALL 'SYSTEM' is the raw wait() status word,
      *so the true exit code is recovered by dividing out the low
      *byte - same recovery asdf-send-mail makes.
       para-attempt-delivery.
           MOVE SPACES TO ws-shell-command
           STRING FUNCTION TRIM(ws-upload-command) ' < '
               FUNCTION TRIM(ws-upload-path)
               DELIMITED BY SIZE INTO ws-shell-command

           CALL 'SYSTEM' USING ws-shell-command
           COMPUTE ws-child-rc = RETURN-CODE / 256
           IF ws-child-rc IS EQUAL TO 0 THEN
               SET ws-delivered-yes TO TRUE
           END-IF
           .

       para-dead-letter.
           MOVE sq-sms-entry TO dl-sms-entry
           OPEN EXTEND fd-dead-letter
           WRITE dl-sms-entry
           CLOSE fd-dead-letter
           ADD 1 TO ws-dead-count

           MOVE SPACES TO ws-exception-description
           STRING 'text message queued ' sq-queued-timestamp
               ' dead-lettered'
               DELIMITED BY SIZE INTO ws-exception-description
           CALL 'asdf-raise-exception' USING ws-exception-source
               ws-exception-severity ws-exception-group
               sq-account-id ws-exception-description
               ws-exception-raised
           .

       para-print-summary.
           MOVE ws-sent-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count) ' delivered, '
               WITH NO ADVANCING
           MOVE ws-dead-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count) ' dead-lettered'
           .
