      *within the run; an entry that still won't go out is appended
      *to /var/lib/asdf/mail-dead-letter (same record layout as the
      *queue) so what never went out stays visible instead of being
      *silently dropped, and is posted to the operator exceptions
      *queue (asdf-raise-exception) by its subject and queued time.
      *
      *Recipient addresses sit in the queue in their protected form
      *(asdf-protect-field) and are revealed only for the To header
      *of the rendered message; the dead-letter copy stays protected.
      *
      *Each run appends its figures to the step statistics
      *(asdf-step-stats.cpy) under its own name - entries read,
      *delivered as records written, dead-lettered as rejects - so
      *the mail volume can be reported on (asdf-usage-report) once
      *the queue entries themselves are gone.
      *
      *Optional argument: retry attempts per entry (default 3).

       01 ws-dead-count                PIC 9(6) COMP VALUE 0.
       01 ws-display-count             PIC Z(5)9.

      *Operator exceptions queue item (asdf-raise-exception); the
      *address stays out of it.
       01 ws-exception-source          PIC X(20) VALUE 'DEAD-LETTER'.
       01 ws-exception-severity        PIC X VALUE 'M'.
       01 ws-exception-group           PIC X(16) VALUE LOW-VALUES.
       01 ws-exception-subject         PIC X(16) VALUE LOW-VALUES.
       01 ws-exception-description     PIC X(200).
       01 ws-exception-raised          PIC X.

       01 ws-reveal-mode               PIC X VALUE 'R'.
       01 ws-recipient-email           PIC X(254).

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
               MOVE 1 TO ws-retry-limit
           END-IF

           INITIALIZE st-step-stats
           MOVE 'asdf-send-mail' TO st-job-name

           PERFORM para-claim-queue THRU para-claim-queue-exit
           PERFORM para-drain THRU para-drain-exit
           PERFORM para-print-summary

           MOVE ws-sent-count TO st-records-written
           MOVE ws-dead-count TO st-rejects
           CALL 'asdf-write-step-stats' USING st-step-stats

      *A rename or delete that found nothing to act on leaves a
      *non-zero CBL_ return code behind; that is not a failure of
      *the mailer run itself.
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   ADD 1 TO st-records-read
                   PERFORM para-deliver-entry
           END-READ
           .
           OPEN OUTPUT fd-message

           MOVE SPACES TO fm-line
           CALL 'asdf-protect-field' USING ws-reveal-mode
               mq-to-email ws-recipient-email
           STRING 'To: ' FUNCTION TRIM(ws-recipient-email)
               DELIMITED BY SIZE INTO fm-line
           WRITE fm-line

           WRITE dl-mail-entry
           CLOSE fd-dead-letter
           ADD 1 TO ws-dead-count

           MOVE SPACES TO ws-exception-description
           STRING 'mail queued ' mq-queued-timestamp
               ' dead-lettered: ' FUNCTION TRIM(mq-subject)
               DELIMITED BY SIZE INTO ws-exception-description
           CALL 'asdf-raise-exception' USING ws-exception-source
               ws-exception-severity ws-exception-group
               ws-exception-subject
               ws-exception-description ws-exception-raised
           .

       para-print-summary.
