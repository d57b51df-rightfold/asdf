      *    orphans with the reason - those records carry no pause
      *    switch, so the report is the action.
      *Every orphan prints one line; a non-zero exit flags the run
      *for the batch monitor when anything was found. Every pause
      *and every orphan is also posted to the operator exceptions
      *queue (asdf-raise-exception), which keeps one open item per
      *finding however many nights it is reported.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-sweep-integrity.
       01 ws-notify-group              PIC X(16).
       01 ws-notify-reason             PIC X(120).

      *Operator exceptions queue item (asdf-raise-exception).
       01 ws-exception-source          PIC X(20) VALUE 'SWEEP'.
       01 ws-exception-severity        PIC X VALUE 'M'.
       01 ws-exception-group           PIC X(16).
       01 ws-exception-subject         PIC X(16).
       01 ws-exception-description     PIC X(200).
       01 ws-exception-raised          PIC X.

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
           MOVE 'asdf-sweep-integrity' TO st-job-name
           PERFORM para-sweep-recurring
               THRU para-sweep-recurring-exit
           PERFORM para-sweep-installments
               THRU para-sweep-installments-exit
           PERFORM para-sweep-groups THRU para-sweep-groups-exit

           MOVE ws-paused-count TO st-records-written
           MOVE ws-orphan-count TO st-rejects
           CALL 'asdf-write-step-stats' USING st-step-stats
           DISPLAY ws-paused-count ' schedule(s) paused, '
               ws-orphan-count ' orphan(s) reported'
           IF ws-paused-count IS GREATER THAN 0
               DISPLAY 'PAUSED recurring '
                   FUNCTION TRIM(ws-uuid-text)
                   ' names an inactive party'
               MOVE rc-group TO ws-exception-group
               MOVE rc-id TO ws-exception-subject
               MOVE 'recurring entry paused: it names an inactive '
                   TO ws-exception-description
               MOVE 'party' TO ws-exception-description(46:)
               PERFORM para-raise-exception
               MOVE rc-group TO ws-notify-group
               MOVE 'a recurring entry was paused: it names an '
                   TO ws-notify-reason
                       FUNCTION TRIM(ws-uuid-text) ' category '
                       FUNCTION TRIM(rc-category)
                       ' not in the category master'
                   MOVE rc-group TO ws-exception-group
                   MOVE rc-id TO ws-exception-subject
                   MOVE SPACES TO ws-exception-description
                   STRING 'recurring entry category '
                       FUNCTION TRIM(rc-category)
                       ' not in the category master'
                       DELIMITED BY SIZE INTO ws-exception-description
                   PERFORM para-raise-exception
               END-IF
           END-IF
           .
               DISPLAY 'PAUSED installment plan '
                   FUNCTION TRIM(ws-uuid-text)
                   ' names an inactive party'
               MOVE ip-group TO ws-exception-group
               MOVE ip-id TO ws-exception-subject
               MOVE 'installment plan paused: it names an inactive '
                   TO ws-exception-description
               MOVE 'party' TO ws-exception-description(47:)
               PERFORM para-raise-exception
               MOVE ip-group TO ws-notify-group
               MOVE 'an installment plan was paused: it names '
                   TO ws-notify-reason
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   ADD 1 TO st-records-read
                   IF gx-status-active THEN
                       PERFORM para-sweep-group
                           THRU para-sweep-group-exit
                   FUNCTION TRIM(sp-name) ' in '
                   FUNCTION TRIM(ws-group-text) ' names inactive '
                   FUNCTION TRIM(ws-uuid-text)
               MOVE gx-group-id TO ws-exception-group
               MOVE sp-account-id(ws-p) TO ws-exception-subject
               MOVE SPACES TO ws-exception-description
               STRING 'split profile ' FUNCTION TRIM(sp-name)
                   ' names an inactive participant'
                   DELIMITED BY SIZE INTO ws-exception-description
               PERFORM para-raise-exception
           END-IF
           .

                   FUNCTION TRIM(ws-uuid-text) ' in '
                   FUNCTION TRIM(ws-group-text)
                   ' names an inactive party'
               MOVE gx-group-id TO ws-exception-group
               MOVE sl-plan-id TO ws-exception-subject
               MOVE SPACES TO ws-exception-description
               STRING 'open settlement leg ' sl-leg-number
                   ' names an inactive party'
                   DELIMITED BY SIZE INTO ws-exception-description
               PERFORM para-raise-exception
           END-IF
           .

                               FUNCTION TRIM(ws-group-text)
                               ' defaults to unknown category '
                               FUNCTION TRIM(py-default-category)
                           PERFORM para-raise-payee-exception
                       END-IF
                   END-IF
           END-READ
           .

       para-raise-payee-exception.
           MOVE gx-group-id TO ws-exception-group
           MOVE py-payee-id TO ws-exception-subject
           MOVE SPACES TO ws-exception-description
           STRING 'payee ' FUNCTION TRIM(py-name)
               ' defaults to unknown category '
               FUNCTION TRIM(py-default-category)
               DELIMITED BY SIZE INTO ws-exception-description
               ON OVERFLOW CONTINUE
           END-STRING
           PERFORM para-raise-exception
           .

       para-raise-exception.
           CALL 'asdf-raise-exception' USING ws-exception-source
               ws-exception-severity ws-exception-group
               ws-exception-subject ws-exception-description
               ws-exception-raised
           .

      *Looks the category up in ws-check-group's master; a group
      *with no master file vouches for everything, the free-form
      *default asdf-append-to-ledger applies.
           MOVE FUNCTION CURRENT-DATE TO mq-queued-timestamp
           OPEN EXTEND fd-mail-queue
           WRITE mq-mail-entry
           ADD 1 TO st-mails-queued
           CLOSE fd-mail-queue
           .
