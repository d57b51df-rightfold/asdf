
       01 ws-bin-dir                   PIC X(256).
       01 ws-today                     PIC 9(8).
      *"Now" as the batch sees it: the business date being
      *processed (asdf-business-timestamp) and the clock's time.
       01 ws-business-now              PIC 9(14).
       01 ws-uuid-text                 PIC X(32).
       01 ws-group-text                PIC X(32).

       01 ws-run-count                 PIC 9(4) COMP VALUE 0.
       01 ws-display-count             PIC Z(3)9.

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
           MOVE 'asdf-run-subscriptions' TO st-job-name
           ACCEPT ws-bin-dir FROM ENVIRONMENT 'ASDF_BIN_DIR'
           IF ws-bin-dir IS EQUAL TO SPACES THEN
               MOVE '/var/lib/asdf/bin' TO ws-bin-dir
           END-IF
           CALL 'asdf-business-timestamp' USING ws-business-now
           MOVE ws-business-now(1:8) TO ws-today

           OPEN I-O fd-subscriptions
           IF ws-subs-status IS NOT EQUAL TO '00' THEN
               IF ws-subs-status IS EQUAL TO '05' THEN
                   CLOSE fd-subscriptions
               END-IF
               CALL 'asdf-write-step-stats' USING st-step-stats
               DISPLAY 'no subscriptions on file'
               MOVE 0 TO RETURN-CODE
               STOP RUN
           PERFORM para-run-one UNTIL ws-eof-yes
           CLOSE fd-subscriptions

           MOVE ws-run-count TO st-records-written
           CALL 'asdf-write-step-stats' USING st-step-stats
           MOVE ws-run-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count)
               ' subscription(s) delivered'
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   ADD 1 TO st-records-read
                   IF sb-status-active
                           AND sb-next-run-date IS NOT GREATER
                               THAN ws-today THEN
               MOVE FUNCTION CURRENT-DATE TO dq-queued-timestamp
               OPEN EXTEND fd-digest-queue
               WRITE dq-mail-entry
               ADD 1 TO st-mails-queued
               CLOSE fd-digest-queue
           ELSE
               MOVE fa-email TO mq-to-email
               MOVE FUNCTION CURRENT-DATE TO mq-queued-timestamp
               OPEN EXTEND fd-mail-queue
               WRITE mq-mail-entry
               ADD 1 TO st-mails-queued
               CLOSE fd-mail-queue
           END-IF
           .
