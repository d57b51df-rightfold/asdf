       01 ws-alert-count               PIC 9(5) COMP VALUE 0.
       01 ws-display-count             PIC Z(4)9.

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
           MOVE 'asdf-balance-alerts' TO st-job-name
           PERFORM para-walk-accounts THRU para-walk-accounts-exit

           MOVE ws-alert-count TO st-records-written
           CALL 'asdf-write-step-stats' USING st-step-stats
           MOVE ws-alert-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count)
               ' alert(s) queued'
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   ADD 1 TO st-records-read
                   PERFORM para-check-account
                       THRU para-check-account-exit
           END-READ

           OPEN EXTEND fd-mail-queue
           WRITE mq-mail-entry
           ADD 1 TO st-mails-queued
           CLOSE fd-mail-queue
           ADD 1 TO ws-alert-count
           .
