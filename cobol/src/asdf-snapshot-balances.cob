
       01 ws-group-text                PIC X(32).
       01 ws-today                     PIC 9(8).
      *"Now" as the batch sees it: the business date being
      *processed (asdf-business-timestamp) and the clock's time.
       01 ws-business-now              PIC 9(14).
       01 ws-entry-date                PIC 9(8).
       01 ws-target-currency           PIC X(3).
       01 ws-converted-amount          PIC S9(11) COMP.
       01 ws-group-count               PIC 9(5) COMP VALUE 0.
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
           MOVE 'asdf-snapshot-balances' TO st-job-name
           CALL 'asdf-business-timestamp' USING ws-business-now
           MOVE ws-business-now(1:8) TO ws-today
           PERFORM para-walk-groups THRU para-walk-groups-exit
           CALL 'asdf-write-step-stats' USING st-step-stats
           MOVE ws-group-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count)
               ' groups snapshotted'
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   ADD 1 TO st-records-read
                   IF gx-status-active THEN
                       PERFORM para-snapshot-group
                           THRU para-snapshot-group-exit
           MOVE ws-break-amount TO sn-amount
           MOVE ws-target-currency TO sn-currency
           WRITE sn-snapshot-entry
           ADD 1 TO st-records-written
           .
