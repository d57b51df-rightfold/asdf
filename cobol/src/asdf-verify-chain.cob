       01 ws-reseeded-count            PIC 9(5) COMP VALUE 0.
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
           MOVE 'asdf-verify-chain' TO st-job-name
           ACCEPT ws-mode FROM ARGUMENT-VALUE
           IF NOT ws-mode-verify AND NOT ws-mode-reseed THEN
               DISPLAY 'Invalid mode' WITH NO ADVANCING

           PERFORM para-walk-groups THRU para-walk-groups-exit

           MOVE ws-mismatch-count TO st-rejects
           MOVE ws-reseeded-count TO st-records-written
           CALL 'asdf-write-step-stats' USING st-step-stats
           IF ws-mode-reseed THEN
               MOVE ws-reseeded-count TO ws-display-count
               DISPLAY FUNCTION TRIM(ws-display-count)
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   ADD 1 TO st-records-read
                   PERFORM para-check-group
                       THRU para-check-group-exit
           END-READ
