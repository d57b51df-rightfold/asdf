      *slipped in - is flagged and the run exits non-zero, which
      *asdf-check-ledgers' field checks alone can never catch.
      *
      *The maintained current-balances and category-by-month totals
      *files are recomputed alongside and, unlike the control
      *record, repaired in place when they have drifted.
      *
      *Optional argument RESEED writes the recomputed figures as the
      *new control record instead of comparing - for first adoption
      *on groups older than the mechanism, and after a deliberate
       01 ws-computed-last-id          PIC X(16).
       01 ws-computed-last-ts          PIC 9(14).

      *Nightly recompute of the maintained category-by-month totals
      *(asdf-category-month.cpy), through
      *asdf-recompute-category-months, which compares and rewrites
      *the file itself; the same repair-on-drift the balances get.
       01 ws-cm-mode                   PIC X VALUE 'V'.
       01 ws-cm-drift                  PIC X.
           88 ws-cm-drift-yes          VALUE 'Y'.
       01 ws-cm-drift-count            PIC 9(4) COMP VALUE 0.

       01 ws-drift-count               PIC 9(4) COMP VALUE 0.
       01 ws-no-control-count          PIC 9(4) COMP VALUE 0.
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
           MOVE 'asdf-verify-controls' TO st-job-name
           ACCEPT ws-mode FROM ARGUMENT-VALUE
           IF NOT ws-mode-verify AND NOT ws-mode-reseed THEN
               DISPLAY 'Invalid mode' WITH NO ADVANCING
               ' without a control record, ' WITH NO ADVANCING
           MOVE ws-balance-drift-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count)
               ' balance file(s) repaired, ' WITH NO ADVANCING
           MOVE ws-cm-drift-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count)
               ' category total file(s) repaired'

           COMPUTE st-rejects = ws-drift-count + ws-no-control-count
           COMPUTE st-records-written = ws-balance-drift-count
               + ws-cm-drift-count
           CALL 'asdf-write-step-stats' USING st-step-stats
           IF ws-drift-count IS GREATER THAN 0 THEN
               MOVE 1 TO RETURN-CODE
           ELSE
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   ADD 1 TO st-records-read
                   PERFORM para-check-group THRU para-check-group-exit
           END-READ
           .
           PERFORM para-recompute THRU para-recompute-exit
           PERFORM para-verify-balances
               THRU para-verify-balances-exit
           PERFORM para-verify-category-months

           IF ws-mode-reseed THEN
               PERFORM para-reseed
           DISPLAY FUNCTION TRIM(ws-group-text) ' RESEEDED'
           .

       para-verify-category-months.
           CALL 'asdf-recompute-category-months' USING gx-group-id
               ws-cm-mode ws-cm-drift
           IF ws-cm-drift-yes THEN
               ADD 1 TO ws-cm-drift-count
               DISPLAY FUNCTION TRIM(ws-group-text)
                   ' CATEGORY-DRIFT repaired'
           END-IF
           .

       para-verify-balances.
           MOVE 0 TO ws-vb-count ws-vb-payee-count
           MOVE 'USD' TO ws-vb-target-currency
