      *"YYYYMMDD,amount,reference" lines, which replace the group's
      *previous lines in /var/lib/asdf/bank-lines (all freshly
      *unmatched) for asdf-reconcile-ledgers' matching pass to pair
      *against individual ledger payments. A bank's camt.053 or
      *MT940 statement download is loaded as it comes by
      *asdf-load-bank-statement instead.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-load-reconciliation.
           88 ws-found-yes             VALUE 'Y'.
           88 ws-found-no              VALUE 'N'.

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
           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           IF ws-uuid-text IS EQUAL TO SPACES THEN
               DISPLAY 'Missing group' WITH NO ADVANCING
