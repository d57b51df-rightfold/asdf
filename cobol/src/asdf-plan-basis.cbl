      *Looks up, or carries forward, the ledger position a recorded
      *settlement plan was computed from (asdf-settlement-basis.cpy)
      *for the programs that post a plan's legs as payments -
      *asdf-confirm-settlement, and asdf-reconcile-ledgers when a
      *bank line pays a leg. Arguments: mode, group id, plan id, the
      *state (returned), the superseding plan id (returned).
      *
      *Mode 'Q' reports the plan's state against the control record
      *as it stands now:
      *  'C' current - nothing has posted since the plan was worked
      *      out (or since its own legs last posted);
      *  'D' drifted - something else has posted, but the nightly
      *      check has not yet been round;
      *  'S' stale   - marked stale and waiting to be replaced;
      *  'X' superseded - replaced, ls-superseded-by naming the
      *      plan that replaced it;
      *  'N' none    - recorded before the basis was kept, or by a
      *      path (asdf-offboard-member) that keeps none.
      *Mode 'A', called right after the plan's own legs have posted
      *on a plan that was current before them, moves the plan's
      *position up to the control record as it now stands, so the
      *plan's own payments never make it look stale.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-plan-basis.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-basis
           ASSIGN DYNAMIC ws-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-basis.
       COPY 'asdf-settlement-basis.cpy' REPLACING ==:X:== BY ==sb==.

       WORKING-STORAGE SECTION.
       01 ws-path                      PIC X(256).
       01 ws-status                    PIC XX.
       01 ws-group-text                PIC X(32).
       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-found                     PIC X.
           88 ws-found-yes             VALUE 'Y'.
           88 ws-found-no              VALUE 'N'.

       COPY 'asdf-control.cpy' REPLACING ==:X:== BY ==cr==.
       01 ws-control-found             PIC X.

       LINKAGE SECTION.
       01 ls-mode                      PIC X.
           88 ls-mode-query            VALUE 'Q'.
           88 ls-mode-advance          VALUE 'A'.
       01 ls-group                     PIC X(16).
       01 ls-plan-id                   PIC X(16).
       01 ls-state                     PIC X.
           88 ls-state-current         VALUE 'C'.
           88 ls-state-drifted         VALUE 'D'.
           88 ls-state-stale           VALUE 'S'.
           88 ls-state-superseded      VALUE 'X'.
           88 ls-state-none            VALUE 'N'.
       01 ls-superseded-by             PIC X(16).

       PROCEDURE DIVISION USING ls-mode ls-group ls-plan-id ls-state
               ls-superseded-by.
       para-main.
           SET ls-state-none TO TRUE
           MOVE LOW-VALUES TO ls-superseded-by

           CALL 'asdf-read-control' USING ls-group cr-control
               ws-control-found
           CALL 'asdf-format-uuid' USING ls-group ws-group-text
           MOVE SPACES TO ws-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/settlement-basis' INTO ws-path

           IF ls-mode-advance THEN
               OPEN I-O fd-basis
           ELSE
               OPEN INPUT fd-basis
           END-IF
           IF ws-status IS NOT EQUAL TO '00' THEN
               IF ws-status IS EQUAL TO '05' THEN
                   CLOSE fd-basis
               END-IF
               GO TO para-exit
           END-IF

           SET ws-eof-no TO TRUE
           SET ws-found-no TO TRUE
           PERFORM para-scan-one UNTIL ws-eof-yes OR ws-found-yes
           CLOSE fd-basis
           .

       para-exit.
           EXIT PROGRAM
           .

       para-scan-one.
           READ fd-basis
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF sb-plan-id IS EQUAL TO ls-plan-id THEN
                       SET ws-found-yes TO TRUE
                       PERFORM para-apply
                   END-IF
           END-READ
           .

       para-apply.
           EVALUATE TRUE
               WHEN sb-status-superseded
                   SET ls-state-superseded TO TRUE
                   MOVE sb-superseded-by TO ls-superseded-by
               WHEN sb-status-stale
                   SET ls-state-stale TO TRUE
               WHEN sb-record-count IS EQUAL TO cr-record-count
                       AND sb-chain-hash IS EQUAL TO cr-chain-hash
                       AND sb-last-id IS EQUAL TO cr-last-id
                   SET ls-state-current TO TRUE
               WHEN OTHER
                   SET ls-state-drifted TO TRUE
           END-EVALUATE

           IF ls-mode-advance AND sb-status-current THEN
               MOVE cr-record-count TO sb-record-count
               MOVE cr-chain-hash TO sb-chain-hash
               MOVE cr-last-id TO sb-last-id
               REWRITE sb-settlement-basis
               SET ls-state-current TO TRUE
           END-IF
           .
