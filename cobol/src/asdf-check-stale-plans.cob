      *Nightly stale settlement-plan check: walks every active group
      *in the group-index and compares each current plan's recorded
      *basis (asdf-settlement-basis.cpy) with the group's control
      *record as it now stands. A plan with legs still open whose
      *position no longer matches - some debt, payment or reversal
      *has posted since it was worked out, other than the plan's own
      *confirmed legs, which asdf-confirm-settlement carries the
      *basis over - is marked stale, and asdf-settle-up's SUPERSEDE
      *mode is run for it: the replacement plan is worked out from
      *the ledger as it stands (so legs already confirmed count as
      *paid), the old plan's open legs are closed as superseded and
      *the payers whose legs changed are told. A plan whose legs are
      *all confirmed is finished and left alone. A plan marked stale
      *on an earlier night whose replacement failed is tried again.
      *
      *asdf-settle-up is run as its own process under ASDF_BIN_DIR
      *(default /var/lib/asdf/bin), the way asdf-run-batch runs its
      *steps. A replacement that fails is listed and counted as a
      *reject in the step statistics, but the run still exits 0 so
      *the nightly chain carries on; the plan stays stale, which
      *asdf-confirm-settlement refuses, until a later run succeeds.
      *
      *Argument: optional group UUID, to check one group by hand.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-check-stale-plans.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-group-index
           ASSIGN DYNAMIC ws-index-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-index-status.

       SELECT OPTIONAL fd-basis
           ASSIGN DYNAMIC ws-basis-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-basis-status.

       SELECT OPTIONAL fd-settlements
           ASSIGN DYNAMIC ws-settlements-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-settlements-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-group-index.
       COPY 'asdf-group-index.cpy' REPLACING ==:X:== BY ==gx==.

       FD fd-basis.
       COPY 'asdf-settlement-basis.cpy' REPLACING ==:X:== BY ==sb==.

       FD fd-settlements.
       COPY 'asdf-settlement.cpy' REPLACING ==:X:== BY ==sl==.

       WORKING-STORAGE SECTION.
       01 ws-index-path                PIC X(256)
           VALUE '/var/lib/asdf/group-index'.
       01 ws-index-status              PIC XX.
       01 ws-basis-path                PIC X(256).
       01 ws-basis-status              PIC XX.
       01 ws-settlements-path          PIC X(256).
       01 ws-settlements-status        PIC XX.

       01 ws-only-group-text           PIC X(32) VALUE SPACES.
       01 ws-only-group                PIC X(16) VALUE LOW-VALUES.
       01 ws-group-text                PIC X(32).
       01 ws-uuid-text                 PIC X(32).

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-sub-eof                   PIC X.
           88 ws-sub-eof-yes           VALUE 'Y'.
           88 ws-sub-eof-no            VALUE 'N'.
       01 ws-legs-eof                  PIC X.
           88 ws-legs-eof-yes          VALUE 'Y'.
           88 ws-legs-eof-no           VALUE 'N'.

      *The group's ledger position now (asdf-read-control).
       COPY 'asdf-control.cpy' REPLACING ==:X:== BY ==cr==.
       01 ws-control-found             PIC X.

       01 ws-open-legs                 PIC 9(4) COMP.

      *One group's plans to replace, gathered while the basis file
      *is open and replaced once it is closed again, since
      *asdf-settle-up rewrites that same file.
       01 ws-stale-limit               PIC 9(3) COMP VALUE 200.
       01 ws-stale-count               PIC 9(3) COMP.
       01 ws-stale-table.
           02 ws-stale-plan OCCURS 200 TIMES
                   PIC X(16).
       01 ws-sx                        PIC 9(3) COMP.

       01 ws-bin-dir                   PIC X(256).
       01 ws-shell-command             PIC X(512).
       01 ws-child-rc                  PIC S9(5) COMP.

       01 ws-marked-count              PIC 9(5) COMP VALUE 0.
       01 ws-replaced-count            PIC 9(5) COMP VALUE 0.
       01 ws-failed-count              PIC 9(5) COMP VALUE 0.
       01 ws-display-count             PIC Z(4)9.

      *"Now" as the batch sees it: the business date being
      *processed (asdf-business-timestamp) and the clock's time.
       01 ws-now-group.
           02 ws-now-year               PIC 9(4).
           02 ws-now-month              PIC 9(2).
           02 ws-now-day                PIC 9(2).
           02 ws-now-hour               PIC 9(2).
           02 ws-now-minute             PIC 9(2).
           02 ws-now-second             PIC 9(2).
       01 ws-now-flat REDEFINES ws-now-group
                                        PIC 9(14).

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
           MOVE 'asdf-check-stale-plans' TO st-job-name

           ACCEPT ws-only-group-text FROM ARGUMENT-VALUE
           IF ws-only-group-text IS NOT EQUAL TO SPACES
                   AND ws-only-group-text IS NOT EQUAL TO LOW-VALUES
                   THEN
               CALL 'asdf-parse-uuid' USING ws-only-group-text
                   ws-only-group
           END-IF
           ACCEPT ws-bin-dir FROM ENVIRONMENT 'ASDF_BIN_DIR'
           IF ws-bin-dir IS EQUAL TO SPACES THEN
               MOVE '/var/lib/asdf/bin' TO ws-bin-dir
           END-IF
           CALL 'asdf-business-timestamp' USING ws-now-group

           PERFORM para-walk-groups THRU para-walk-groups-exit

           MOVE ws-replaced-count TO st-records-written
           MOVE ws-failed-count TO st-rejects
           CALL 'asdf-write-step-stats' USING st-step-stats
           MOVE ws-marked-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count)
               ' plan(s) found stale'
           MOVE ws-replaced-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count)
               ' plan(s) superseded'
           MOVE ws-failed-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count)
               ' replacement(s) failed'
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

       para-walk-groups.
           OPEN INPUT fd-group-index
           IF ws-index-status IS NOT EQUAL TO '00' THEN
               IF ws-index-status IS EQUAL TO '05' THEN
                   CLOSE fd-group-index
               END-IF
               GO TO para-walk-groups-exit
           END-IF

           SET ws-eof-no TO TRUE
           PERFORM para-walk-one UNTIL ws-eof-yes
           CLOSE fd-group-index
           .

       para-walk-groups-exit.
           EXIT PARAGRAPH
           .

       para-walk-one.
           READ fd-group-index
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF gx-status-active
                           AND (ws-only-group IS EQUAL TO LOW-VALUES
                               OR ws-only-group IS EQUAL TO
                                   gx-group-id) THEN
                       ADD 1 TO st-records-read
                       PERFORM para-check-group
                           THRU para-check-group-exit
                   END-IF
           END-READ
           .

       para-check-group.
           CALL 'asdf-format-uuid' USING gx-group-id ws-group-text
           MOVE SPACES TO ws-basis-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/settlement-basis' INTO ws-basis-path
           MOVE SPACES TO ws-settlements-path
           STRING '/var/lib/asdf/group/' ws-group-text '/settlements'
               INTO ws-settlements-path
           MOVE 0 TO ws-stale-count

           OPEN I-O fd-basis
           IF ws-basis-status IS NOT EQUAL TO '00' THEN
               IF ws-basis-status IS EQUAL TO '05' THEN
                   CLOSE fd-basis
               END-IF
               GO TO para-check-group-exit
           END-IF
           CALL 'asdf-read-control' USING gx-group-id cr-control
               ws-control-found
           SET ws-sub-eof-no TO TRUE
           PERFORM para-check-plan UNTIL ws-sub-eof-yes
           CLOSE fd-basis

           PERFORM para-replace-plan
               VARYING ws-sx FROM 1 BY 1
               UNTIL ws-sx > ws-stale-count
           .

       para-check-group-exit.
           EXIT PARAGRAPH
           .

       para-check-plan.
           READ fd-basis
               AT END
                   SET ws-sub-eof-yes TO TRUE
               NOT AT END
                   PERFORM para-weigh-plan
           END-READ
           .

       para-weigh-plan.
           IF sb-status-superseded THEN
               EXIT PARAGRAPH
           END-IF
           IF sb-status-current
                   AND sb-record-count IS EQUAL TO cr-record-count
                   AND sb-chain-hash IS EQUAL TO cr-chain-hash
                   AND sb-last-id IS EQUAL TO cr-last-id THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM para-count-open-legs
           IF ws-open-legs IS EQUAL TO 0 THEN
               EXIT PARAGRAPH
           END-IF

           IF sb-status-current THEN
               SET sb-status-stale TO TRUE
               MOVE ws-now-flat TO sb-stale-timestamp
               REWRITE sb-settlement-basis
               ADD 1 TO ws-marked-count
               CALL 'asdf-format-uuid' USING sb-plan-id ws-uuid-text
               DISPLAY ws-group-text ' ' FUNCTION TRIM(gx-name)
                   ': plan ' ws-uuid-text ' stale'
           END-IF

           IF ws-stale-count IS GREATER THAN OR EQUAL TO
                   ws-stale-limit THEN
               DISPLAY 'Too many stale plans in group ' ws-group-text
                   WITH NO ADVANCING
               MOVE 101 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO ws-stale-count
           MOVE sb-plan-id TO ws-stale-plan(ws-stale-count)
           .

       para-count-open-legs.
           MOVE 0 TO ws-open-legs
           OPEN INPUT fd-settlements
           IF ws-settlements-status IS NOT EQUAL TO '00' THEN
               IF ws-settlements-status IS EQUAL TO '05' THEN
                   CLOSE fd-settlements
               END-IF
               EXIT PARAGRAPH
           END-IF
           SET ws-legs-eof-no TO TRUE
           PERFORM para-count-open-legs-one UNTIL ws-legs-eof-yes
           CLOSE fd-settlements
           .

       para-count-open-legs-one.
           READ fd-settlements
               AT END
                   SET ws-legs-eof-yes TO TRUE
               NOT AT END
                   IF sl-plan-id IS EQUAL TO sb-plan-id
                           AND sl-status-open THEN
                       ADD 1 TO ws-open-legs
                   END-IF
           END-READ
           .

      *RETURN-CODE after CALL 'SYSTEM' is the raw wait() status word,
      *so the true exit code is recovered by dividing out the low
      *byte - same recovery asdf-run-batch makes for its steps.
       para-replace-plan.
           CALL 'asdf-format-uuid' USING ws-stale-plan(ws-sx)
               ws-uuid-text
           MOVE SPACES TO ws-shell-command
           STRING FUNCTION TRIM(ws-bin-dir) '/asdf-settle-up '
               ws-group-text ' SUPERSEDE ' ws-uuid-text
               DELIMITED BY SIZE INTO ws-shell-command

           CALL 'SYSTEM' USING ws-shell-command
           COMPUTE ws-child-rc = RETURN-CODE / 256

           IF ws-child-rc IS EQUAL TO 0 THEN
               ADD 1 TO ws-replaced-count
           ELSE
               ADD 1 TO ws-failed-count
               DISPLAY ws-group-text ' ' FUNCTION TRIM(gx-name)
                   ': plan ' ws-uuid-text
                   ' could not be replaced, code ' ws-child-rc
           END-IF
           .
