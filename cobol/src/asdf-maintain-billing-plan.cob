      *Maintains the service-fee billing plan table
      *(asdf-billing-plan.cpy): what the operating shop charges each
      *group per active member per month. Arguments: acting operator
      *account UUID, operator session token (asdf-check-operator-
      *session must accept the pair), action, then:
      *  SET group UUID, FREE - the group is billed nothing;
      *  SET group UUID, MEMBER, rate (minor units per active member
      *      per month), optional currency (defaults to the group's)
      *      - the group is billed by asdf-bill-groups from the
      *      month the plan is entered in;
      *  LIST (no further arguments) - prints each group's current
      *      plan.
      *SET appends a new entry rather than changing the old one, so
      *the plan every earlier month was billed under stays on file,
      *and is logged through asdf-append-admin-audit in the group's
      *own trail.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-maintain-billing-plan.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-plans
           ASSIGN DYNAMIC ws-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-file-status.

       SELECT OPTIONAL fd-group-index
           ASSIGN DYNAMIC ws-index-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-index-status.

       SELECT OPTIONAL fd-info
           ASSIGN DYNAMIC ws-info-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-info-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-plans.
       COPY 'asdf-billing-plan.cpy' REPLACING ==:X:== BY ==bp==.

       FD fd-group-index.
       COPY 'asdf-group-index.cpy' REPLACING ==:X:== BY ==gx==.

       FD fd-info.
       COPY 'asdf-group-info.cpy' REPLACING ==:X:== BY ==gi==.

       WORKING-STORAGE SECTION.
       01 ws-path                      PIC X(256)
           VALUE '/var/lib/asdf/billing-plans'.
       01 ws-file-status               PIC XX.
       01 ws-index-path                PIC X(256)
           VALUE '/var/lib/asdf/group-index'.
       01 ws-index-status              PIC XX.
       01 ws-info-path                 PIC X(256).
       01 ws-info-status               PIC XX.

       01 ws-operator-uuid-text        PIC X(32).
       01 ws-operator-account          PIC X(16).
       01 ws-operator-token            PIC X(16).
       01 ws-operator-valid            PIC X.
           88 ws-operator-valid-yes    VALUE 'Y'.
           88 ws-operator-valid-no     VALUE 'N'.

       01 ws-action                    PIC X(8).
       01 ws-group-text                PIC X(32).
       01 ws-group                     PIC X(16).
       01 ws-plan-text                 PIC X(8).
       01 ws-rate-text                 PIC X(12).
       01 ws-currency-text             PIC X(3) VALUE SPACES.
       01 ws-display-rate              PIC Z(9)9.
      *The plan being entered.
       COPY 'asdf-billing-plan.cpy' REPLACING ==:X:== BY ==ws==.

      *LIST's table of each group's latest entry, in first-seen
      *order.
       01 ws-plan-count                PIC 9(4) COMP VALUE 0.
       01 ws-plan-table.
           02 ws-pt-entry OCCURS 2000 TIMES.
               03 ws-pt-group          PIC X(16).
               03 ws-pt-plan           PIC X.
               03 ws-pt-rate           PIC 9(10) COMP.
               03 ws-pt-currency       PIC X(3).
               03 ws-pt-entered        PIC 9(14).
       01 ws-pt-i                      PIC 9(4) COMP.
       01 ws-pt-j                      PIC 9(4) COMP.

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-found                     PIC X.
           88 ws-found-yes             VALUE 'Y'.
           88 ws-found-no              VALUE 'N'.

       01 ws-audit-program             PIC X(30)
           VALUE 'asdf-maintain-billing-plan'.
       01 ws-audit-detail              PIC X(200).

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
           ACCEPT ws-operator-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-operator-uuid-text
               ws-operator-account
           ACCEPT ws-operator-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-operator-uuid-text
               ws-operator-token
           CALL 'asdf-check-operator-session' USING
               ws-operator-account ws-operator-token
               ws-operator-valid
           IF ws-operator-valid-no THEN
               DISPLAY 'A valid operator session is required'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT ws-action FROM ARGUMENT-VALUE
           EVALUATE ws-action
               WHEN 'SET'
                   PERFORM para-set THRU para-set-exit
               WHEN 'LIST'
                   PERFORM para-list THRU para-list-exit
               WHEN OTHER
                   DISPLAY 'Action must be SET or LIST'
                       WITH NO ADVANCING
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

       para-set.
           INITIALIZE ws-billing-plan-entry
           ACCEPT ws-group-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-group-text ws-group
           PERFORM para-find-group THRU para-find-group-exit
           IF ws-found-no THEN
               DISPLAY 'No such active group' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ws-group TO ws-group-id

           ACCEPT ws-plan-text FROM ARGUMENT-VALUE
           EVALUATE ws-plan-text
               WHEN 'FREE'
                   SET ws-plan-free TO TRUE
                   MOVE 0 TO ws-rate
                   MOVE SPACES TO ws-currency
               WHEN 'MEMBER'
                   SET ws-plan-per-member TO TRUE
                   PERFORM para-read-rate
               WHEN OTHER
                   DISPLAY 'Plan must be FREE or MEMBER'
                       WITH NO ADVANCING
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           MOVE ws-operator-account TO ws-entered-by
           CALL 'asdf-utc-timestamp' USING ws-entered-timestamp
           MOVE ws-billing-plan-entry TO bp-billing-plan-entry
           OPEN EXTEND fd-plans
           WRITE bp-billing-plan-entry
           CLOSE fd-plans

           MOVE SPACES TO ws-audit-detail
           IF ws-plan-free THEN
               MOVE 'billing plan set to free' TO ws-audit-detail
           ELSE
               MOVE ws-rate TO ws-display-rate
               STRING 'billing plan set to '
                   FUNCTION TRIM(ws-display-rate) ' '
                   ws-currency ' per active member per month'
                   DELIMITED BY SIZE INTO ws-audit-detail
                   ON OVERFLOW CONTINUE
               END-STRING
           END-IF
           CALL 'asdf-append-admin-audit' USING ws-group
               ws-operator-account ws-audit-program ws-audit-detail
           DISPLAY 'Billing plan set' WITH NO ADVANCING
           .

       para-set-exit.
           EXIT PARAGRAPH
           .

      *The rate, and the currency - the group's own reporting
      *currency (USD when it never set one) unless one is given.
       para-read-rate.
           ACCEPT ws-rate-text FROM ARGUMENT-VALUE
           IF ws-rate-text IS EQUAL TO SPACES
                   OR FUNCTION TRIM(ws-rate-text) IS NOT NUMERIC THEN
               DISPLAY 'Rate must be a whole number of minor units'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION TRIM(ws-rate-text) TO ws-rate
           IF ws-rate IS EQUAL TO 0 THEN
               DISPLAY 'A member plan needs a rate above zero'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT ws-currency-text FROM ARGUMENT-VALUE
           IF ws-currency-text IS NOT EQUAL TO SPACES THEN
               MOVE ws-currency-text TO ws-currency
               EXIT PARAGRAPH
           END-IF
           MOVE 'USD' TO ws-currency
           MOVE SPACES TO ws-info-path
           STRING '/var/lib/asdf/group/' ws-group-text '/info'
               DELIMITED BY SIZE INTO ws-info-path
           OPEN INPUT fd-info
           IF ws-info-status IS NOT EQUAL TO '00' THEN
               IF ws-info-status IS EQUAL TO '05' THEN
                   CLOSE fd-info
               END-IF
               EXIT PARAGRAPH
           END-IF
           READ fd-info
           IF ws-info-status IS EQUAL TO '00'
                   AND gi-default-currency IS NOT EQUAL TO SPACES THEN
               MOVE gi-default-currency TO ws-currency
           END-IF
           CLOSE fd-info
           .

       para-find-group.
           SET ws-found-no TO TRUE
           OPEN INPUT fd-group-index
           IF ws-index-status IS NOT EQUAL TO '00' THEN
               IF ws-index-status IS EQUAL TO '05' THEN
                   CLOSE fd-group-index
               END-IF
               GO TO para-find-group-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-find-group-one UNTIL ws-eof-yes OR ws-found-yes
           CLOSE fd-group-index
           .

       para-find-group-exit.
           EXIT PARAGRAPH
           .

       para-find-group-one.
           READ fd-group-index
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF gx-group-id IS EQUAL TO ws-group
                           AND gx-status-active THEN
                       SET ws-found-yes TO TRUE
                   END-IF
           END-READ
           .

       para-list.
           OPEN INPUT fd-plans
           IF ws-file-status IS NOT EQUAL TO '00' THEN
               IF ws-file-status IS EQUAL TO '05' THEN
                   CLOSE fd-plans
               END-IF
               GO TO para-list-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-list-load UNTIL ws-eof-yes
           CLOSE fd-plans
           PERFORM para-list-print
               VARYING ws-pt-i FROM 1 BY 1
               UNTIL ws-pt-i > ws-plan-count
           .

       para-list-exit.
           EXIT PARAGRAPH
           .

       para-list-load.
           READ fd-plans
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   PERFORM para-list-keep
           END-READ
           .

      *A later entry for a group replaces the one held for it.
       para-list-keep.
           SET ws-found-no TO TRUE
           PERFORM para-list-find
               VARYING ws-pt-j FROM 1 BY 1
               UNTIL ws-pt-j > ws-plan-count OR ws-found-yes
           IF ws-found-no THEN
               IF ws-plan-count IS NOT LESS THAN 2000 THEN
                   DISPLAY 'Billing plan table full'
                       WITH NO ADVANCING
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO ws-plan-count
               MOVE ws-plan-count TO ws-pt-i
           END-IF
           MOVE bp-group-id TO ws-pt-group(ws-pt-i)
           MOVE bp-plan TO ws-pt-plan(ws-pt-i)
           MOVE bp-rate TO ws-pt-rate(ws-pt-i)
           MOVE bp-currency TO ws-pt-currency(ws-pt-i)
           MOVE bp-entered-timestamp TO ws-pt-entered(ws-pt-i)
           .

       para-list-find.
           IF ws-pt-group(ws-pt-j) IS EQUAL TO bp-group-id THEN
               MOVE ws-pt-j TO ws-pt-i
               SET ws-found-yes TO TRUE
           END-IF
           .

       para-list-print.
           CALL 'asdf-format-uuid' USING ws-pt-group(ws-pt-i)
               ws-group-text
           IF ws-pt-plan(ws-pt-i) IS EQUAL TO 'F' THEN
               DISPLAY ws-group-text ' FREE   since '
                   ws-pt-entered(ws-pt-i)(1:8)
           ELSE
               MOVE ws-pt-rate(ws-pt-i) TO ws-display-rate
               DISPLAY ws-group-text ' MEMBER since '
                   ws-pt-entered(ws-pt-i)(1:8) ' '
                   ws-display-rate ' ' ws-pt-currency(ws-pt-i)
           END-IF
           .
