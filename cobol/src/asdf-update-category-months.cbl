      *Folds one just-written ledger entry into the group's
      *maintained category-by-month totals (asdf-category-month.cpy).
      *Called from asdf-update-control next to asdf-update-balances,
      *inside the same protected write path as the ledger write
      *itself, so no posting path can forget it. The rows come from
      *asdf-category-month-rows, the arithmetic the nightly
      *recompute replays too; the posting programs record an
      *entry's tags and expense date before its ledger write, so
      *both are already on disk here.
      *
      *A group with no totals file yet - one older than the
      *mechanism, since asdf-create-group starts every group with
      *an empty one - is left without one here: seeding it from
      *this entry alone would leave the reports a file covering
      *half the history, and replaying the whole ledger is no work
      *for the posting path. The reports scan the ledger meanwhile,
      *and asdf-verify-controls' nightly pass (or
      *asdf-rebuild-group) builds the file whole.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-update-category-months.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-months
           ASSIGN DYNAMIC ws-months-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-months-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-months.
       COPY 'asdf-category-month.cpy' REPLACING ==:X:== BY ==cm==.

       WORKING-STORAGE SECTION.
       01 ws-months-path               PIC X(256).
       01 ws-months-status             PIC XX.
       01 ws-group-text                PIC X(32).

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-found                     PIC X.
           88 ws-found-yes             VALUE 'Y'.
           88 ws-found-no              VALUE 'N'.

       01 ws-rows-mode                 PIC X VALUE 'E'.
       01 ws-row-count                 PIC 9(3) COMP.
       01 ws-rows.
           02 ws-row OCCURS 200 TIMES
                   INDEXED BY ix-row.
               03 ws-row-kind          PIC X.
               03 ws-row-name          PIC X(20).
               03 ws-row-month         PIC 9(6).
               03 ws-row-column        PIC X.
               03 ws-row-raw           PIC S9(12) COMP.
               03 ws-row-converted     PIC S9(12) COMP.

       LINKAGE SECTION.
       01 ls-group                     PIC X(16).
       COPY 'asdf-transaction.cpy' REPLACING ==:X:== BY ==ls==.

       PROCEDURE DIVISION USING ls-group ls-transaction.
       para-main.
           CALL 'asdf-format-uuid' USING ls-group ws-group-text
           MOVE SPACES TO ws-months-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/category-months' INTO ws-months-path

           OPEN INPUT fd-months
           IF ws-months-status IS NOT EQUAL TO '00' THEN
               IF ws-months-status IS EQUAL TO '05' THEN
                   CLOSE fd-months
               END-IF
               GO TO para-exit
           END-IF
           CLOSE fd-months

           CALL 'asdf-category-month-rows' USING ls-group
               ls-transaction ws-rows-mode ws-row-count ws-rows
           PERFORM para-apply-row THRU para-apply-row-exit
               VARYING ix-row FROM 1 BY 1
               UNTIL ix-row > ws-row-count
           .

       para-exit.
           EXIT PROGRAM
           .

      *An existing total is rewritten in place; one not seen before
      *is appended.
       para-apply-row.
           SET ws-found-no TO TRUE
           OPEN I-O fd-months
           IF ws-months-status IS EQUAL TO '00' THEN
               SET ws-eof-no TO TRUE
               PERFORM para-apply-row-one
                   UNTIL ws-eof-yes OR ws-found-yes
               CLOSE fd-months
           ELSE
               IF ws-months-status IS EQUAL TO '05' THEN
                   CLOSE fd-months
               END-IF
           END-IF

           IF ws-found-no THEN
               MOVE ws-row-kind(ix-row) TO cm-kind
               MOVE ws-row-name(ix-row) TO cm-name
               MOVE ws-row-month(ix-row) TO cm-month
               MOVE 0 TO cm-debt-raw cm-reversed-raw
                   cm-written-off-raw cm-debt-converted
                   cm-reversed-converted cm-written-off-converted
               PERFORM para-add-amounts
               OPEN EXTEND fd-months
               WRITE cm-category-month
               CLOSE fd-months
           END-IF
           .

       para-apply-row-exit.
           EXIT PARAGRAPH
           .

       para-apply-row-one.
           READ fd-months
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF cm-kind IS EQUAL TO ws-row-kind(ix-row)
                           AND cm-name IS EQUAL TO
                               ws-row-name(ix-row)
                           AND cm-month IS EQUAL TO
                               ws-row-month(ix-row) THEN
                       PERFORM para-add-amounts
                       REWRITE cm-category-month
                       SET ws-found-yes TO TRUE
                   END-IF
           END-READ
           .

       para-add-amounts.
           EVALUATE ws-row-column(ix-row)
               WHEN 'D'
                   ADD ws-row-raw(ix-row) TO cm-debt-raw
                   ADD ws-row-converted(ix-row) TO cm-debt-converted
               WHEN 'R'
                   ADD ws-row-raw(ix-row) TO cm-reversed-raw
                   ADD ws-row-converted(ix-row)
                       TO cm-reversed-converted
               WHEN 'W'
                   ADD ws-row-raw(ix-row) TO cm-written-off-raw
                   ADD ws-row-converted(ix-row)
                       TO cm-written-off-converted
           END-EVALUATE
           .
