      *Recomputes a group's category-by-month totals
      *(asdf-category-month.cpy) from its ledger - the compacted
      *ledger.<date> segments first, then the active file, since the
      *totals carry full history - through asdf-category-month-rows,
      *the same arithmetic asdf-update-category-months applies entry
      *by entry. Arguments: group id, mode, drift flag (returned).
      *
      *Mode 'V' (asdf-verify-controls' nightly pass) compares the
      *file on disk record for record against the recomputation,
      *record counts included, so a file that is a mere subset - a
      *crash between two total writes - still reads as drift; any
      *drift, or a file missing while the ledger implies one, is
      *flagged 'Y' and the file rewritten whole. Mode 'B' writes
      *the recomputation unconditionally, for asdf-rebuild-group
      *and for the programs that change an entry's category, lines
      *or tags after it posted.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-recompute-category-months.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-ledger
           ASSIGN DYNAMIC ws-ledger
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-ledger-status.

       SELECT OPTIONAL fd-months
           ASSIGN DYNAMIC ws-months-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-months-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-ledger.
       COPY 'asdf-transaction.cpy' REPLACING ==:X:== BY ==fs==.

       FD fd-months.
       COPY 'asdf-category-month.cpy' REPLACING ==:X:== BY ==cm==.

       WORKING-STORAGE SECTION.
       01 ws-ledger                    PIC X(256).
       01 ws-ledger-status             PIC XX.
       01 ws-months-path               PIC X(256).
       01 ws-months-status             PIC XX.
       01 ws-group-text                PIC X(32).

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-found                     PIC X.
           88 ws-found-yes             VALUE 'Y'.
           88 ws-found-no              VALUE 'N'.

       01 ws-segment-dates.
           02 ws-segment-date OCCURS 100 TIMES
                   PIC 9(8).
       01 ws-segment-count             PIC 9(3) COMP.
       01 ws-seg-i                     PIC 9(3) COMP.
       01 ws-seg-date-text             PIC X(8).

      *'S' for the first entry replayed, so the group's side files
      *are loaded afresh; 'R' thereafter.
       01 ws-rows-mode                 PIC X.
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

       01 ws-total-limit               PIC 9(4) COMP VALUE 5000.
       01 ws-total-count               PIC 9(4) COMP.
       01 ws-totals.
           02 ws-total OCCURS 5000 TIMES
                   INDEXED BY ix-total.
               03 ws-total-kind        PIC X.
               03 ws-total-name        PIC X(20).
               03 ws-total-month       PIC 9(6).
               03 ws-total-debt-raw    PIC S9(12) COMP.
               03 ws-total-rev-raw     PIC S9(12) COMP.
               03 ws-total-wo-raw      PIC S9(12) COMP.
               03 ws-total-debt-conv   PIC S9(12) COMP.
               03 ws-total-rev-conv    PIC S9(12) COMP.
               03 ws-total-wo-conv     PIC S9(12) COMP.
       01 ws-disk-count                PIC 9(4) COMP.

       LINKAGE SECTION.
       01 ls-group                     PIC X(16).
       01 ls-mode                      PIC X.
           88 ls-mode-verify           VALUE 'V'.
           88 ls-mode-build            VALUE 'B'.
       01 ls-drift                     PIC X.
           88 ls-drift-yes             VALUE 'Y'.
           88 ls-drift-no              VALUE 'N'.

       PROCEDURE DIVISION USING ls-group ls-mode ls-drift.
       para-main.
           SET ls-drift-no TO TRUE
           MOVE 0 TO ws-total-count
           MOVE 'S' TO ws-rows-mode
           CALL 'asdf-format-uuid' USING ls-group ws-group-text
           MOVE SPACES TO ws-months-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/category-months' INTO ws-months-path

           CALL 'asdf-load-segments' USING ls-group
               ws-segment-dates ws-segment-count
           PERFORM para-replay-segment
               VARYING ws-seg-i FROM 1 BY 1
               UNTIL ws-seg-i > ws-segment-count
           MOVE SPACES TO ws-ledger
           STRING '/var/lib/asdf/group/' ws-group-text '/ledger'
               INTO ws-ledger
           PERFORM para-replay-file

           IF ls-mode-verify THEN
               PERFORM para-compare THRU para-compare-exit
               IF ls-drift-no THEN
                   GO TO para-exit
               END-IF
           END-IF

           OPEN OUTPUT fd-months
           PERFORM para-write-one
               VARYING ix-total FROM 1 BY 1
               UNTIL ix-total > ws-total-count
           CLOSE fd-months
           .

       para-exit.
           EXIT PROGRAM
           .

       para-replay-segment.
           MOVE ws-segment-date(ws-seg-i) TO ws-seg-date-text
           MOVE SPACES TO ws-ledger
           STRING '/var/lib/asdf/group/' ws-group-text '/ledger.'
               ws-seg-date-text INTO ws-ledger
           PERFORM para-replay-file
           .

       para-replay-file.
           OPEN INPUT fd-ledger
           IF ws-ledger-status IS NOT EQUAL TO '00' THEN
               IF ws-ledger-status IS EQUAL TO '05' THEN
                   CLOSE fd-ledger
               END-IF
               EXIT PARAGRAPH
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-replay-one UNTIL ws-eof-yes
           CLOSE fd-ledger
           .

       para-replay-one.
           READ fd-ledger
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   CALL 'asdf-category-month-rows' USING ls-group
                       fs-transaction ws-rows-mode ws-row-count
                       ws-rows
                   MOVE 'R' TO ws-rows-mode
                   PERFORM para-fold-row
                       VARYING ix-row FROM 1 BY 1
                       UNTIL ix-row > ws-row-count
           END-READ
           .

       para-fold-row.
           SET ix-total TO 1
           SEARCH ws-total
               AT END
                   PERFORM para-new-total
               WHEN ix-total > ws-total-count
                   PERFORM para-new-total
               WHEN ws-total-kind(ix-total) IS EQUAL TO
                       ws-row-kind(ix-row)
                   AND ws-total-name(ix-total) IS EQUAL TO
                       ws-row-name(ix-row)
                   AND ws-total-month(ix-total) IS EQUAL TO
                       ws-row-month(ix-row)
                   CONTINUE
           END-SEARCH
           EVALUATE ws-row-column(ix-row)
               WHEN 'D'
                   ADD ws-row-raw(ix-row)
                       TO ws-total-debt-raw(ix-total)
                   ADD ws-row-converted(ix-row)
                       TO ws-total-debt-conv(ix-total)
               WHEN 'R'
                   ADD ws-row-raw(ix-row)
                       TO ws-total-rev-raw(ix-total)
                   ADD ws-row-converted(ix-row)
                       TO ws-total-rev-conv(ix-total)
               WHEN 'W'
                   ADD ws-row-raw(ix-row)
                       TO ws-total-wo-raw(ix-total)
                   ADD ws-row-converted(ix-row)
                       TO ws-total-wo-conv(ix-total)
           END-EVALUATE
           .

      *A table at capacity means figures would silently go wrong
      *from here on, so the run stops with the usual diagnostic.
       para-new-total.
           IF ws-total-count IS GREATER THAN OR EQUAL TO
                   ws-total-limit THEN
               DISPLAY 'Too many category totals in group'
                   WITH NO ADVANCING
               MOVE 101 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO ws-total-count
           SET ix-total TO ws-total-count
           MOVE ws-row-kind(ix-row) TO ws-total-kind(ix-total)
           MOVE ws-row-name(ix-row) TO ws-total-name(ix-total)
           MOVE ws-row-month(ix-row) TO ws-total-month(ix-total)
           MOVE 0 TO ws-total-debt-raw(ix-total)
               ws-total-rev-raw(ix-total) ws-total-wo-raw(ix-total)
               ws-total-debt-conv(ix-total)
               ws-total-rev-conv(ix-total)
               ws-total-wo-conv(ix-total)
           .

      *"drift-yes" is set on the first discrepancy found.
       para-compare.
           MOVE 0 TO ws-disk-count
           OPEN INPUT fd-months
           IF ws-months-status IS NOT EQUAL TO '00' THEN
               IF ws-months-status IS EQUAL TO '05' THEN
                   CLOSE fd-months
               END-IF
               IF ws-total-count IS GREATER THAN 0 THEN
                   SET ls-drift-yes TO TRUE
               END-IF
               GO TO para-compare-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-compare-one UNTIL ws-eof-yes OR ls-drift-yes
           CLOSE fd-months
           IF ls-drift-no AND ws-disk-count IS NOT EQUAL TO
                   ws-total-count THEN
               SET ls-drift-yes TO TRUE
           END-IF
           .

       para-compare-exit.
           EXIT PARAGRAPH
           .

       para-compare-one.
           READ fd-months
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   ADD 1 TO ws-disk-count
                   PERFORM para-probe
           END-READ
           .

       para-probe.
           SET ws-found-no TO TRUE
           IF ws-total-count IS GREATER THAN 0 THEN
               SET ix-total TO 1
               SEARCH ws-total
                   AT END
                       CONTINUE
                   WHEN ix-total > ws-total-count
                       CONTINUE
                   WHEN ws-total-kind(ix-total) IS EQUAL TO cm-kind
                       AND ws-total-name(ix-total) IS EQUAL TO
                           cm-name
                       AND ws-total-month(ix-total) IS EQUAL TO
                           cm-month
                       SET ws-found-yes TO TRUE
               END-SEARCH
           END-IF
           IF ws-found-no THEN
               SET ls-drift-yes TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF ws-total-debt-raw(ix-total) IS NOT EQUAL TO cm-debt-raw
                   OR ws-total-rev-raw(ix-total) IS NOT EQUAL TO
                       cm-reversed-raw
                   OR ws-total-wo-raw(ix-total) IS NOT EQUAL TO
                       cm-written-off-raw
                   OR ws-total-debt-conv(ix-total) IS NOT EQUAL TO
                       cm-debt-converted
                   OR ws-total-rev-conv(ix-total) IS NOT EQUAL TO
                       cm-reversed-converted
                   OR ws-total-wo-conv(ix-total) IS NOT EQUAL TO
                       cm-written-off-converted THEN
               SET ls-drift-yes TO TRUE
           END-IF
           .

       para-write-one.
           MOVE ws-total-kind(ix-total) TO cm-kind
           MOVE ws-total-name(ix-total) TO cm-name
           MOVE ws-total-month(ix-total) TO cm-month
           MOVE ws-total-debt-raw(ix-total) TO cm-debt-raw
           MOVE ws-total-rev-raw(ix-total) TO cm-reversed-raw
           MOVE ws-total-wo-raw(ix-total) TO cm-written-off-raw
           MOVE ws-total-debt-conv(ix-total) TO cm-debt-converted
           MOVE ws-total-rev-conv(ix-total) TO cm-reversed-converted
           MOVE ws-total-wo-conv(ix-total)
               TO cm-written-off-converted
           WRITE cm-category-month
           .
