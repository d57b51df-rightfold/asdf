      *group-scoped sibling of asdf-build-keyed-indexes and
      *asdf-build-membership-index: the per-account mirror ledgers
      *asdf-append-account-ledger maintains, the control record
      *asdf-update-control maintains, the category-by-month totals
      *asdf-update-category-months maintains, and (optionally) the
      *snapshots history - so a lost or mangled derived file stops
      *meaning an evening of hand-editing. The ledger itself is
      *never written, only read.
      *
      *Arguments: group UUID, and optionally the word SNAPSHOTS to
      *also regenerate the snapshot history. Every derived file is
      *the compacted segment files as well as the active ledger,
      *since mirrors carry the full history; the control record
      *covers the active ledger only, the same convention
      *asdf-compact-ledger reseeds it by; the category totals carry
      *full history like the mirrors.
      *
      *Regenerated snapshots carry one record set per distinct entry
      *date (each account's cumulative position, converted the way
       01 ws-snap-existing-count       PIC 9(8) COMP.
       01 ws-snap-written-count        PIC 9(8) COMP.

      *The category-by-month totals are recomputed, compared and
      *rewritten by asdf-recompute-category-months itself.
       01 ws-cm-mode                   PIC X VALUE 'V'.
       01 ws-cm-drift                  PIC X.
           88 ws-cm-drift-yes          VALUE 'Y'.

       01 ws-differ-count              PIC 9(4) COMP VALUE 0.
       01 ws-display-count             PIC Z(4)9.

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
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-group
           ACCEPT ws-mode FROM ARGUMENT-VALUE
               UNTIL ws-a > ws-account-count
           PERFORM para-rebuild-control
               THRU para-rebuild-control-exit
           PERFORM para-rebuild-category-months
           IF ws-mode-snapshots THEN
               PERFORM para-rebuild-snapshots
                   THRU para-rebuild-snapshots-exit
           EXIT PARAGRAPH
           .

       para-rebuild-category-months.
           CALL 'asdf-recompute-category-months' USING ws-group
               ws-cm-mode ws-cm-drift
           IF ws-cm-drift-yes THEN
               ADD 1 TO ws-differ-count
               DISPLAY 'category-by-month totals disagreed; rebuilt'
           END-IF
           .

      *Snapshots: one record set per distinct entry date, each
      *account's cumulative position converted at each entry's own
      *date, exactly the arithmetic asdf-snapshot-balances applies.
