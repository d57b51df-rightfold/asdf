      *three ways. Arguments: acting account UUID, group UUID, old
      *category value, new category value. The acting account must be
      *an active admin of the group. Reports how many entries were
      *rewritten. A group under legal hold (asdf-check-legal-hold)
      *is refused untouched.
      *
      *Given PROPOSED in place of the old category and no new one,
      *it applies instead the reviewed proposals
      *asdf-propose-categories left in the group's
      *category-proposals file (asdf-category-proposal.cpy): each
      *proposed debt still uncategorized takes its proposed category
      *- and a reversal of it, blank too, follows so the two still
      *net - and the rule's tags are recorded against the debt. The
      *proposals file is removed once applied.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-recategorize.
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-control-status.

       SELECT OPTIONAL fd-proposals
           ASSIGN DYNAMIC ws-proposals-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-proposals-status.

       SELECT OPTIONAL fd-tags
           ASSIGN DYNAMIC ws-tags-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD fd-ledger.
       FD fd-control.
       COPY 'asdf-control.cpy' REPLACING ==:X:== BY ==cn==.

       FD fd-proposals.
       COPY 'asdf-category-proposal.cpy' REPLACING ==:X:== BY ==cp==.

       FD fd-tags.
       COPY 'asdf-tag.cpy' REPLACING ==:X:== BY ==tj==.

       WORKING-STORAGE SECTION.
       01 ws-acting-account-text       PIC X(32).
       01 ws-acting-account            PIC X(16).
       01 ws-control-status            PIC XX.
       01 ws-refold-chain              PIC 9(15) COMP.
       01 ws-display-count             PIC Z(5)9.
       01 ws-recompute-mode            PIC X VALUE 'B'.
       01 ws-recompute-drift           PIC X.

      *PROPOSED mode: the reviewed proposals, and the record being
      *matched against them.
       01 ws-mode                      PIC X VALUE 'C'.
           88 ws-mode-category         VALUE 'C'.
           88 ws-mode-proposed         VALUE 'P'.
       01 ws-proposals-path            PIC X(256).
       01 ws-proposals-status          PIC XX.
       01 ws-proposal-count            PIC 9(4) COMP VALUE 0.
       01 ws-proposal-table.
           02 ws-proposal OCCURS 5000 TIMES
                   INDEXED BY ix-proposal.
               03 ws-proposal-id       PIC X(16).
               03 ws-proposal-category PIC X(20).
               03 ws-proposal-tags     PIC X(60).
               03 ws-proposal-applied  PIC X.
       01 ws-probe-type                PIC X.
       01 ws-probe-id                  PIC X(16).
       01 ws-probe-reversal-of         PIC X(16).
       01 ws-probe-reversal-type       PIC X.
       01 ws-probe-category            PIC X(20).
       01 ws-lookup-id                 PIC X(16).
       01 ws-proposal-hit              PIC X.
           88 ws-proposal-hit-yes      VALUE 'Y'.
           88 ws-proposal-hit-no       VALUE 'N'.
       01 ws-tags-path                 PIC X(256).
       01 ws-tag-slots.
           02 ws-tag-slot OCCURS 5 TIMES
                   PIC X(20).
       01 ws-tag-count                 PIC 9(2) COMP.
       01 ws-t                         PIC 9(2) COMP.

       01 ws-hold-type                 PIC X VALUE 'G'.
       01 ws-held                      PIC X.
           88 ws-held-yes              VALUE 'Y'.

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
           ACCEPT ws-acting-account-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-acting-account-text
               ws-acting-account
               STOP RUN
           END-IF

           CALL 'asdf-check-legal-hold' USING ws-hold-type ws-group
               ws-held
           IF ws-held-yes THEN
               DISPLAY 'Group is under legal hold' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT ws-old-category FROM ARGUMENT-VALUE
           ACCEPT ws-new-category FROM ARGUMENT-VALUE
           IF ws-new-category IS EQUAL TO LOW-VALUES THEN
               MOVE SPACES TO ws-new-category
           END-IF
           CALL 'asdf-format-uuid' USING ws-group ws-group-text
           IF ws-old-category IS EQUAL TO 'PROPOSED'
                   AND ws-new-category IS EQUAL TO SPACES THEN
               SET ws-mode-proposed TO TRUE
               PERFORM para-load-proposals
                   THRU para-load-proposals-exit
               IF ws-proposal-count IS EQUAL TO 0 THEN
                   DISPLAY 'No category proposals to apply'
                       WITH NO ADVANCING
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF ws-mode-category AND (ws-old-category IS EQUAL TO
                   SPACES OR ws-new-category IS EQUAL TO SPACES) THEN
               DISPLAY 'Both old and new category are required'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO ws-ledger
           STRING '/var/lib/asdf/group/' ws-group-text '/ledger'
               INTO ws-ledger

           PERFORM para-refold-chain THRU para-refold-chain-exit

           IF ws-mode-proposed THEN
               PERFORM para-finish-proposals
           END-IF

      *The rewritten categories, and any tags the proposals
      *recorded, are carried into the group's category-by-month
      *totals.
           CALL 'asdf-recompute-category-months' USING ws-group
               ws-recompute-mode ws-recompute-drift

           MOVE ws-rewritten-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count)
               ' ledger entr(ies) recategorized' WITH NO ADVANCING
                   PERFORM para-remember-account
                   MOVE fs-creditor TO ws-target-account
                   PERFORM para-remember-account
                   IF ws-mode-proposed THEN
                       PERFORM para-apply-proposal-ledger
                   ELSE
                       IF fs-category IS EQUAL TO ws-old-category THEN
                           MOVE ws-new-category TO fs-category
                           REWRITE fs-transaction
                           ADD 1 TO ws-rewritten-count
                       END-IF
                   END-IF
           END-READ
           .

       para-apply-proposal-ledger.
           MOVE fs-type TO ws-probe-type
           MOVE fs-id TO ws-probe-id
           MOVE fs-reversal-of TO ws-probe-reversal-of
           MOVE fs-reversal-of-type TO ws-probe-reversal-type
           MOVE fs-category TO ws-probe-category
           PERFORM para-match-proposal
           IF ws-proposal-hit-yes THEN
               MOVE ws-proposal-category(ix-proposal) TO fs-category
               REWRITE fs-transaction
               ADD 1 TO ws-rewritten-count
               IF fs-debt THEN
                   MOVE 'Y' TO ws-proposal-applied(ix-proposal)
               END-IF
           END-IF
           .

      *A proposal names a debt; the debt itself, or a reversal of
      *it, matches while its category is still blank - a category
      *set by hand since the review is left alone.
       para-match-proposal.
           SET ws-proposal-hit-no TO TRUE
           IF ws-probe-category IS NOT EQUAL TO SPACES THEN
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN ws-probe-type IS EQUAL TO 'D'
                   MOVE ws-probe-id TO ws-lookup-id
               WHEN ws-probe-type IS EQUAL TO 'R'
                       AND ws-probe-reversal-type IS EQUAL TO 'D'
                   MOVE ws-probe-reversal-of TO ws-lookup-id
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           SET ix-proposal TO 1
           SEARCH ws-proposal
               AT END
                   CONTINUE
               WHEN ix-proposal > ws-proposal-count
                   CONTINUE
               WHEN ws-proposal-id(ix-proposal) IS EQUAL TO
                       ws-lookup-id
                   SET ws-proposal-hit-yes TO TRUE
           END-SEARCH
           .

      *A party the table cannot hold may not be quietly dropped - a
      *missing slot would leave that member's mirror on the old
      *category - so hitting the cap abends with the usual clean
               AT END
                   SET ws-mirror-eof-yes TO TRUE
               NOT AT END
                   IF ws-mode-proposed THEN
                       PERFORM para-apply-proposal-mirror
                   ELSE
                       IF mr-category IS EQUAL TO ws-old-category THEN
                           MOVE ws-new-category TO mr-category
                           REWRITE mr-transaction
                       END-IF
                   END-IF
           END-READ
           .

       para-apply-proposal-mirror.
           MOVE mr-type TO ws-probe-type
           MOVE mr-id TO ws-probe-id
           MOVE mr-reversal-of TO ws-probe-reversal-of
           MOVE mr-reversal-of-type TO ws-probe-reversal-type
           MOVE mr-category TO ws-probe-category
           PERFORM para-match-proposal
           IF ws-proposal-hit-yes THEN
               MOVE ws-proposal-category(ix-proposal) TO mr-category
               REWRITE mr-transaction
           END-IF
           .

      *The latest proposal for an entry wins; the review writes the
      *file afresh, so in practice there is one.
       para-load-proposals.
           MOVE 0 TO ws-proposal-count
           MOVE SPACES TO ws-proposals-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/category-proposals' INTO ws-proposals-path
           OPEN INPUT fd-proposals
           IF ws-proposals-status IS NOT EQUAL TO '00' THEN
               IF ws-proposals-status IS EQUAL TO '05' THEN
                   CLOSE fd-proposals
               END-IF
               GO TO para-load-proposals-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-load-proposal-one UNTIL ws-eof-yes
           CLOSE fd-proposals
           .

       para-load-proposals-exit.
           EXIT PARAGRAPH
           .

       para-load-proposal-one.
           READ fd-proposals
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   MOVE 'D' TO ws-probe-type
                   MOVE cp-entry-id TO ws-probe-id
                   MOVE SPACES TO ws-probe-category
                   PERFORM para-match-proposal
                   IF ws-proposal-hit-no THEN
                       IF ws-proposal-count IS NOT LESS THAN 5000
                               THEN
                           DISPLAY 'Too many category proposals'
                               WITH NO ADVANCING
                           MOVE 101 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO ws-proposal-count
                       SET ix-proposal TO ws-proposal-count
                   END-IF
                   MOVE cp-entry-id TO ws-proposal-id(ix-proposal)
                   MOVE cp-category
                       TO ws-proposal-category(ix-proposal)
                   MOVE cp-tags TO ws-proposal-tags(ix-proposal)
                   MOVE 'N' TO ws-proposal-applied(ix-proposal)
           END-READ
           .

      *Tags go on only for the debts actually recategorized, after
      *every pass is through; the proposals are then used up.
       para-finish-proposals.
           MOVE SPACES TO ws-tags-path
           STRING '/var/lib/asdf/group/' ws-group-text '/tags'
               INTO ws-tags-path
           OPEN EXTEND fd-tags
           PERFORM para-tag-proposal
               VARYING ix-proposal FROM 1 BY 1
               UNTIL ix-proposal > ws-proposal-count
           CLOSE fd-tags
           CALL 'CBL_DELETE_FILE' USING ws-proposals-path
           MOVE 0 TO RETURN-CODE
           .

       para-tag-proposal.
           IF ws-proposal-applied(ix-proposal) IS NOT EQUAL TO 'Y'
                   OR ws-proposal-tags(ix-proposal) IS EQUAL TO SPACES
                   THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ws-tag-count
           MOVE SPACES TO ws-tag-slots
           UNSTRING ws-proposal-tags(ix-proposal) DELIMITED BY '+'
               INTO ws-tag-slot(1) ws-tag-slot(2) ws-tag-slot(3)
                   ws-tag-slot(4) ws-tag-slot(5)
               TALLYING IN ws-tag-count
           PERFORM para-tag-proposal-one
               VARYING ws-t FROM 1 BY 1
               UNTIL ws-t > ws-tag-count
           .

       para-tag-proposal-one.
           IF ws-tag-slot(ws-t) IS NOT EQUAL TO SPACES THEN
               MOVE ws-proposal-id(ix-proposal) TO tj-transaction-id
               MOVE ws-tag-slot(ws-t) TO tj-tag
               WRITE tj-tag-entry
           END-IF
           .

       para-refold-chain.
           MOVE 0 TO ws-refold-chain
           MOVE SPACES TO ws-ledger
