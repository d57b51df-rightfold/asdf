      *entries add, reversals that undo a debt subtract, payments
      *don't count. An entry carrying several tags counts under each
      *of them - that is the whole point of tags over the single
      *fs-category. The figures come from the group's maintained
      *category-by-month totals. Argument: group UUID.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-tag-report.
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-ledger-status.

       SELECT OPTIONAL fd-category-months
           ASSIGN DYNAMIC ws-category-months-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-category-months-status.

       SELECT OPTIONAL fd-tags
           ASSIGN DYNAMIC ws-tags-path
           ACCESS IS SEQUENTIAL
       FD fd-ledger.
       COPY 'asdf-transaction.cpy' REPLACING ==:X:== BY ==fs==.

       FD fd-category-months.
       COPY 'asdf-category-month.cpy' REPLACING ==:X:== BY ==cm==.

       FD fd-tags.
       COPY 'asdf-tag.cpy' REPLACING ==:X:== BY ==tj==.

           88 ws-tags-eof-yes          VALUE 'Y'.
           88 ws-tags-eof-no           VALUE 'N'.

      *The group's maintained category-by-month totals
      *(asdf-category-month.cpy) carry the per-tag figures; only a
      *group without the file yet has its ledger replayed below.
       01 ws-category-months-path      PIC X(256).
       01 ws-category-months-status    PIC XX.
       01 ws-fast-found                PIC X.
           88 ws-fast-found-yes        VALUE 'Y'.
           88 ws-fast-found-no         VALUE 'N'.

      *All tag links, loaded once; entries then join against them
      *as the ledger streams past.
       01 ws-link-limit                PIC 9(4) COMP VALUE 5000.
       01 ws-signed-amount             PIC S9(11) COMP.
       01 ws-display-amount            PIC -(10)9.

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
           CALL 'asdf-format-uuid' USING ws-group ws-uuid-text

           PERFORM para-read-totals THRU para-read-totals-exit
           IF ws-fast-found-no THEN
               PERFORM para-load-tags THRU para-load-tags-exit
               PERFORM para-accumulate THRU para-accumulate-exit
           END-IF
           PERFORM para-print
           STOP RUN
           .

       para-read-totals.
           SET ws-fast-found-no TO TRUE
           MOVE SPACES TO ws-category-months-path
           STRING '/var/lib/asdf/group/' ws-uuid-text
               '/category-months' INTO ws-category-months-path
           OPEN INPUT fd-category-months
           IF ws-category-months-status IS NOT EQUAL TO '00' THEN
               IF ws-category-months-status IS EQUAL TO '05' THEN
                   CLOSE fd-category-months
               END-IF
               GO TO para-read-totals-exit
           END-IF

           SET ws-fast-found-yes TO TRUE
           SET ws-eof-no TO TRUE
           PERFORM para-read-totals-one UNTIL ws-eof-yes
           CLOSE fd-category-months
           .

       para-read-totals-exit.
           EXIT PARAGRAPH
           .

       para-read-totals-one.
           READ fd-category-months
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF cm-kind-tag THEN
                       MOVE cm-month TO ws-target-month
                       MOVE cm-name TO ws-target-tag
                       PERFORM para-find-total
                       COMPUTE ws-total-amount(ix-total) =
                           ws-total-amount(ix-total)
                           + cm-debt-raw - cm-reversed-raw
                   END-IF
           END-READ
           .

       para-load-tags.
           MOVE SPACES TO ws-tags-path
           STRING '/var/lib/asdf/group/' ws-uuid-text '/tags'
