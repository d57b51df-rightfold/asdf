      *Asset valuation report: every active item in a group's asset
      *register (asdf-asset.cpy) at its straight-line depreciated
      *value on the as-of date (asdf-asset-value), with each
      *member's equity in it - their share of the cost, scaled to
      *what the item is worth now - and, at the end, each member's
      *total equity per currency across the whole register. That
      *total is what asdf-offboard-member's BUYOUT would pay a
      *leaver.
      *
      *Arguments: group UUID, optional as-of date (YYYYMMDD;
      *defaults to today).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-asset-report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-assets
           ASSIGN DYNAMIC ws-assets-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-assets-status.

       SELECT OPTIONAL fd-shares
           ASSIGN DYNAMIC ws-shares-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-shares-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-assets.
       COPY 'asdf-asset.cpy' REPLACING ==:X:== BY ==as==.

       FD fd-shares.
       COPY 'asdf-asset-share.cpy' REPLACING ==:X:== BY ==ah==.

       WORKING-STORAGE SECTION.
       01 ws-assets-path               PIC X(256).
       01 ws-assets-status             PIC XX.
       01 ws-shares-path               PIC X(256).
       01 ws-shares-status             PIC XX.

       01 ws-group                     PIC X(16).
       01 ws-group-text                PIC X(32).
       01 ws-uuid-text                 PIC X(32).
       01 ws-date-text                 PIC X(8) VALUE SPACES.
       01 ws-as-of-date                PIC 9(8).

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.

       01 ws-asset-count               PIC 9(4) COMP VALUE 0.
       01 ws-assets.
           02 ws-asset-entry OCCURS 500 TIMES
                   INDEXED BY ix-asset.
               03 ws-asset-id          PIC X(16).
               03 ws-asset-description PIC X(100).
               03 ws-asset-cost        PIC 9(10) COMP.
               03 ws-asset-currency    PIC X(3).
               03 ws-asset-purchase-date
                                       PIC 9(8).
               03 ws-asset-months      PIC 9(3).
               03 ws-asset-value       PIC 9(10) COMP.

      *Cost basis per member and asset, the asset-shares file's
      *records folded together.
       01 ws-holding-count             PIC 9(4) COMP VALUE 0.
       01 ws-holdings.
           02 ws-holding-entry OCCURS 2000 TIMES
                   INDEXED BY ix-holding.
               03 ws-holding-asset     PIC X(16).
               03 ws-holding-member    PIC X(16).
               03 ws-holding-amount    PIC 9(10) COMP.

       01 ws-total-count               PIC 9(4) COMP VALUE 0.
       01 ws-totals.
           02 ws-total-entry OCCURS 1000 TIMES
                   INDEXED BY ix-total.
               03 ws-total-member      PIC X(16).
               03 ws-total-currency    PIC X(3).
               03 ws-total-amount      PIC 9(11) COMP.

       01 ws-equity                    PIC 9(10) COMP.
       01 ws-lookup-member             PIC X(16).
       01 ws-lookup-currency           PIC X(3).

       01 ws-format-in                 PIC S9(11) COMP.
       01 ws-amount-text               PIC X(20).
       01 ws-value-text                PIC X(20).
       01 ws-months-display            PIC ZZ9.

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
           ACCEPT ws-group-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-group-text ws-group
           ACCEPT ws-date-text FROM ARGUMENT-VALUE
           IF ws-date-text IS EQUAL TO SPACES THEN
               MOVE FUNCTION CURRENT-DATE(1:8) TO ws-as-of-date
           ELSE
               IF ws-date-text IS NOT NUMERIC THEN
                   DISPLAY 'Invalid as-of date' WITH NO ADVANCING
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ws-date-text TO ws-as-of-date
           END-IF

           CALL 'asdf-format-uuid' USING ws-group ws-group-text
           MOVE SPACES TO ws-assets-path
           STRING '/var/lib/asdf/group/' ws-group-text '/assets'
               INTO ws-assets-path
           MOVE SPACES TO ws-shares-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/asset-shares' INTO ws-shares-path

           PERFORM para-load-assets THRU para-load-assets-exit
           PERFORM para-load-shares THRU para-load-shares-exit

           DISPLAY 'ASSET REGISTER ' FUNCTION TRIM(ws-group-text)
               ' AS OF ' ws-as-of-date
           PERFORM para-print-asset
               VARYING ix-asset FROM 1 BY 1
               UNTIL ix-asset > ws-asset-count

           DISPLAY 'MEMBER EQUITY'
           PERFORM para-print-total
               VARYING ix-total FROM 1 BY 1
               UNTIL ix-total > ws-total-count
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

      *A table at capacity would value a partial register;
      *abending with a clean diagnostic is the batch convention.
       para-table-full.
           DISPLAY 'Too many entries for asset report'
               WITH NO ADVANCING
           MOVE 101 TO RETURN-CODE
           STOP RUN
           .

       para-load-assets.
           OPEN INPUT fd-assets
           IF ws-assets-status IS NOT EQUAL TO '00' THEN
               IF ws-assets-status IS EQUAL TO '05' THEN
                   CLOSE fd-assets
               END-IF
               GO TO para-load-assets-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-load-assets-one UNTIL ws-eof-yes
           CLOSE fd-assets
           .

       para-load-assets-exit.
           EXIT PARAGRAPH
           .

       para-load-assets-one.
           READ fd-assets
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF as-status-active THEN
                       PERFORM para-keep-asset
                   END-IF
           END-READ
           .

       para-keep-asset.
           IF ws-asset-count IS EQUAL TO 500 THEN
               PERFORM para-table-full
           END-IF
           ADD 1 TO ws-asset-count
           SET ix-asset TO ws-asset-count
           MOVE as-asset-id TO ws-asset-id(ix-asset)
           MOVE as-description TO ws-asset-description(ix-asset)
           MOVE as-cost TO ws-asset-cost(ix-asset)
           MOVE as-currency TO ws-asset-currency(ix-asset)
           MOVE as-purchase-date
               TO ws-asset-purchase-date(ix-asset)
           MOVE as-depreciation-months TO ws-asset-months(ix-asset)
           CALL 'asdf-asset-value' USING as-cost as-purchase-date
               as-depreciation-months ws-as-of-date
               ws-asset-value(ix-asset)
           .

       para-load-shares.
           OPEN INPUT fd-shares
           IF ws-shares-status IS NOT EQUAL TO '00' THEN
               IF ws-shares-status IS EQUAL TO '05' THEN
                   CLOSE fd-shares
               END-IF
               GO TO para-load-shares-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-load-shares-one UNTIL ws-eof-yes
           CLOSE fd-shares
           .

       para-load-shares-exit.
           EXIT PARAGRAPH
           .

       para-load-shares-one.
           READ fd-shares
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ah-amount IS GREATER THAN 0 THEN
                       PERFORM para-find-holding
                       ADD ah-amount TO ws-holding-amount(ix-holding)
                   END-IF
           END-READ
           .

       para-find-holding.
           SET ix-holding TO 1
           SEARCH ws-holding-entry
               AT END
                   PERFORM para-table-full
               WHEN ix-holding IS GREATER THAN ws-holding-count
                   ADD 1 TO ws-holding-count
                   SET ix-holding TO ws-holding-count
                   MOVE ah-asset-id TO ws-holding-asset(ix-holding)
                   MOVE ah-member-id TO ws-holding-member(ix-holding)
                   MOVE 0 TO ws-holding-amount(ix-holding)
               WHEN ws-holding-asset(ix-holding) IS EQUAL TO
                       ah-asset-id
                       AND ws-holding-member(ix-holding) IS EQUAL TO
                           ah-member-id
                   CONTINUE
           END-SEARCH
           .

       para-print-asset.
           CALL 'asdf-format-uuid' USING ws-asset-id(ix-asset)
               ws-uuid-text
           MOVE ws-asset-cost(ix-asset) TO ws-format-in
           CALL 'asdf-format-amount' USING ws-format-in
               ws-asset-currency(ix-asset) ws-amount-text
           MOVE ws-asset-value(ix-asset) TO ws-format-in
           CALL 'asdf-format-amount' USING ws-format-in
               ws-asset-currency(ix-asset) ws-value-text
           MOVE ws-asset-months(ix-asset) TO ws-months-display
           DISPLAY ws-uuid-text ' '
               FUNCTION TRIM(ws-asset-description(ix-asset))
           DISPLAY '  bought ' ws-asset-purchase-date(ix-asset)
               ' cost ' FUNCTION TRIM(ws-amount-text)
               ' over ' FUNCTION TRIM(ws-months-display)
               ' month(s), now ' FUNCTION TRIM(ws-value-text)
           PERFORM para-print-holding
               VARYING ix-holding FROM 1 BY 1
               UNTIL ix-holding > ws-holding-count
           .

      *A member's equity is their cost share scaled by what the
      *asset is worth today against what it cost.
       para-print-holding.
           IF ws-holding-asset(ix-holding) IS NOT EQUAL TO
                   ws-asset-id(ix-asset) THEN
               EXIT PARAGRAPH
           END-IF
           IF ws-asset-cost(ix-asset) IS EQUAL TO 0 THEN
               MOVE 0 TO ws-equity
           ELSE
               COMPUTE ws-equity =
                   ws-holding-amount(ix-holding)
                   * ws-asset-value(ix-asset)
                   / ws-asset-cost(ix-asset)
           END-IF
           CALL 'asdf-format-uuid' USING
               ws-holding-member(ix-holding) ws-uuid-text
           MOVE ws-equity TO ws-format-in
           CALL 'asdf-format-amount' USING ws-format-in
               ws-asset-currency(ix-asset) ws-value-text
           DISPLAY '    ' ws-uuid-text ' ' FUNCTION TRIM(ws-value-text)

           MOVE ws-holding-member(ix-holding) TO ws-lookup-member
           MOVE ws-asset-currency(ix-asset) TO ws-lookup-currency
           PERFORM para-find-total
           ADD ws-equity TO ws-total-amount(ix-total)
           .

       para-find-total.
           SET ix-total TO 1
           SEARCH ws-total-entry
               AT END
                   PERFORM para-table-full
               WHEN ix-total IS GREATER THAN ws-total-count
                   ADD 1 TO ws-total-count
                   SET ix-total TO ws-total-count
                   MOVE ws-lookup-member TO ws-total-member(ix-total)
                   MOVE ws-lookup-currency
                       TO ws-total-currency(ix-total)
                   MOVE 0 TO ws-total-amount(ix-total)
               WHEN ws-total-member(ix-total) IS EQUAL TO
                       ws-lookup-member
                       AND ws-total-currency(ix-total) IS EQUAL TO
                           ws-lookup-currency
                   CONTINUE
           END-SEARCH
           .

       para-print-total.
           CALL 'asdf-format-uuid' USING ws-total-member(ix-total)
               ws-uuid-text
           MOVE ws-total-amount(ix-total) TO ws-format-in
           CALL 'asdf-format-amount' USING ws-format-in
               ws-total-currency(ix-total) ws-value-text
           DISPLAY '  ' ws-uuid-text ' ' FUNCTION TRIM(ws-value-text)
           .
