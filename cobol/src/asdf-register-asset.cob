      *Adds something the group bought together - the sofa, the
      *washing machine - to the group's asset register
      *(asdf-asset.cpy), so it isn't forgotten the moment the debt
      *that paid for it settles. Each member's equity share is taken
      *from the purchase's own legs: every debt carrying the
      *purchase's fs-split-of id (or the single debt itself) gives
      *its debitor a share of the cost equal to the leg, written to
      *the asset-shares file (asdf-asset-share.cpy). Reversed and
      *written-off legs are left out, so the cost is what the group
      *actually bore.
      *
      *Arguments: acting account UUID (must be an active group
      *admin), group UUID, purchase entry UUID (the split id
      *asdf-append-split reported, or a debt's own id),
      *description, depreciation period in whole months (zero for
      *none), optional purchase date (YYYYMMDD; defaults to the
      *purchase entry's date). An entry already registered as an
      *active asset is refused. The registration is logged through
      *asdf-append-admin-audit and the asset id printed back.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-register-asset.

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

       SELECT OPTIONAL fd-scan
           ASSIGN DYNAMIC ws-scan-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-scan-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-assets.
       COPY 'asdf-asset.cpy' REPLACING ==:X:== BY ==as==.

       FD fd-shares.
       COPY 'asdf-asset-share.cpy' REPLACING ==:X:== BY ==ah==.

       FD fd-scan.
       COPY 'asdf-transaction.cpy' REPLACING ==:X:== BY ==sv==.

       WORKING-STORAGE SECTION.
       01 ws-assets-path               PIC X(256).
       01 ws-assets-status             PIC XX.
       01 ws-shares-path               PIC X(256).
       01 ws-shares-status             PIC XX.
       01 ws-scan-path                 PIC X(256).
       01 ws-scan-status               PIC XX.

       01 ws-acting-account-text       PIC X(32).
       01 ws-acting-account            PIC X(16).
       01 ws-is-admin                  PIC X.
           88 ws-is-admin-yes          VALUE 'Y'.
           88 ws-is-admin-no           VALUE 'N'.
       01 ws-group                     PIC X(16).
       01 ws-group-text                PIC X(32).
       01 ws-entry-text                PIC X(32).
       01 ws-entry-id                  PIC X(16).
       01 ws-description               PIC X(100).
       01 ws-months-text               PIC X(8).
       01 ws-months                    PIC 9(3).
       01 ws-date-text                 PIC X(8) VALUE SPACES.
       01 ws-purchase-date             PIC 9(8) VALUE 0.
       01 ws-asset-id                  PIC X(16).
       01 ws-asset-text                PIC X(32).

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

      *The purchase's legs as the ledger walk finds them, and the
      *ids every reversal or write-off names, to drop the dead legs
      *once the walk is done.
       01 ws-leg-count                 PIC 9(3) COMP VALUE 0.
       01 ws-legs.
           02 ws-leg-entry OCCURS 200 TIMES
                   INDEXED BY ix-leg.
               03 ws-leg-id            PIC X(16).
               03 ws-leg-debitor       PIC X(16).
               03 ws-leg-amount        PIC 9(10) COMP.
               03 ws-leg-live          PIC X.
                   88 ws-leg-live-yes  VALUE 'Y'.
                   88 ws-leg-live-no   VALUE 'N'.
       01 ws-reversed-count            PIC 9(4) COMP VALUE 0.
       01 ws-reversed-ids.
           02 ws-reversed-id OCCURS 2000 TIMES
                   INDEXED BY ix-reversed.
               03 ws-reversed-entry-id PIC X(16).

       01 ws-currency                  PIC X(3).
       01 ws-entry-date                PIC 9(8) VALUE 0.
       01 ws-cost                      PIC 9(10) COMP VALUE 0.

       01 ws-format-in                 PIC S9(11) COMP.
       01 ws-amount-text               PIC X(20).

       01 ws-utc-now.
           02 ws-utc-year              PIC 9(4).
           02 ws-utc-month             PIC 9(2).
           02 ws-utc-day               PIC 9(2).
           02 ws-utc-hour              PIC 9(2).
           02 ws-utc-minute            PIC 9(2).
           02 ws-utc-second            PIC 9(2).
       01 ws-now-flat                  PIC 9(14).

       01 ws-audit-program             PIC X(30)
           VALUE 'asdf-register-asset'.
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
           ACCEPT ws-acting-account-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-acting-account-text
               ws-acting-account

           ACCEPT ws-group-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-group-text ws-group

           CALL 'asdf-check-admin' USING ws-group ws-acting-account
               ws-is-admin
           IF ws-is-admin-no THEN
               DISPLAY 'Only an admin can register assets'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT ws-entry-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-entry-text ws-entry-id
           ACCEPT ws-description FROM ARGUMENT-VALUE
           IF ws-description IS EQUAL TO SPACES THEN
               DISPLAY 'Missing description' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT ws-months-text FROM ARGUMENT-VALUE
           IF ws-months-text IS EQUAL TO SPACES
                   OR FUNCTION TRIM(ws-months-text) IS NOT NUMERIC
                   THEN
               DISPLAY 'Invalid depreciation period'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION TRIM(ws-months-text) TO ws-months
           ACCEPT ws-date-text FROM ARGUMENT-VALUE
           IF ws-date-text IS NOT EQUAL TO SPACES THEN
               IF ws-date-text IS NOT NUMERIC THEN
                   DISPLAY 'Invalid purchase date' WITH NO ADVANCING
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ws-date-text TO ws-purchase-date
           END-IF

           CALL 'asdf-format-uuid' USING ws-group ws-group-text
           MOVE SPACES TO ws-assets-path
           STRING '/var/lib/asdf/group/' ws-group-text '/assets'
               INTO ws-assets-path
           MOVE SPACES TO ws-shares-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/asset-shares' INTO ws-shares-path

           PERFORM para-check-registered
               THRU para-check-registered-exit
           IF ws-found-yes THEN
               DISPLAY 'Entry is already registered as an asset'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           CALL 'asdf-load-segments' USING ws-group
               ws-segment-dates ws-segment-count
           PERFORM para-scan-segment
               VARYING ws-seg-i FROM 1 BY 1
               UNTIL ws-seg-i > ws-segment-count
           MOVE SPACES TO ws-scan-path
           STRING '/var/lib/asdf/group/' ws-group-text '/ledger'
               INTO ws-scan-path
           PERFORM para-scan-file

           PERFORM para-settle-leg
               VARYING ix-leg FROM 1 BY 1
               UNTIL ix-leg > ws-leg-count
           IF ws-cost IS EQUAL TO 0 THEN
               DISPLAY 'No live purchase debt with that id'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-purchase-date IS EQUAL TO 0 THEN
               MOVE ws-entry-date TO ws-purchase-date
           END-IF

           CALL 'asdf-utc-timestamp' USING ws-utc-now
           COMPUTE ws-now-flat =
               ws-utc-year * 10000000000
               + ws-utc-month * 100000000
               + ws-utc-day * 1000000
               + ws-utc-hour * 10000
               + ws-utc-minute * 100
               + ws-utc-second

           CALL 'asdf-generate-uuid' USING ws-asset-id
           MOVE ws-asset-id TO as-asset-id
           MOVE ws-description TO as-description
           MOVE ws-entry-id TO as-purchase-entry
           MOVE ws-cost TO as-cost
           MOVE ws-currency TO as-currency
           MOVE ws-purchase-date TO as-purchase-date
           MOVE ws-months TO as-depreciation-months
           SET as-status-active TO TRUE
           MOVE ws-acting-account TO as-registered-by
           MOVE ws-now-flat TO as-registered-timestamp
           OPEN EXTEND fd-assets
           WRITE as-asset-entry
           CLOSE fd-assets

           OPEN EXTEND fd-shares
           PERFORM para-write-share
               VARYING ix-leg FROM 1 BY 1
               UNTIL ix-leg > ws-leg-count
           CLOSE fd-shares

           CALL 'asdf-format-uuid' USING ws-asset-id ws-asset-text
           MOVE ws-cost TO ws-format-in
           CALL 'asdf-format-amount' USING ws-format-in ws-currency
               ws-amount-text
           MOVE SPACES TO ws-audit-detail
           STRING 'registered asset ' ws-asset-text ' '
               FUNCTION TRIM(ws-description) ' cost '
               FUNCTION TRIM(ws-amount-text)
               DELIMITED BY SIZE INTO ws-audit-detail
               ON OVERFLOW CONTINUE
           END-STRING
           CALL 'asdf-append-admin-audit' USING ws-group
               ws-acting-account ws-audit-program ws-audit-detail

           DISPLAY ws-asset-text WITH NO ADVANCING
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

       para-check-registered.
           SET ws-found-no TO TRUE
           OPEN INPUT fd-assets
           IF ws-assets-status IS NOT EQUAL TO '00' THEN
               IF ws-assets-status IS EQUAL TO '05' THEN
                   CLOSE fd-assets
               END-IF
               GO TO para-check-registered-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-check-registered-one
               UNTIL ws-eof-yes OR ws-found-yes
           CLOSE fd-assets
           .

       para-check-registered-exit.
           EXIT PARAGRAPH
           .

       para-check-registered-one.
           READ fd-assets
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF as-purchase-entry IS EQUAL TO ws-entry-id
                           AND as-status-active THEN
                       SET ws-found-yes TO TRUE
                   END-IF
           END-READ
           .

      *A table at capacity would register a partial picture;
      *abending with a clean diagnostic is the batch convention.
       para-table-full.
           DISPLAY 'Too many entries for asset registration'
               WITH NO ADVANCING
           MOVE 101 TO RETURN-CODE
           STOP RUN
           .

       para-scan-segment.
           MOVE ws-segment-date(ws-seg-i) TO ws-seg-date-text
           MOVE SPACES TO ws-scan-path
           STRING '/var/lib/asdf/group/' ws-group-text '/ledger.'
               ws-seg-date-text INTO ws-scan-path
           PERFORM para-scan-file
           .

       para-scan-file.
           OPEN INPUT fd-scan
           IF ws-scan-status IS NOT EQUAL TO '00' THEN
               IF ws-scan-status IS EQUAL TO '05' THEN
                   CLOSE fd-scan
               END-IF
               EXIT PARAGRAPH
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-scan-one UNTIL ws-eof-yes
           CLOSE fd-scan
           .

       para-scan-one.
           READ fd-scan
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   PERFORM para-apply-entry
           END-READ
           .

       para-apply-entry.
           IF sv-reversal OR sv-write-off THEN
               IF ws-reversed-count IS EQUAL TO 2000 THEN
                   PERFORM para-table-full
               END-IF
               ADD 1 TO ws-reversed-count
               MOVE sv-reversal-of
                   TO ws-reversed-entry-id(ws-reversed-count)
               EXIT PARAGRAPH
           END-IF
           IF NOT sv-debt THEN
               EXIT PARAGRAPH
           END-IF
           IF sv-id IS NOT EQUAL TO ws-entry-id
                   AND sv-split-of IS NOT EQUAL TO ws-entry-id THEN
               EXIT PARAGRAPH
           END-IF
           IF ws-leg-count IS EQUAL TO 200 THEN
               PERFORM para-table-full
           END-IF
           ADD 1 TO ws-leg-count
           SET ix-leg TO ws-leg-count
           MOVE sv-id TO ws-leg-id(ix-leg)
           MOVE sv-debitor TO ws-leg-debitor(ix-leg)
           MOVE sv-amount TO ws-leg-amount(ix-leg)
           SET ws-leg-live-yes(ix-leg) TO TRUE
           MOVE sv-currency TO ws-currency
           COMPUTE ws-entry-date =
               sv-year * 10000 + sv-month * 100 + sv-day
           .

      *Drops a leg a reversal or write-off took back, and adds the
      *rest into the asset's cost.
       para-settle-leg.
           IF ws-reversed-count IS GREATER THAN 0 THEN
               SET ix-reversed TO 1
               SEARCH ws-reversed-id
                   AT END
                       CONTINUE
                   WHEN ws-reversed-entry-id(ix-reversed) IS EQUAL TO
                           ws-leg-id(ix-leg)
                       SET ws-leg-live-no(ix-leg) TO TRUE
               END-SEARCH
           END-IF
           IF ws-leg-live-yes(ix-leg) THEN
               ADD ws-leg-amount(ix-leg) TO ws-cost
           END-IF
           .

       para-write-share.
           IF ws-leg-live-no(ix-leg) THEN
               EXIT PARAGRAPH
           END-IF
           MOVE ws-asset-id TO ah-asset-id
           MOVE ws-leg-debitor(ix-leg) TO ah-member-id
           MOVE ws-leg-amount(ix-leg) TO ah-amount
           WRITE ah-share-entry
           .
