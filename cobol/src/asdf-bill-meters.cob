      *Consumption-based billing for a sub-metered house: takes the
      *supplier's bill for a period and posts it as split legs in
      *proportion to what each meter in the group's register
      *(asdf-meter.cpy) used, instead of the treasurer doing the
      *arithmetic in a spreadsheet and keying the shares into
      *asdf-append-split. A meter's consumption is its reading for
      *the period less its reading from the latest period before it
      *(asdf-meter-reading.cpy). A member's meter bills its slice to
      *that member; a shared-space meter's slice is spread equally
      *over every active member. Truncated minor units land on the
      *first meter and the first member, the way asdf-append-split
      *rounds a profile.
      *
      *A bill is apportioned over every active meter or not at all:
      *a meter with no reading for the period, no earlier reading to
      *measure from, or a reading below the earlier one is written
      *to the reject listing /var/lib/asdf/group/<id>/meter-rejects.
      *<period> with the reason, and nothing posts until the
      *readings are fixed (asdf-submit-meter-reading) and the bill
      *is rerun.
      *
      *Arguments: acting account UUID (must be an active group
      *admin), group UUID, period (YYYYMM), payer UUID (the member
      *who paid the supplier, or a registered payee when the bill is
      *still owed to the supplier), bill amount (minor units),
      *optional currency (defaults to the group's), optional comment.
      *The legs post as debts to the payer carrying one fs-split-of
      *id, through the same ledger write, per-party mirroring,
      *control update and vacation-hold queueing
      *asdf-post-recurring applies. Logged through
      *asdf-append-admin-audit; the split id is printed back.
      *
      *A period is billed once: the posted bill is recorded in
      */var/lib/asdf/group/<id>/meter-bills (asdf-meter-bill.cpy)
      *and a second bill for the same period is refused before
      *anything posts.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-bill-meters.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-info
           ASSIGN DYNAMIC ws-info-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-info-status.

       SELECT OPTIONAL fd-meters
           ASSIGN DYNAMIC ws-meters-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-meters-status.

       SELECT OPTIONAL fd-readings
           ASSIGN DYNAMIC ws-readings-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-readings-status.

       SELECT OPTIONAL fd-members
           ASSIGN DYNAMIC ws-members-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-members-status.

       SELECT OPTIONAL fd-meter-bills
           ASSIGN DYNAMIC ws-meter-bills-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-meter-bills-status.

       SELECT OPTIONAL fd-reject
           ASSIGN DYNAMIC ws-reject-path
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL fd-ledger
           ASSIGN DYNAMIC ws-ledger
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           LOCK MODE IS EXCLUSIVE
           FILE STATUS IS ws-ledger-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-info.
       COPY 'asdf-group-info.cpy' REPLACING ==:X:== BY ==gi==.

       FD fd-meters.
       COPY 'asdf-meter.cpy' REPLACING ==:X:== BY ==mt==.

       FD fd-readings.
       COPY 'asdf-meter-reading.cpy' REPLACING ==:X:== BY ==mr==.

       FD fd-members.
       COPY 'asdf-member.cpy' REPLACING ==:X:== BY ==mb==.

       FD fd-meter-bills.
       COPY 'asdf-meter-bill.cpy' REPLACING ==:X:== BY ==mbl==.

       FD fd-reject.
       01 fr-line                      PIC X(120).

       FD fd-ledger.
       COPY 'asdf-transaction.cpy' REPLACING ==:X:== BY ==fs==.

       WORKING-STORAGE SECTION.
       01 ws-info-path                 PIC X(256).
       01 ws-info-status               PIC XX.
       01 ws-meters-path               PIC X(256).
       01 ws-meters-status             PIC XX.
       01 ws-readings-path             PIC X(256).
       01 ws-readings-status           PIC XX.
       01 ws-members-path              PIC X(256).
       01 ws-members-status            PIC XX.
       01 ws-meter-bills-path          PIC X(256).
       01 ws-meter-bills-status        PIC XX.
       01 ws-reject-path               PIC X(256).
       01 ws-ledger                    PIC X(256).
       01 ws-ledger-status             PIC XX.

       01 ws-acting-account-text       PIC X(32).
       01 ws-acting-account            PIC X(16).
       01 ws-is-admin                  PIC X.
           88 ws-is-admin-yes          VALUE 'Y'.
           88 ws-is-admin-no           VALUE 'N'.
       01 ws-group                     PIC X(16).
       01 ws-group-text                PIC X(32).
       01 ws-uuid-text                 PIC X(32).
       01 ws-period-text               PIC X(6).
       01 ws-period                    PIC 9(6).
       01 ws-payer                     PIC X(16).
       01 ws-amount-in                 PIC X(12).
       01 ws-bill-amount               PIC 9(10) COMP.
       01 ws-currency                  PIC X(3) VALUE SPACES.
       01 ws-comment                   PIC X(200) VALUE SPACES.
       01 ws-split-id                  PIC X(16).
       01 ws-split-text                PIC X(32).

       01 ws-frozen                    PIC X.
           88 ws-frozen-yes            VALUE 'Y'.
       01 ws-freeze-reason             PIC X(100).
       01 ws-payee-found               PIC X.
           88 ws-payee-found-active    VALUE 'Y'.
       01 ws-payee-category            PIC X(20).
       01 ws-pot-id                    PIC X(16) VALUE LOW-VALUES.

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-found                     PIC X.
           88 ws-found-yes             VALUE 'Y'.
           88 ws-found-no              VALUE 'N'.

      *Each active meter with its reading for the period and the
      *latest one before it, and the slice of the bill it carries.
       01 ws-meter-count               PIC 9(4) COMP VALUE 0.
       01 ws-meters.
           02 ws-meter-entry OCCURS 500 TIMES
                   INDEXED BY ix-meter.
               03 ws-meter-id          PIC X(20).
               03 ws-meter-member      PIC X(16).
               03 ws-meter-current     PIC 9(10) COMP.
               03 ws-meter-has-current PIC X.
                   88 ws-meter-has-current-yes VALUE 'Y'.
               03 ws-meter-previous    PIC 9(10) COMP.
               03 ws-meter-prev-period PIC 9(6).
               03 ws-meter-delta       PIC 9(10) COMP.
               03 ws-meter-slice       PIC 9(10) COMP.

       01 ws-member-count              PIC 9(4) COMP VALUE 0.
       01 ws-members.
           02 ws-member-entry OCCURS 1000 TIMES
                   INDEXED BY ix-member.
               03 ws-member-id         PIC X(16).

      *One leg per member billed.
       01 ws-leg-count                 PIC 9(4) COMP VALUE 0.
       01 ws-legs.
           02 ws-leg-entry OCCURS 1000 TIMES
                   INDEXED BY ix-leg.
               03 ws-leg-member        PIC X(16).
               03 ws-leg-amount        PIC 9(10) COMP.

       01 ws-total-delta               PIC 9(12) COMP VALUE 0.
       01 ws-allocated                 PIC 9(12) COMP VALUE 0.
       01 ws-part                      PIC 9(10) COMP.
       01 ws-rest                      PIC 9(10) COMP.
       01 ws-lookup-member             PIC X(16).
       01 ws-rejected-count            PIC 9(4) COMP VALUE 0.
       01 ws-posted-count              PIC 9(4) COMP VALUE 0.
       01 ws-reason                    PIC X(60).
       01 ws-reject-open               PIC X.
           88 ws-reject-open-yes       VALUE 'Y'.
           88 ws-reject-open-no        VALUE 'N'.

      *The split a period was already billed under, when it was.
       01 ws-billed-split              PIC X(16).
       01 ws-billed                    PIC X.
           88 ws-billed-yes            VALUE 'Y'.
           88 ws-billed-no             VALUE 'N'.
       01 ws-utc-now.
           02 ws-utc-year              PIC 9(4).
           02 ws-utc-month             PIC 9(2).
           02 ws-utc-day               PIC 9(2).
           02 ws-utc-hour              PIC 9(2).
           02 ws-utc-minute            PIC 9(2).
           02 ws-utc-second            PIC 9(2).

       01 ws-format-in                 PIC S9(11) COMP.
       01 ws-amount-text               PIC X(20).
       01 ws-display-count             PIC Z(4)9.

      *How long to keep retrying an OPEN that finds the group's
      *ledger held by another process, the same budget and
      *ASDF_LOCK_RETRY override asdf-post-recurring uses.
       01 ws-lock-retry-text           PIC X(8) VALUE SPACES.
       01 ws-lock-budget               PIC 9(5) VALUE 10.
       01 ws-lock-waited               PIC 9(5) COMP VALUE 0.
       01 ws-lock-delay                PIC 9(5) COMP VALUE 1.

       01 ws-audit-program             PIC X(30)
           VALUE 'asdf-bill-meters'.
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
               DISPLAY 'Only an admin can bill meters'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT ws-period-text FROM ARGUMENT-VALUE
           IF ws-period-text IS NOT NUMERIC
                   OR ws-period-text(5:2) IS LESS THAN '01'
                   OR ws-period-text(5:2) IS GREATER THAN '12' THEN
               DISPLAY 'Invalid period' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ws-period-text TO ws-period

           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-payer
           CALL 'asdf-check-member' USING ws-group ws-payer ws-found
           IF ws-found-no THEN
               CALL 'asdf-check-payee' USING ws-group ws-payer
                   ws-payee-found ws-payee-category
               IF ws-payee-found-active THEN
                   SET ws-found-yes TO TRUE
               END-IF
           END-IF
           IF ws-found-no THEN
               DISPLAY 'Payer is not an active member or payee'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT ws-amount-in FROM ARGUMENT-VALUE
           IF ws-amount-in IS EQUAL TO SPACES
                   OR FUNCTION TRIM(ws-amount-in) IS NOT NUMERIC THEN
               DISPLAY 'Invalid amount' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION TRIM(ws-amount-in) TO ws-bill-amount
           IF ws-bill-amount IS EQUAL TO 0 THEN
               DISPLAY 'Invalid amount' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT ws-currency FROM ARGUMENT-VALUE
           ACCEPT ws-comment FROM ARGUMENT-VALUE

           CALL 'asdf-check-freeze' USING ws-group ws-frozen
               ws-freeze-reason
           IF ws-frozen-yes THEN
               DISPLAY 'Group is frozen: '
                   FUNCTION TRIM(ws-freeze-reason)
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           CALL 'asdf-format-uuid' USING ws-group ws-group-text
           PERFORM para-check-billed THRU para-check-billed-exit
           IF ws-billed-yes THEN
               CALL 'asdf-format-uuid' USING ws-billed-split
                   ws-uuid-text
               DISPLAY 'Refused: period ' ws-period-text
                   ' already billed as split ' ws-uuid-text
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM para-read-info THRU para-read-info-exit
           IF ws-comment IS EQUAL TO SPACES THEN
               STRING 'metered bill ' ws-period-text
                   DELIMITED BY SIZE INTO ws-comment
           END-IF

           PERFORM para-load-meters THRU para-load-meters-exit
           IF ws-meter-count IS EQUAL TO 0 THEN
               DISPLAY 'Group has no meters' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM para-load-readings THRU para-load-readings-exit
           PERFORM para-load-members THRU para-load-members-exit

           MOVE SPACES TO ws-reject-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/meter-rejects.' ws-period-text INTO ws-reject-path
           SET ws-reject-open-no TO TRUE
           PERFORM para-check-meter
               VARYING ix-meter FROM 1 BY 1
               UNTIL ix-meter > ws-meter-count
           IF ws-reject-open-yes THEN
               CLOSE fd-reject
           END-IF
           IF ws-rejected-count IS GREATER THAN 0 THEN
               MOVE ws-rejected-count TO ws-display-count
               DISPLAY FUNCTION TRIM(ws-display-count)
                   ' meter(s) rejected, nothing posted; see '
                   FUNCTION TRIM(ws-reject-path)
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-total-delta IS EQUAL TO 0 THEN
               DISPLAY 'No consumption to bill' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM para-slice-meter
               VARYING ix-meter FROM 1 BY 1
               UNTIL ix-meter > ws-meter-count
           COMPUTE ws-rest = ws-bill-amount - ws-allocated
           ADD ws-rest TO ws-meter-slice(1)
           PERFORM para-assign-meter
               VARYING ix-meter FROM 1 BY 1
               UNTIL ix-meter > ws-meter-count

           CALL 'asdf-generate-uuid' USING ws-split-id
           CALL 'asdf-format-uuid' USING ws-split-id ws-split-text
           MOVE SPACES TO ws-ledger
           STRING '/var/lib/asdf/group/' ws-group-text '/ledger'
               INTO ws-ledger
           PERFORM para-post-leg
               VARYING ix-leg FROM 1 BY 1
               UNTIL ix-leg > ws-leg-count
           PERFORM para-record-billed

           MOVE ws-bill-amount TO ws-format-in
           CALL 'asdf-format-amount' USING ws-format-in ws-currency
               ws-amount-text
           MOVE ws-posted-count TO ws-display-count
           MOVE SPACES TO ws-audit-detail
           STRING 'metered bill ' ws-period-text ' '
               FUNCTION TRIM(ws-amount-text) ' split '
               ws-split-text ' over '
               FUNCTION TRIM(ws-display-count) ' leg(s)'
               DELIMITED BY SIZE INTO ws-audit-detail
               ON OVERFLOW CONTINUE
           END-STRING
           CALL 'asdf-append-admin-audit' USING ws-group
               ws-acting-account ws-audit-program ws-audit-detail

           DISPLAY ws-split-text WITH NO ADVANCING
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

       para-read-info.
           MOVE SPACES TO ws-info-path
           STRING '/var/lib/asdf/group/' ws-group-text '/info'
               INTO ws-info-path
           OPEN INPUT fd-info
           IF ws-info-status IS NOT EQUAL TO '00' THEN
               IF ws-info-status IS EQUAL TO '05' THEN
                   CLOSE fd-info
               END-IF
               IF ws-currency IS EQUAL TO SPACES THEN
                   MOVE 'USD' TO ws-currency
               END-IF
               GO TO para-read-info-exit
           END-IF
           READ fd-info
           CLOSE fd-info
           IF ws-currency IS EQUAL TO SPACES THEN
               MOVE gi-default-currency TO ws-currency
           END-IF
           IF ws-currency IS EQUAL TO SPACES THEN
               MOVE 'USD' TO ws-currency
           END-IF
           IF gi-pot-id IS NOT EQUAL TO SPACES THEN
               MOVE gi-pot-id TO ws-pot-id
           END-IF
           .

       para-read-info-exit.
           EXIT PARAGRAPH
           .

      *Looks the period up among the bills already posted.
       para-check-billed.
           SET ws-billed-no TO TRUE
           MOVE SPACES TO ws-meter-bills-path
           STRING '/var/lib/asdf/group/' ws-group-text '/meter-bills'
               INTO ws-meter-bills-path
           OPEN INPUT fd-meter-bills
           IF ws-meter-bills-status IS NOT EQUAL TO '00' THEN
               IF ws-meter-bills-status IS EQUAL TO '05' THEN
                   CLOSE fd-meter-bills
               END-IF
               GO TO para-check-billed-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-check-billed-one
               UNTIL ws-eof-yes OR ws-billed-yes
           CLOSE fd-meter-bills
           .

       para-check-billed-exit.
           EXIT PARAGRAPH
           .

       para-check-billed-one.
           READ fd-meter-bills
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF mbl-period IS EQUAL TO ws-period THEN
                       SET ws-billed-yes TO TRUE
                       MOVE mbl-split-id TO ws-billed-split
                   END-IF
           END-READ
           .

       para-record-billed.
           CALL 'asdf-utc-timestamp' USING ws-utc-now
           MOVE ws-period TO mbl-period
           MOVE ws-split-id TO mbl-split-id
           MOVE ws-bill-amount TO mbl-amount
           MOVE ws-currency TO mbl-currency
           MOVE ws-acting-account TO mbl-billed-by
           COMPUTE mbl-billed-timestamp =
               ws-utc-year * 10000000000
               + ws-utc-month * 100000000
               + ws-utc-day * 1000000
               + ws-utc-hour * 10000
               + ws-utc-minute * 100
               + ws-utc-second
           OPEN EXTEND fd-meter-bills
           WRITE mbl-meter-bill
           CLOSE fd-meter-bills
           .

      *A table at capacity would bill a partial house; abending
      *with a clean diagnostic is the batch convention.
       para-table-full.
           DISPLAY 'Too many entries for meter billing'
               WITH NO ADVANCING
           MOVE 101 TO RETURN-CODE
           STOP RUN
           .

       para-load-meters.
           MOVE SPACES TO ws-meters-path
           STRING '/var/lib/asdf/group/' ws-group-text '/meters'
               INTO ws-meters-path
           OPEN INPUT fd-meters
           IF ws-meters-status IS NOT EQUAL TO '00' THEN
               IF ws-meters-status IS EQUAL TO '05' THEN
                   CLOSE fd-meters
               END-IF
               GO TO para-load-meters-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-load-meters-one UNTIL ws-eof-yes
           CLOSE fd-meters
           .

       para-load-meters-exit.
           EXIT PARAGRAPH
           .

       para-load-meters-one.
           READ fd-meters
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF mt-status-active THEN
                       IF ws-meter-count IS EQUAL TO 500 THEN
                           PERFORM para-table-full
                       END-IF
                       ADD 1 TO ws-meter-count
                       SET ix-meter TO ws-meter-count
                       MOVE mt-meter-id TO ws-meter-id(ix-meter)
                       MOVE mt-member-id TO ws-meter-member(ix-meter)
                       MOVE 0 TO ws-meter-current(ix-meter)
                       MOVE 'N' TO ws-meter-has-current(ix-meter)
                       MOVE 0 TO ws-meter-previous(ix-meter)
                       MOVE 0 TO ws-meter-prev-period(ix-meter)
                       MOVE 0 TO ws-meter-delta(ix-meter)
                       MOVE 0 TO ws-meter-slice(ix-meter)
                   END-IF
           END-READ
           .

       para-load-readings.
           MOVE SPACES TO ws-readings-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/meter-readings' INTO ws-readings-path
           OPEN INPUT fd-readings
           IF ws-readings-status IS NOT EQUAL TO '00' THEN
               IF ws-readings-status IS EQUAL TO '05' THEN
                   CLOSE fd-readings
               END-IF
               GO TO para-load-readings-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-load-readings-one UNTIL ws-eof-yes
           CLOSE fd-readings
           .

       para-load-readings-exit.
           EXIT PARAGRAPH
           .

       para-load-readings-one.
           READ fd-readings
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   PERFORM para-apply-reading
           END-READ
           .

       para-apply-reading.
           SET ix-meter TO 1
           SEARCH ws-meter-entry
               AT END
                   EXIT PARAGRAPH
               WHEN ws-meter-id(ix-meter) IS EQUAL TO mr-meter-id
                   CONTINUE
           END-SEARCH
           IF ix-meter IS GREATER THAN ws-meter-count THEN
               EXIT PARAGRAPH
           END-IF
           IF mr-period IS EQUAL TO ws-period THEN
               MOVE mr-reading TO ws-meter-current(ix-meter)
               MOVE 'Y' TO ws-meter-has-current(ix-meter)
               EXIT PARAGRAPH
           END-IF
           IF mr-period IS LESS THAN ws-period
                   AND mr-period IS GREATER THAN
                       ws-meter-prev-period(ix-meter) THEN
               MOVE mr-period TO ws-meter-prev-period(ix-meter)
               MOVE mr-reading TO ws-meter-previous(ix-meter)
           END-IF
           .

      *Active members other than the pot share the shared-space
      *meters.
       para-load-members.
           MOVE SPACES TO ws-members-path
           STRING '/var/lib/asdf/group/' ws-group-text '/members'
               INTO ws-members-path
           OPEN INPUT fd-members
           IF ws-members-status IS NOT EQUAL TO '00' THEN
               IF ws-members-status IS EQUAL TO '05' THEN
                   CLOSE fd-members
               END-IF
               GO TO para-load-members-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-load-members-one UNTIL ws-eof-yes
           CLOSE fd-members
           .

       para-load-members-exit.
           EXIT PARAGRAPH
           .

       para-load-members-one.
           READ fd-members
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF mb-status-active
                           AND mb-account-id IS NOT EQUAL TO ws-pot-id
                           THEN
                       IF ws-member-count IS EQUAL TO 1000 THEN
                           PERFORM para-table-full
                       END-IF
                       ADD 1 TO ws-member-count
                       MOVE mb-account-id
                           TO ws-member-id(ws-member-count)
                   END-IF
           END-READ
           .

       para-check-meter.
           IF NOT ws-meter-has-current-yes(ix-meter) THEN
               MOVE 'no reading for the period' TO ws-reason
               PERFORM para-reject-meter
               EXIT PARAGRAPH
           END-IF
           IF ws-meter-prev-period(ix-meter) IS EQUAL TO 0 THEN
               MOVE 'no earlier reading to measure from'
                   TO ws-reason
               PERFORM para-reject-meter
               EXIT PARAGRAPH
           END-IF
           IF ws-meter-current(ix-meter) IS LESS THAN
                   ws-meter-previous(ix-meter) THEN
               MOVE 'reading below the earlier reading'
                   TO ws-reason
               PERFORM para-reject-meter
               EXIT PARAGRAPH
           END-IF
           IF ws-meter-member(ix-meter) IS EQUAL TO LOW-VALUES
                   AND ws-member-count IS EQUAL TO 0 THEN
               MOVE 'shared meter with no active member'
                   TO ws-reason
               PERFORM para-reject-meter
               EXIT PARAGRAPH
           END-IF
           COMPUTE ws-meter-delta(ix-meter) =
               ws-meter-current(ix-meter)
               - ws-meter-previous(ix-meter)
           ADD ws-meter-delta(ix-meter) TO ws-total-delta
           .

       para-reject-meter.
           IF ws-reject-open-no THEN
               OPEN OUTPUT fd-reject
               SET ws-reject-open-yes TO TRUE
           END-IF
           ADD 1 TO ws-rejected-count
           MOVE SPACES TO fr-line
           STRING FUNCTION TRIM(ws-meter-id(ix-meter)) ': '
               FUNCTION TRIM(ws-reason)
               DELIMITED BY SIZE INTO fr-line
               ON OVERFLOW CONTINUE
           END-STRING
           WRITE fr-line
           DISPLAY 'rejected ' FUNCTION TRIM(fr-line)
           .

       para-slice-meter.
           COMPUTE ws-meter-slice(ix-meter) =
               ws-bill-amount * ws-meter-delta(ix-meter)
               / ws-total-delta
           ADD ws-meter-slice(ix-meter) TO ws-allocated
           .

      *A member's meter goes straight onto their leg; a shared one
      *is divided over every active member.
       para-assign-meter.
           IF ws-meter-slice(ix-meter) IS EQUAL TO 0 THEN
               EXIT PARAGRAPH
           END-IF
           IF ws-meter-member(ix-meter) IS NOT EQUAL TO LOW-VALUES
                   THEN
               MOVE ws-meter-member(ix-meter) TO ws-lookup-member
               PERFORM para-find-leg
               ADD ws-meter-slice(ix-meter) TO ws-leg-amount(ix-leg)
               EXIT PARAGRAPH
           END-IF
           DIVIDE ws-member-count INTO ws-meter-slice(ix-meter)
               GIVING ws-part REMAINDER ws-rest
           PERFORM para-assign-shared
               VARYING ix-member FROM 1 BY 1
               UNTIL ix-member > ws-member-count
           .

       para-assign-shared.
           MOVE ws-member-id(ix-member) TO ws-lookup-member
           PERFORM para-find-leg
           ADD ws-part TO ws-leg-amount(ix-leg)
           IF ix-member IS EQUAL TO 1 THEN
               ADD ws-rest TO ws-leg-amount(ix-leg)
           END-IF
           .

       para-find-leg.
           SET ix-leg TO 1
           SEARCH ws-leg-entry
               AT END
                   PERFORM para-table-full
               WHEN ix-leg IS GREATER THAN ws-leg-count
                   ADD 1 TO ws-leg-count
                   SET ix-leg TO ws-leg-count
                   MOVE ws-lookup-member TO ws-leg-member(ix-leg)
                   MOVE 0 TO ws-leg-amount(ix-leg)
               WHEN ws-leg-member(ix-leg) IS EQUAL TO
                       ws-lookup-member
                   CONTINUE
           END-SEARCH
           .

       para-post-leg.
           IF ws-leg-amount(ix-leg) IS EQUAL TO 0 THEN
               EXIT PARAGRAPH
           END-IF
           CALL 'asdf-generate-uuid' USING fs-id
           SET fs-debt TO TRUE
           CALL 'asdf-utc-timestamp' USING fs-timestamp
           MOVE 'UTC' TO fs-timezone
           MOVE ws-comment TO fs-comment
           MOVE ws-leg-member(ix-leg) TO fs-debitor
           MOVE ws-payer TO fs-creditor
           MOVE ws-leg-amount(ix-leg) TO fs-amount
           MOVE SPACES TO fs-reversal-of
           MOVE SPACES TO fs-reversal-of-type
           MOVE SPACES TO fs-category
           MOVE 0 TO fs-due-date
           MOVE ws-currency TO fs-currency
           MOVE SPACES TO fs-attachment-ref
           MOVE ws-split-id TO fs-split-of

           PERFORM para-open-ledger
           WRITE fs-transaction
           CLOSE fd-ledger

           CALL 'asdf-append-account-ledger' USING ws-group
               fs-debitor fs-transaction
           IF fs-creditor IS NOT EQUAL TO fs-debitor THEN
               CALL 'asdf-append-account-ledger' USING ws-group
                   fs-creditor fs-transaction
           END-IF
           CALL 'asdf-update-control' USING ws-group fs-transaction
           CALL 'asdf-queue-hold-ack' USING ws-group fs-transaction
           ADD 1 TO ws-posted-count

           CALL 'asdf-format-uuid' USING fs-debitor ws-uuid-text
           MOVE fs-amount TO ws-format-in
           CALL 'asdf-format-amount' USING ws-format-in fs-currency
               ws-amount-text
           DISPLAY ws-uuid-text ' ' FUNCTION TRIM(ws-amount-text)
           .

       para-open-ledger.
           ACCEPT ws-lock-retry-text FROM ENVIRONMENT
               'ASDF_LOCK_RETRY'
           IF ws-lock-retry-text IS NOT EQUAL TO SPACES
                   AND FUNCTION TRIM(ws-lock-retry-text)
                       IS NUMERIC THEN
               MOVE FUNCTION TRIM(ws-lock-retry-text)
                   TO ws-lock-budget
           END-IF
           MOVE 0 TO ws-lock-waited
           MOVE 1 TO ws-lock-delay
           PERFORM para-open-ledger-try WITH TEST AFTER
               UNTIL ws-ledger-status IS NOT EQUAL TO '91'
                   AND '61'
           .

       para-open-ledger-try.
           OPEN EXTEND fd-ledger
           IF ws-ledger-status IS EQUAL TO '91' OR '61' THEN
               IF ws-lock-waited IS GREATER THAN OR EQUAL TO
                       ws-lock-budget THEN
                   DISPLAY 'Ledger is locked by another process'
                       WITH NO ADVANCING
                   MOVE 101 TO RETURN-CODE
                   STOP RUN
               END-IF
               CALL 'C$SLEEP' USING ws-lock-delay
               ADD ws-lock-delay TO ws-lock-waited
               IF ws-lock-delay IS LESS THAN 4 THEN
                   ADD ws-lock-delay TO ws-lock-delay
               END-IF
           END-IF
           .
