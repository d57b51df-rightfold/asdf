      *    archived groups): the 547-byte layout - and the three
      *    older ones before the category and late-fee fields -
      *    gain the approval threshold, pot id, interest rate and
      *    freeze fields, all defaulting to off, and the 684-byte
      *    layout (and so every older one) gains the pot's house
      *    bank account as spaces, the 718-byte layout (and so
      *    every older one) gains the parent group as none, the
      *    734-byte layout (and so every older one) gains the fiscal
      *    year-end month as 12, the calendar year, and the 736-byte
      *    layout (and so every older one) gains the payment
      *    confirmation window as zero, payments counting at once;
      *  - each group's /var/lib/asdf/group/<id>/payees: 137-byte
      *    payees gain the bank details as spaces (none on file),
      *    told apart from the current 171-byte layout the same
      *    measure-then-probe way the session-index is;
      *  - each group's /var/lib/asdf/group/<id>/settlements:
      *    107-byte legs gain the bank's status, reason code and
      *    report time as none, told apart from the current 126-byte
      *    layout the same measure-then-probe way;
      *  - each group's control record: the 62-byte layout gains the
      *    write-off total (zero - no write-off could predate the
      *    type) and the chain anchor, which is folded fresh from
      *  - /var/lib/asdf/operator-index: 31-byte grants gain the
      *    expiry field as zero (never lapses), told apart from the
      *    current 45-byte layout the same measure-then-probe way
      *    the session-index is;
      *  - /var/lib/asdf/recurring and /var/lib/asdf/pending-changes:
      *    306- and 413-byte records gain the split key (spaces, a
      *    standalone entry) and the proration flag (off), told apart
      *    from the current 323- and 430-byte layouts the same
      *    measure-then-probe way;
      *  - /var/lib/asdf/job-log: 64-byte step records gain the
      *    business date they ran for, taken as the date of their
      *    start timestamp (before the control record existed the
      *    chain always ran for the clock's date), told apart from
      *    the current 72-byte layout the same way.
      *
      *Already-current files are recognized and left alone, so
      *rerunning is harmless. Prints one summary line per file
      *class; exits 1 when something could not be converted.
      *
      *The layout-version register (asdf-layout-version.cpy) decides
      *what is looked at: a class it already shows at this release's
      *version (asdf-layout-current.cpy) is skipped outright, and
      *only a class that is behind or not yet stamped is measured
      *and converted as above. A run that converts everything
      *cleanly then stamps every class at its current version, which
      *is what lets the other programs (asdf-check-layout) start.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-migrate-records.
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-ledger-status.

       SELECT OPTIONAL fd-payee-old
           ASSIGN DYNAMIC ws-payees-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-payee-old-status.

       SELECT OPTIONAL fd-payee-new
           ASSIGN DYNAMIC ws-payees-work-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       SELECT OPTIONAL fd-payee-probe
           ASSIGN DYNAMIC ws-payees-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-payee-probe-status.

       SELECT OPTIONAL fd-settle-old
           ASSIGN DYNAMIC ws-settle-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-settle-old-status.

       SELECT OPTIONAL fd-settle-new
           ASSIGN DYNAMIC ws-settle-work-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       SELECT OPTIONAL fd-settle-probe
           ASSIGN DYNAMIC ws-settle-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-settle-probe-status.

       SELECT OPTIONAL fd-operator-old
           ASSIGN DYNAMIC ws-operator-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-operator-probe-status.

       SELECT OPTIONAL fd-recurring-old
           ASSIGN DYNAMIC ws-recurring-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-recurring-old-status.

       SELECT OPTIONAL fd-recurring-new
           ASSIGN DYNAMIC ws-recurring-work-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       SELECT OPTIONAL fd-recurring-probe
           ASSIGN DYNAMIC ws-recurring-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-recurring-probe-status.

       SELECT OPTIONAL fd-change-old
           ASSIGN DYNAMIC ws-change-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-change-old-status.

       SELECT OPTIONAL fd-change-new
           ASSIGN DYNAMIC ws-change-work-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       SELECT OPTIONAL fd-change-probe
           ASSIGN DYNAMIC ws-change-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-change-probe-status.

       SELECT OPTIONAL fd-job-log-old
           ASSIGN DYNAMIC ws-job-log-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-job-log-old-status.

       SELECT OPTIONAL fd-job-log-new
           ASSIGN DYNAMIC ws-job-log-work-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       SELECT OPTIONAL fd-job-log-probe
           ASSIGN DYNAMIC ws-job-log-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-job-log-probe-status.

       SELECT OPTIONAL fd-register
           ASSIGN DYNAMIC ws-register-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-register-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-account-index.
       COPY 'asdf-group-index.cpy' REPLACING ==:X:== BY ==gx==.

       FD fd-info-out.
       01 fi-info-record               PIC X(739).

       FD fd-control-out.
       COPY 'asdf-control.cpy' REPLACING ==:X:== BY ==co==.
       FD fd-ledger.
       COPY 'asdf-transaction.cpy' REPLACING ==:X:== BY ==fs==.

      *The payee layout as it was before the bank details: id,
      *name, default category, status.
       FD fd-payee-old.
       01 po-payee-entry.
           02 po-payee-id              PIC X(16).
           02 po-name                  PIC X(100).
           02 po-default-category      PIC X(20).
           02 po-status                PIC X.

       FD fd-payee-new.
       COPY 'asdf-payee.cpy' REPLACING ==:X:== BY ==pn==.

       FD fd-payee-probe.
       COPY 'asdf-payee.cpy' REPLACING ==:X:== BY ==pq==.

      *The settlement-leg layout as it was before the bank's status:
      *the current record less its last 19 bytes, carried across
      *whole.
       FD fd-settle-old.
       01 lo-settlement-leg            PIC X(107).

       FD fd-settle-new.
       COPY 'asdf-settlement.cpy' REPLACING ==:X:== BY ==ln==.

       FD fd-settle-probe.
       COPY 'asdf-settlement.cpy' REPLACING ==:X:== BY ==lq==.

      *The operator layout as it was before the expiry field:
      *account id, status, granted timestamp.
       FD fd-operator-old.
       FD fd-operator-probe.
       COPY 'asdf-operator.cpy' REPLACING ==:X:== BY ==oq==.

      *The recurring and pending-change layouts as they were before
      *the split key and proration flag: the current records less
      *their trailing 17 bytes, carried across whole.
       FD fd-recurring-old.
       01 ro-recurring-entry           PIC X(306).

       FD fd-recurring-new.
       COPY 'asdf-recurring.cpy' REPLACING ==:X:== BY ==rn==.

       FD fd-recurring-probe.
       COPY 'asdf-recurring.cpy' REPLACING ==:X:== BY ==rq==.

       FD fd-change-old.
       01 qo-pending-change            PIC X(413).

       FD fd-change-new.
       COPY 'asdf-pending-change.cpy' REPLACING ==:X:== BY ==cn==.

       FD fd-change-probe.
       COPY 'asdf-pending-change.cpy' REPLACING ==:X:== BY ==cq==.

      *The job-log layout as it was before the business date: the
      *current record less its last eight bytes.
       FD fd-job-log-old.
       01 jo-job-log-entry             PIC X(64).

       FD fd-job-log-new.
       COPY 'asdf-job-log.cpy' REPLACING ==:X:== BY ==jn==.

       FD fd-job-log-probe.
       COPY 'asdf-job-log.cpy' REPLACING ==:X:== BY ==jq==.

       FD fd-register.
       COPY 'asdf-layout-version.cpy' REPLACING ==:X:== BY ==lv==.

       WORKING-STORAGE SECTION.
       01 ws-index-path                PIC X(256)
           VALUE '/var/lib/asdf/account-index'.
      *account layout before the alert/bank/verification fields,
      *433 the one before the language tag, 435 the one before the
      *vacation-hold and deliverability fields, 452 the current
      *record. The buffer also serves the group info (up to 739
      *bytes) and control (62) captures.
       01 ws-old-record                PIC X(739).
       01 ws-old-length                PIC 9(4) COMP.
       01 ws-new-record                PIC X(452).

       01 ws-control-out-path          PIC X(256).
       01 ws-ledger-path               PIC X(256).
       01 ws-ledger-status             PIC XX.
       01 ws-new-info                  PIC X(739).
       01 ws-old-control.
           02 oc-record-count          PIC 9(8).
           02 oc-debt-total            PIC S9(12) COMP.
           88 ws-ledger-eof-no         VALUE 'N'.
       01 ws-info-converted            PIC 9(5) COMP VALUE 0.
       01 ws-info-current              PIC 9(5) COMP VALUE 0.

      *Per-group payee registry byte tally: 137 bytes per record
      *before the bank details, 171 after.
       01 ws-payees-path               PIC X(256).
       01 ws-payees-work-path          PIC X(256).
       01 ws-payee-old-status          PIC XX.
       01 ws-payee-probe-status        PIC XX.
       01 ws-payee-bytes               PIC 9(9) COMP VALUE 0.
       01 ws-payee-rem                 PIC 9(4) COMP.
       01 ws-payee-converted           PIC 9(8) COMP VALUE 0.
       01 ws-control-converted         PIC 9(5) COMP VALUE 0.

      *Per-group settlement-leg byte tally: 107 bytes per record
      *before the bank's status, 126 after.
       01 ws-settle-path               PIC X(256).
       01 ws-settle-work-path          PIC X(256).
       01 ws-settle-old-status         PIC XX.
       01 ws-settle-probe-status       PIC XX.
       01 ws-settle-bytes              PIC 9(9) COMP VALUE 0.
       01 ws-settle-rem                PIC 9(4) COMP.
       01 ws-settle-converted          PIC 9(8) COMP VALUE 0.
       01 ws-control-current           PIC 9(5) COMP VALUE 0.

      *Operator-index byte tally, the same measure-then-probe
       01 ws-operator-rem              PIC 9(4) COMP.
       01 ws-operator-converted        PIC 9(5) COMP VALUE 0.

      *Recurring-definition and pending-change byte tallies: 306
      *and 413 bytes per record before the split key and proration
      *flag, 323 and 430 after.
       01 ws-recurring-path            PIC X(256)
           VALUE '/var/lib/asdf/recurring'.
       01 ws-recurring-old-status      PIC XX.
       01 ws-recurring-probe-status    PIC XX.
       01 ws-recurring-work-path       PIC X(256)
           VALUE '/var/lib/asdf/recurring.migrate'.
       01 ws-recurring-bytes           PIC 9(9) COMP VALUE 0.
       01 ws-recurring-rem             PIC 9(4) COMP.
       01 ws-recurring-converted       PIC 9(5) COMP VALUE 0.
       01 ws-change-path               PIC X(256)
           VALUE '/var/lib/asdf/pending-changes'.
       01 ws-change-old-status         PIC XX.
       01 ws-change-probe-status       PIC XX.
       01 ws-change-work-path          PIC X(256)
           VALUE '/var/lib/asdf/pending-changes.migrate'.
       01 ws-change-bytes              PIC 9(9) COMP VALUE 0.
       01 ws-change-rem                PIC 9(4) COMP.
       01 ws-change-converted          PIC 9(5) COMP VALUE 0.

      *Job-log byte tally: 64 bytes per record before the business
      *date, 72 after.
       01 ws-job-log-path              PIC X(256)
           VALUE '/var/lib/asdf/job-log'.
       01 ws-job-log-old-status        PIC XX.
       01 ws-job-log-probe-status      PIC XX.
       01 ws-job-log-work-path         PIC X(256)
           VALUE '/var/lib/asdf/job-log.migrate'.
       01 ws-job-log-bytes             PIC 9(9) COMP VALUE 0.
       01 ws-job-log-rem               PIC 9(4) COMP.
       01 ws-job-log-converted         PIC 9(5) COMP VALUE 0.

      *The layout-version register as found, one stamped version
      *per entry of the current-version table (zero where the class
      *has no entry yet).
       01 ws-register-path             PIC X(256)
           VALUE '/var/lib/asdf/layout-versions'.
       01 ws-register-status           PIC XX.
       COPY 'asdf-layout-current.cpy' REPLACING ==:X:== BY ==lc==.
       01 ws-stamped-table.
           02 ws-stamped-version OCCURS 13 TIMES PIC 9(4).
       01 ws-layout-class              PIC X(20).
       01 ws-class-current             PIC X.
           88 ws-class-current-yes     VALUE 'Y'.
           88 ws-class-current-no      VALUE 'N'.
       01 ws-groups-current            PIC X.
           88 ws-groups-current-yes    VALUE 'Y'.
           88 ws-groups-current-no     VALUE 'N'.
       01 ws-stamp-timestamp           PIC 9(14).

       PROCEDURE DIVISION.
       para-main.
           PERFORM para-load-register THRU para-load-register-exit

           MOVE 'account' TO ws-layout-class
           PERFORM para-class-state
           IF ws-class-current-no THEN
               PERFORM para-convert-accounts
                   THRU para-convert-accounts-exit
           END-IF
           MOVE 'session-index' TO ws-layout-class
           PERFORM para-class-state
           IF ws-class-current-no THEN
               PERFORM para-convert-session-index
                   THRU para-convert-session-index-exit
           END-IF
      *Group info, control, payees and settlements are converted in
      *one walk of the group directories, so the walk is skipped
      *only when all four are current.
           SET ws-groups-current-yes TO TRUE
           MOVE 'group-info' TO ws-layout-class
           PERFORM para-class-state
           IF ws-class-current-no THEN
               SET ws-groups-current-no TO TRUE
           END-IF
           MOVE 'control' TO ws-layout-class
           PERFORM para-class-state
           IF ws-class-current-no THEN
               SET ws-groups-current-no TO TRUE
           END-IF
           MOVE 'payees' TO ws-layout-class
           PERFORM para-class-state
           IF ws-class-current-no THEN
               SET ws-groups-current-no TO TRUE
           END-IF
           MOVE 'settlements' TO ws-layout-class
           PERFORM para-class-state
           IF ws-class-current-no THEN
               SET ws-groups-current-no TO TRUE
           END-IF
           IF ws-groups-current-no THEN
               PERFORM para-convert-groups
                   THRU para-convert-groups-exit
           END-IF
           MOVE 'operator-index' TO ws-layout-class
           PERFORM para-class-state
           IF ws-class-current-no THEN
               PERFORM para-convert-operator-index
                   THRU para-convert-operator-index-exit
           END-IF
           MOVE 'recurring' TO ws-layout-class
           PERFORM para-class-state
           IF ws-class-current-no THEN
               PERFORM para-convert-recurring
                   THRU para-convert-recurring-exit
           END-IF
           MOVE 'pending-changes' TO ws-layout-class
           PERFORM para-class-state
           IF ws-class-current-no THEN
               PERFORM para-convert-changes
                   THRU para-convert-changes-exit
           END-IF
           MOVE 'job-log' TO ws-layout-class
           PERFORM para-class-state
           IF ws-class-current-no THEN
               PERFORM para-convert-job-log
                   THRU para-convert-job-log-exit
           END-IF

      *Stale one-time codes predate the email/source fields the
      *confirm step now needs; they expire within minutes, so the
           MOVE ws-control-current TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count)
               ' already current'
           MOVE ws-payee-converted TO ws-display-count
           DISPLAY 'payees: ' FUNCTION TRIM(ws-display-count)
               ' record(s) converted'
           MOVE ws-settle-converted TO ws-display-count
           DISPLAY 'settlements: ' FUNCTION TRIM(ws-display-count)
               ' record(s) converted'
           MOVE ws-operator-converted TO ws-display-count
           DISPLAY 'operator-index: '
               FUNCTION TRIM(ws-display-count)
               ' record(s) converted'
           MOVE ws-recurring-converted TO ws-display-count
           DISPLAY 'recurring: '
               FUNCTION TRIM(ws-display-count)
               ' record(s) converted'
           MOVE ws-change-converted TO ws-display-count
           DISPLAY 'pending-changes: '
               FUNCTION TRIM(ws-display-count)
               ' record(s) converted'
           MOVE ws-job-log-converted TO ws-display-count
           DISPLAY 'job-log: '
               FUNCTION TRIM(ws-display-count)
               ' record(s) converted'

           IF ws-failed-count IS GREATER THAN 0 THEN
               DISPLAY 'layout-versions: not stamped, '
                   'files remain unconverted'
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM para-stamp-register
               DISPLAY 'layout-versions: all classes current'
           END-IF
           STOP RUN
           .

       para-load-register.
           INITIALIZE ws-stamped-table
           OPEN INPUT fd-register
           IF ws-register-status IS NOT EQUAL TO '00' THEN
               IF ws-register-status IS EQUAL TO '05' THEN
                   CLOSE fd-register
               END-IF
               GO TO para-load-register-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-load-register-one UNTIL ws-eof-yes
           CLOSE fd-register
           .

       para-load-register-exit.
           EXIT PARAGRAPH
           .

       para-load-register-one.
           READ fd-register
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   SET lc-layout-ix TO 1
                   SEARCH lc-layout
                       AT END
                           CONTINUE
                       WHEN lc-layout-class(lc-layout-ix)
                               IS EQUAL TO lv-file-class
                           MOVE lv-version TO
                               ws-stamped-version(lc-layout-ix)
                   END-SEARCH
           END-READ
           .

      *Whether the register already shows ws-layout-class at this
      *release's version; a class skipped for it says so.
       para-class-state.
           SET ws-class-current-no TO TRUE
           SET lc-layout-ix TO 1
           SEARCH lc-layout
               AT END
                   CONTINUE
               WHEN lc-layout-class(lc-layout-ix)
                       IS EQUAL TO ws-layout-class
                   IF ws-stamped-version(lc-layout-ix) IS EQUAL TO
                           lc-layout-version(lc-layout-ix) THEN
                       SET ws-class-current-yes TO TRUE
                       DISPLAY FUNCTION TRIM(ws-layout-class)
                           ': current per layout-versions'
                   END-IF
           END-SEARCH
           .

      *Every class, converted here or never in need of it, is
      *stamped at this release's version.
       para-stamp-register.
           CALL 'asdf-utc-timestamp' USING ws-stamp-timestamp
           OPEN OUTPUT fd-register
           PERFORM para-stamp-one
               VARYING lc-layout-ix FROM 1 BY 1
               UNTIL lc-layout-ix > lc-layout-count
           CLOSE fd-register
           .

       para-stamp-one.
           MOVE lc-layout-class(lc-layout-ix) TO lv-file-class
           MOVE lc-layout-version(lc-layout-ix) TO lv-version
           MOVE ws-stamp-timestamp TO lv-stamped-timestamp
           WRITE lv-layout-entry
           .

       para-convert-accounts.
           OPEN INPUT fd-account-index
           IF ws-index-status IS NOT EQUAL TO '00' THEN
               AT END
                   SET ws-inner-eof-yes TO TRUE
               NOT AT END
                   IF ws-old-length IS LESS THAN 739 THEN
                       ADD 1 TO ws-old-length
                       MOVE fb-byte
                           TO ws-old-record(ws-old-length:1)
               THRU para-convert-group-info-exit
           PERFORM para-convert-control
               THRU para-convert-control-exit
           PERFORM para-convert-payees
               THRU para-convert-payees-exit
           PERFORM para-convert-settlements
               THRU para-convert-settlements-exit
           .

       para-convert-group-exit.

      *The historical info lengths: 526 before the category policy,
      *527 before the late-fee fields, 539 before the last-closed
      *date, 547 before the approval, pot, interest and freeze
      *fields, 684 before the pot's bank account, 718 before the
      *parent group, 734 before the fiscal year-end, 736 before the
      *payment confirmation window, 739 current. The rebuilt record
      *starts from every newer field's default - free-form
      *categories, no fees, nothing configured, not frozen, no bank
      *account, no parent, a calendar fiscal year, no confirmation
      *- and the old bytes overlay the front.
       para-convert-group-info.
           EVALUATE ws-old-length
               WHEN 739
                   ADD 1 TO ws-info-current
                   GO TO para-convert-group-info-exit
               WHEN 736
                   CONTINUE
               WHEN 734
                   CONTINUE
               WHEN 718
                   CONTINUE
               WHEN 684
                   CONTINUE
               WHEN 547
                   CONTINUE
               WHEN 539
           MOVE SPACE TO ws-new-info(576:1)
           MOVE SPACES TO ws-new-info(577:100)
           MOVE '00000000' TO ws-new-info(677:8)
           MOVE SPACES TO ws-new-info(685:34)
           MOVE LOW-VALUES TO ws-new-info(719:16)
           MOVE '12' TO ws-new-info(735:2)
           MOVE '000' TO ws-new-info(737:3)
           MOVE ws-old-record(1:ws-old-length)
               TO ws-new-info(1:ws-old-length)

           END-READ
           .

      *137-byte payees predate the bank details; they come back
      *with spaces there, which keeps them out of payment runs
      *until an admin sets an account. The 171-byte reading must
      *show an active or retired status byte in every record
      *before the file counts as current.
       para-convert-payees.
           MOVE 0 TO ws-payee-bytes
           MOVE SPACES TO ws-payees-path
           STRING FUNCTION TRIM(ws-group-base) '/payees'
               INTO ws-payees-path
           MOVE ws-payees-path TO ws-bytes-path
           OPEN INPUT fd-bytes
           IF ws-bytes-status IS NOT EQUAL TO '00' THEN
               IF ws-bytes-status IS EQUAL TO '05' THEN
                   CLOSE fd-bytes
               END-IF
               GO TO para-convert-payees-exit
           END-IF
           SET ws-inner-eof-no TO TRUE
           PERFORM para-count-payee-byte UNTIL ws-inner-eof-yes
           CLOSE fd-bytes

           IF ws-payee-bytes IS EQUAL TO 0 THEN
               GO TO para-convert-payees-exit
           END-IF
           COMPUTE ws-payee-rem =
               FUNCTION MOD(ws-payee-bytes, 171)
           IF ws-payee-rem IS EQUAL TO 0 THEN
               PERFORM para-probe-payee-records
                   THRU para-probe-payee-records-exit
               IF ws-statuses-valid-yes THEN
                   GO TO para-convert-payees-exit
               END-IF
           END-IF
           COMPUTE ws-payee-rem =
               FUNCTION MOD(ws-payee-bytes, 137)
           IF ws-payee-rem IS NOT EQUAL TO 0 THEN
               ADD 1 TO ws-failed-count
               DISPLAY 'unrecognized payee record length for '
                   FUNCTION TRIM(ws-group-text)
               GO TO para-convert-payees-exit
           END-IF

           MOVE SPACES TO ws-payees-work-path
           STRING FUNCTION TRIM(ws-group-base) '/payees.migrate'
               INTO ws-payees-work-path
           OPEN INPUT fd-payee-old
           OPEN OUTPUT fd-payee-new
           SET ws-eof-no TO TRUE
           PERFORM para-payee-one UNTIL ws-eof-yes
           CLOSE fd-payee-new
           CLOSE fd-payee-old

           CALL 'CBL_DELETE_FILE' USING ws-payees-path
           CALL 'CBL_RENAME_FILE' USING ws-payees-work-path
               ws-payees-path
           MOVE 0 TO RETURN-CODE
           .

       para-convert-payees-exit.
           EXIT PARAGRAPH
           .

       para-count-payee-byte.
           READ fd-bytes
               AT END
                   SET ws-inner-eof-yes TO TRUE
               NOT AT END
                   ADD 1 TO ws-payee-bytes
           END-READ
           .

       para-probe-payee-records.
           SET ws-statuses-valid-yes TO TRUE
           OPEN INPUT fd-payee-probe
           IF ws-payee-probe-status IS NOT EQUAL TO '00' THEN
               IF ws-payee-probe-status IS EQUAL TO '05' THEN
                   CLOSE fd-payee-probe
               END-IF
               SET ws-statuses-valid-no TO TRUE
               GO TO para-probe-payee-records-exit
           END-IF
           SET ws-inner-eof-no TO TRUE
           PERFORM para-probe-payee-one UNTIL ws-inner-eof-yes
               OR ws-statuses-valid-no
           CLOSE fd-payee-probe
           .

       para-probe-payee-records-exit.
           EXIT PARAGRAPH
           .

       para-probe-payee-one.
           READ fd-payee-probe
               AT END
                   SET ws-inner-eof-yes TO TRUE
               NOT AT END
                   IF NOT pq-status-active
                           AND NOT pq-status-retired THEN
                       SET ws-statuses-valid-no TO TRUE
                   END-IF
           END-READ
           .

       para-payee-one.
           READ fd-payee-old
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   MOVE po-payee-id TO pn-payee-id
                   MOVE po-name TO pn-name
                   MOVE po-default-category TO pn-default-category
                   MOVE po-status TO pn-status
                   MOVE SPACES TO pn-bank-details
                   WRITE pn-payee-entry
                   ADD 1 TO ws-payee-converted
           END-READ
           .

      *107-byte legs predate the bank's status; they come back with
      *none recorded, which is what every leg exported before the
      *status report loader had. The 126-byte reading must show a
      *plausible leg and bank status in every record before the
      *file counts as current.
       para-convert-settlements.
           MOVE 0 TO ws-settle-bytes
           MOVE SPACES TO ws-settle-path
           STRING FUNCTION TRIM(ws-group-base) '/settlements'
               INTO ws-settle-path
           MOVE ws-settle-path TO ws-bytes-path
           OPEN INPUT fd-bytes
           IF ws-bytes-status IS NOT EQUAL TO '00' THEN
               IF ws-bytes-status IS EQUAL TO '05' THEN
                   CLOSE fd-bytes
               END-IF
               GO TO para-convert-settlements-exit
           END-IF
           SET ws-inner-eof-no TO TRUE
           PERFORM para-count-settle-byte UNTIL ws-inner-eof-yes
           CLOSE fd-bytes

           IF ws-settle-bytes IS EQUAL TO 0 THEN
               GO TO para-convert-settlements-exit
           END-IF
           COMPUTE ws-settle-rem =
               FUNCTION MOD(ws-settle-bytes, 126)
           IF ws-settle-rem IS EQUAL TO 0 THEN
               PERFORM para-probe-settle-records
                   THRU para-probe-settle-records-exit
               IF ws-statuses-valid-yes THEN
                   GO TO para-convert-settlements-exit
               END-IF
           END-IF
           COMPUTE ws-settle-rem =
               FUNCTION MOD(ws-settle-bytes, 107)
           IF ws-settle-rem IS NOT EQUAL TO 0 THEN
               ADD 1 TO ws-failed-count
               DISPLAY 'unrecognized settlement record length for '
                   FUNCTION TRIM(ws-group-text)
               GO TO para-convert-settlements-exit
           END-IF

           MOVE SPACES TO ws-settle-work-path
           STRING FUNCTION TRIM(ws-group-base) '/settlements.migrate'
               INTO ws-settle-work-path
           OPEN INPUT fd-settle-old
           OPEN OUTPUT fd-settle-new
           SET ws-eof-no TO TRUE
           PERFORM para-settle-one UNTIL ws-eof-yes
           CLOSE fd-settle-new
           CLOSE fd-settle-old

           CALL 'CBL_DELETE_FILE' USING ws-settle-path
           CALL 'CBL_RENAME_FILE' USING ws-settle-work-path
               ws-settle-path
           MOVE 0 TO RETURN-CODE
           .

       para-convert-settlements-exit.
           EXIT PARAGRAPH
           .

       para-count-settle-byte.
           READ fd-bytes
               AT END
                   SET ws-inner-eof-yes TO TRUE
               NOT AT END
                   ADD 1 TO ws-settle-bytes
           END-READ
           .

       para-probe-settle-records.
           SET ws-statuses-valid-yes TO TRUE
           OPEN INPUT fd-settle-probe
           IF ws-settle-probe-status IS NOT EQUAL TO '00' THEN
               IF ws-settle-probe-status IS EQUAL TO '05' THEN
                   CLOSE fd-settle-probe
               END-IF
               SET ws-statuses-valid-no TO TRUE
               GO TO para-probe-settle-records-exit
           END-IF
           SET ws-inner-eof-no TO TRUE
           PERFORM para-probe-settle-one UNTIL ws-inner-eof-yes
               OR ws-statuses-valid-no
           CLOSE fd-settle-probe
           .

       para-probe-settle-records-exit.
           EXIT PARAGRAPH
           .

       para-probe-settle-one.
           READ fd-settle-probe
               AT END
                   SET ws-inner-eof-yes TO TRUE
               NOT AT END
                   IF (NOT lq-status-open
                           AND NOT lq-status-confirmed
                           AND NOT lq-status-superseded)
                       OR (NOT lq-bank-status-none
                           AND NOT lq-bank-status-accepted
                           AND NOT lq-bank-status-rejected)
                       OR lq-bank-timestamp IS NOT NUMERIC THEN
                       SET ws-statuses-valid-no TO TRUE
                   END-IF
           END-READ
           .

       para-settle-one.
           READ fd-settle-old
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   MOVE lo-settlement-leg TO ln-settlement-leg
                   SET ln-bank-status-none TO TRUE
                   MOVE SPACES TO ln-bank-reason
                   MOVE 0 TO ln-bank-timestamp
                   WRITE ln-settlement-leg
                   ADD 1 TO ws-settle-converted
           END-READ
           .

      *31-byte grants predate the expiry field; they come back with
      *a zero expiry, which never lapses. A size divisible by 45
      *alone is not proof of the current layout, so the 45-byte
                   ADD 1 TO ws-operator-converted
           END-READ
           .

       para-convert-recurring.
           MOVE 0 TO ws-recurring-bytes
           MOVE ws-recurring-path TO ws-bytes-path
           OPEN INPUT fd-bytes
           IF ws-bytes-status IS NOT EQUAL TO '00' THEN
               IF ws-bytes-status IS EQUAL TO '05' THEN
                   CLOSE fd-bytes
               END-IF
               DISPLAY 'recurring: empty'
               GO TO para-convert-recurring-exit
           END-IF
           SET ws-inner-eof-no TO TRUE
           PERFORM para-count-recurring-byte UNTIL ws-inner-eof-yes
           CLOSE fd-bytes

           IF ws-recurring-bytes IS EQUAL TO 0 THEN
               GO TO para-convert-recurring-exit
           END-IF
           COMPUTE ws-recurring-rem =
               FUNCTION MOD(ws-recurring-bytes, 323)
           IF ws-recurring-rem IS EQUAL TO 0 THEN
               PERFORM para-probe-recurring-records
                   THRU para-probe-recurring-records-exit
               IF ws-statuses-valid-yes THEN
                   GO TO para-convert-recurring-exit
               END-IF
           END-IF
           COMPUTE ws-recurring-rem =
               FUNCTION MOD(ws-recurring-bytes, 306)
           IF ws-recurring-rem IS NOT EQUAL TO 0 THEN
               DISPLAY 'recurring: unrecognized record length'
               ADD 1 TO ws-failed-count
               GO TO para-convert-recurring-exit
           END-IF

           OPEN INPUT fd-recurring-old
           OPEN OUTPUT fd-recurring-new
           SET ws-eof-no TO TRUE
           PERFORM para-recurring-one UNTIL ws-eof-yes
           CLOSE fd-recurring-new
           CLOSE fd-recurring-old

           CALL 'CBL_DELETE_FILE' USING ws-recurring-path
           CALL 'CBL_RENAME_FILE' USING ws-recurring-work-path
               ws-recurring-path
           MOVE 0 TO RETURN-CODE
           .

       para-convert-recurring-exit.
           EXIT PARAGRAPH
           .

       para-count-recurring-byte.
           READ fd-bytes
               AT END
                   SET ws-inner-eof-yes TO TRUE
               NOT AT END
                   ADD 1 TO ws-recurring-bytes
           END-READ
           .

       para-probe-recurring-records.
           SET ws-statuses-valid-yes TO TRUE
           OPEN INPUT fd-recurring-probe
           IF ws-recurring-probe-status IS NOT EQUAL TO '00' THEN
               IF ws-recurring-probe-status IS EQUAL TO '05' THEN
                   CLOSE fd-recurring-probe
               END-IF
               SET ws-statuses-valid-no TO TRUE
               GO TO para-probe-recurring-records-exit
           END-IF
           SET ws-inner-eof-no TO TRUE
           PERFORM para-probe-recurring-one UNTIL ws-inner-eof-yes
               OR ws-statuses-valid-no
           CLOSE fd-recurring-probe
           .

       para-probe-recurring-records-exit.
           EXIT PARAGRAPH
           .

       para-probe-recurring-one.
           READ fd-recurring-probe
               AT END
                   SET ws-inner-eof-yes TO TRUE
               NOT AT END
                   IF (NOT rq-status-active
                           AND NOT rq-status-paused)
                       OR (NOT rq-weekly AND NOT rq-monthly)
                       OR (NOT rq-prorate-yes AND NOT rq-prorate-no)
                       OR rq-next-due-date IS NOT NUMERIC THEN
                       SET ws-statuses-valid-no TO TRUE
                   END-IF
           END-READ
           .

       para-recurring-one.
           READ fd-recurring-old
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   MOVE ro-recurring-entry TO rn-recurring-entry
                   MOVE SPACES TO rn-split-key
                   SET rn-prorate-no TO TRUE
                   WRITE rn-recurring-entry
                   ADD 1 TO ws-recurring-converted
           END-READ
           .

      *Staged changes awaiting a second operator are carried over,
      *not cleared like the pending logins: a proposal is not
      *re-typed as cheaply as a one-time code.
       para-convert-changes.
           MOVE 0 TO ws-change-bytes
           MOVE ws-change-path TO ws-bytes-path
           OPEN INPUT fd-bytes
           IF ws-bytes-status IS NOT EQUAL TO '00' THEN
               IF ws-bytes-status IS EQUAL TO '05' THEN
                   CLOSE fd-bytes
               END-IF
               DISPLAY 'pending-changes: empty'
               GO TO para-convert-changes-exit
           END-IF
           SET ws-inner-eof-no TO TRUE
           PERFORM para-count-change-byte UNTIL ws-inner-eof-yes
           CLOSE fd-bytes

           IF ws-change-bytes IS EQUAL TO 0 THEN
               GO TO para-convert-changes-exit
           END-IF
           COMPUTE ws-change-rem =
               FUNCTION MOD(ws-change-bytes, 430)
           IF ws-change-rem IS EQUAL TO 0 THEN
               PERFORM para-probe-change-records
                   THRU para-probe-change-records-exit
               IF ws-statuses-valid-yes THEN
                   GO TO para-convert-changes-exit
               END-IF
           END-IF
           COMPUTE ws-change-rem =
               FUNCTION MOD(ws-change-bytes, 413)
           IF ws-change-rem IS NOT EQUAL TO 0 THEN
               DISPLAY 'pending-changes: unrecognized record length'
               ADD 1 TO ws-failed-count
               GO TO para-convert-changes-exit
           END-IF

           OPEN INPUT fd-change-old
           OPEN OUTPUT fd-change-new
           SET ws-eof-no TO TRUE
           PERFORM para-change-one UNTIL ws-eof-yes
           CLOSE fd-change-new
           CLOSE fd-change-old

           CALL 'CBL_DELETE_FILE' USING ws-change-path
           CALL 'CBL_RENAME_FILE' USING ws-change-work-path
               ws-change-path
           MOVE 0 TO RETURN-CODE
           .

       para-convert-changes-exit.
           EXIT PARAGRAPH
           .

       para-count-change-byte.
           READ fd-bytes
               AT END
                   SET ws-inner-eof-yes TO TRUE
               NOT AT END
                   ADD 1 TO ws-change-bytes
           END-READ
           .

       para-probe-change-records.
           SET ws-statuses-valid-yes TO TRUE
           OPEN INPUT fd-change-probe
           IF ws-change-probe-status IS NOT EQUAL TO '00' THEN
               IF ws-change-probe-status IS EQUAL TO '05' THEN
                   CLOSE fd-change-probe
               END-IF
               SET ws-statuses-valid-no TO TRUE
               GO TO para-probe-change-records-exit
           END-IF
           SET ws-inner-eof-no TO TRUE
           PERFORM para-probe-change-one UNTIL ws-inner-eof-yes
               OR ws-statuses-valid-no
           CLOSE fd-change-probe
           .

       para-probe-change-records-exit.
           EXIT PARAGRAPH
           .

       para-probe-change-one.
           READ fd-change-probe
               AT END
                   SET ws-inner-eof-yes TO TRUE
               NOT AT END
                   IF (NOT cq-status-pending
                           AND NOT cq-status-confirmed
                           AND NOT cq-status-rejected)
                       OR (NOT cq-type-rate AND NOT cq-type-grant
                           AND NOT cq-type-recurring)
                       OR cq-decided-timestamp IS NOT NUMERIC THEN
                       SET ws-statuses-valid-no TO TRUE
                   END-IF
           END-READ
           .

       para-change-one.
           READ fd-change-old
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   MOVE qo-pending-change TO cn-pending-change
                   MOVE SPACES TO cn-split-key
                   IF cn-type-recurring THEN
                       MOVE 'N' TO cn-prorate
                   ELSE
                       MOVE SPACE TO cn-prorate
                   END-IF
                   WRITE cn-pending-change
                   ADD 1 TO ws-change-converted
           END-READ
           .

       para-convert-job-log.
           MOVE 0 TO ws-job-log-bytes
           MOVE ws-job-log-path TO ws-bytes-path
           OPEN INPUT fd-bytes
           IF ws-bytes-status IS NOT EQUAL TO '00' THEN
               IF ws-bytes-status IS EQUAL TO '05' THEN
                   CLOSE fd-bytes
               END-IF
               DISPLAY 'job-log: empty'
               GO TO para-convert-job-log-exit
           END-IF
           SET ws-inner-eof-no TO TRUE
           PERFORM para-count-job-log-byte UNTIL ws-inner-eof-yes
           CLOSE fd-bytes

           IF ws-job-log-bytes IS EQUAL TO 0 THEN
               GO TO para-convert-job-log-exit
           END-IF
           COMPUTE ws-job-log-rem =
               FUNCTION MOD(ws-job-log-bytes, 72)
           IF ws-job-log-rem IS EQUAL TO 0 THEN
               PERFORM para-probe-job-log-records
                   THRU para-probe-job-log-records-exit
               IF ws-statuses-valid-yes THEN
                   GO TO para-convert-job-log-exit
               END-IF
           END-IF
           COMPUTE ws-job-log-rem =
               FUNCTION MOD(ws-job-log-bytes, 64)
           IF ws-job-log-rem IS NOT EQUAL TO 0 THEN
               DISPLAY 'job-log: unrecognized record length'
               ADD 1 TO ws-failed-count
               GO TO para-convert-job-log-exit
           END-IF

           OPEN INPUT fd-job-log-old
           OPEN OUTPUT fd-job-log-new
           SET ws-eof-no TO TRUE
           PERFORM para-job-log-one UNTIL ws-eof-yes
           CLOSE fd-job-log-new
           CLOSE fd-job-log-old

           CALL 'CBL_DELETE_FILE' USING ws-job-log-path
           CALL 'CBL_RENAME_FILE' USING ws-job-log-work-path
               ws-job-log-path
           MOVE 0 TO RETURN-CODE
           .

       para-convert-job-log-exit.
           EXIT PARAGRAPH
           .

       para-count-job-log-byte.
           READ fd-bytes
               AT END
                   SET ws-inner-eof-yes TO TRUE
               NOT AT END
                   ADD 1 TO ws-job-log-bytes
           END-READ
           .

       para-probe-job-log-records.
           SET ws-statuses-valid-yes TO TRUE
           OPEN INPUT fd-job-log-probe
           IF ws-job-log-probe-status IS NOT EQUAL TO '00' THEN
               IF ws-job-log-probe-status IS EQUAL TO '05' THEN
                   CLOSE fd-job-log-probe
               END-IF
               SET ws-statuses-valid-no TO TRUE
               GO TO para-probe-job-log-records-exit
           END-IF
           SET ws-inner-eof-no TO TRUE
           PERFORM para-probe-job-log-one UNTIL ws-inner-eof-yes
               OR ws-statuses-valid-no
           CLOSE fd-job-log-probe
           .

       para-probe-job-log-records-exit.
           EXIT PARAGRAPH
           .

       para-probe-job-log-one.
           READ fd-job-log-probe
               AT END
                   SET ws-inner-eof-yes TO TRUE
               NOT AT END
                   IF (NOT jq-status-success
                           AND NOT jq-status-failure)
                       OR jq-start-timestamp IS NOT NUMERIC
                       OR jq-business-date IS NOT NUMERIC THEN
                       SET ws-statuses-valid-no TO TRUE
                   END-IF
           END-READ
           .

       para-job-log-one.
           READ fd-job-log-old
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   MOVE jo-job-log-entry TO jn-job-log-entry
                   MOVE jn-start-timestamp(1:8) TO jn-business-date
                   WRITE jn-job-log-entry
                   ADD 1 TO ws-job-log-converted
           END-READ
           .
