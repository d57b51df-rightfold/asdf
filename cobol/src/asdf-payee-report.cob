      *reporting currency (USD), the cross-group convention
      *asdf-reconcile-ledgers set, since ACCOUNT mode spans groups
      *with different reporting currencies.
      *
      *The year is each group's own fiscal year (gi-fiscal-year-end,
      *through asdf-fiscal-year), labelled by the calendar year it
      *ends in: for a June year-end group, 2026 is July 2025 to June
      *2026. A calendar-year group's year is January to December as
      *ever.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-payee-report.
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-memberships-status.

       SELECT OPTIONAL fd-info
           ASSIGN DYNAMIC ws-info-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-info-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-ledger.
       FD fd-memberships.
       COPY 'asdf-membership.cpy' REPLACING ==:X:== BY ==ms==.

       FD fd-info.
       COPY 'asdf-group-info.cpy' REPLACING ==:X:== BY ==gi==.

       WORKING-STORAGE SECTION.
       01 ws-ledger                    PIC X(256).
       01 ws-ledger-status             PIC XX.
       01 ws-group-text                PIC X(32).
       01 ws-year-text                 PIC X(4).
       01 ws-year                      PIC 9(4).
       01 ws-info-path                 PIC X(256).
       01 ws-info-status               PIC XX.
      *The group being scanned's fiscal year: the year-end month
      *from its info record, and the first and last day of the
      *fiscal year ending in ws-year.
       01 ws-year-end-month            PIC 9(2).
       01 ws-reference-date            PIC 9(8).
       01 ws-fy-start                  PIC 9(8).
       01 ws-fy-end                    PIC 9(8).
       01 ws-prior-end                 PIC 9(8).
       01 ws-entry-date                PIC 9(8).

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
       01 ws-total-text                PIC X(20).
       01 ws-raw-display               PIC -(11)9.

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
           ACCEPT ws-scope FROM ARGUMENT-VALUE
           IF NOT ws-scope-group AND NOT ws-scope-account THEN
               DISPLAY 'Invalid scope' WITH NO ADVANCING
       para-scan-group.
           CALL 'asdf-format-uuid' USING ws-group ws-group-text
           PERFORM para-load-payees THRU para-load-payees-exit
           PERFORM para-load-fiscal-year

           CALL 'asdf-load-segments' USING ws-group
               ws-segment-dates ws-segment-count
           EXIT PARAGRAPH
           .

      *A group whose info cannot be read keeps the calendar year.
       para-load-fiscal-year.
           MOVE 12 TO ws-year-end-month
           PERFORM para-read-year-end
           COMPUTE ws-reference-date = ws-year * 10000 + 101
           CALL 'asdf-fiscal-year' USING ws-year-end-month
               ws-reference-date ws-fy-start ws-fy-end ws-prior-end
           .

       para-read-year-end.
           MOVE SPACES TO ws-info-path
           STRING '/var/lib/asdf/group/' ws-group-text '/info'
               INTO ws-info-path
           OPEN INPUT fd-info
           IF ws-info-status IS NOT EQUAL TO '00' THEN
               IF ws-info-status IS EQUAL TO '05' THEN
                   CLOSE fd-info
               END-IF
               EXIT PARAGRAPH
           END-IF
           READ fd-info
           MOVE gi-fiscal-year-end TO ws-year-end-month
           CLOSE fd-info
           .

       para-scan-segment.
           MOVE ws-segment-date(ws-seg-i) TO ws-seg-date-text
           MOVE SPACES TO ws-ledger
           .

       para-apply-entry.
           COMPUTE ws-entry-date =
               fs-year OF fs-timestamp * 10000
               + fs-month OF fs-timestamp * 100
               + fs-day OF fs-timestamp
           IF ws-entry-date IS LESS THAN ws-fy-start
                   OR ws-entry-date IS GREATER THAN ws-fy-end THEN
               GO TO para-apply-entry-exit
           END-IF
           IF ws-scope-account AND fs-debitor IS NOT EQUAL TO
