      *by hand. Arguments: acting account UUID, session token, group
      *UUID, CSV path. Each line is
      *    type,debitor,creditor,amount,currency,category,comment,
      *    due-date,expense-date
      *(type D or P; parties as hex UUIDs; currency blank for USD;
      *due date blank or YYYYMMDD, debts only; expense date blank for
      *the posting date, or the YYYYMMDD the money was spent, held
      *to the same backdating limit and month locks as a single
      *posting - asdf-check-value-date). A debt row with a blank
      *category is categorized, and tagged, by the group's
      *auto-categorization rules (asdf-auto-categorize) the way an
      *interactive posting is.
      *
      *Every row runs through the same gates the interactive path
      *applies: active-member validation for both parties, the group
      *members' behalf, the acting account must be a group admin -
      *the same authority the interactive path demands for posting
      *a transaction one isn't party to.
      *
      *Every run gets a run id of its own: each entry it posts is
      *stamped with it in the group's import-entries file
      *(asdf-import-entry.cpy), and the run - file name, row counts,
      *who ran it - is recorded in the group's import-runs register
      *(asdf-import-run.cpy), so a wrongly loaded file can be backed
      *out as a whole through asdf-undo-import. The run id is
      *printed ahead of the row counts. A run that rejected rows
      *also posts one item for the run to the operator exceptions
      *queue (asdf-raise-exception), pointing at its .rej file.
      *
      *A loaded payment goes up for its creditor's confirmation
      *(asdf-queue-payment-confirmation) as one keyed in by hand
      *does, with the acting account as whoever recorded it; the
      *run's summary counts the payments left pending.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-load-transactions.
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-account-status.

       SELECT OPTIONAL fd-import-runs
           ASSIGN DYNAMIC ws-import-runs-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       SELECT OPTIONAL fd-import-entries
           ASSIGN DYNAMIC ws-import-entries-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       SELECT OPTIONAL fd-value-dates
           ASSIGN DYNAMIC ws-value-dates-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       SELECT OPTIONAL fd-tags
           ASSIGN DYNAMIC ws-tags-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD fd-feed.
       FD fd-account.
       COPY 'asdf-account.cpy' REPLACING ==:X:== BY ==fa==.

       FD fd-import-runs.
       COPY 'asdf-import-run.cpy' REPLACING ==:X:== BY ==ir==.

       FD fd-import-entries.
       COPY 'asdf-import-entry.cpy' REPLACING ==:X:== BY ==ie==.

       FD fd-value-dates.
       COPY 'asdf-value-date.cpy' REPLACING ==:X:== BY ==vd==.

       FD fd-tags.
       COPY 'asdf-tag.cpy' REPLACING ==:X:== BY ==tj==.

       WORKING-STORAGE SECTION.
       01 ws-feed-path                 PIC X(256).
       01 ws-feed-status               PIC XX.
       01 ws-group-info-status         PIC XX.
       01 ws-account-path              PIC X(256).
       01 ws-account-status            PIC XX.
       01 ws-import-runs-path          PIC X(256).
       01 ws-import-entries-path       PIC X(256).
       01 ws-value-dates-path          PIC X(256).
       01 ws-tags-path                 PIC X(256).

       01 ws-uuid-text                 PIC X(32).
       01 ws-acting-account            PIC X(16).
       01 ws-col-category              PIC X(24).
       01 ws-col-comment               PIC X(200).
       01 ws-col-due-date              PIC X(10).
       01 ws-col-value-date            PIC X(10).

       01 ws-row-debitor               PIC X(16).
       01 ws-row-creditor              PIC X(16).
       01 ws-row-amount                PIC 9(10) COMP.
       01 ws-reason                    PIC X(80).
      *The row's expense date, and today's date to hold it against.
       01 ws-row-value-date            PIC 9(8).
       01 ws-row-value-dated           PIC X.
           88 ws-row-value-dated-yes   VALUE 'Y'.
           88 ws-row-value-dated-no    VALUE 'N'.
       01 ws-posting-stamp.
           02 ws-posting-date          PIC 9(8).
           02 FILLER                   PIC 9(6).
      *Category and tags an auto-categorization rule gave the row.
       01 ws-rule-tags                 PIC X(120).
       01 ws-rule-matched              PIC X.
       01 ws-rule-tag-slots.
           02 ws-rule-tag-slot OCCURS 5 TIMES
                   PIC X(20).
       01 ws-rule-tag-count            PIC 9(2) COMP.
       01 ws-t                         PIC 9(2) COMP.

      *The group's running spending total, seeded once and advanced
      *as accepted debts stack up, so the cap holds across the whole
       01 ws-open-amount-owed          PIC 9(10) COMP.

       01 ws-new-id                    PIC X(16).
       01 ws-run-id                    PIC X(16).
       01 ws-run-text                  PIC X(32).
       01 ws-line-number               PIC 9(6) COMP VALUE 0.
       01 ws-read-count                PIC 9(6) COMP VALUE 0.
       01 ws-posted-count              PIC 9(6) COMP VALUE 0.
       01 ws-rejected-count            PIC 9(6) COMP VALUE 0.
       01 ws-pending-count             PIC 9(6) COMP VALUE 0.
       01 ws-confirm-queued            PIC X.
           88 ws-confirm-queued-yes    VALUE 'Y'.
       01 ws-display-count             PIC Z(5)9.

      *Operator exceptions queue item (asdf-raise-exception).
       01 ws-exception-source          PIC X(20) VALUE 'LOAD-REJECT'.
       01 ws-exception-severity        PIC X VALUE 'M'.
       01 ws-exception-description     PIC X(200).
       01 ws-exception-raised          PIC X.

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
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-acting-account

           MOVE SPACES TO ws-ledger
           STRING '/var/lib/asdf/group/' ws-group-text '/ledger'
               INTO ws-ledger
           MOVE SPACES TO ws-import-runs-path
           STRING '/var/lib/asdf/group/' ws-group-text '/import-runs'
               INTO ws-import-runs-path
           MOVE SPACES TO ws-import-entries-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/import-entries' INTO ws-import-entries-path
           CALL 'asdf-generate-uuid' USING ws-run-id

           PERFORM para-load-cap THRU para-load-cap-exit
           PERFORM para-seed-spending THRU para-seed-spending-exit
           IF ws-reject-open-yes THEN
               CLOSE fd-reject
           END-IF
           PERFORM para-record-run
           IF ws-rejected-count IS GREATER THAN 0 THEN
               PERFORM para-raise-exception
           END-IF

           CALL 'asdf-format-uuid' USING ws-run-id ws-run-text
           DISPLAY 'Import run ' ws-run-text ': ' WITH NO ADVANCING
           MOVE ws-posted-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count) ' posted, '
               WITH NO ADVANCING
           MOVE ws-rejected-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count) ' rejected'
               WITH NO ADVANCING
           MOVE ws-pending-count TO ws-display-count
           DISPLAY ', ' FUNCTION TRIM(ws-display-count)
               ' pending confirmation'
           IF ws-rejected-count IS GREATER THAN 0 THEN
               MOVE 1 TO RETURN-CODE
           ELSE
           STOP RUN
           .

       para-record-run.
           INITIALIZE ir-import-run
           MOVE ws-run-id TO ir-run-id
           MOVE ws-feed-path TO ir-file-name
           MOVE ws-read-count TO ir-rows-read
           MOVE ws-posted-count TO ir-rows-posted
           MOVE ws-rejected-count TO ir-rows-rejected
           MOVE ws-acting-account TO ir-run-by
           CALL 'asdf-utc-timestamp' USING ir-run-timestamp
           SET ir-status-posted TO TRUE
           MOVE LOW-VALUES TO ir-undone-by
           OPEN EXTEND fd-import-runs
           WRITE ir-import-run
           CLOSE fd-import-runs
           .

       para-raise-exception.
           MOVE ws-rejected-count TO ws-display-count
           MOVE SPACES TO ws-exception-description
           STRING FUNCTION TRIM(ws-display-count)
               ' row(s) rejected, see '
               FUNCTION TRIM(ws-reject-path)
               DELIMITED BY SIZE INTO ws-exception-description
               ON OVERFLOW CONTINUE
           END-STRING
           CALL 'asdf-raise-exception' USING ws-exception-source
               ws-exception-severity ws-group ws-run-id
               ws-exception-description ws-exception-raised
           .

       para-load-cap.
           MOVE 0 TO ws-spending-cap
           MOVE SPACES TO ws-group-info-path
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   ADD 1 TO ws-line-number
                   IF ff-line IS NOT EQUAL TO SPACES THEN
                       ADD 1 TO ws-read-count
                       PERFORM para-load-row THRU para-load-row-exit
                   END-IF
           END-READ
           MOVE SPACES TO ws-col-type ws-col-debitor ws-col-creditor
           MOVE SPACES TO ws-col-amount ws-col-currency
           MOVE SPACES TO ws-col-category ws-col-comment
           MOVE SPACES TO ws-col-due-date ws-col-value-date
           UNSTRING ff-line DELIMITED BY ','
               INTO ws-col-type ws-col-debitor ws-col-creditor
                   ws-col-amount ws-col-currency ws-col-category
                   ws-col-comment ws-col-due-date ws-col-value-date

           IF ws-col-type IS NOT EQUAL TO 'D' AND 'P' THEN
               MOVE 'invalid type' TO ws-reason
               GO TO para-load-row-exit
           END-IF

           SET ws-row-value-dated-no TO TRUE
           IF ws-col-value-date IS NOT EQUAL TO SPACES THEN
               IF FUNCTION TRIM(ws-col-value-date) IS NOT NUMERIC THEN
                   MOVE 'invalid expense date' TO ws-reason
                   PERFORM para-reject-row
                   GO TO para-load-row-exit
               END-IF
               MOVE FUNCTION TRIM(ws-col-value-date)
                   TO ws-row-value-date
               CALL 'asdf-utc-timestamp' USING ws-posting-stamp
               IF ws-row-value-date IS NOT EQUAL TO ws-posting-date
                   THEN
                   CALL 'asdf-check-value-date' USING ws-group
                       ws-posting-date ws-row-value-date ws-reason
                   IF ws-reason IS NOT EQUAL TO SPACES THEN
                       PERFORM para-reject-row
                       GO TO para-load-row-exit
                   END-IF
                   SET ws-row-value-dated-yes TO TRUE
               END-IF
           END-IF

           CALL 'asdf-parse-uuid' USING ws-col-debitor(1:32)
               ws-row-debitor
           CALL 'asdf-parse-uuid' USING ws-col-creditor(1:32)
           END-IF
           MOVE SPACES TO fs-attachment-ref
           MOVE SPACES TO fs-split-of
           CALL 'asdf-auto-categorize' USING ws-group fs-transaction
               ws-rule-tags ws-rule-matched

      *The row's expense date and rule tags go down ahead of its
      *ledger write, so the category-by-month totals
      *asdf-update-control folds it into see them.
           IF ws-row-value-dated-yes THEN
               MOVE SPACES TO ws-value-dates-path
               STRING '/var/lib/asdf/group/' ws-group-text
                   '/value-dates' INTO ws-value-dates-path
               MOVE fs-id TO vd-entry-id
               MOVE ws-row-value-date TO vd-value-date
               MOVE ws-acting-account TO vd-set-by
               CALL 'asdf-utc-timestamp' USING vd-set-timestamp
               OPEN EXTEND fd-value-dates
               WRITE vd-value-date-entry
               CLOSE fd-value-dates
           END-IF

           IF ws-rule-tags IS NOT EQUAL TO SPACES THEN
               PERFORM para-record-rule-tags
           END-IF

           OPEN EXTEND fd-ledger
           WRITE fs-transaction
           END-IF

           CALL 'asdf-update-control' USING ws-group fs-transaction
           IF fs-payment THEN
               CALL 'asdf-queue-payment-confirmation' USING ws-group
                   ws-acting-account fs-transaction ws-confirm-queued
               IF ws-confirm-queued-yes THEN
                   ADD 1 TO ws-pending-count
               END-IF
           END-IF
      *A loaded debt landing mid-vacation surfaces in the debitor's
      *hold review; no-op without an active hold.
           CALL 'asdf-queue-hold-ack' USING ws-group fs-transaction

           MOVE ws-run-id TO ie-run-id
           MOVE fs-id TO ie-entry-id
           MOVE ws-line-number TO ie-row-number
           OPEN EXTEND fd-import-entries
           WRITE ie-import-entry
           CLOSE fd-import-entries

           IF fs-debt THEN
               ADD fs-amount TO ws-spending-total
           END-IF
           ADD 1 TO ws-posted-count
           .

      *A blank slot from a trailing '+' is simply skipped.
       para-record-rule-tags.
           MOVE 0 TO ws-rule-tag-count
           MOVE SPACES TO ws-rule-tag-slots
           UNSTRING ws-rule-tags DELIMITED BY '+'
               INTO ws-rule-tag-slot(1) ws-rule-tag-slot(2)
                   ws-rule-tag-slot(3) ws-rule-tag-slot(4)
                   ws-rule-tag-slot(5)
               TALLYING IN ws-rule-tag-count
           MOVE SPACES TO ws-tags-path
           STRING '/var/lib/asdf/group/' ws-group-text '/tags'
               INTO ws-tags-path
           OPEN EXTEND fd-tags
           PERFORM para-record-rule-tag-one
               VARYING ws-t FROM 1 BY 1
               UNTIL ws-t > ws-rule-tag-count
           CLOSE fd-tags
           .

       para-record-rule-tag-one.
           IF ws-rule-tag-slot(ws-t) IS NOT EQUAL TO SPACES THEN
               MOVE fs-id TO tj-transaction-id
               MOVE ws-rule-tag-slot(ws-t) TO tj-tag
               WRITE tj-tag-entry
           END-IF
           .

       para-reject-row.
           IF ws-reject-open-no THEN
               OPEN OUTPUT fd-reject
