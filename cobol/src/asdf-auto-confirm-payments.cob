      *Nightly confirmation of received payments nobody answered:
      *walks every active group in the group-index and, in each
      *one's payment-confirmation log (asdf-payment-confirmation
      *.cpy), marks every payment still pending whose confirm-by
      *date has arrived as confirmed automatically, so a creditor who
      *simply never replies cannot hold a payer's money out of the
      *balances for ever. From then on asdf-balance-report and
      *asdf-settle-up count the payment like any other. Each one is
      *journalled as PAYMENT-CONFIRMED with no acting account, which
      *is how the journal tells it from a creditor's own
      *confirmation. "Today" is the business date being processed
      *(asdf-business-timestamp), so a catch-up run confirms what
      *each missed night would have.
      *
      *Argument: optional group UUID, to run one group by hand.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-auto-confirm-payments.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-group-index
           ASSIGN DYNAMIC ws-index-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-index-status.

       SELECT OPTIONAL fd-confirmations
           ASSIGN DYNAMIC ws-confirmations-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-confirmations-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-group-index.
       COPY 'asdf-group-index.cpy' REPLACING ==:X:== BY ==gx==.

       FD fd-confirmations.
       COPY 'asdf-payment-confirmation.cpy' REPLACING ==:X:== BY ==pc==.

       WORKING-STORAGE SECTION.
       01 ws-index-path                PIC X(256)
           VALUE '/var/lib/asdf/group-index'.
       01 ws-index-status              PIC XX.
       01 ws-confirmations-path        PIC X(256).
       01 ws-confirmations-status      PIC XX.

       01 ws-only-group-text           PIC X(32) VALUE SPACES.
       01 ws-only-group                PIC X(16) VALUE LOW-VALUES.
       01 ws-group-text                PIC X(32).
       01 ws-uuid-text                 PIC X(32).

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-sub-eof                   PIC X.
           88 ws-sub-eof-yes           VALUE 'Y'.
           88 ws-sub-eof-no            VALUE 'N'.

      *"Now" as the batch sees it: the business date being
      *processed and the clock's time.
       01 ws-business-now              PIC 9(14).
       01 ws-today                     PIC 9(8).

       01 ws-event-type                PIC X(20)
           VALUE 'PAYMENT-CONFIRMED'.
       01 ws-no-actor                  PIC X(16) VALUE LOW-VALUES.

       01 ws-confirmed-count           PIC 9(5) COMP VALUE 0.
       01 ws-display-count             PIC Z(4)9.

       COPY 'asdf-step-stats.cpy' REPLACING ==:X:== BY ==st==.

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
           INITIALIZE st-step-stats
           MOVE 'asdf-auto-confirm-payments' TO st-job-name

           ACCEPT ws-only-group-text FROM ARGUMENT-VALUE
           IF ws-only-group-text IS NOT EQUAL TO SPACES
                   AND ws-only-group-text IS NOT EQUAL TO LOW-VALUES
                   THEN
               CALL 'asdf-parse-uuid' USING ws-only-group-text
                   ws-only-group
           END-IF
           CALL 'asdf-business-timestamp' USING ws-business-now
           MOVE ws-business-now(1:8) TO ws-today

           PERFORM para-walk-groups THRU para-walk-groups-exit

           MOVE ws-confirmed-count TO st-records-written
           CALL 'asdf-write-step-stats' USING st-step-stats
           MOVE ws-confirmed-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count)
               ' payment(s) confirmed automatically'
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

       para-walk-groups.
           OPEN INPUT fd-group-index
           IF ws-index-status IS NOT EQUAL TO '00' THEN
               IF ws-index-status IS EQUAL TO '05' THEN
                   CLOSE fd-group-index
               END-IF
               GO TO para-walk-groups-exit
           END-IF

           SET ws-eof-no TO TRUE
           PERFORM para-walk-one UNTIL ws-eof-yes
           CLOSE fd-group-index
           .

       para-walk-groups-exit.
           EXIT PARAGRAPH
           .

       para-walk-one.
           READ fd-group-index
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF gx-status-active
                           AND (ws-only-group IS EQUAL TO LOW-VALUES
                               OR ws-only-group IS EQUAL TO
                                   gx-group-id) THEN
                       PERFORM para-check-group
                           THRU para-check-group-exit
                   END-IF
           END-READ
           .

       para-check-group.
           CALL 'asdf-format-uuid' USING gx-group-id ws-group-text
           MOVE SPACES TO ws-confirmations-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/payment-confirmations' INTO ws-confirmations-path

           OPEN I-O fd-confirmations
           IF ws-confirmations-status IS NOT EQUAL TO '00' THEN
               IF ws-confirmations-status IS EQUAL TO '05' THEN
                   CLOSE fd-confirmations
               END-IF
               GO TO para-check-group-exit
           END-IF
           SET ws-sub-eof-no TO TRUE
           PERFORM para-check-one UNTIL ws-sub-eof-yes
           CLOSE fd-confirmations
           .

       para-check-group-exit.
           EXIT PARAGRAPH
           .

       para-check-one.
           READ fd-confirmations
               AT END
                   SET ws-sub-eof-yes TO TRUE
               NOT AT END
                   ADD 1 TO st-records-read
                   IF pc-status-pending
                           AND pc-confirm-by IS LESS THAN OR EQUAL TO
                               ws-today THEN
                       PERFORM para-confirm
                   END-IF
           END-READ
           .

       para-confirm.
           SET pc-status-auto TO TRUE
           MOVE LOW-VALUES TO pc-decided-by
           MOVE ws-business-now TO pc-decided-timestamp
           REWRITE pc-payment-confirmation
           ADD 1 TO ws-confirmed-count

           CALL 'asdf-append-change-event' USING ws-event-type
               gx-group-id pc-transaction-id ws-no-actor

           CALL 'asdf-format-uuid' USING pc-transaction-id
               ws-uuid-text
           DISPLAY ws-group-text ' ' FUNCTION TRIM(gx-name)
               ': payment ' ws-uuid-text ' confirmed automatically'
           .
