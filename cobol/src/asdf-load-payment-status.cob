      *Loads the bank's payment status report (ISO 20022 pain.002,
      *CstmrPmtStsRpt) for a payment file asdf-settle-up's EXPORT
      *mode wrote, so a bounced transfer shows up without waiting for
      *the payer's complaint. Argument: the report file's path.
      *
      *Each transaction status (TxInfAndSts) is matched back to its
      *settlement leg (asdf-settlement.cpy) by the reference the
      *export gave the payment - the plan id's 32 hex characters
      *and the three-digit leg number - which the bank quotes as the
      *original end-to-end id (or, failing that, the original
      *instruction id). The leg is found by walking
      *every active group's settlements file.
      *
      *  - An accepted status (ACCP, ACSC, ACSP, ACWC, ACCC, ACFC,
      *    ACIS, ACWP) marks the leg accepted by the bank.
      *  - A rejection (RJCT, or CANC for a payment the bank
      *    cancelled) marks the leg rejected with the bank's reason
      *    code (StsRsnInf/Rsn/Cd) and puts it back open. When the
      *    payer had already confirmed the leg, the payment entry
      *    that confirmation posted is reversed in the group's
      *    ledger - the same reversal entry asdf-resolve-dispute
      *    posts - unless a reversal of it is already there. A
      *    frozen group (asdf-check-freeze) gets no reversal: its
      *    leg is left untouched and listed, to be loaded again
      *    once the group is thawed. The payer is told through the
      *    mail queue, under the 'settlement-rejected' template.
      *  - Pending statuses (PDNG, RCVD, ACTC) are counted and leave
      *    the leg alone.
      *
      *A status already recorded on its leg is passed over, so the
      *same report can be loaded twice harmlessly. Anything that
      *could not be matched - a reference that is not a plan leg,
      *one no group has, a status code not listed above, a frozen
      *group, or a group or payment-batch status reported with no
      *transaction detail - is listed in an exceptions report at
      *the end, and the run ends with return code 1.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-load-payment-status.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Read a byte at a time, as asdf-load-bank-statement reads its
      *XML: a report is as often one unbroken line as indented.
       SELECT OPTIONAL fd-report
           ASSIGN DYNAMIC ws-report-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-report-status.

       SELECT OPTIONAL fd-group-index
           ASSIGN DYNAMIC ws-index-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-index-status.

       SELECT OPTIONAL fd-settlements
           ASSIGN DYNAMIC ws-settlements-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-settlements-status.

       SELECT OPTIONAL fd-ledger
           ASSIGN DYNAMIC ws-ledger
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-ledger-status.

       SELECT OPTIONAL fd-group-info
           ASSIGN DYNAMIC ws-group-info-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-group-info-status.

       SELECT OPTIONAL fd-account
           ASSIGN DYNAMIC ws-account-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-account-status.

       SELECT OPTIONAL fd-mail-queue
           ASSIGN DYNAMIC ws-mail-queue-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD fd-report.
       01 fb-byte                      PIC X.

       FD fd-group-index.
       COPY 'asdf-group-index.cpy' REPLACING ==:X:== BY ==gx==.

       FD fd-settlements.
       COPY 'asdf-settlement.cpy' REPLACING ==:X:== BY ==sl==.

       FD fd-ledger.
       COPY 'asdf-transaction.cpy' REPLACING ==:X:== BY ==fs==.

       FD fd-group-info.
       COPY 'asdf-group-info.cpy' REPLACING ==:X:== BY ==gi==.

       FD fd-account.
       COPY 'asdf-account.cpy' REPLACING ==:X:== BY ==fa==.

       FD fd-mail-queue.
       COPY 'asdf-mail-queue.cpy' REPLACING ==:X:== BY ==mq==.

       WORKING-STORAGE SECTION.
       01 ws-report-path               PIC X(256).
       01 ws-report-status             PIC XX.
       01 ws-index-path                PIC X(256)
           VALUE '/var/lib/asdf/group-index'.
       01 ws-index-status              PIC XX.
       01 ws-settlements-path          PIC X(256).
       01 ws-settlements-status        PIC XX.
       01 ws-ledger                    PIC X(256).
       01 ws-ledger-status             PIC XX.
       01 ws-group-info-path           PIC X(256).
       01 ws-group-info-status         PIC XX.
       01 ws-account-path              PIC X(256).
       01 ws-account-status            PIC XX.
       01 ws-mail-queue-path           PIC X(256)
           VALUE '/var/lib/asdf/mail-queue'.

       01 ws-group-text                PIC X(32).
       01 ws-uuid-text                 PIC X(32).
       01 ws-plan-text                 PIC X(32).

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-legs-eof                  PIC X.
           88 ws-legs-eof-yes          VALUE 'Y'.
           88 ws-legs-eof-no           VALUE 'N'.
       01 ws-ledger-eof                PIC X.
           88 ws-ledger-eof-yes        VALUE 'Y'.
           88 ws-ledger-eof-no         VALUE 'N'.
       01 ws-found                     PIC X.
           88 ws-found-yes             VALUE 'Y'.
           88 ws-found-no              VALUE 'N'.
       01 ws-leg-changed               PIC X.
           88 ws-leg-changed-yes       VALUE 'Y'.
           88 ws-leg-changed-no        VALUE 'N'.

      *The statuses in the report, in report order. A batch-level
      *status with no transaction detail is held here too, as an
      *exception from the start.
       01 ws-status-limit              PIC 9(4) COMP VALUE 1000.
       01 ws-status-count              PIC 9(4) COMP VALUE 0.
       01 ws-sx                        PIC 9(4) COMP.
       01 ws-status-table.
           02 ws-ps OCCURS 1000 TIMES.
               03 ws-ps-reference      PIC X(35).
               03 ws-ps-code           PIC X(4).
               03 ws-ps-reason         PIC X(4).
               03 ws-ps-plan           PIC X(16).
               03 ws-ps-leg            PIC 9(3).
               03 ws-ps-kind           PIC X.
                   88 ws-ps-accepted   VALUE 'A'.
                   88 ws-ps-rejected   VALUE 'R'.
                   88 ws-ps-pending    VALUE 'P'.
                   88 ws-ps-unknown    VALUE 'U'.
               03 ws-ps-state          PIC X.
                   88 ws-ps-open       VALUE 'O'.
                   88 ws-ps-applied    VALUE 'A'.
                   88 ws-ps-recorded   VALUE 'D'.
                   88 ws-ps-waiting    VALUE 'W'.
                   88 ws-ps-bad-ref    VALUE 'X'.
                   88 ws-ps-bad-code   VALUE 'S'.
                   88 ws-ps-frozen     VALUE 'F'.
                   88 ws-ps-batch      VALUE 'B'.

      *XML scanning, the same element-stack scheme
      *asdf-load-bank-statement uses.
       01 ws-in-tag                    PIC X VALUE 'N'.
           88 ws-in-tag-yes            VALUE 'Y'.
           88 ws-in-tag-no             VALUE 'N'.
       01 ws-tag                       PIC X(300).
       01 ws-tag-length                PIC 9(4) COMP.
       01 ws-text                      PIC X(200).
       01 ws-text-length               PIC 9(4) COMP.
       01 ws-elem-raw                  PIC X(60).
       01 ws-elem-prefix               PIC X(60).
       01 ws-elem-local                PIC X(60).
       01 ws-elem-name                 PIC X(30).
       01 ws-depth                     PIC 9(2) COMP VALUE 0.
       01 ws-stack.
           02 ws-stack-name            PIC X(30) OCCURS 30 TIMES.
       01 ws-parent                    PIC X(30).
       01 ws-grandparent               PIC X(30).
       01 ws-level-3                   PIC X(30).

      *The transaction status, payment batch and message being
      *read.
       01 ws-tx-end-to-end             PIC X(35).
       01 ws-tx-instruction            PIC X(35).
       01 ws-tx-code                   PIC X(4).
       01 ws-tx-reason                 PIC X(4).
       01 ws-batch-id                  PIC X(35).
       01 ws-batch-code                PIC X(4).
       01 ws-batch-tx-count            PIC 9(4) COMP.
       01 ws-message-id                PIC X(35).
       01 ws-message-code              PIC X(4).
       01 ws-message-batch-count       PIC 9(4) COMP VALUE 0.

       01 ws-hex-ok                    PIC X.
           88 ws-hex-ok-yes            VALUE 'Y'.
           88 ws-hex-ok-no             VALUE 'N'.
       01 ws-hex-pos                   PIC 9(2) COMP.
       01 ws-hex-char                  PIC X.
       01 ws-reference-lower           PIC X(35).

       01 ws-frozen                    PIC X.
           88 ws-frozen-yes            VALUE 'Y'.
           88 ws-frozen-no             VALUE 'N'.
       01 ws-freeze-reason             PIC X(100).
       01 ws-reversed                  PIC X.
           88 ws-reversed-yes          VALUE 'Y'.
           88 ws-reversed-no           VALUE 'N'.
       01 ws-new-id                    PIC X(16).
       01 ws-event-type                PIC X(20).
       01 ws-batch-actor               PIC X(16) VALUE LOW-VALUES.

       01 ws-now-group.
           02 ws-now-year              PIC 9(4).
           02 ws-now-month             PIC 9(2).
           02 ws-now-day               PIC 9(2).
           02 ws-now-hour              PIC 9(2).
           02 ws-now-minute            PIC 9(2).
           02 ws-now-second            PIC 9(2).
       01 ws-now-flat REDEFINES ws-now-group
                                       PIC 9(14).

      *Rendered notification wording and the substitution values
      *handed to asdf-render-template.
       01 ws-notify-subject            PIC X(80).
       01 ws-notify-body               PIC X(200).
       01 ws-template-key              PIC X(30).
       01 ws-render-amount-in          PIC S9(11) COMP.
       01 ws-render-amount             PIC X(20).
       01 ws-render-group-name         PIC X(100).
       01 ws-render-party              PIC X(32).
       01 ws-render-due                PIC X(10).
       01 ws-render-found              PIC X.

       01 ws-accepted-count            PIC 9(6) COMP VALUE 0.
       01 ws-rejected-count            PIC 9(6) COMP VALUE 0.
       01 ws-reversed-count            PIC 9(6) COMP VALUE 0.
       01 ws-pending-count             PIC 9(6) COMP VALUE 0.
       01 ws-recorded-count            PIC 9(6) COMP VALUE 0.
       01 ws-exception-count           PIC 9(6) COMP VALUE 0.
       01 ws-display-count             PIC Z(5)9.
       01 ws-display-leg               PIC 9(3).

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
           ACCEPT ws-report-path FROM ARGUMENT-VALUE
           IF ws-report-path IS EQUAL TO SPACES THEN
               DISPLAY 'Missing report path' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM para-read-report THRU para-read-report-exit
           IF ws-status-count IS EQUAL TO 0 THEN
               DISPLAY 'No payment status found in the report'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM para-classify-one
               VARYING ws-sx FROM 1 BY 1
               UNTIL ws-sx > ws-status-count

           CALL 'asdf-utc-timestamp' USING ws-now-group
           PERFORM para-walk-groups THRU para-walk-groups-exit

           PERFORM para-report-exception
               VARYING ws-sx FROM 1 BY 1
               UNTIL ws-sx > ws-status-count

           MOVE ws-accepted-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count) ' accepted, '
               WITH NO ADVANCING
           MOVE ws-rejected-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count) ' rejected ('
               WITH NO ADVANCING
           MOVE ws-reversed-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count) ' reversed), '
               WITH NO ADVANCING
           MOVE ws-pending-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count) ' pending, '
               WITH NO ADVANCING
           MOVE ws-recorded-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count)
               ' already recorded, ' WITH NO ADVANCING
           MOVE ws-exception-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count) ' exception(s)'
           IF ws-exception-count IS GREATER THAN 0 THEN
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       para-read-report.
           OPEN INPUT fd-report
           IF ws-report-status IS NOT EQUAL TO '00' THEN
               IF ws-report-status IS EQUAL TO '05' THEN
                   CLOSE fd-report
               END-IF
               DISPLAY 'No report at ' FUNCTION TRIM(ws-report-path)
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO ws-text ws-message-id ws-message-code
           MOVE 0 TO ws-text-length
           SET ws-eof-no TO TRUE
           PERFORM para-read-byte UNTIL ws-eof-yes
           CLOSE fd-report
           .

       para-read-report-exit.
           EXIT PARAGRAPH
           .

       para-read-byte.
           READ fd-report
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   PERFORM para-xml-byte
           END-READ
           .

      *'<' opens a tag and '>' closes it; everything between tags is
      *the text of the element just opened, kept from its first
      *non-blank character.
       para-xml-byte.
           IF ws-in-tag-yes THEN
               IF fb-byte IS EQUAL TO '>' THEN
                   SET ws-in-tag-no TO TRUE
                   PERFORM para-xml-tag
                   MOVE SPACES TO ws-text
                   MOVE 0 TO ws-text-length
               ELSE
                   IF ws-tag-length IS LESS THAN 300 THEN
                       ADD 1 TO ws-tag-length
                       MOVE fb-byte TO ws-tag(ws-tag-length:1)
                   END-IF
               END-IF
           ELSE
               IF fb-byte IS EQUAL TO '<' THEN
                   SET ws-in-tag-yes TO TRUE
                   MOVE SPACES TO ws-tag
                   MOVE 0 TO ws-tag-length
               ELSE
                   IF ws-text-length IS GREATER THAN 0
                           OR (fb-byte IS NOT EQUAL TO SPACE
                           AND fb-byte IS NOT EQUAL TO X'0A'
                           AND fb-byte IS NOT EQUAL TO X'0D'
                           AND fb-byte IS NOT EQUAL TO X'09') THEN
                       IF ws-text-length IS LESS THAN 200 THEN
                           ADD 1 TO ws-text-length
                           MOVE fb-byte TO ws-text(ws-text-length:1)
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       para-xml-tag.
           IF ws-tag-length IS EQUAL TO 0
                   OR ws-tag(1:1) IS EQUAL TO '?'
                   OR ws-tag(1:1) IS EQUAL TO '!' THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO ws-elem-raw
           IF ws-tag(1:1) IS EQUAL TO '/' THEN
               UNSTRING ws-tag(2:299) DELIMITED BY ' ' OR X'0A'
                   OR X'0D' OR X'09' INTO ws-elem-raw
               PERFORM para-xml-local-name
               PERFORM para-xml-close
               EXIT PARAGRAPH
           END-IF

           UNSTRING ws-tag DELIMITED BY ' ' OR '/' OR X'0A' OR X'0D'
               OR X'09' INTO ws-elem-raw
           PERFORM para-xml-local-name
           IF ws-depth IS LESS THAN 30 THEN
               ADD 1 TO ws-depth
               MOVE ws-elem-name TO ws-stack-name(ws-depth)
           END-IF
           PERFORM para-xml-open
           IF ws-tag(ws-tag-length:1) IS EQUAL TO '/' THEN
               MOVE SPACES TO ws-text
               PERFORM para-xml-close
           END-IF
           .

       para-xml-local-name.
           MOVE SPACES TO ws-elem-prefix ws-elem-local
           UNSTRING ws-elem-raw DELIMITED BY ':'
               INTO ws-elem-prefix ws-elem-local
           IF ws-elem-local IS EQUAL TO SPACES THEN
               MOVE ws-elem-prefix TO ws-elem-name
           ELSE
               MOVE ws-elem-local TO ws-elem-name
           END-IF
           .

       para-xml-open.
           EVALUATE ws-elem-name
               WHEN 'OrgnlPmtInfAndSts'
                   MOVE SPACES TO ws-batch-id ws-batch-code
                   MOVE 0 TO ws-batch-tx-count
                   ADD 1 TO ws-message-batch-count
               WHEN 'TxInfAndSts'
                   MOVE SPACES TO ws-tx-end-to-end ws-tx-instruction
                   MOVE SPACES TO ws-tx-code ws-tx-reason
                   ADD 1 TO ws-batch-tx-count
           END-EVALUATE
           .

       para-xml-close.
           PERFORM para-xml-ancestors
           EVALUATE TRUE
               WHEN ws-elem-name IS EQUAL TO 'OrgnlMsgId'
                       AND ws-parent IS EQUAL TO 'OrgnlGrpInfAndSts'
                   MOVE ws-text TO ws-message-id
               WHEN ws-elem-name IS EQUAL TO 'GrpSts'
                       AND ws-parent IS EQUAL TO 'OrgnlGrpInfAndSts'
                   MOVE ws-text TO ws-message-code
               WHEN ws-elem-name IS EQUAL TO 'OrgnlPmtInfId'
                       AND ws-parent IS EQUAL TO 'OrgnlPmtInfAndSts'
                   MOVE ws-text TO ws-batch-id
               WHEN ws-elem-name IS EQUAL TO 'PmtInfSts'
                       AND ws-parent IS EQUAL TO 'OrgnlPmtInfAndSts'
                   MOVE ws-text TO ws-batch-code
               WHEN ws-elem-name IS EQUAL TO 'OrgnlEndToEndId'
                       AND ws-parent IS EQUAL TO 'TxInfAndSts'
                   MOVE ws-text TO ws-tx-end-to-end
               WHEN ws-elem-name IS EQUAL TO 'OrgnlInstrId'
                       AND ws-parent IS EQUAL TO 'TxInfAndSts'
                   MOVE ws-text TO ws-tx-instruction
               WHEN ws-elem-name IS EQUAL TO 'TxSts'
                       AND ws-parent IS EQUAL TO 'TxInfAndSts'
                   MOVE ws-text TO ws-tx-code
               WHEN ws-elem-name IS EQUAL TO 'Cd'
                       AND ws-parent IS EQUAL TO 'Rsn'
                       AND ws-grandparent IS EQUAL TO 'StsRsnInf'
                       AND ws-level-3 IS EQUAL TO 'TxInfAndSts'
                       AND ws-tx-reason IS EQUAL TO SPACES
                   MOVE ws-text TO ws-tx-reason
               WHEN ws-elem-name IS EQUAL TO 'TxInfAndSts'
                   PERFORM para-add-transaction
               WHEN ws-elem-name IS EQUAL TO 'OrgnlPmtInfAndSts'
                   IF ws-batch-tx-count IS EQUAL TO 0
                           AND ws-batch-code IS NOT EQUAL TO SPACES
                           THEN
                       MOVE ws-batch-id TO ws-tx-end-to-end
                       MOVE ws-batch-code TO ws-tx-code
                       PERFORM para-add-batch
                   END-IF
               WHEN ws-elem-name IS EQUAL TO 'CstmrPmtStsRpt'
                   IF ws-message-batch-count IS EQUAL TO 0
                           AND ws-status-count IS EQUAL TO 0
                           AND ws-message-code IS NOT EQUAL TO SPACES
                           THEN
                       MOVE ws-message-id TO ws-tx-end-to-end
                       MOVE ws-message-code TO ws-tx-code
                       PERFORM para-add-batch
                   END-IF
           END-EVALUATE
           IF ws-depth IS GREATER THAN 0 THEN
               SUBTRACT 1 FROM ws-depth
           END-IF
           .

      *The stack's top is the element itself.
       para-xml-ancestors.
           MOVE SPACES TO ws-parent ws-grandparent ws-level-3
           IF ws-depth IS GREATER THAN 1 THEN
               MOVE ws-stack-name(ws-depth - 1) TO ws-parent
           END-IF
           IF ws-depth IS GREATER THAN 2 THEN
               MOVE ws-stack-name(ws-depth - 2) TO ws-grandparent
           END-IF
           IF ws-depth IS GREATER THAN 3 THEN
               MOVE ws-stack-name(ws-depth - 3) TO ws-level-3
           END-IF
           .

       para-add-transaction.
           PERFORM para-next-status
           IF ws-tx-end-to-end IS EQUAL TO SPACES
                   OR ws-tx-end-to-end IS EQUAL TO 'NOTPROVIDED' THEN
               MOVE ws-tx-instruction TO ws-ps-reference(ws-sx)
           ELSE
               MOVE ws-tx-end-to-end TO ws-ps-reference(ws-sx)
           END-IF
           MOVE ws-tx-code TO ws-ps-code(ws-sx)
           MOVE ws-tx-reason TO ws-ps-reason(ws-sx)
           SET ws-ps-open(ws-sx) TO TRUE
           .

       para-add-batch.
           PERFORM para-next-status
           MOVE ws-tx-end-to-end TO ws-ps-reference(ws-sx)
           MOVE ws-tx-code TO ws-ps-code(ws-sx)
           MOVE SPACES TO ws-ps-reason(ws-sx)
           SET ws-ps-batch(ws-sx) TO TRUE
           .

       para-next-status.
           IF ws-status-count IS NOT LESS THAN ws-status-limit THEN
               DISPLAY 'More than 1000 statuses in one report'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO ws-status-count
           MOVE ws-status-count TO ws-sx
           MOVE LOW-VALUES TO ws-ps-plan(ws-sx)
           MOVE 0 TO ws-ps-leg(ws-sx)
           SET ws-ps-unknown(ws-sx) TO TRUE
           .

      *Sorts a status into its kind and its reference into plan id
      *and leg number; one that cannot be either is an exception
      *before any settlements file is opened.
       para-classify-one.
           IF ws-ps-batch(ws-sx) THEN
               EXIT PARAGRAPH
           END-IF
           EVALUATE ws-ps-code(ws-sx)
               WHEN 'ACCP'
               WHEN 'ACSC'
               WHEN 'ACSP'
               WHEN 'ACWC'
               WHEN 'ACCC'
               WHEN 'ACFC'
               WHEN 'ACIS'
               WHEN 'ACWP'
                   SET ws-ps-accepted(ws-sx) TO TRUE
               WHEN 'RJCT'
               WHEN 'CANC'
                   SET ws-ps-rejected(ws-sx) TO TRUE
               WHEN 'PDNG'
               WHEN 'RCVD'
               WHEN 'ACTC'
                   SET ws-ps-pending(ws-sx) TO TRUE
               WHEN OTHER
                   SET ws-ps-bad-code(ws-sx) TO TRUE
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE FUNCTION LOWER-CASE(ws-ps-reference(ws-sx))
               TO ws-reference-lower
           SET ws-hex-ok-yes TO TRUE
           PERFORM para-check-hex VARYING ws-hex-pos FROM 1 BY 1
               UNTIL ws-hex-pos > 32 OR ws-hex-ok-no
           IF ws-hex-ok-no
                   OR ws-reference-lower(33:3) IS NOT NUMERIC THEN
               SET ws-ps-bad-ref(ws-sx) TO TRUE
               EXIT PARAGRAPH
           END-IF
           CALL 'asdf-parse-uuid' USING ws-reference-lower(1:32)
               ws-ps-plan(ws-sx)
           MOVE ws-reference-lower(33:3) TO ws-ps-leg(ws-sx)
           .

       para-check-hex.
           MOVE ws-reference-lower(ws-hex-pos:1) TO ws-hex-char
           IF ws-hex-char IS NOT NUMERIC
                   AND (ws-hex-char IS LESS THAN 'a'
                   OR ws-hex-char IS GREATER THAN 'f') THEN
               SET ws-hex-ok-no TO TRUE
           END-IF
           .

      *Every active group's settlements file is read once, each leg
      *checked against the whole table.
       para-walk-groups.
           OPEN INPUT fd-group-index
           IF ws-index-status IS NOT EQUAL TO '00' THEN
               IF ws-index-status IS EQUAL TO '05' THEN
                   CLOSE fd-group-index
               END-IF
               GO TO para-walk-groups-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-walk-group-one UNTIL ws-eof-yes
           CLOSE fd-group-index
           .

       para-walk-groups-exit.
           EXIT PARAGRAPH
           .

       para-walk-group-one.
           READ fd-group-index
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF gx-status-active THEN
                       PERFORM para-group-legs
                           THRU para-group-legs-exit
                   END-IF
           END-READ
           .

       para-group-legs.
           CALL 'asdf-format-uuid' USING gx-group-id ws-group-text
           MOVE SPACES TO ws-settlements-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/settlements' INTO ws-settlements-path
           MOVE SPACES TO ws-ledger
           STRING '/var/lib/asdf/group/' ws-group-text '/ledger'
               INTO ws-ledger
           OPEN I-O fd-settlements
           IF ws-settlements-status IS NOT EQUAL TO '00' THEN
               IF ws-settlements-status IS EQUAL TO '05' THEN
                   CLOSE fd-settlements
               END-IF
               GO TO para-group-legs-exit
           END-IF
           SET ws-legs-eof-no TO TRUE
           PERFORM para-leg-one UNTIL ws-legs-eof-yes
           CLOSE fd-settlements
           .

       para-group-legs-exit.
           EXIT PARAGRAPH
           .

       para-leg-one.
           READ fd-settlements
               AT END
                   SET ws-legs-eof-yes TO TRUE
               NOT AT END
                   SET ws-leg-changed-no TO TRUE
                   PERFORM para-apply-status
                       VARYING ws-sx FROM 1 BY 1
                       UNTIL ws-sx > ws-status-count
                   IF ws-leg-changed-yes THEN
                       REWRITE sl-settlement-leg
                   END-IF
           END-READ
           .

      *Statuses for the same leg are applied in report order.
       para-apply-status.
           IF NOT ws-ps-open(ws-sx)
                   OR ws-ps-plan(ws-sx) IS NOT EQUAL TO sl-plan-id
                   OR ws-ps-leg(ws-sx) IS NOT EQUAL TO sl-leg-number
                   THEN
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN ws-ps-pending(ws-sx)
                   SET ws-ps-waiting(ws-sx) TO TRUE
                   ADD 1 TO ws-pending-count
               WHEN ws-ps-accepted(ws-sx)
                   IF sl-bank-status-accepted THEN
                       SET ws-ps-recorded(ws-sx) TO TRUE
                       ADD 1 TO ws-recorded-count
                   ELSE
                       SET sl-bank-status-accepted TO TRUE
                       MOVE ws-ps-reason(ws-sx) TO sl-bank-reason
                       MOVE ws-now-flat TO sl-bank-timestamp
                       SET ws-leg-changed-yes TO TRUE
                       SET ws-ps-applied(ws-sx) TO TRUE
                       ADD 1 TO ws-accepted-count
                   END-IF
               WHEN ws-ps-rejected(ws-sx)
                   IF sl-bank-status-rejected AND sl-status-open
                           AND sl-bank-reason IS EQUAL TO
                               ws-ps-reason(ws-sx) THEN
                       SET ws-ps-recorded(ws-sx) TO TRUE
                       ADD 1 TO ws-recorded-count
                   ELSE
                       PERFORM para-reject-leg
                           THRU para-reject-leg-exit
                   END-IF
           END-EVALUATE
           .

      *A confirmed leg's payment entry is reversed before the leg is
      *put back open; a frozen group's leg waits untouched.
       para-reject-leg.
           IF sl-status-confirmed
                   AND sl-confirmed-entry IS NOT EQUAL TO LOW-VALUES
                   THEN
               CALL 'asdf-check-freeze' USING gx-group-id ws-frozen
                   ws-freeze-reason
               IF ws-frozen-yes THEN
                   SET ws-ps-frozen(ws-sx) TO TRUE
                   GO TO para-reject-leg-exit
               END-IF
               PERFORM para-find-reversal
                   THRU para-find-reversal-exit
               IF ws-reversed-no THEN
                   PERFORM para-post-reversal
                   ADD 1 TO ws-reversed-count
               END-IF
           END-IF

           SET sl-status-open TO TRUE
           MOVE 0 TO sl-confirmed-timestamp
           MOVE LOW-VALUES TO sl-confirmed-entry
           SET sl-bank-status-rejected TO TRUE
           MOVE ws-ps-reason(ws-sx) TO sl-bank-reason
           MOVE ws-now-flat TO sl-bank-timestamp
           SET ws-leg-changed-yes TO TRUE
           SET ws-ps-applied(ws-sx) TO TRUE
           ADD 1 TO ws-rejected-count

           MOVE 'SETTLEMENT-REJECTED' TO ws-event-type
           CALL 'asdf-append-change-event' USING ws-event-type
               gx-group-id sl-plan-id ws-batch-actor
           PERFORM para-notify-payer THRU para-notify-payer-exit
           .

       para-reject-leg-exit.
           EXIT PARAGRAPH
           .

       para-find-reversal.
           SET ws-reversed-no TO TRUE
           OPEN INPUT fd-ledger
           IF ws-ledger-status IS NOT EQUAL TO '00' THEN
               IF ws-ledger-status IS EQUAL TO '05' THEN
                   CLOSE fd-ledger
               END-IF
               GO TO para-find-reversal-exit
           END-IF
           SET ws-ledger-eof-no TO TRUE
           PERFORM para-find-reversal-one
               UNTIL ws-ledger-eof-yes OR ws-reversed-yes
           CLOSE fd-ledger
           .

       para-find-reversal-exit.
           EXIT PARAGRAPH
           .

       para-find-reversal-one.
           READ fd-ledger
               AT END
                   SET ws-ledger-eof-yes TO TRUE
               NOT AT END
                   IF fs-reversal
                           AND fs-reversal-of IS EQUAL TO
                               sl-confirmed-entry THEN
                       SET ws-reversed-yes TO TRUE
                   END-IF
           END-READ
           .

      *The confirmed payment was posted exactly as the leg reads -
      *payer to payee, the leg's amount and currency - so the
      *reversal is built from the leg.
       para-post-reversal.
           CALL 'asdf-generate-uuid' USING ws-new-id
           MOVE ws-new-id TO fs-id
           SET fs-reversal TO TRUE
           CALL 'asdf-utc-timestamp' USING fs-timestamp
           MOVE 'UTC' TO fs-timezone
           CALL 'asdf-format-uuid' USING sl-plan-id ws-plan-text
           MOVE sl-leg-number TO ws-display-leg
           MOVE SPACES TO fs-comment
           STRING 'Settlement transfer rejected by the bank ('
               FUNCTION TRIM(ws-ps-reason(ws-sx)) '), plan '
               FUNCTION TRIM(ws-plan-text) ' leg ' ws-display-leg
               DELIMITED BY SIZE INTO fs-comment
               ON OVERFLOW CONTINUE
           END-STRING
           MOVE sl-payer TO fs-debitor
           MOVE sl-payee TO fs-creditor
           MOVE sl-amount TO fs-amount
           MOVE sl-confirmed-entry TO fs-reversal-of
           MOVE 'P' TO fs-reversal-of-type
           MOVE SPACES TO fs-category
           MOVE 0 TO fs-due-date
           MOVE sl-currency TO fs-currency
           MOVE SPACES TO fs-attachment-ref
           MOVE SPACES TO fs-split-of

           OPEN EXTEND fd-ledger
           WRITE fs-transaction
           CLOSE fd-ledger

           CALL 'asdf-append-account-ledger' USING gx-group-id
               fs-debitor fs-transaction
           IF fs-creditor IS NOT EQUAL TO fs-debitor THEN
               CALL 'asdf-append-account-ledger' USING gx-group-id
                   fs-creditor fs-transaction
           END-IF
           CALL 'asdf-update-control' USING gx-group-id
               fs-transaction
           .

      *The payer hears about the bounce unprompted: as far as they
      *knew, the transfer went out. Always on the immediate queue,
      *like asdf-decide-approval's refusal notice.
       para-notify-payer.
           CALL 'asdf-format-uuid' USING sl-payer ws-uuid-text
           MOVE SPACES TO ws-account-path
           STRING '/var/lib/asdf/account/' ws-uuid-text '/info'
               INTO ws-account-path
           OPEN INPUT fd-account
           IF ws-account-status IS NOT EQUAL TO '00' THEN
               IF ws-account-status IS EQUAL TO '05' THEN
                   CLOSE fd-account
               END-IF
               GO TO para-notify-payer-exit
           END-IF
           READ fd-account
           CLOSE fd-account

           IF fa-notify-none THEN
               GO TO para-notify-payer-exit
           END-IF

           CALL 'asdf-format-uuid' USING sl-plan-id ws-plan-text
           MOVE sl-leg-number TO ws-display-leg
           MOVE 'Your settlement transfer was returned by the bank'
               TO ws-notify-subject
           MOVE SPACES TO ws-notify-body
           STRING 'The bank rejected your transfer for leg '
               ws-display-leg ' of settlement plan '
               ws-plan-text(1:8) ' (reason '
               FUNCTION TRIM(ws-ps-reason(ws-sx))
               '). The leg is open again; please pay it once more.'
               DELIMITED BY SIZE INTO ws-notify-body
               ON OVERFLOW CONTINUE
           END-STRING
           MOVE sl-amount TO ws-render-amount-in
           CALL 'asdf-format-amount' USING ws-render-amount-in
               sl-currency ws-render-amount
           PERFORM para-fetch-group-name
           CALL 'asdf-format-uuid' USING sl-payee ws-render-party
           MOVE 'none' TO ws-render-due
           MOVE 'settlement-rejected' TO ws-template-key
           CALL 'asdf-render-template' USING ws-template-key
               fa-language ws-render-amount ws-render-group-name
               ws-render-party ws-render-due
               ws-notify-subject ws-notify-body ws-render-found

           MOVE fa-email TO mq-to-email
           MOVE ws-notify-subject TO mq-subject
           MOVE ws-notify-body TO mq-body
           MOVE FUNCTION CURRENT-DATE TO mq-queued-timestamp
           OPEN EXTEND fd-mail-queue
           WRITE mq-mail-entry
           CLOSE fd-mail-queue
           .

       para-notify-payer-exit.
           EXIT PARAGRAPH
           .

       para-fetch-group-name.
           MOVE SPACES TO ws-render-group-name
           MOVE SPACES TO ws-group-info-path
           STRING '/var/lib/asdf/group/' ws-group-text '/info'
               INTO ws-group-info-path
           OPEN INPUT fd-group-info
           IF ws-group-info-status IS NOT EQUAL TO '00' THEN
               IF ws-group-info-status IS EQUAL TO '05' THEN
                   CLOSE fd-group-info
               END-IF
               EXIT PARAGRAPH
           END-IF
           READ fd-group-info
               NOT AT END
                   MOVE gi-name TO ws-render-group-name
           END-READ
           CLOSE fd-group-info
           .

      *Whatever is still open after the walk named a leg no active
      *group has.
       para-report-exception.
           IF ws-ps-open(ws-sx) THEN
               SET ws-ps-bad-ref(ws-sx) TO TRUE
               SET ws-found-no TO TRUE
           ELSE
               SET ws-found-yes TO TRUE
           END-IF
           IF ws-ps-applied(ws-sx) OR ws-ps-recorded(ws-sx)
                   OR ws-ps-waiting(ws-sx) THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws-exception-count
           DISPLAY 'exception ' FUNCTION TRIM(ws-ps-reference(ws-sx))
               ' ' ws-ps-code(ws-sx) ' ' ws-ps-reason(ws-sx) ': '
               WITH NO ADVANCING
           EVALUATE TRUE
               WHEN ws-ps-bad-ref(ws-sx) AND ws-found-no
                   DISPLAY 'no exported leg has this reference'
               WHEN ws-ps-bad-ref(ws-sx)
                   DISPLAY 'reference is not a settlement leg'
               WHEN ws-ps-bad-code(ws-sx)
                   DISPLAY 'unknown status code'
               WHEN ws-ps-frozen(ws-sx)
                   DISPLAY 'group is frozen, load again after thaw'
               WHEN ws-ps-batch(ws-sx)
                   DISPLAY 'batch status with no transaction detail'
           END-EVALUATE
           .
