      *Loads a bank's own statement download straight into bank
      *matching (asdf-bank-line.cpy), where asdf-load-reconciliation's
      *LINES mode wants a hand-converted "YYYYMMDD,amount,reference"
      *file. Arguments: format - CAMT053 for an ISO 20022 camt.053
      *XML statement, MT940 for a SWIFT MT940 one - and the
      *statement file's path. A file may hold several statements.
      *
      *Each statement is tied to its group by its account: the IBAN
      *(or other account id) on the statement against the house bank
      *account of each active group's pot (gi-pot-bank-details, as
      *set through asdf-create-pot), spaces and letter case ignored.
      *Every booked entry becomes one unmatched bank line - booking
      *date, amount in minor units of the group's currency, and a
      *reference taken from the remittance information (MT940 :86:)
      *where there is one, else the end-to-end or customer
      *reference, else the bank's own. Bank lines carry no
      *direction, so credits and debits load alike, as the
      *hand-made files did. Lines already loaded for the group stay
      *as they are; a statement adds to them.
      *
      *Pending (not booked) camt.053 entries are counted and passed
      *over. An entry whose date or amount will not parse, whose
      *currency is not the group's (blank group currency meaning
      *USD), or whose statement's account is no group's goes to
      *<path>.rej with the reason, and the run ends with return code
      *1. A statement whose account is no group's is not recorded
      *as loaded, so the file can be fed in again once the pot's
      *bank account is set.
      *
      *Every statement loaded is recorded in the register
      *asdf-statement-load.cpy describes. A file holding a statement
      *already on the register, or the same statement twice, is
      *refused whole before anything is written.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-load-bank-statement.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Read a byte at a time: a camt.053 file is as often one
      *unbroken line as it is indented XML.
       SELECT OPTIONAL fd-statement
           ASSIGN DYNAMIC ws-statement-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-statement-status.

       SELECT OPTIONAL fd-reject
           ASSIGN DYNAMIC ws-reject-path
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL fd-bank-lines
           ASSIGN DYNAMIC ws-lines-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-lines-status.

       SELECT OPTIONAL fd-register
           ASSIGN DYNAMIC ws-register-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-register-status.

       SELECT OPTIONAL fd-group-index
           ASSIGN DYNAMIC ws-index-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-index-status.

       SELECT OPTIONAL fd-info
           ASSIGN DYNAMIC ws-info-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-info-status.

       SELECT OPTIONAL fd-currencies
           ASSIGN DYNAMIC ws-currencies-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-currencies-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-statement.
       01 fb-byte                      PIC X.

       FD fd-reject.
       01 fr-line                      PIC X(300).

       FD fd-bank-lines.
       COPY 'asdf-bank-line.cpy' REPLACING ==:X:== BY ==bl==.

       FD fd-register.
       COPY 'asdf-statement-load.cpy' REPLACING ==:X:== BY ==sr==.

       FD fd-group-index.
       COPY 'asdf-group-index.cpy' REPLACING ==:X:== BY ==gx==.

       FD fd-info.
       COPY 'asdf-group-info.cpy' REPLACING ==:X:== BY ==gi==.

       FD fd-currencies.
       COPY 'asdf-currency.cpy' REPLACING ==:X:== BY ==cp==.

       WORKING-STORAGE SECTION.
       01 ws-statement-path            PIC X(256).
       01 ws-statement-status          PIC XX.
       01 ws-reject-path               PIC X(256).
       01 ws-reject-open               PIC X.
           88 ws-reject-open-yes       VALUE 'Y'.
           88 ws-reject-open-no        VALUE 'N'.
       01 ws-lines-path                PIC X(256)
           VALUE '/var/lib/asdf/bank-lines'.
       01 ws-lines-status              PIC XX.
       01 ws-register-path             PIC X(256)
           VALUE '/var/lib/asdf/bank-statements-loaded'.
       01 ws-register-status           PIC XX.
       01 ws-index-path                PIC X(256)
           VALUE '/var/lib/asdf/group-index'.
       01 ws-index-status              PIC XX.
       01 ws-info-path                 PIC X(256).
       01 ws-info-status               PIC XX.
       01 ws-currencies-path           PIC X(256)
           VALUE '/var/lib/asdf/currency-properties'.
       01 ws-currencies-status         PIC XX.

       01 ws-format                    PIC X(8).
           88 ws-format-camt           VALUE 'CAMT053'.
           88 ws-format-mt940          VALUE 'MT940'.
      *The file is read twice: once to list and check its
      *statements, once to load them.
       01 ws-pass                      PIC X.
           88 ws-pass-scan             VALUE 'S'.
           88 ws-pass-load             VALUE 'L'.

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-found                     PIC X.
           88 ws-found-yes             VALUE 'Y'.
           88 ws-found-no              VALUE 'N'.
       01 ws-refused                   PIC X VALUE 'N'.
           88 ws-refused-yes           VALUE 'Y'.
           88 ws-refused-no            VALUE 'N'.

      *The statements in the file, in file order.
       01 ws-stmt-count                PIC 9(3) COMP VALUE 0.
       01 ws-stmt-ix                   PIC 9(3) COMP.
       01 ws-stmt-jx                   PIC 9(3) COMP.
       01 ws-stmt-table.
           02 ws-stmt OCCURS 50 TIMES.
               03 ws-stmt-account      PIC X(34).
               03 ws-stmt-id           PIC X(40).
               03 ws-stmt-group        PIC X(16).
               03 ws-stmt-currency     PIC X(3).
               03 ws-stmt-mapped       PIC X.
                   88 ws-stmt-mapped-yes VALUE 'Y'.
                   88 ws-stmt-mapped-no VALUE 'N'.
               03 ws-stmt-loaded       PIC 9(6) COMP.
               03 ws-stmt-rejected     PIC 9(6) COMP.

      *The statement being read.
       01 ws-in-statement              PIC X VALUE 'N'.
           88 ws-in-statement-yes      VALUE 'Y'.
           88 ws-in-statement-no       VALUE 'N'.
       01 ws-cur-account               PIC X(40).
       01 ws-cur-id                    PIC X(40).
       01 ws-cur-currency              PIC X(3).

      *The entry being read.
       01 ws-ent-amount-text           PIC X(30).
       01 ws-ent-currency              PIC X(3).
       01 ws-ent-status                PIC X(4).
       01 ws-ent-date-text             PIC X(20).
       01 ws-ent-bank-ref              PIC X(40).
       01 ws-ent-end-to-end            PIC X(40).
       01 ws-ent-remittance            PIC X(140).
       01 ws-ent-date-digits           PIC X(8).
       01 ws-ent-date                  PIC 9(8).
       01 ws-ent-amount                PIC 9(10).
       01 ws-ent-reference             PIC X(30).
       01 ws-reason                    PIC X(40).

      *XML scanning: the tag or text being collected, and the stack
      *of open elements (namespace prefixes dropped).
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
       01 ws-attr-before               PIC X(300).
       01 ws-attr-after                PIC X(300).
       01 ws-depth                     PIC 9(2) COMP VALUE 0.
       01 ws-stack.
           02 ws-stack-name            PIC X(30) OCCURS 30 TIMES.
       01 ws-parent                    PIC X(30).
       01 ws-grandparent               PIC X(30).
       01 ws-level-3                   PIC X(30).
       01 ws-level-4                   PIC X(30).

      *MT940 scanning: the line being assembled, its tag and value,
      *and the :61: line waiting for its :86: narrative.
       01 ws-line                      PIC X(400).
       01 ws-line-length               PIC 9(4) COMP.
       01 ws-mt-tag                    PIC X(3).
       01 ws-mt-value                  PIC X(400).
       01 ws-mt-pending                PIC X VALUE 'N'.
           88 ws-mt-pending-yes        VALUE 'Y'.
           88 ws-mt-pending-no         VALUE 'N'.
       01 ws-mt-in-narrative           PIC X VALUE 'N'.
           88 ws-mt-in-narrative-yes   VALUE 'Y'.
           88 ws-mt-in-narrative-no    VALUE 'N'.
       01 ws-mt-pos                    PIC 9(4) COMP.
       01 ws-mt-amount-pos             PIC 9(4) COMP.
       01 ws-mt-rest                   PIC X(400).
       01 ws-mt-customer-ref           PIC X(40).
       01 ws-mt-account-part           PIC X(40).

      *Amount parsing.
       01 ws-amount-whole              PIC X(20).
       01 ws-amount-fraction           PIC X(20).
       01 ws-fraction-length           PIC 9(4) COMP.
       01 ws-fraction-digits           PIC X(3).
       01 ws-minor-units               PIC 9(1).
       01 ws-minor-code                PIC X(3) VALUE SPACES.
       01 ws-minor-cached              PIC 9(1).
       01 ws-amount-ok                 PIC X.
           88 ws-amount-ok-yes         VALUE 'Y'.
           88 ws-amount-ok-no          VALUE 'N'.
       01 ws-amount-value              PIC 9(12).

       01 ws-norm-in                   PIC X(40).
       01 ws-norm-out                  PIC X(34).
       01 ws-norm-pos                  PIC 9(2) COMP.
       01 ws-norm-out-pos              PIC 9(2) COMP.
       01 ws-norm-char                 PIC X.
       01 ws-group-text                PIC X(32).
       01 ws-pot-account               PIC X(34).

       01 ws-now-ts                    PIC 9(14).
       01 ws-loaded-count              PIC 9(6) COMP VALUE 0.
       01 ws-rejected-count            PIC 9(6) COMP VALUE 0.
       01 ws-pending-count             PIC 9(6) COMP VALUE 0.
       01 ws-display-count             PIC Z(5)9.

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
           ACCEPT ws-format FROM ARGUMENT-VALUE
           IF NOT ws-format-camt AND NOT ws-format-mt940 THEN
               DISPLAY 'Format must be CAMT053 or MT940'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT ws-statement-path FROM ARGUMENT-VALUE
           IF ws-statement-path IS EQUAL TO SPACES THEN
               DISPLAY 'Missing statement path' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO ws-reject-path
           STRING FUNCTION TRIM(ws-statement-path) '.rej'
               DELIMITED BY SIZE INTO ws-reject-path
           SET ws-reject-open-no TO TRUE

           SET ws-pass-scan TO TRUE
           PERFORM para-read-statement THRU para-read-statement-exit
           IF ws-refused-yes THEN
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-stmt-count IS EQUAL TO 0 THEN
               DISPLAY 'No statement found in the file'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM para-check-register THRU para-check-register-exit
           IF ws-refused-yes THEN
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM para-map-group THRU para-map-group-exit
               VARYING ws-stmt-ix FROM 1 BY 1
               UNTIL ws-stmt-ix > ws-stmt-count

           SET ws-pass-load TO TRUE
           MOVE 0 TO ws-stmt-ix
           OPEN EXTEND fd-bank-lines
           PERFORM para-read-statement THRU para-read-statement-exit
           CLOSE fd-bank-lines
           IF ws-reject-open-yes THEN
               CLOSE fd-reject
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO ws-now-ts
           OPEN EXTEND fd-register
           PERFORM para-register-one
               VARYING ws-stmt-ix FROM 1 BY 1
               UNTIL ws-stmt-ix > ws-stmt-count
           CLOSE fd-register

           MOVE ws-loaded-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count) ' line(s) loaded, '
               WITH NO ADVANCING
           MOVE ws-rejected-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count) ' rejected, '
               WITH NO ADVANCING
           MOVE ws-pending-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count) ' not yet booked'
           IF ws-rejected-count IS GREATER THAN 0 THEN
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      *One pass over the file, byte by byte, fed to the scanner for
      *its format.
       para-read-statement.
           OPEN INPUT fd-statement
           IF ws-statement-status IS NOT EQUAL TO '00' THEN
               IF ws-statement-status IS EQUAL TO '05' THEN
                   CLOSE fd-statement
               END-IF
               DISPLAY 'No statement at '
                   FUNCTION TRIM(ws-statement-path) WITH NO ADVANCING
               SET ws-refused-yes TO TRUE
               GO TO para-read-statement-exit
           END-IF

           SET ws-in-statement-no TO TRUE
           SET ws-in-tag-no TO TRUE
           MOVE 0 TO ws-depth ws-text-length ws-line-length
           MOVE SPACES TO ws-text ws-line
           SET ws-mt-pending-no TO TRUE
           SET ws-mt-in-narrative-no TO TRUE
           SET ws-eof-no TO TRUE
           PERFORM para-read-byte UNTIL ws-eof-yes OR ws-refused-yes
           CLOSE fd-statement

           IF ws-format-mt940 AND ws-refused-no THEN
               IF ws-line-length IS GREATER THAN 0 THEN
                   PERFORM para-mt-line
               END-IF
               PERFORM para-mt-flush
               IF ws-in-statement-yes THEN
                   PERFORM para-end-statement
               END-IF
           END-IF
           .

       para-read-statement-exit.
           EXIT PARAGRAPH
           .

       para-read-byte.
           READ fd-statement
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ws-format-camt THEN
                       PERFORM para-xml-byte
                   ELSE
                       PERFORM para-mt-byte
                   END-IF
           END-READ
           .

      *A statement has begun: in the load pass it is the next one in
      *the table the scan pass built.
       para-begin-statement.
           SET ws-in-statement-yes TO TRUE
           MOVE SPACES TO ws-cur-account ws-cur-id ws-cur-currency
           IF ws-pass-load THEN
               ADD 1 TO ws-stmt-ix
           END-IF
           .

      *A statement has ended: the scan pass lists it, refusing the
      *file for a statement it cannot identify, too many of them,
      *or one listed twice.
       para-end-statement.
           SET ws-in-statement-no TO TRUE
           IF ws-pass-load THEN
               EXIT PARAGRAPH
           END-IF
           IF ws-cur-id IS EQUAL TO SPACES
                   OR ws-cur-account IS EQUAL TO SPACES THEN
               DISPLAY 'A statement has no id or no account'
                   WITH NO ADVANCING
               SET ws-refused-yes TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF ws-stmt-count IS EQUAL TO 50 THEN
               DISPLAY 'More than 50 statements in one file'
                   WITH NO ADVANCING
               SET ws-refused-yes TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE ws-cur-account TO ws-norm-in
           PERFORM para-normalize
           SET ws-found-no TO TRUE
           PERFORM para-find-listed VARYING ws-stmt-jx FROM 1 BY 1
               UNTIL ws-stmt-jx > ws-stmt-count OR ws-found-yes
           IF ws-found-yes THEN
               DISPLAY 'Statement ' FUNCTION TRIM(ws-cur-id)
                   ' appears twice in the file' WITH NO ADVANCING
               SET ws-refused-yes TO TRUE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO ws-stmt-count
           MOVE ws-norm-out TO ws-stmt-account(ws-stmt-count)
           MOVE ws-cur-id TO ws-stmt-id(ws-stmt-count)
           MOVE LOW-VALUES TO ws-stmt-group(ws-stmt-count)
           MOVE SPACES TO ws-stmt-currency(ws-stmt-count)
           SET ws-stmt-mapped-no(ws-stmt-count) TO TRUE
           MOVE 0 TO ws-stmt-loaded(ws-stmt-count)
           MOVE 0 TO ws-stmt-rejected(ws-stmt-count)
           .

       para-find-listed.
           IF ws-stmt-account(ws-stmt-jx) IS EQUAL TO ws-norm-out
                   AND ws-stmt-id(ws-stmt-jx) IS EQUAL TO ws-cur-id
                   THEN
               SET ws-found-yes TO TRUE
           END-IF
           .

       para-begin-entry.
           MOVE SPACES TO ws-ent-amount-text ws-ent-currency
           MOVE SPACES TO ws-ent-status ws-ent-date-text
           MOVE SPACES TO ws-ent-bank-ref ws-ent-end-to-end
           MOVE SPACES TO ws-ent-remittance
           .

      *XML: '<' opens a tag and '>' closes it; everything between
      *tags is the text of the element just opened, kept from its
      *first non-blank character.
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

      *Declarations, processing instructions and comments are passed
      *over; a self-closing element is opened and closed at once.
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
           PERFORM para-xml-ancestors
           EVALUATE TRUE
               WHEN ws-elem-name IS EQUAL TO 'Stmt'
                   PERFORM para-begin-statement
               WHEN ws-elem-name IS EQUAL TO 'Ntry'
                       AND ws-parent IS EQUAL TO 'Stmt'
                   PERFORM para-begin-entry
               WHEN ws-elem-name IS EQUAL TO 'Amt'
                       AND ws-parent IS EQUAL TO 'Ntry'
                   MOVE SPACES TO ws-attr-before ws-attr-after
                   UNSTRING ws-tag DELIMITED BY 'Ccy="' OR "Ccy='"
                       INTO ws-attr-before ws-attr-after
                   MOVE ws-attr-after(1:3) TO ws-ent-currency
           END-EVALUATE
           .

      *Each element of interest is known by its name and the names
      *of the elements it sits in, read off the stack before it is
      *popped.
       para-xml-close.
           PERFORM para-xml-ancestors
           EVALUATE TRUE
               WHEN ws-elem-name IS EQUAL TO 'Stmt'
                   PERFORM para-end-statement
               WHEN ws-elem-name IS EQUAL TO 'Id'
                       AND ws-parent IS EQUAL TO 'Stmt'
                   MOVE ws-text TO ws-cur-id
               WHEN ws-elem-name IS EQUAL TO 'IBAN'
                       AND ws-parent IS EQUAL TO 'Id'
                       AND ws-grandparent IS EQUAL TO 'Acct'
                       AND ws-level-3 IS EQUAL TO 'Stmt'
                   MOVE ws-text TO ws-cur-account
               WHEN ws-elem-name IS EQUAL TO 'Id'
                       AND ws-parent IS EQUAL TO 'Othr'
                       AND ws-grandparent IS EQUAL TO 'Id'
                       AND ws-level-3 IS EQUAL TO 'Acct'
                       AND ws-level-4 IS EQUAL TO 'Stmt'
                       AND ws-cur-account IS EQUAL TO SPACES
                   MOVE ws-text TO ws-cur-account
               WHEN ws-elem-name IS EQUAL TO 'Ccy'
                       AND ws-parent IS EQUAL TO 'Acct'
                       AND ws-grandparent IS EQUAL TO 'Stmt'
                   MOVE ws-text TO ws-cur-currency
               WHEN ws-elem-name IS EQUAL TO 'Ntry'
                       AND ws-parent IS EQUAL TO 'Stmt'
                   IF ws-pass-load THEN
                       PERFORM para-emit-entry
                           THRU para-emit-entry-exit
                   END-IF
               WHEN ws-elem-name IS EQUAL TO 'Amt'
                       AND ws-parent IS EQUAL TO 'Ntry'
                   MOVE ws-text TO ws-ent-amount-text
               WHEN ws-elem-name IS EQUAL TO 'Sts'
                       AND ws-parent IS EQUAL TO 'Ntry'
                       AND ws-text IS NOT EQUAL TO SPACES
                   MOVE ws-text TO ws-ent-status
               WHEN ws-elem-name IS EQUAL TO 'Cd'
                       AND ws-parent IS EQUAL TO 'Sts'
                       AND ws-grandparent IS EQUAL TO 'Ntry'
                   MOVE ws-text TO ws-ent-status
               WHEN (ws-elem-name IS EQUAL TO 'Dt'
                       OR ws-elem-name IS EQUAL TO 'DtTm')
                       AND ws-parent IS EQUAL TO 'BookgDt'
                       AND ws-grandparent IS EQUAL TO 'Ntry'
                   MOVE ws-text TO ws-ent-date-text
               WHEN ws-elem-name IS EQUAL TO 'AcctSvcrRef'
                       AND ws-parent IS EQUAL TO 'Ntry'
                   MOVE ws-text TO ws-ent-bank-ref
               WHEN ws-elem-name IS EQUAL TO 'EndToEndId'
                       AND ws-parent IS EQUAL TO 'Refs'
                       AND ws-ent-end-to-end IS EQUAL TO SPACES
                       AND ws-text IS NOT EQUAL TO 'NOTPROVIDED'
                   MOVE ws-text TO ws-ent-end-to-end
               WHEN ws-elem-name IS EQUAL TO 'Ustrd'
                       AND ws-parent IS EQUAL TO 'RmtInf'
                       AND ws-ent-remittance IS EQUAL TO SPACES
                   MOVE ws-text TO ws-ent-remittance
           END-EVALUATE
           IF ws-depth IS GREATER THAN 0 THEN
               SUBTRACT 1 FROM ws-depth
           END-IF
           .

      *The stack's top is the element itself.
       para-xml-ancestors.
           MOVE SPACES TO ws-parent ws-grandparent
           MOVE SPACES TO ws-level-3 ws-level-4
           IF ws-depth IS GREATER THAN 1 THEN
               MOVE ws-stack-name(ws-depth - 1) TO ws-parent
           END-IF
           IF ws-depth IS GREATER THAN 2 THEN
               MOVE ws-stack-name(ws-depth - 2) TO ws-grandparent
           END-IF
           IF ws-depth IS GREATER THAN 3 THEN
               MOVE ws-stack-name(ws-depth - 3) TO ws-level-3
           END-IF
           IF ws-depth IS GREATER THAN 4 THEN
               MOVE ws-stack-name(ws-depth - 4) TO ws-level-4
           END-IF
           .

      *MT940: bytes are gathered into lines; carriage returns are
      *dropped.
       para-mt-byte.
           EVALUATE fb-byte
               WHEN X'0A'
                   PERFORM para-mt-line
                   MOVE SPACES TO ws-line
                   MOVE 0 TO ws-line-length
               WHEN X'0D'
                   CONTINUE
               WHEN OTHER
                   IF ws-line-length IS LESS THAN 400 THEN
                       ADD 1 TO ws-line-length
                       MOVE fb-byte TO ws-line(ws-line-length:1)
                   END-IF
           END-EVALUATE
           .

      *A line is a field (":tag:value"), a continuation of the :86:
      *narrative before it, or a SWIFT block boundary ('{' or '-').
       para-mt-line.
           IF ws-line(1:1) IS EQUAL TO '{'
                   OR ws-line(1:1) IS EQUAL TO '-' THEN
               PERFORM para-mt-flush
               SET ws-mt-in-narrative-no TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF ws-line(1:1) IS NOT EQUAL TO ':' THEN
               IF ws-mt-in-narrative-yes AND ws-mt-pending-yes
                       AND ws-line IS NOT EQUAL TO SPACES THEN
                   STRING FUNCTION TRIM(ws-ent-remittance) ' '
                       FUNCTION TRIM(ws-line)
                       DELIMITED BY SIZE INTO ws-mt-rest
                   MOVE ws-mt-rest TO ws-ent-remittance
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO ws-mt-tag ws-mt-value
           EVALUATE TRUE
               WHEN ws-line(4:1) IS EQUAL TO ':'
                   MOVE ws-line(2:2) TO ws-mt-tag
                   MOVE ws-line(5:396) TO ws-mt-value
               WHEN ws-line(5:1) IS EQUAL TO ':'
                   MOVE ws-line(2:3) TO ws-mt-tag
                   MOVE ws-line(6:395) TO ws-mt-value
           END-EVALUATE
           SET ws-mt-in-narrative-no TO TRUE

           EVALUATE ws-mt-tag
               WHEN '20'
                   PERFORM para-mt-flush
                   IF ws-in-statement-yes THEN
                       PERFORM para-end-statement
                   END-IF
                   PERFORM para-begin-statement
                   MOVE ws-mt-value TO ws-cur-id
               WHEN '25'
      *Either the account alone or "BIC/account".
                   MOVE SPACES TO ws-mt-account-part
                   UNSTRING ws-mt-value DELIMITED BY '/'
                       INTO ws-mt-rest ws-mt-account-part
                   IF ws-mt-account-part IS EQUAL TO SPACES THEN
                       MOVE ws-mt-value TO ws-cur-account
                   ELSE
                       MOVE ws-mt-account-part TO ws-cur-account
                   END-IF
               WHEN '28C'
                   MOVE SPACES TO ws-mt-rest
                   STRING FUNCTION TRIM(ws-cur-id) '/'
                       FUNCTION TRIM(ws-mt-value)
                       DELIMITED BY SIZE INTO ws-mt-rest
                   MOVE ws-mt-rest TO ws-cur-id
               WHEN '60F'
               WHEN '60M'
                   MOVE ws-mt-value(8:3) TO ws-cur-currency
               WHEN '61'
                   PERFORM para-mt-flush
                   PERFORM para-mt-parse-61
               WHEN '86'
                   IF ws-mt-pending-yes THEN
                       MOVE ws-mt-value TO ws-ent-remittance
                       SET ws-mt-in-narrative-yes TO TRUE
                   END-IF
               WHEN OTHER
                   PERFORM para-mt-flush
           END-EVALUATE
           .

      *:61: is value date YYMMDD, optional entry date MMDD, the
      *debit/credit mark (C, D, RC or RD), an optional funds code
      *letter, the amount with a decimal comma, the four-character
      *transaction type, then the customer reference and, after a
      *double slash, the bank's.
       para-mt-parse-61.
           PERFORM para-begin-entry
           SET ws-mt-pending-yes TO TRUE
           MOVE 'BOOK' TO ws-ent-status
           MOVE ws-cur-currency TO ws-ent-currency
           MOVE SPACES TO ws-ent-date-text
           IF ws-mt-value(1:6) IS NUMERIC THEN
               STRING '20' ws-mt-value(1:6)
                   DELIMITED BY SIZE INTO ws-ent-date-text
           END-IF

           MOVE 7 TO ws-mt-pos
           IF ws-mt-value(7:4) IS NUMERIC THEN
               MOVE 11 TO ws-mt-pos
           END-IF
           IF ws-mt-value(ws-mt-pos:1) IS EQUAL TO 'R' THEN
               ADD 1 TO ws-mt-pos
           END-IF
           IF ws-mt-value(ws-mt-pos:1) IS EQUAL TO 'C'
                   OR ws-mt-value(ws-mt-pos:1) IS EQUAL TO 'D' THEN
               ADD 1 TO ws-mt-pos
           ELSE
               MOVE SPACES TO ws-ent-date-text
           END-IF
           IF ws-mt-value(ws-mt-pos:1) IS ALPHABETIC-UPPER
                   AND ws-mt-value(ws-mt-pos:1) IS NOT EQUAL TO SPACE
                   THEN
               ADD 1 TO ws-mt-pos
           END-IF

           MOVE ws-mt-pos TO ws-mt-amount-pos
           PERFORM para-mt-amount-char
               UNTIL ws-mt-pos > 380
                   OR (ws-mt-value(ws-mt-pos:1) IS NOT NUMERIC
                   AND ws-mt-value(ws-mt-pos:1) IS NOT EQUAL TO ',')
           IF ws-mt-pos IS GREATER THAN ws-mt-amount-pos THEN
               MOVE ws-mt-value(ws-mt-amount-pos:
                   ws-mt-pos - ws-mt-amount-pos) TO ws-ent-amount-text
           END-IF

           MOVE SPACES TO ws-mt-rest ws-mt-customer-ref
           MOVE ws-mt-value(ws-mt-pos + 4:) TO ws-mt-rest
           UNSTRING ws-mt-rest DELIMITED BY '//'
               INTO ws-mt-customer-ref ws-ent-bank-ref
           IF ws-mt-customer-ref IS NOT EQUAL TO 'NONREF' THEN
               MOVE ws-mt-customer-ref TO ws-ent-end-to-end
           END-IF
           .

       para-mt-amount-char.
           ADD 1 TO ws-mt-pos
           .

       para-mt-flush.
           IF ws-mt-pending-yes THEN
               SET ws-mt-pending-no TO TRUE
               SET ws-mt-in-narrative-no TO TRUE
               IF ws-pass-load THEN
                   PERFORM para-emit-entry THRU para-emit-entry-exit
               END-IF
           END-IF
           .

      *One entry, in the load pass: booked, dated, priced in the
      *group's currency and tied to a group, or rejected.
       para-emit-entry.
           IF ws-ent-status IS NOT EQUAL TO 'BOOK' THEN
               ADD 1 TO ws-pending-count
               GO TO para-emit-entry-exit
           END-IF
           IF ws-stmt-ix IS EQUAL TO 0
                   OR ws-stmt-ix IS GREATER THAN ws-stmt-count THEN
               GO TO para-emit-entry-exit
           END-IF
           IF ws-ent-currency IS EQUAL TO SPACES THEN
               MOVE ws-cur-currency TO ws-ent-currency
           END-IF

           IF ws-stmt-mapped-no(ws-stmt-ix) THEN
               MOVE 'no group has this account' TO ws-reason
               PERFORM para-reject-entry
               GO TO para-emit-entry-exit
           END-IF

           MOVE ws-ent-date-text(1:8) TO ws-ent-date-digits
           IF ws-ent-date-text(5:1) IS EQUAL TO '-' THEN
               STRING ws-ent-date-text(1:4) ws-ent-date-text(6:2)
                   ws-ent-date-text(9:2)
                   DELIMITED BY SIZE INTO ws-ent-date-digits
           END-IF
           IF ws-ent-date-digits IS NOT NUMERIC THEN
               MOVE 'unreadable booking date' TO ws-reason
               PERFORM para-reject-entry
               GO TO para-emit-entry-exit
           END-IF
           MOVE ws-ent-date-digits TO ws-ent-date

           IF ws-ent-currency IS NOT EQUAL TO
                   ws-stmt-currency(ws-stmt-ix) THEN
               MOVE 'currency is not the group''s' TO ws-reason
               PERFORM para-reject-entry
               GO TO para-emit-entry-exit
           END-IF

           PERFORM para-parse-amount THRU para-parse-amount-exit
           IF ws-amount-ok-no THEN
               MOVE 'unreadable amount' TO ws-reason
               PERFORM para-reject-entry
               GO TO para-emit-entry-exit
           END-IF

           EVALUATE TRUE
               WHEN ws-ent-remittance IS NOT EQUAL TO SPACES
                   MOVE ws-ent-remittance TO ws-ent-reference
               WHEN ws-ent-end-to-end IS NOT EQUAL TO SPACES
                   MOVE ws-ent-end-to-end TO ws-ent-reference
               WHEN OTHER
                   MOVE ws-ent-bank-ref TO ws-ent-reference
           END-EVALUATE

           MOVE ws-stmt-group(ws-stmt-ix) TO bl-group-id
           MOVE ws-ent-date TO bl-date
           MOVE ws-ent-amount TO bl-amount
           MOVE ws-ent-reference TO bl-reference
           SET bl-matched-no TO TRUE
           WRITE bl-bank-line
           ADD 1 TO ws-loaded-count
           ADD 1 TO ws-stmt-loaded(ws-stmt-ix)
           .

       para-emit-entry-exit.
           EXIT PARAGRAPH
           .

       para-reject-entry.
           IF ws-reject-open-no THEN
               OPEN OUTPUT fd-reject
               SET ws-reject-open-yes TO TRUE
           END-IF
           ADD 1 TO ws-rejected-count
           ADD 1 TO ws-stmt-rejected(ws-stmt-ix)
           MOVE SPACES TO fr-line
           STRING FUNCTION TRIM(ws-reason) ': statement '
               FUNCTION TRIM(ws-stmt-id(ws-stmt-ix)) ' account '
               FUNCTION TRIM(ws-stmt-account(ws-stmt-ix)) ' date '
               FUNCTION TRIM(ws-ent-date-text) ' amount '
               FUNCTION TRIM(ws-ent-amount-text) ' '
               ws-ent-currency ' '
               FUNCTION TRIM(ws-ent-remittance)
               DELIMITED BY SIZE INTO fr-line
               ON OVERFLOW CONTINUE
           END-STRING
           WRITE fr-line
           .

      *"1234.56" or "1234,56" into minor units of the entry's
      *currency; more decimals than the currency carries is refused
      *rather than rounded.
       para-parse-amount.
           SET ws-amount-ok-no TO TRUE
           MOVE SPACES TO ws-amount-whole ws-amount-fraction
           UNSTRING ws-ent-amount-text DELIMITED BY '.' OR ','
               INTO ws-amount-whole ws-amount-fraction
           IF ws-amount-whole IS EQUAL TO SPACES
                   OR FUNCTION TRIM(ws-amount-whole) IS NOT NUMERIC
                   OR FUNCTION LENGTH(FUNCTION TRIM(ws-amount-whole))
                       IS GREATER THAN 10 THEN
               GO TO para-parse-amount-exit
           END-IF
           PERFORM para-minor-units THRU para-minor-units-exit

           MOVE '000' TO ws-fraction-digits
           IF ws-amount-fraction IS NOT EQUAL TO SPACES THEN
               IF FUNCTION TRIM(ws-amount-fraction) IS NOT NUMERIC
                       THEN
                   GO TO para-parse-amount-exit
               END-IF
               MOVE FUNCTION LENGTH(FUNCTION TRIM(ws-amount-fraction))
                   TO ws-fraction-length
               IF ws-fraction-length IS GREATER THAN ws-minor-units
                       THEN
                   GO TO para-parse-amount-exit
               END-IF
               MOVE ws-amount-fraction(1:ws-fraction-length)
                   TO ws-fraction-digits(1:ws-fraction-length)
           END-IF

           COMPUTE ws-amount-value =
               FUNCTION NUMVAL(ws-amount-whole) * 10 ** ws-minor-units
           IF ws-minor-units IS GREATER THAN 0 THEN
               COMPUTE ws-amount-value = ws-amount-value
                   + FUNCTION NUMVAL(
                       ws-fraction-digits(1:ws-minor-units))
           END-IF
           IF ws-amount-value IS GREATER THAN 9999999999 THEN
               GO TO para-parse-amount-exit
           END-IF
           MOVE ws-amount-value TO ws-ent-amount
           SET ws-amount-ok-yes TO TRUE
           .

       para-parse-amount-exit.
           EXIT PARAGRAPH
           .

      *A currency with no entry in the properties table carries two
      *minor-unit digits, as everywhere else.
       para-minor-units.
           IF ws-ent-currency IS EQUAL TO ws-minor-code THEN
               MOVE ws-minor-cached TO ws-minor-units
               GO TO para-minor-units-exit
           END-IF
           MOVE 2 TO ws-minor-units
           OPEN INPUT fd-currencies
           IF ws-currencies-status IS EQUAL TO '00' THEN
               SET ws-found-no TO TRUE
               PERFORM para-minor-units-one
                   UNTIL ws-currencies-status IS NOT EQUAL TO '00'
                       OR ws-found-yes
               CLOSE fd-currencies
           ELSE
               IF ws-currencies-status IS EQUAL TO '05' THEN
                   CLOSE fd-currencies
               END-IF
           END-IF
           IF ws-minor-units IS GREATER THAN 3 THEN
               MOVE 3 TO ws-minor-units
           END-IF
           MOVE ws-ent-currency TO ws-minor-code
           MOVE ws-minor-units TO ws-minor-cached
           .

       para-minor-units-exit.
           EXIT PARAGRAPH
           .

       para-minor-units-one.
           READ fd-currencies
               AT END
                   MOVE '10' TO ws-currencies-status
               NOT AT END
                   IF cp-code IS EQUAL TO ws-ent-currency THEN
                       MOVE cp-minor-units TO ws-minor-units
                       SET ws-found-yes TO TRUE
                   END-IF
           END-READ
           .

      *Refuses the whole file when any of its statements is already
      *on the register.
       para-check-register.
           OPEN INPUT fd-register
           IF ws-register-status IS NOT EQUAL TO '00' THEN
               IF ws-register-status IS EQUAL TO '05' THEN
                   CLOSE fd-register
               END-IF
               GO TO para-check-register-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-check-register-one
               UNTIL ws-eof-yes OR ws-refused-yes
           CLOSE fd-register
           .

       para-check-register-exit.
           EXIT PARAGRAPH
           .

       para-check-register-one.
           READ fd-register
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   PERFORM para-check-loaded
                       VARYING ws-stmt-jx FROM 1 BY 1
                       UNTIL ws-stmt-jx > ws-stmt-count
                           OR ws-refused-yes
           END-READ
           .

       para-check-loaded.
           IF sr-account IS EQUAL TO ws-stmt-account(ws-stmt-jx)
                   AND sr-statement-id IS EQUAL TO
                       ws-stmt-id(ws-stmt-jx) THEN
               DISPLAY 'Statement ' FUNCTION TRIM(sr-statement-id)
                   ' for account ' FUNCTION TRIM(sr-account)
                   ' was already loaded at ' sr-loaded-timestamp
                   WITH NO ADVANCING
               SET ws-refused-yes TO TRUE
           END-IF
           .

      *Finds the active group whose pot banks at the statement's
      *account.
       para-map-group.
           OPEN INPUT fd-group-index
           IF ws-index-status IS NOT EQUAL TO '00' THEN
               IF ws-index-status IS EQUAL TO '05' THEN
                   CLOSE fd-group-index
               END-IF
               GO TO para-map-group-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-map-group-one
               UNTIL ws-eof-yes OR ws-stmt-mapped-yes(ws-stmt-ix)
           CLOSE fd-group-index
           .

       para-map-group-exit.
           EXIT PARAGRAPH
           .

       para-map-group-one.
           READ fd-group-index
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF gx-status-active THEN
                       PERFORM para-try-group
                   END-IF
           END-READ
           .

       para-try-group.
           CALL 'asdf-format-uuid' USING gx-group-id ws-group-text
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
               AT END
                   MOVE SPACES TO gi-pot-bank-details
           END-READ
           CLOSE fd-info
           IF gi-pot-bank-details IS EQUAL TO SPACES THEN
               EXIT PARAGRAPH
           END-IF

           MOVE gi-pot-bank-details TO ws-norm-in
           PERFORM para-normalize
           MOVE ws-norm-out TO ws-pot-account
           IF ws-pot-account IS EQUAL TO ws-stmt-account(ws-stmt-ix)
                   THEN
               SET ws-stmt-mapped-yes(ws-stmt-ix) TO TRUE
               MOVE gx-group-id TO ws-stmt-group(ws-stmt-ix)
               IF gi-default-currency IS EQUAL TO SPACES THEN
                   MOVE 'USD' TO ws-stmt-currency(ws-stmt-ix)
               ELSE
                   MOVE gi-default-currency
                       TO ws-stmt-currency(ws-stmt-ix)
               END-IF
           END-IF
           .

      *Spaces out, letters upper-cased: "de89 3704 0044" and
      *"DE8937040044" are the same account.
       para-normalize.
           MOVE SPACES TO ws-norm-out
           MOVE 1 TO ws-norm-out-pos
           PERFORM para-normalize-one VARYING ws-norm-pos FROM 1 BY 1
               UNTIL ws-norm-pos > 40
           MOVE FUNCTION UPPER-CASE(ws-norm-out) TO ws-norm-out
           .

       para-normalize-one.
           MOVE ws-norm-in(ws-norm-pos:1) TO ws-norm-char
           IF ws-norm-char IS NOT EQUAL TO SPACE
                   AND ws-norm-out-pos IS LESS THAN 35 THEN
               MOVE ws-norm-char TO ws-norm-out(ws-norm-out-pos:1)
               ADD 1 TO ws-norm-out-pos
           END-IF
           .

      *Only a statement tied to a group counts as loaded.
       para-register-one.
           IF ws-stmt-mapped-yes(ws-stmt-ix) THEN
               IF ws-format-camt THEN
                   MOVE 'CAMT53' TO sr-format
               ELSE
                   MOVE 'MT940' TO sr-format
               END-IF
               MOVE ws-stmt-account(ws-stmt-ix) TO sr-account
               MOVE ws-stmt-id(ws-stmt-ix) TO sr-statement-id
               MOVE ws-stmt-group(ws-stmt-ix) TO sr-group-id
               MOVE ws-now-ts TO sr-loaded-timestamp
               MOVE ws-stmt-loaded(ws-stmt-ix) TO sr-loaded-count
               MOVE ws-stmt-rejected(ws-stmt-ix) TO sr-rejected-count
               WRITE sr-statement-load
           END-IF
           .
