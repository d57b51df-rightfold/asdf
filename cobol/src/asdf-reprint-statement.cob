      *Reprints a monthly statement exactly as it was issued, from
      *the group's statement archive (asdf-statement-archive.cpy)
      *rather than from today's ledger. Arguments: acting account
      *UUID, session token, group UUID, statement account UUID,
      *period (YYYYMM). The session must resolve to the acting
      *account (asdf-check-session-account), and the acting account
      *must be the statement's own member, hold a live statement
      *delegation from them (asdf-check-delegation) or be a system
      *operator on that same session (asdf-check-operator-session);
      *a delegate's or operator's reprint is logged to the group's
      *admin-audit trail.
      *
      *The archived lines are refolded against the copy's seal before
      *anything is printed, so a damaged copy is refused instead of
      *shown. After the statement comes the issue time and a word on
      *the ledger: the member's mirror entries dated up to the end of
      *the period are fingerprinted again and compared with the
      *fingerprint taken at issue, and any later reversal or
      *write-off of an entry of the period is counted, so a reprint
      *says plainly when the ledger no longer matches what was sent.
      *An archived group is read from under /var/lib/asdf/archive,
      *the same fallback asdf-statement applies.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-reprint-statement.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-archive
           ASSIGN DYNAMIC ws-archive-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-archive-status.

       SELECT OPTIONAL fd-mirror
           ASSIGN DYNAMIC ws-mirror-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-mirror-status.

       SELECT OPTIONAL fd-lookup
           ASSIGN DYNAMIC ws-mirror-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-lookup-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-archive.
       COPY 'asdf-statement-archive.cpy' REPLACING ==:X:== BY ==ar==.

       FD fd-mirror.
       COPY 'asdf-transaction.cpy' REPLACING ==:X:== BY ==fs==.

      *A second reader over the same mirror, to look up the entry a
      *later correction names without losing the outer position.
       FD fd-lookup.
       COPY 'asdf-transaction.cpy' REPLACING ==:X:== BY ==lk==.

       WORKING-STORAGE SECTION.
       01 ws-archive-path              PIC X(256).
       01 ws-archive-status            PIC XX.
       01 ws-mirror-path               PIC X(256).
       01 ws-mirror-status             PIC XX.
       01 ws-lookup-status             PIC XX.
       01 ws-group-dir                 PIC X(64).

       01 ws-uuid-text                 PIC X(32).
       01 ws-acting-account            PIC X(16).
       01 ws-session-token             PIC X(16).
       01 ws-session-account           PIC X(16).
       01 ws-session-valid             PIC X.
           88 ws-session-valid-yes     VALUE 'Y'.
           88 ws-session-valid-no      VALUE 'N'.
       01 ws-group                     PIC X(16).
       01 ws-group-text                PIC X(32).
       01 ws-account                   PIC X(16).
       01 ws-account-text              PIC X(32).
       01 ws-period-text               PIC X(6).
       01 ws-period                    PIC 9(6).

      *Who is asking: the member, a delegate or an operator.
       01 ws-reader                    PIC X.
           88 ws-reader-member         VALUE 'M'.
           88 ws-reader-delegate       VALUE 'D'.
           88 ws-reader-operator       VALUE 'O'.
       01 ws-delegation-valid          PIC X.
       01 ws-operator-valid            PIC X.
           88 ws-operator-valid-yes    VALUE 'Y'.
           88 ws-operator-valid-no     VALUE 'N'.
       01 ws-audit-program             PIC X(30)
           VALUE 'asdf-reprint-statement'.
       01 ws-audit-detail              PIC X(200).

      *The period's first and last day, for the ledger comparison.
       01 ws-period-year               PIC 9(4).
       01 ws-period-month              PIC 9(2).
       01 ws-period-start              PIC 9(8).
       01 ws-period-end                PIC 9(8).
       01 ws-days-in-month.
           02 ws-days-in-month-entry OCCURS 12 TIMES
                   INDEXED BY ix-month
                   PIC 9(2).
       01 ws-remainder                 PIC 9(4).

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-lookup-eof                PIC X.
           88 ws-lookup-eof-yes        VALUE 'Y'.
           88 ws-lookup-eof-no         VALUE 'N'.

      *The first sealed copy whose lines fold to its checksum is the
      *one issued; copies are counted by their line 1 so the printing
      *pass can find the same one again.
       01 ws-copy-number               PIC 9(4) COMP VALUE 0.
       01 ws-found-copy                PIC 9(4) COMP VALUE 0.
       01 ws-copy-lines                PIC 9(4) COMP.
       01 ws-copy-checksum             PIC 9(15) COMP.
       01 ws-damaged                   PIC X VALUE 'N'.
           88 ws-damaged-yes           VALUE 'Y'.
           88 ws-damaged-no            VALUE 'N'.
       01 ws-seal-ledger-chain         PIC 9(15) COMP.
       01 ws-seal-ledger-count         PIC 9(7) COMP.
       01 ws-issued                    PIC 9(14).
       01 ws-issued-text               PIC X(19).

       01 ws-ledger-chain              PIC 9(15) COMP.
       01 ws-ledger-count              PIC 9(7) COMP.
       01 ws-entry-date                PIC 9(8).
       01 ws-lookup-date               PIC 9(8).
       01 ws-correction-count          PIC 9(5) COMP.
       01 ws-count-text                PIC Z(4)9.

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
           PERFORM para-parse
           PERFORM para-authorize
           PERFORM para-compute-period
           PERFORM para-locate-group

           PERFORM para-find-copy THRU para-find-copy-exit
           IF ws-found-copy IS EQUAL TO 0 THEN
               IF ws-damaged-yes THEN
                   DISPLAY 'The archived statement fails its checksum'
                       WITH NO ADVANCING
               ELSE
                   DISPLAY 'No statement was issued for that period'
                       WITH NO ADVANCING
               END-IF
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM para-print-copy
           PERFORM para-check-ledger THRU para-check-ledger-exit
           PERFORM para-print-ledger-note
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

       para-parse.
           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-acting-account

           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-session-token

           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-group
           CALL 'asdf-format-uuid' USING ws-group ws-group-text

           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-account
           CALL 'asdf-format-uuid' USING ws-account ws-account-text

           ACCEPT ws-period-text FROM ARGUMENT-VALUE
           IF FUNCTION TRIM(ws-period-text) IS NOT NUMERIC THEN
               DISPLAY 'Invalid period' WITH NO ADVANCING
               GO TO para-invalid
           END-IF
           MOVE FUNCTION TRIM(ws-period-text) TO ws-period
           .

      *The member reads their own statement; anyone else needs a
      *live delegation from them or an operator session, and their
      *read goes on the group's audit trail.
       para-authorize.
           CALL 'asdf-check-session-account' USING ws-session-token
               ws-session-account ws-session-valid
           IF ws-session-valid-no OR ws-session-account IS NOT
                   EQUAL TO ws-acting-account THEN
               DISPLAY 'A valid session for the account is required'
                   WITH NO ADVANCING
               GO TO para-invalid
           END-IF

           IF ws-acting-account IS EQUAL TO ws-account THEN
               SET ws-reader-member TO TRUE
               EXIT PARAGRAPH
           END-IF

           CALL 'asdf-check-delegation' USING ws-account
               ws-acting-account ws-delegation-valid
           IF ws-delegation-valid IS EQUAL TO 'Y' THEN
               SET ws-reader-delegate TO TRUE
           ELSE
               CALL 'asdf-check-operator-session' USING
                   ws-acting-account ws-session-token
                   ws-operator-valid
               IF ws-operator-valid-no THEN
                   DISPLAY 'Not authorized to reprint this statement'
                       WITH NO ADVANCING
                   GO TO para-invalid
               END-IF
               SET ws-reader-operator TO TRUE
           END-IF

           MOVE SPACES TO ws-audit-detail
           IF ws-reader-delegate THEN
               STRING 'delegated statement reprint of '
                   ws-account-text ' period ' ws-period
                   DELIMITED BY SIZE INTO ws-audit-detail
                   ON OVERFLOW CONTINUE
               END-STRING
           ELSE
               STRING 'operator statement reprint of '
                   ws-account-text ' period ' ws-period
                   DELIMITED BY SIZE INTO ws-audit-detail
                   ON OVERFLOW CONTINUE
               END-STRING
           END-IF
           CALL 'asdf-append-admin-audit' USING ws-group
               ws-acting-account ws-audit-program ws-audit-detail
           .

       para-invalid.
           MOVE 1 TO RETURN-CODE
           STOP RUN
           .

      *February is patched to 29 in a leap year, as in
      *asdf-monthly-statements.
       para-compute-period.
           COMPUTE ws-period-year = ws-period / 100
           COMPUTE ws-period-month = FUNCTION MOD(ws-period, 100)
           IF ws-period-month < 1 OR ws-period-month > 12 THEN
               DISPLAY 'Invalid period' WITH NO ADVANCING
               GO TO para-invalid
           END-IF
           COMPUTE ws-period-start = ws-period * 100 + 1
           MOVE '312831303130313130313031' TO ws-days-in-month
           DIVIDE ws-period-year BY 4 GIVING ws-remainder
               REMAINDER ws-remainder
           IF ws-remainder IS EQUAL TO 0 THEN
               MOVE 29 TO ws-days-in-month-entry(2)
           END-IF
           SET ix-month TO ws-period-month
           COMPUTE ws-period-end = ws-period * 100
               + ws-days-in-month-entry(ix-month)
           .

      *The live group directory, or the archived one when the group
      *has since been archived.
       para-locate-group.
           MOVE SPACES TO ws-group-dir
           STRING '/var/lib/asdf/group/' ws-group-text
               INTO ws-group-dir
           MOVE SPACES TO ws-archive-path
           STRING FUNCTION TRIM(ws-group-dir) '/statement-archive'
               DELIMITED BY SIZE INTO ws-archive-path
           OPEN INPUT fd-archive
           IF ws-archive-status IS EQUAL TO '00' THEN
               CLOSE fd-archive
           ELSE
               IF ws-archive-status IS EQUAL TO '05' THEN
                   CLOSE fd-archive
               END-IF
               MOVE SPACES TO ws-group-dir
               STRING '/var/lib/asdf/archive/group/' ws-group-text
                   INTO ws-group-dir
               MOVE SPACES TO ws-archive-path
               STRING FUNCTION TRIM(ws-group-dir) '/statement-archive'
                   DELIMITED BY SIZE INTO ws-archive-path
           END-IF
           MOVE SPACES TO ws-mirror-path
           STRING FUNCTION TRIM(ws-group-dir) '/by-account/'
               ws-account-text '/ledger'
               DELIMITED BY SIZE INTO ws-mirror-path
           .

       para-find-copy.
           OPEN INPUT fd-archive
           IF ws-archive-status IS NOT EQUAL TO '00' THEN
               IF ws-archive-status IS EQUAL TO '05' THEN
                   CLOSE fd-archive
               END-IF
               GO TO para-find-copy-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-find-copy-one
               UNTIL ws-eof-yes OR ws-found-copy IS NOT EQUAL TO 0
           CLOSE fd-archive
           .

       para-find-copy-exit.
           EXIT PARAGRAPH
           .

       para-find-copy-one.
           READ fd-archive
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ar-account-id IS EQUAL TO ws-account
                           AND ar-period IS EQUAL TO ws-period THEN
                       PERFORM para-fold-copy-line
                   END-IF
           END-READ
           .

       para-fold-copy-line.
           IF ar-line-number IS EQUAL TO 1 THEN
               ADD 1 TO ws-copy-number
               MOVE 0 TO ws-copy-lines ws-copy-checksum
           END-IF
           IF NOT ar-line-seal THEN
               ADD 1 TO ws-copy-lines
               CALL 'asdf-hash-statement-line' USING ws-copy-checksum
                   ar-statement-line
               EXIT PARAGRAPH
           END-IF

           IF ar-seal-checksum IS EQUAL TO ws-copy-checksum
                   AND ar-seal-line-count IS EQUAL TO ws-copy-lines
                   THEN
               MOVE ws-copy-number TO ws-found-copy
               MOVE ar-seal-ledger-chain TO ws-seal-ledger-chain
               MOVE ar-seal-ledger-count TO ws-seal-ledger-count
               MOVE ar-issued-timestamp TO ws-issued
           ELSE
               SET ws-damaged-yes TO TRUE
           END-IF
           .

       para-print-copy.
           MOVE 0 TO ws-copy-number
           OPEN INPUT fd-archive
           SET ws-eof-no TO TRUE
           PERFORM para-print-copy-one UNTIL ws-eof-yes
           CLOSE fd-archive

           MOVE SPACES TO ws-issued-text
           STRING ws-issued(1:4) '-' ws-issued(5:2) '-'
               ws-issued(7:2) ' ' ws-issued(9:2) ':'
               ws-issued(11:2) ':' ws-issued(13:2)
               DELIMITED BY SIZE INTO ws-issued-text
           DISPLAY 'Issued ' ws-issued-text ' UTC, checksum verified'
           .

       para-print-copy-one.
           READ fd-archive
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ar-account-id IS EQUAL TO ws-account
                           AND ar-period IS EQUAL TO ws-period THEN
                       IF ar-line-number IS EQUAL TO 1 THEN
                           ADD 1 TO ws-copy-number
                       END-IF
                       IF ws-copy-number IS EQUAL TO ws-found-copy
                               AND NOT ar-line-seal THEN
                           DISPLAY FUNCTION TRIM(ar-text TRAILING)
                       END-IF
                       IF ws-copy-number IS EQUAL TO ws-found-copy
                               AND ar-line-seal THEN
                           SET ws-eof-yes TO TRUE
                       END-IF
                   END-IF
           END-READ
           .

      *Refolds the member's mirror the way the statement run did:
      *every entry dated up to the period end goes into the chain,
      *and every later reversal or write-off is checked against the
      *entries of the period.
       para-check-ledger.
           MOVE 0 TO ws-ledger-chain ws-ledger-count
               ws-correction-count
           OPEN INPUT fd-mirror
           IF ws-mirror-status IS NOT EQUAL TO '00' THEN
               IF ws-mirror-status IS EQUAL TO '05' THEN
                   CLOSE fd-mirror
               END-IF
               GO TO para-check-ledger-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-check-ledger-one UNTIL ws-eof-yes
           CLOSE fd-mirror
           .

       para-check-ledger-exit.
           EXIT PARAGRAPH
           .

       para-check-ledger-one.
           READ fd-mirror
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   CALL 'asdf-value-date' USING ws-group
                       fs-transaction ws-entry-date
                   IF ws-entry-date IS NOT GREATER THAN
                           ws-period-end THEN
                       CALL 'asdf-hash-entry' USING ws-ledger-chain
                           fs-transaction
                       ADD 1 TO ws-ledger-count
                   ELSE
                       IF fs-reversal OR fs-write-off THEN
                           PERFORM para-check-correction
                               THRU para-check-correction-exit
                       END-IF
                   END-IF
           END-READ
           .

       para-check-correction.
           OPEN INPUT fd-lookup
           IF ws-lookup-status IS NOT EQUAL TO '00' THEN
               IF ws-lookup-status IS EQUAL TO '05' THEN
                   CLOSE fd-lookup
               END-IF
               GO TO para-check-correction-exit
           END-IF
           SET ws-lookup-eof-no TO TRUE
           PERFORM para-check-correction-one UNTIL ws-lookup-eof-yes
           CLOSE fd-lookup
           .

       para-check-correction-exit.
           EXIT PARAGRAPH
           .

       para-check-correction-one.
           READ fd-lookup
               AT END
                   SET ws-lookup-eof-yes TO TRUE
               NOT AT END
                   IF lk-id IS EQUAL TO fs-reversal-of THEN
                       SET ws-lookup-eof-yes TO TRUE
                       CALL 'asdf-value-date' USING ws-group
                           lk-transaction ws-lookup-date
                       IF ws-lookup-date IS NOT LESS THAN
                               ws-period-start
                               AND ws-lookup-date IS NOT GREATER THAN
                                   ws-period-end THEN
                           ADD 1 TO ws-correction-count
                       END-IF
                   END-IF
           END-READ
           .

       para-print-ledger-note.
           IF ws-ledger-chain IS EQUAL TO ws-seal-ledger-chain
                   AND ws-ledger-count IS EQUAL TO
                       ws-seal-ledger-count THEN
               DISPLAY 'Ledger to the end of the period unchanged'
                   ' since issue'
           ELSE
               DISPLAY 'NOTE: the ledger for this period has changed'
                   ' since this statement was issued'
           END-IF
           IF ws-correction-count IS GREATER THAN 0 THEN
               MOVE ws-correction-count TO ws-count-text
               DISPLAY 'NOTE: ' FUNCTION TRIM(ws-count-text)
                   ' later correction(s) reverse or write off entries'
                   ' of this period'
           END-IF
           .
