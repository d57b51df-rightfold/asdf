      *Answers whether an email address, as the login audit, the
      *gateway access log and the mail queue record who was acting
      *or written to, belongs to an account under an active legal
      *hold (asdf-legal-hold.cpy). Arguments: the 254-byte email (or
      *actor text) and a Y/N result. The gateway logs either an
      *email or a formatted account UUID as the actor, so both forms
      *of each held account are matched. The mail queues record the
      *address in its protected form (asdf-protect-field) and the
      *audit trails in its plain form, so both are matched too. Held
      *accounts are read once per run and kept.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-check-held-email.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-holds
           ASSIGN DYNAMIC ws-holds-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-holds-status.

       SELECT OPTIONAL fd-account
           ASSIGN DYNAMIC ws-account-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-account-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-holds.
       COPY 'asdf-legal-hold.cpy' REPLACING ==:X:== BY ==lh==.

       FD fd-account.
       COPY 'asdf-account.cpy' REPLACING ==:X:== BY ==fa==.

       WORKING-STORAGE SECTION.
       01 ws-holds-path                PIC X(256)
           VALUE '/var/lib/asdf/legal-holds'.
       01 ws-holds-status              PIC XX.
       01 ws-account-path              PIC X(256).
       01 ws-account-status            PIC XX.
       01 ws-account-text              PIC X(32).
       01 ws-loaded                    PIC X VALUE 'N'.
           88 ws-loaded-yes            VALUE 'Y'.
       01 ws-reveal-mode               PIC X VALUE 'R'.
       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.

       01 ws-held-count                PIC 9(4) COMP VALUE 0.
       01 ws-held-table.
           02 ws-held OCCURS 1000 TIMES
                   INDEXED BY ix-held.
               03 ws-held-email        PIC X(254).
               03 ws-held-plain        PIC X(254).
               03 ws-held-text         PIC X(254).

       LINKAGE SECTION.
       01 ls-email                     PIC X(254).
       01 ls-held                      PIC X.

       PROCEDURE DIVISION USING ls-email ls-held.
       para-main.
           IF NOT ws-loaded-yes THEN
               PERFORM para-load THRU para-load-exit
               SET ws-loaded-yes TO TRUE
           END-IF

           MOVE 'N' TO ls-held
           IF ls-email IS EQUAL TO SPACES THEN
               GO TO para-exit
           END-IF
           SET ix-held TO 1
           SEARCH ws-held
               AT END
                   CONTINUE
               WHEN ix-held > ws-held-count
                   CONTINUE
               WHEN ws-held-email(ix-held) IS EQUAL TO ls-email
                   MOVE 'Y' TO ls-held
               WHEN ws-held-plain(ix-held) IS EQUAL TO ls-email
                   MOVE 'Y' TO ls-held
               WHEN ws-held-text(ix-held) IS EQUAL TO ls-email
                   MOVE 'Y' TO ls-held
           END-SEARCH
           .

       para-exit.
           EXIT PROGRAM
           .

       para-load.
           MOVE 0 TO ws-held-count
           OPEN INPUT fd-holds
           IF ws-holds-status IS NOT EQUAL TO '00' THEN
               IF ws-holds-status IS EQUAL TO '05' THEN
                   CLOSE fd-holds
               END-IF
               GO TO para-load-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-load-one UNTIL ws-eof-yes
           CLOSE fd-holds
           .

       para-load-exit.
           EXIT PARAGRAPH
           .

       para-load-one.
           READ fd-holds
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF lh-status-active AND lh-subject-account
                           AND ws-held-count IS LESS THAN 1000 THEN
                       PERFORM para-load-account
                   END-IF
           END-READ
           .

      *An account whose info file is gone (already anonymized or
      *never completed) is still matched by its UUID text.
       para-load-account.
           ADD 1 TO ws-held-count
           CALL 'asdf-format-uuid' USING lh-subject-id ws-account-text
           MOVE ws-account-text TO ws-held-text(ws-held-count)
           MOVE SPACES TO ws-held-email(ws-held-count)
           MOVE SPACES TO ws-held-plain(ws-held-count)
           MOVE SPACES TO ws-account-path
           STRING '/var/lib/asdf/account/' ws-account-text '/info'
               DELIMITED BY SIZE INTO ws-account-path
           OPEN INPUT fd-account
           IF ws-account-status IS EQUAL TO '00' THEN
               READ fd-account
                   NOT AT END
                       MOVE fa-email TO ws-held-email(ws-held-count)
                       CALL 'asdf-protect-field' USING ws-reveal-mode
                           fa-email ws-held-plain(ws-held-count)
               END-READ
           END-IF
           IF ws-account-status IS EQUAL TO '00'
                   OR ws-account-status IS EQUAL TO '05'
                   OR ws-account-status IS EQUAL TO '10' THEN
               CLOSE fd-account
           END-IF
           .
