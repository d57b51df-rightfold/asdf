      *Terms compliance report: for every version of the terms of
      *service and the privacy notice (asdf-terms-version.cpy) the
      *number of accounts that accepted it (asdf-terms-
      *acceptance.cpy), the versions in force (asdf-current-terms)
      *marked; then every account still to accept a version in
      *force, with its masked email address (asdf-mask-email) and
      *which documents it owes. Accounts without a password
      *(anonymized, or retired by a merge) can no longer log in to
      *accept anything and are left out. Read-only.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-terms-report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-versions
           ASSIGN DYNAMIC ws-versions-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-versions-status.

       SELECT OPTIONAL fd-acceptances
           ASSIGN DYNAMIC ws-acceptances-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-acceptances-status.

       SELECT OPTIONAL fd-account-index
           ASSIGN DYNAMIC ws-index-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-index-status.

       SELECT OPTIONAL fd-account
           ASSIGN DYNAMIC ws-account-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-account-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-versions.
       COPY 'asdf-terms-version.cpy' REPLACING ==:X:== BY ==tv==.

       FD fd-acceptances.
       COPY 'asdf-terms-acceptance.cpy' REPLACING ==:X:== BY ==ta==.

       FD fd-account-index.
       COPY 'asdf-account-index.cpy' REPLACING ==:X:== BY ==ax==.

       FD fd-account.
       COPY 'asdf-account.cpy' REPLACING ==:X:== BY ==fa==.

       WORKING-STORAGE SECTION.
       01 ws-versions-path             PIC X(256)
           VALUE '/var/lib/asdf/terms-versions'.
       01 ws-versions-status           PIC XX.
       01 ws-acceptances-path          PIC X(256)
           VALUE '/var/lib/asdf/terms-acceptances'.
       01 ws-acceptances-status        PIC XX.
       01 ws-index-path                PIC X(256)
           VALUE '/var/lib/asdf/account-index'.
       01 ws-index-status              PIC XX.
       01 ws-account-path              PIC X(256).
       01 ws-account-status            PIC XX.

       01 ws-account-text              PIC X(32).
       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-sub-eof                   PIC X.
           88 ws-sub-eof-yes           VALUE 'Y'.
           88 ws-sub-eof-no            VALUE 'N'.

      *Every version with its acceptance count.
       01 ws-version-table.
           02 ws-version-entry OCCURS 200 TIMES.
               03 ws-vt-document       PIC X.
               03 ws-vt-version        PIC X(10).
               03 ws-vt-effective      PIC 9(8).
               03 ws-vt-count          PIC 9(7) COMP.
       01 ws-version-count             PIC 9(3) COMP VALUE 0.
       01 ws-vt-i                      PIC 9(3) COMP.

      *The versions in force; spaces where a document has none yet.
       01 ws-current-document          PIC X.
       01 ws-current-terms             PIC X(10).
       01 ws-current-privacy           PIC X(10).
       01 ws-current-effective         PIC 9(8).
       01 ws-current-reference         PIC X(100).
       01 ws-current-found             PIC X.

       01 ws-document-text             PIC X(8).
       01 ws-in-force                  PIC X(10).
       01 ws-display-count             PIC Z(6)9.

      *The account being checked and what it has accepted.
       01 ws-terms-accepted            PIC X.
           88 ws-terms-accepted-yes    VALUE 'Y'.
           88 ws-terms-accepted-no     VALUE 'N'.
       01 ws-privacy-accepted          PIC X.
           88 ws-privacy-accepted-yes  VALUE 'Y'.
           88 ws-privacy-accepted-no   VALUE 'N'.
       01 ws-owed                      PIC X(20).
       01 ws-outstanding-count         PIC 9(7) COMP VALUE 0.

      *The account record holds the address protected
      *(asdf-protect-field); it is shown masked (asdf-mask-email).
       01 ws-reveal-mode               PIC X VALUE 'R'.
       01 ws-plain-email               PIC X(254).
       01 ws-label                     PIC X(254).

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
           MOVE 'T' TO ws-current-document
           CALL 'asdf-current-terms' USING ws-current-document
               ws-current-terms ws-current-effective
               ws-current-reference ws-current-found
           MOVE 'P' TO ws-current-document
           CALL 'asdf-current-terms' USING ws-current-document
               ws-current-privacy ws-current-effective
               ws-current-reference ws-current-found

           PERFORM para-load-versions THRU para-load-versions-exit
           PERFORM para-count-acceptances
               THRU para-count-acceptances-exit
           DISPLAY 'VERSIONS'
           PERFORM para-print-version
               VARYING ws-vt-i FROM 1 BY 1
               UNTIL ws-vt-i > ws-version-count

           DISPLAY 'OUTSTANDING'
           IF ws-current-terms IS NOT EQUAL TO SPACES
                   OR ws-current-privacy IS NOT EQUAL TO SPACES THEN
               PERFORM para-walk-accounts THRU para-walk-accounts-exit
           END-IF
           MOVE ws-outstanding-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count)
               ' account(s) outstanding'
           STOP RUN
           .

       para-load-versions.
           OPEN INPUT fd-versions
           IF ws-versions-status IS NOT EQUAL TO '00' THEN
               IF ws-versions-status IS EQUAL TO '05' THEN
                   CLOSE fd-versions
               END-IF
               GO TO para-load-versions-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-load-version-one UNTIL ws-eof-yes
           CLOSE fd-versions
           .

       para-load-versions-exit.
           EXIT PARAGRAPH
           .

       para-load-version-one.
           READ fd-versions
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ws-version-count IS LESS THAN 200 THEN
                       ADD 1 TO ws-version-count
                       MOVE tv-document
                           TO ws-vt-document(ws-version-count)
                       MOVE tv-version
                           TO ws-vt-version(ws-version-count)
                       MOVE tv-effective-date
                           TO ws-vt-effective(ws-version-count)
                       MOVE 0 TO ws-vt-count(ws-version-count)
                   END-IF
           END-READ
           .

       para-count-acceptances.
           OPEN INPUT fd-acceptances
           IF ws-acceptances-status IS NOT EQUAL TO '00' THEN
               IF ws-acceptances-status IS EQUAL TO '05' THEN
                   CLOSE fd-acceptances
               END-IF
               GO TO para-count-acceptances-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-count-acceptance-one UNTIL ws-eof-yes
           CLOSE fd-acceptances
           .

       para-count-acceptances-exit.
           EXIT PARAGRAPH
           .

       para-count-acceptance-one.
           READ fd-acceptances
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   PERFORM para-count-match
                       VARYING ws-vt-i FROM 1 BY 1
                       UNTIL ws-vt-i > ws-version-count
           END-READ
           .

       para-count-match.
           IF ws-vt-document(ws-vt-i) IS EQUAL TO ta-document
                   AND ws-vt-version(ws-vt-i) IS EQUAL TO ta-version
                   THEN
               ADD 1 TO ws-vt-count(ws-vt-i)
           END-IF
           .

       para-print-version.
           MOVE SPACES TO ws-in-force
           IF ws-vt-document(ws-vt-i) IS EQUAL TO 'T' THEN
               MOVE 'TERMS' TO ws-document-text
               IF ws-vt-version(ws-vt-i) IS EQUAL TO ws-current-terms
                       THEN
                   MOVE 'in force' TO ws-in-force
               END-IF
           ELSE
               MOVE 'PRIVACY' TO ws-document-text
               IF ws-vt-version(ws-vt-i) IS EQUAL TO
                       ws-current-privacy THEN
                   MOVE 'in force' TO ws-in-force
               END-IF
           END-IF
           MOVE ws-vt-count(ws-vt-i) TO ws-display-count
           DISPLAY ws-document-text ' ' ws-vt-version(ws-vt-i) ' '
               ws-vt-effective(ws-vt-i) ' ' ws-in-force ' '
               FUNCTION TRIM(ws-display-count) ' accepted'
           .

       para-walk-accounts.
           OPEN INPUT fd-account-index
           IF ws-index-status IS NOT EQUAL TO '00' THEN
               IF ws-index-status IS EQUAL TO '05' THEN
                   CLOSE fd-account-index
               END-IF
               GO TO para-walk-accounts-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-walk-one UNTIL ws-eof-yes
           CLOSE fd-account-index
           .

       para-walk-accounts-exit.
           EXIT PARAGRAPH
           .

       para-walk-one.
           READ fd-account-index
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   PERFORM para-check-account
                       THRU para-check-account-exit
           END-READ
           .

      *A merge leaves the duplicate's address in the index pointing
      *at the survivor; only the entry for the account's own address
      *is checked, so each account is listed once.
       para-check-account.
           CALL 'asdf-format-uuid' USING ax-account-id ws-account-text
           MOVE SPACES TO ws-account-path
           STRING '/var/lib/asdf/account/' ws-account-text '/info'
               INTO ws-account-path
           OPEN INPUT fd-account
           IF ws-account-status IS NOT EQUAL TO '00' THEN
               IF ws-account-status IS EQUAL TO '05' THEN
                   CLOSE fd-account
               END-IF
               GO TO para-check-account-exit
           END-IF
           READ fd-account
           IF ws-account-status IS NOT EQUAL TO '00' THEN
               CLOSE fd-account
               GO TO para-check-account-exit
           END-IF
           CLOSE fd-account
           IF fa-salt IS EQUAL TO SPACES
                   OR fa-email IS NOT EQUAL TO ax-email THEN
               GO TO para-check-account-exit
           END-IF

           SET ws-terms-accepted-no TO TRUE
           SET ws-privacy-accepted-no TO TRUE
           OPEN INPUT fd-acceptances
           IF ws-acceptances-status IS EQUAL TO '00' THEN
               SET ws-sub-eof-no TO TRUE
               PERFORM para-scan-acceptance-one UNTIL ws-sub-eof-yes
               CLOSE fd-acceptances
           ELSE
               IF ws-acceptances-status IS EQUAL TO '05' THEN
                   CLOSE fd-acceptances
               END-IF
           END-IF

           MOVE SPACES TO ws-owed
           EVALUATE TRUE
               WHEN ws-current-terms IS NOT EQUAL TO SPACES
                       AND ws-terms-accepted-no
                       AND ws-current-privacy IS NOT EQUAL TO SPACES
                       AND ws-privacy-accepted-no
                   MOVE 'TERMS PRIVACY' TO ws-owed
               WHEN ws-current-terms IS NOT EQUAL TO SPACES
                       AND ws-terms-accepted-no
                   MOVE 'TERMS' TO ws-owed
               WHEN ws-current-privacy IS NOT EQUAL TO SPACES
                       AND ws-privacy-accepted-no
                   MOVE 'PRIVACY' TO ws-owed
               WHEN OTHER
                   GO TO para-check-account-exit
           END-EVALUATE

           CALL 'asdf-protect-field' USING ws-reveal-mode fa-email
               ws-plain-email
           CALL 'asdf-mask-email' USING ws-plain-email ws-label
           DISPLAY ws-account-text ' ' ws-owed ' '
               FUNCTION TRIM(ws-label)
           ADD 1 TO ws-outstanding-count
           .

       para-check-account-exit.
           EXIT PARAGRAPH
           .

       para-scan-acceptance-one.
           READ fd-acceptances
               AT END
                   SET ws-sub-eof-yes TO TRUE
               NOT AT END
                   IF ta-account-id IS EQUAL TO ax-account-id THEN
                       IF ta-document IS EQUAL TO 'T'
                               AND ta-version IS EQUAL TO
                                   ws-current-terms THEN
                           SET ws-terms-accepted-yes TO TRUE
                       END-IF
                       IF ta-document IS EQUAL TO 'P'
                               AND ta-version IS EQUAL TO
                                   ws-current-privacy THEN
                           SET ws-privacy-accepted-yes TO TRUE
                       END-IF
                   END-IF
           END-READ
           .
