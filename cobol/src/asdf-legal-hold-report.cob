      *Legal-hold report: lists every account and group under an
      *active legal hold (asdf-legal-hold.cpy, maintained through
      *asdf-maintain-legal-hold) - the subject, what it is (the
      *account's masked email address or the group's name, where its
      *files still exist), the operator who placed the hold and
      *since when, the case reference and the reason. With the argument
      *ALL, released holds are listed too, with who released them
      *and when. Read-only.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-legal-hold-report.

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

       SELECT OPTIONAL fd-group-info
           ASSIGN DYNAMIC ws-info-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-info-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-holds.
       COPY 'asdf-legal-hold.cpy' REPLACING ==:X:== BY ==lh==.

       FD fd-account.
       COPY 'asdf-account.cpy' REPLACING ==:X:== BY ==fa==.

       FD fd-group-info.
       COPY 'asdf-group-info.cpy' REPLACING ==:X:== BY ==fi==.

       WORKING-STORAGE SECTION.
       01 ws-holds-path                PIC X(256)
           VALUE '/var/lib/asdf/legal-holds'.
       01 ws-holds-status              PIC XX.
       01 ws-account-path              PIC X(256).
       01 ws-account-status            PIC XX.
       01 ws-info-path                 PIC X(256).
       01 ws-info-status               PIC XX.

       01 ws-scope                     PIC X(8).
           88 ws-scope-all             VALUE 'ALL'.
       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.

       01 ws-subject-text              PIC X(32).
       01 ws-placed-by-text            PIC X(32).
       01 ws-released-by-text          PIC X(32).
       01 ws-type-text                 PIC X(7).
       01 ws-label                     PIC X(254).

       01 ws-active-count              PIC 9(5) COMP VALUE 0.
       01 ws-released-count            PIC 9(5) COMP VALUE 0.
       01 ws-display-count             PIC Z(4)9.

      *The account record holds the address protected
      *(asdf-protect-field); it is shown masked (asdf-mask-email).
       01 ws-reveal-mode               PIC X VALUE 'R'.
       01 ws-plain-email               PIC X(254).

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
           MOVE SPACES TO ws-scope
           ACCEPT ws-scope FROM ARGUMENT-VALUE

           DISPLAY 'LEGAL-HOLDS'
           OPEN INPUT fd-holds
           IF ws-holds-status IS NOT EQUAL TO '00' THEN
               IF ws-holds-status IS EQUAL TO '05' THEN
                   CLOSE fd-holds
               END-IF
               DISPLAY '  none'
               STOP RUN
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-list-one UNTIL ws-eof-yes
           CLOSE fd-holds

           MOVE ws-active-count TO ws-display-count
           IF ws-scope-all THEN
               DISPLAY FUNCTION TRIM(ws-display-count) ' active'
                   WITH NO ADVANCING
               MOVE ws-released-count TO ws-display-count
               DISPLAY ', ' FUNCTION TRIM(ws-display-count)
                   ' released'
           ELSE
               DISPLAY FUNCTION TRIM(ws-display-count) ' active'
           END-IF
           STOP RUN
           .

       para-list-one.
           READ fd-holds
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF lh-status-active THEN
                       ADD 1 TO ws-active-count
                       PERFORM para-print-hold
                   ELSE
                       IF ws-scope-all THEN
                           ADD 1 TO ws-released-count
                           PERFORM para-print-hold
                       END-IF
                   END-IF
           END-READ
           .

       para-print-hold.
           CALL 'asdf-format-uuid' USING lh-subject-id
               ws-subject-text
           CALL 'asdf-format-uuid' USING lh-placed-by
               ws-placed-by-text
           MOVE SPACES TO ws-label
           IF lh-subject-account THEN
               MOVE 'ACCOUNT' TO ws-type-text
               PERFORM para-label-account
           ELSE
               MOVE 'GROUP' TO ws-type-text
               PERFORM para-label-group
           END-IF

           DISPLAY '  ' ws-type-text ' ' ws-subject-text ' '
               FUNCTION TRIM(ws-label)
           DISPLAY '    placed-by ' ws-placed-by-text ' since '
               lh-placed-timestamp ' case '
               FUNCTION TRIM(lh-case-reference)
           DISPLAY '    reason ' FUNCTION TRIM(lh-reason)
           IF lh-status-released THEN
               CALL 'asdf-format-uuid' USING lh-released-by
                   ws-released-by-text
               DISPLAY '    RELEASED by ' ws-released-by-text ' at '
                   lh-released-timestamp
           END-IF
           .

       para-label-account.
           MOVE SPACES TO ws-account-path
           STRING '/var/lib/asdf/account/' ws-subject-text '/info'
               DELIMITED BY SIZE INTO ws-account-path
           OPEN INPUT fd-account
           IF ws-account-status IS EQUAL TO '00' THEN
               READ fd-account
                   NOT AT END
                       CALL 'asdf-protect-field' USING
                           ws-reveal-mode fa-email ws-plain-email
                       CALL 'asdf-mask-email' USING ws-plain-email
                           ws-label
               END-READ
           END-IF
           IF ws-account-status IS EQUAL TO '00'
                   OR ws-account-status IS EQUAL TO '05'
                   OR ws-account-status IS EQUAL TO '10' THEN
               CLOSE fd-account
           END-IF
           .

      *An archived group's info lives under the archive path.
       para-label-group.
           MOVE SPACES TO ws-info-path
           STRING '/var/lib/asdf/group/' ws-subject-text '/info'
               DELIMITED BY SIZE INTO ws-info-path
           PERFORM para-read-group-name
           IF ws-label IS EQUAL TO SPACES THEN
               MOVE SPACES TO ws-info-path
               STRING '/var/lib/asdf/archive/group/' ws-subject-text
                   '/info' DELIMITED BY SIZE INTO ws-info-path
               PERFORM para-read-group-name
           END-IF
           .

       para-read-group-name.
           OPEN INPUT fd-group-info
           IF ws-info-status IS EQUAL TO '00' THEN
               READ fd-group-info
                   NOT AT END
                       MOVE fi-name TO ws-label
               END-READ
           END-IF
           IF ws-info-status IS EQUAL TO '00'
                   OR ws-info-status IS EQUAL TO '05'
                   OR ws-info-status IS EQUAL TO '10' THEN
               CLOSE fd-group-info
           END-IF
           .
