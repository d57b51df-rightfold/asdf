      *    housekeeping purge has stopped);
      *  - active recurring entries whose rc-next-due-date is more
      *    than three days in the past (the posting batch has
      *    stopped);
      *  - every class of fixed-length data file whose layout-version
      *    register entry (asdf-layout-version.cpy) is not at this
      *    release's version (breach - every other program refuses
      *    to start until asdf-migrate-records has run); a class
      *    not yet stamped at all counts as version 1.
      *This check does not itself refuse on a layout mismatch; saying
      *so is its job.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-system-status.
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-recurring-status.

       SELECT OPTIONAL fd-register
           ASSIGN DYNAMIC ws-register-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-register-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-mail-queue.
       FD fd-recurring.
       COPY 'asdf-recurring.cpy' REPLACING ==:X:== BY ==rc==.

       FD fd-register.
       COPY 'asdf-layout-version.cpy' REPLACING ==:X:== BY ==lv==.

       WORKING-STORAGE SECTION.
       01 ws-mail-path                 PIC X(256)
           VALUE '/var/lib/asdf/mail-queue'.
           88 ws-acct-eof-no           VALUE 'N'.
       01 ws-acct-text                 PIC X(32).
       01 ws-masked-email              PIC X(254).
      *The account record holds the address protected
      *(asdf-protect-field); it is revealed only to be masked.
       01 ws-reveal-mode               PIC X VALUE 'R'.
       01 ws-plain-email               PIC X(254).
       01 ws-digest-oldest             PIC 9(14) VALUE 0.
       01 ws-account-text              PIC X(32).


       01 ws-recurring-late            PIC 9(5) COMP VALUE 0.

      *The layout-version register as found, one stamped version
      *per entry of the current-version table (zero where the class
      *has no entry).
       01 ws-register-path             PIC X(256)
           VALUE '/var/lib/asdf/layout-versions'.
       01 ws-register-status           PIC XX.
       COPY 'asdf-layout-current.cpy' REPLACING ==:X:== BY ==lc==.
       01 ws-stamped-table.
           02 ws-stamped-version OCCURS 13 TIMES PIC 9(4).
       01 ws-layout-behind             PIC 9(3) COMP VALUE 0.
       01 ws-display-found             PIC Z(3)9.
       01 ws-display-expected          PIC Z(3)9.

       01 ws-display-count             PIC Z(7)9.
       01 ws-age-days                  PIC S9(5) COMP.
       01 ws-stamp-date                PIC 9(8).
               THRU para-check-recurring-exit
           PERFORM para-check-deliverability
               THRU para-check-deliverability-exit
           PERFORM para-check-layouts

           IF ws-breach-count IS EQUAL TO 0 THEN
               DISPLAY 'status: OK'
           CLOSE fd-acct-probe
           IF fa-deliverable-no THEN
               ADD 1 TO ws-undeliverable-count
               CALL 'asdf-protect-field' USING ws-reveal-mode
                   fa-email ws-plain-email
               CALL 'asdf-mask-email' USING ws-plain-email
                   ws-masked-email
               DISPLAY '  ' FUNCTION TRIM(ws-masked-email)
           END-IF
           .

      *Every class the register shows on another version than this
      *release's is a breach. A class with no entry has never been
      *through asdf-migrate-records and counts as version 1, as it
      *does for asdf-check-layout.
       para-check-layouts.
           INITIALIZE ws-stamped-table
           OPEN INPUT fd-register
           IF ws-register-status IS EQUAL TO '00' THEN
               SET ws-eof-no TO TRUE
               PERFORM para-load-layout-one UNTIL ws-eof-yes
               CLOSE fd-register
           ELSE
               IF ws-register-status IS EQUAL TO '05' THEN
                   CLOSE fd-register
               END-IF
           END-IF

           PERFORM para-report-layout-one
               VARYING lc-layout-ix FROM 1 BY 1
               UNTIL lc-layout-ix > lc-layout-count
           IF ws-layout-behind IS EQUAL TO 0 THEN
               DISPLAY 'layout-versions: no class behind'
           END-IF
           .

       para-load-layout-one.
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

       para-report-layout-one.
           IF ws-stamped-version(lc-layout-ix) IS EQUAL TO 0 THEN
               DISPLAY 'layout-versions: '
                   FUNCTION TRIM(lc-layout-class(lc-layout-ix))
                   ' not yet stamped, taken as version 1'
               MOVE 1 TO ws-stamped-version(lc-layout-ix)
           END-IF
           IF ws-stamped-version(lc-layout-ix) IS NOT EQUAL TO
                   lc-layout-version(lc-layout-ix) THEN
               MOVE ws-stamped-version(lc-layout-ix)
                   TO ws-display-found
               MOVE lc-layout-version(lc-layout-ix)
                   TO ws-display-expected
               DISPLAY 'BREACH: '
                   FUNCTION TRIM(lc-layout-class(lc-layout-ix))
                   ' files on layout version '
                   FUNCTION TRIM(ws-display-found) ', expected '
                   FUNCTION TRIM(ws-display-expected)
               ADD 1 TO ws-layout-behind
               ADD 1 TO ws-breach-count
           END-IF
           .
