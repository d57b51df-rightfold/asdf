      *Answers whether the data files are on the record layouts this
      *release was built for, by comparing the layout-version
      *register (asdf-layout-version.cpy) against the versions in
      *asdf-layout-current.cpy. Every program calls it before it
      *opens anything and stops when the answer is no, rather than
      *reading old-shape records as garbage. On a mismatch the
      *reason is displayed - the first class found behind (or ahead
      *of) this release, its version and the expected one - so the
      *caller need only set its return code and stop.
      *
      *Arguments: a Y/N result. A missing register, or a class with
      *no entry, has never been through asdf-migrate-records and is
      *taken as version 1 - its files may be on the very first
      *layout - so every class that has grown since refuses until
      *asdf-migrate-records has converted and stamped it.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-check-layout.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-register
           ASSIGN DYNAMIC ws-register-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-register-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-register.
       COPY 'asdf-layout-version.cpy' REPLACING ==:X:== BY ==lv==.

       WORKING-STORAGE SECTION.
       01 ws-register-path             PIC X(256)
           VALUE '/var/lib/asdf/layout-versions'.
       01 ws-register-status           PIC XX.
       COPY 'asdf-layout-current.cpy' REPLACING ==:X:== BY ==lc==.

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
      *The register as found, one stamped version per entry of the
      *current-version table (version 1 where the class has none).
       01 ws-stamped-table.
           02 ws-stamped-version OCCURS 13 TIMES PIC 9(4).
       01 ws-display-found             PIC Z(3)9.
       01 ws-display-expected          PIC Z(3)9.

       LINKAGE SECTION.
       01 ls-current                   PIC X.

       PROCEDURE DIVISION USING ls-current.
       para-main.
           MOVE 'Y' TO ls-current
           MOVE ALL '0001' TO ws-stamped-table
           OPEN INPUT fd-register
           IF ws-register-status IS EQUAL TO '00' THEN
               SET ws-eof-no TO TRUE
               PERFORM para-load-one UNTIL ws-eof-yes
               CLOSE fd-register
           ELSE
               IF ws-register-status IS EQUAL TO '05' THEN
                   CLOSE fd-register
               END-IF
           END-IF
           SET lc-layout-ix TO 1
           PERFORM para-check-one
               UNTIL lc-layout-ix > lc-layout-count
                   OR ls-current IS EQUAL TO 'N'
           .

       para-exit.
           EXIT PROGRAM
           .

      *A class this release does not know (written by a newer one)
      *is passed over; only the classes it reads are its business.
       para-load-one.
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

       para-check-one.
           IF ws-stamped-version(lc-layout-ix) IS NOT EQUAL TO
                   lc-layout-version(lc-layout-ix) THEN
               PERFORM para-report-mismatch
           END-IF
           SET lc-layout-ix UP BY 1
           .

       para-report-mismatch.
           MOVE 'N' TO ls-current
           MOVE ws-stamped-version(lc-layout-ix) TO ws-display-found
           MOVE lc-layout-version(lc-layout-ix) TO ws-display-expected
           IF ws-stamped-version(lc-layout-ix) IS LESS THAN
                   lc-layout-version(lc-layout-ix) THEN
               DISPLAY 'Data files are on an older record layout ('
                   FUNCTION TRIM(lc-layout-class(lc-layout-ix))
                   ' version '
                   FUNCTION TRIM(ws-display-found) ', expected '
                   FUNCTION TRIM(ws-display-expected)
                   ') - run asdf-migrate-records first'
                   WITH NO ADVANCING
           ELSE
               DISPLAY 'Data files are on a newer record layout ('
                   FUNCTION TRIM(lc-layout-class(lc-layout-ix))
                   ' version '
                   FUNCTION TRIM(ws-display-found) ', expected '
                   FUNCTION TRIM(ws-display-expected)
                   ') than this release'
                   WITH NO ADVANCING
           END-IF
           .
