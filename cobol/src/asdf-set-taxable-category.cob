      *Marks a category taxable (or no longer taxable) for a group
      *(asdf-taxable-category.cpy), so asdf-tax-report can list the
      *entries in it that nobody gave a tax code. Arguments: acting
      *account UUID, group UUID, category name (the same 20
      *characters fs-category and the line items carry), and Y to
      *mark it taxable or N to take the mark off again. The acting
      *account must be an active admin of the group; the change is
      *recorded in the group's admin-audit trail.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-set-taxable-category.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-taxable
           ASSIGN DYNAMIC ws-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-taxable.
       COPY 'asdf-taxable-category.cpy' REPLACING ==:X:== BY ==tx==.

       WORKING-STORAGE SECTION.
       01 ws-acting-account-text       PIC X(32).
       01 ws-acting-account            PIC X(16).
       01 ws-is-admin                  PIC X.
           88 ws-is-admin-yes          VALUE 'Y'.
           88 ws-is-admin-no           VALUE 'N'.

       01 ws-group                     PIC X(16).
       01 ws-group-text                PIC X(32).
       01 ws-name                      PIC X(20).
       01 ws-flag                      PIC X.
           88 ws-flag-valid            VALUE 'Y' 'N'.
       01 ws-path                      PIC X(256).
       01 ws-status                    PIC XX.

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-found                     PIC X.
           88 ws-found-yes             VALUE 'Y'.
           88 ws-found-no              VALUE 'N'.

       01 ws-audit-program             PIC X(30)
           VALUE 'asdf-set-taxable-category'.
       01 ws-audit-detail              PIC X(200).

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
           ACCEPT ws-acting-account-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-acting-account-text
               ws-acting-account

           ACCEPT ws-group-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-group-text ws-group

           CALL 'asdf-check-admin' USING ws-group ws-acting-account
               ws-is-admin
           IF ws-is-admin-no THEN
               DISPLAY 'Only an admin can manage categories'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT ws-name FROM ARGUMENT-VALUE
           IF ws-name IS EQUAL TO SPACES THEN
               DISPLAY 'Missing category name' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT ws-flag FROM ARGUMENT-VALUE
           IF NOT ws-flag-valid THEN
               DISPLAY 'Taxable flag must be Y or N'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           CALL 'asdf-format-uuid' USING ws-group ws-group-text
           STRING '/var/lib/asdf/group/' ws-group-text
               '/taxable-categories'
               INTO ws-path

           PERFORM para-update-existing THRU para-update-existing-exit
           IF ws-found-no THEN
               MOVE ws-name TO tx-name
               MOVE ws-flag TO tx-flag
               OPEN EXTEND fd-taxable
               WRITE tx-taxable-category
               CLOSE fd-taxable
           END-IF

           MOVE SPACES TO ws-audit-detail
           STRING 'set category ' ws-name ' taxable = ' ws-flag
               DELIMITED BY SIZE INTO ws-audit-detail
               ON OVERFLOW CONTINUE
           END-STRING
           CALL 'asdf-append-admin-audit' USING ws-group
               ws-acting-account ws-audit-program ws-audit-detail

           IF ws-flag IS EQUAL TO 'Y' THEN
               DISPLAY 'Category marked taxable' WITH NO ADVANCING
           ELSE
               DISPLAY 'Category no longer taxable' WITH NO ADVANCING
           END-IF
           STOP RUN
           .

       para-update-existing.
           SET ws-found-no TO TRUE
           OPEN I-O fd-taxable
           IF ws-status IS NOT EQUAL TO '00' THEN
               IF ws-status IS EQUAL TO '05' THEN
                   CLOSE fd-taxable
               END-IF
               GO TO para-update-existing-exit
           END-IF

           SET ws-eof-no TO TRUE
           PERFORM para-update-one UNTIL ws-eof-yes OR ws-found-yes
           CLOSE fd-taxable
           .

       para-update-existing-exit.
           EXIT PARAGRAPH
           .

       para-update-one.
           READ fd-taxable
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF tx-name IS EQUAL TO ws-name THEN
                       MOVE ws-flag TO tx-flag
                       REWRITE tx-taxable-category
                       SET ws-found-yes TO TRUE
                   END-IF
           END-READ
           .
