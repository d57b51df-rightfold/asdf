      *Nightly denormalized analytics extract: walks the group-index
      *and emits one flat pipe-delimited record per ledger entry
      *across every active group - the entry fields joined with the
      *group's name, the parties' masked emails (or payee names) and
      *the amount converted to the base reporting currency - into a
      *single dated file under /var/lib/asdf/analytics-extract/, so
      *the spreadsheet people load one file instead of
      *screen-scraping asdf-list-ledger per group. The file ends
      *    debitor-name|creditor|creditor-name|amount|currency|
      *    category|converted|comment
      *  T|count|converted-total
      *A private two-party entry (asdf-private-entry.cpy) goes out
      *as a "private adjustment" record with no parties, amount or
      *category, and adds nothing to the converted total.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-analytics-extract.
       01 ws-debitor-name              PIC X(100).
       01 ws-creditor-name             PIC X(100).

      *The extract has no viewing member, so a private two-party
      *entry (asdf-entry-visibility) always goes out masked.
       01 ws-no-viewer                 PIC X(16) VALUE LOW-VALUES.
       01 ws-view                      PIC X.
           88 ws-view-full             VALUE 'F'.
           88 ws-view-masked           VALUE 'M'.

       01 ws-detail-count              PIC 9(8) VALUE 0.
       01 ws-converted-total           PIC S9(13) COMP VALUE 0.
       01 ws-total-display             PIC -(12)9.

      *The account record holds the address protected
      *(asdf-protect-field); it is shown masked (asdf-mask-email).
       01 ws-reveal-mode               PIC X VALUE 'R'.
       01 ws-plain-email               PIC X(254).
       01 ws-masked-plain-email        PIC X(254).

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
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-today
           CALL 'CBL_CREATE_DIR' USING ws-extract-dir
           MOVE SPACES TO ws-extract-path
               ws-converted-amount

           MOVE fs-amount TO ws-amount-display

      *A private entry keeps its id, type, date and currency; its
      *parties, amount, category and comment stay out of the file
      *(the record area is only read from here on).
           CALL 'asdf-entry-visibility' USING gx-group-id
               ws-no-viewer fs-transaction ws-view
           IF ws-view-masked THEN
               MOVE SPACES TO ws-debitor-text ws-creditor-text
               MOVE SPACES TO ws-debitor-name ws-creditor-name
               MOVE 0 TO ws-amount-display ws-converted-amount
               MOVE SPACES TO fs-category
               MOVE 'private adjustment' TO fs-comment
           END-IF
           MOVE ws-converted-amount TO ws-converted-display
           MOVE SPACES TO fx-line
           STRING 'D|' ws-group-text '|'
           END-IF
           READ fd-account
           CLOSE fd-account
           CALL 'asdf-protect-field' USING ws-reveal-mode fa-email
               ws-plain-email
           CALL 'asdf-mask-email' USING ws-plain-email
               ws-masked-plain-email
           MOVE ws-masked-plain-email(1:100) TO ws-party-name
           PERFORM para-cache-name
           .

