      *Sets an entry in the global tax-rate table
      *(asdf-tax-rate.cpy) that asdf-set-entry-tax prices tax codes
      *from. A rate only splits entries coded after it is set - the
      *net and tax of entries already coded are held on their own
      *records - so a change takes effect directly rather than
      *through the pending-changes queue the exchange rates use, and
      *is recorded in the global admin-audit trail.
      *Arguments: acting operator account UUID, operator session
      *token (asdf-check-operator-session must accept the pair),
      *rate code (up to 8 characters, e.g. "STD" or "RED5"), rate
      *as a percentage (e.g. "20" or "5.5"), and an optional
      *effective date (YYYYMMDD, defaulting to today). An entry for
      *the same code and effective date is corrected in place;
      *otherwise a new dated entry is added.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-set-tax-rate.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-tax-rates
           ASSIGN DYNAMIC ws-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-tax-rates.
       COPY 'asdf-tax-rate.cpy' REPLACING ==:X:== BY ==tr==.

       WORKING-STORAGE SECTION.
       01 ws-path                      PIC X(256)
           VALUE '/var/lib/asdf/tax-rates'.
       01 ws-status                    PIC XX.

       01 ws-code                      PIC X(8).
       01 ws-rate-text                 PIC X(12).
       01 ws-rate                      PIC 9(3)V99 COMP.
       01 ws-date-text                 PIC X(10) VALUE SPACES.
       01 ws-effective-date            PIC 9(8).

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-found                     PIC X.
           88 ws-found-yes             VALUE 'Y'.
           88 ws-found-no              VALUE 'N'.

       01 ws-operator-uuid-text        PIC X(32).
       01 ws-operator-account          PIC X(16).
       01 ws-operator-token            PIC X(16).
       01 ws-operator-valid            PIC X.
           88 ws-operator-valid-yes    VALUE 'Y'.
           88 ws-operator-valid-no     VALUE 'N'.
       01 ws-old-rate                  PIC 9(3)V99 COMP.
       01 ws-old-rate-edit             PIC ZZ9.99.
       01 ws-new-rate-edit             PIC ZZ9.99.
       01 ws-global-scope              PIC X(16) VALUE LOW-VALUES.
       01 ws-audit-program             PIC X(30)
           VALUE 'asdf-set-tax-rate'.
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
           ACCEPT ws-operator-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-operator-uuid-text
               ws-operator-account
           ACCEPT ws-operator-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-operator-uuid-text
               ws-operator-token
           CALL 'asdf-check-operator-session' USING
               ws-operator-account ws-operator-token
               ws-operator-valid
           IF ws-operator-valid-no THEN
               DISPLAY 'A valid operator session is required'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT ws-code FROM ARGUMENT-VALUE
           IF ws-code IS EQUAL TO SPACES THEN
               DISPLAY 'Missing tax code' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT ws-rate-text FROM ARGUMENT-VALUE
           IF FUNCTION TRIM(ws-rate-text) IS EQUAL TO SPACES THEN
               DISPLAY 'Missing tax rate' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(ws-rate-text)) TO ws-rate

           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-effective-date
           ACCEPT ws-date-text FROM ARGUMENT-VALUE
           IF ws-date-text IS NOT EQUAL TO SPACES
                   AND FUNCTION TRIM(ws-date-text) IS NUMERIC THEN
               MOVE FUNCTION TRIM(ws-date-text) TO ws-effective-date
           END-IF

           PERFORM para-correct-existing
               THRU para-correct-existing-exit
           IF ws-found-no THEN
               MOVE ws-code TO tr-code
               MOVE ws-rate TO tr-rate-percent
               MOVE ws-effective-date TO tr-effective-date
               OPEN EXTEND fd-tax-rates
               WRITE tr-tax-rate
               CLOSE fd-tax-rates
           END-IF

           PERFORM para-append-audit
           MOVE ws-rate TO ws-new-rate-edit
           DISPLAY FUNCTION TRIM(ws-code) ' '
               FUNCTION TRIM(ws-new-rate-edit) '% from '
               ws-effective-date WITH NO ADVANCING
           STOP RUN
           .

       para-correct-existing.
           SET ws-found-no TO TRUE
           OPEN I-O fd-tax-rates
           IF ws-status IS NOT EQUAL TO '00' THEN
               IF ws-status IS EQUAL TO '05' THEN
                   CLOSE fd-tax-rates
               END-IF
               GO TO para-correct-existing-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-correct-one UNTIL ws-eof-yes OR ws-found-yes
           CLOSE fd-tax-rates
           .

       para-correct-existing-exit.
           EXIT PARAGRAPH
           .

       para-correct-one.
           READ fd-tax-rates
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF tr-code IS EQUAL TO ws-code
                           AND tr-effective-date IS EQUAL TO
                               ws-effective-date THEN
                       SET ws-found-yes TO TRUE
                       MOVE tr-rate-percent TO ws-old-rate
                       MOVE ws-rate TO tr-rate-percent
                       REWRITE tr-tax-rate
                   END-IF
           END-READ
           .

       para-append-audit.
           MOVE ws-rate TO ws-new-rate-edit
           MOVE SPACES TO ws-audit-detail
           IF ws-found-yes THEN
               MOVE ws-old-rate TO ws-old-rate-edit
               STRING 'corrected tax rate ' ws-code ' effective '
                   ws-effective-date ' from ' ws-old-rate-edit
                   ' to ' ws-new-rate-edit
                   DELIMITED BY SIZE INTO ws-audit-detail
                   ON OVERFLOW CONTINUE
               END-STRING
           ELSE
               STRING 'set tax rate ' ws-code ' effective '
                   ws-effective-date ' = ' ws-new-rate-edit
                   DELIMITED BY SIZE INTO ws-audit-detail
                   ON OVERFLOW CONTINUE
               END-STRING
           END-IF
           CALL 'asdf-append-admin-audit' USING ws-global-scope
               ws-operator-account ws-audit-program ws-audit-detail
           .
